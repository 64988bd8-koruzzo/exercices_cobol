*> avec, quand c'est possible, un échange conforme entre deux parcelles
*> d'aires voisines (écart d'aire de 20 % au plus — mêmes formules de
*> géométrie que CalculPerimetreBatch). Un produit sans famille au
*> fichier n'est pas contrôlé. Les parcelles louées dont le loyer reste
*> impayé (loyersimpayes.txt, établi par LoyersImpayes) sont listées à
*> la suite comme parcelles à relouer, avec les cultures qui y sont
*> planifiées.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SAISON-STATUS.

  SELECT impayes ASSIGN TO "loyersimpayes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-IMPAYES-STATUS.

  SELECT rapport ASSIGN TO "controlerotation.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
FD saison.
01 SaisonLigne PIC X(8).

FD impayes.
01 ImpayeRecord.
   05 LI-Parcelle  PIC X(20).
   05 LI-Numero    PIC 9(6).
   05 LI-Locataire PIC X(30).
   05 LI-Annee     PIC 9(4).
   05 LI-Montant   PIC 9(5)V99.
   05 LI-DateAvis  PIC X(8).
   05 LI-Retard    PIC 9(5).

FD rapport.
01 RapportLigne PIC X(132).

01 WS-HISTORIQUE-STATUS PIC XX.
01 WS-DELAI-STATUS      PIC XX.
01 WS-SAISON-STATUS     PIC XX.
01 WS-IMPAYES-STATUS    PIC XX.
01 WS-RAPPORT-STATUS    PIC XX.

01 WS-FinLecture PIC X(1).
01 WS-EcartAire  PIC 9(9)V99.
01 WS-AireMax    PIC 9(9)V99.
01 WS-NbAvertissements PIC 9(3) VALUE ZERO.
01 WS-NbARelouer  PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
   PERFORM CHARGER-PARAMETRES
       WRITE RapportLigne
     END-IF
   END-IF
   PERFORM LISTER-PARCELLES-A-RELOUER
   CLOSE rapport
   DISPLAY "Contrôle d'assolement : " WS-NbAvertissements
           " avertissement(s), " WS-NbARelouer
           " parcelle(s) à relouer (controlerotation.txt)."
   STOP RUN.

CHARGER-PARAMETRES.
   IF WS-IdxConflit = ZERO THEN
     MOVE WS-IdxAutre TO WS-IdxSwap
   END-IF.

*> Un loyer impayé au-delà du délai de grâce rend la parcelle à
*> relouer : les cultures qu'on y a planifiées sont à revoir.
LISTER-PARCELLES-A-RELOUER.
   OPEN INPUT impayes
   IF WS-IMPAYES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-IMPAYE-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE impayes
   END-IF.

LIRE-IMPAYE-SUIVANT.
   READ impayes
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF WS-NbARelouer = ZERO THEN
         MOVE "PARCELLES A RELOUER (loyer impayé) :" TO RapportLigne
         WRITE RapportLigne
       END-IF
       ADD 1 TO WS-NbARelouer
       MOVE SPACES TO RapportLigne
       STRING "A RELOUER : " DELIMITED BY SIZE
              FUNCTION TRIM(LI-Parcelle) DELIMITED BY SIZE
              " - loyer " DELIMITED BY SIZE
              LI-Annee DELIMITED BY SIZE
              " de " DELIMITED BY SIZE
              FUNCTION TRIM(LI-Locataire) DELIMITED BY SIZE
              " impayé (" DELIMITED BY SIZE
              LI-Montant DELIMITED BY SIZE
              ", avis du " DELIMITED BY SIZE
              LI-DateAvis DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              LI-Retard DELIMITED BY SIZE
              " jours)" DELIMITED BY SIZE
         INTO RapportLigne
       END-STRING
       WRITE RapportLigne
       PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbPlan
         IF WS-PL-Parcelle(WS-Idx) = LI-Parcelle THEN
           MOVE SPACES TO RapportLigne
           STRING "  Culture planifiée à revoir : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PL-Produit(WS-Idx)) DELIMITED BY SIZE
             INTO RapportLigne
           END-STRING
           WRITE RapportLigne
         END-IF
       END-PERFORM
   END-READ.
