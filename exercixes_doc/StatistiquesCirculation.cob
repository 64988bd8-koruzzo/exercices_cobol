*> depuis livres.dat), emprunts par mois, durée moyenne de prêt à
*> partir des couples sortie/retour appariés d'emprunts.txt, et part
*> des retours en retard contre le délai de prêt (delaipret.txt).
*> Ce que valent les dons : emprunts des titres entrés au catalogue
*> par le registre des dons (dons.txt, décision 'C' de GestionDons),
*> en nombre et en part du total.
*> Le tout est écrit dans statscirculation.txt.

ENVIRONMENT DIVISION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-STATS-STATUS.

  SELECT dons ASSIGN TO "dons.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DONS-STATUS.

DATA DIVISION.

FILE SECTION.
FD stats.
01 StatsLigne PIC X(120).

FD dons.
COPY "DON.cpy".

WORKING-STORAGE SECTION.
01 WS-EMPRUNTS-STATUS  PIC XX.
01 WS-LIVRES-STATUS    PIC XX.
01 WS-DELAIPRET-STATUS PIC XX.
01 WS-STATS-STATUS     PIC XX.
01 WS-DONS-STATUS      PIC XX.

01 WS-FinLecture PIC X(1).
01 DELAI-PRET-DEFAUT PIC 9(4) VALUE 14.
01 WS-PctRetards    PIC 9(3)V9 VALUE ZERO.
01 WS-TotalEmprunts PIC 9(6) VALUE ZERO.

*> Titres entrés par don, avec leurs emprunts au journal.
01 WS-TableTitresDons.
   05 WS-TitreDonEntree OCCURS 200 TIMES.
      10 WS-TD-Titre      PIC X(25).
      10 WS-TD-NbEmprunts PIC 9(6).
01 WS-NbTitresDons     PIC 9(3) VALUE ZERO.
01 WS-NbTitresDonsSortis PIC 9(3) VALUE ZERO.
01 WS-EmpruntsDons     PIC 9(6) VALUE ZERO.
01 WS-PctDons          PIC 9(3)V9 VALUE ZERO.

PROCEDURE DIVISION.
   PERFORM CHARGER-DELAI-PRET
   PERFORM CHARGER-TITRES-DONS
   PERFORM DEPOUILLER-JOURNAL
   PERFORM ECRIRE-STATISTIQUES
   DISPLAY "Statistiques de circulation écrites dans statscirculation.txt."
     CLOSE delaipret
   END-IF.

CHARGER-TITRES-DONS.
   OPEN INPUT dons
   IF WS-DONS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-DON-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE dons
   END-IF.

LIRE-DON-SUIVANT.
   READ dons
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF DON-CATALOGUE THEN
         MOVE 'N' TO WS-TrouveInd
         PERFORM VARYING WS-Idx FROM 1 BY 1
             UNTIL WS-Idx > WS-NbTitresDons OR WS-TrouveInd = 'O'
           IF WS-TD-Titre(WS-Idx) = DN-Titre THEN
             MOVE 'O' TO WS-TrouveInd
           END-IF
         END-PERFORM
         IF WS-TrouveInd NOT = 'O' AND WS-NbTitresDons < 200 THEN
           ADD 1 TO WS-NbTitresDons
           MOVE DN-Titre TO WS-TD-Titre(WS-NbTitresDons)
           MOVE ZERO TO WS-TD-NbEmprunts(WS-NbTitresDons)
         END-IF
       END-IF
   END-READ.

DEPOUILLER-JOURNAL.
   OPEN INPUT emprunts
   IF WS-EMPRUNTS-STATUS = "00" THEN
         PERFORM CUMULER-TITRE
         PERFORM CUMULER-GENRE
         PERFORM CUMULER-MOIS
         PERFORM CUMULER-DON
         PERFORM OUVRIR-PRET
       END-IF
       IF EMPRUNT-RETOUR THEN
     MOVE 1 TO WS-MO-NbEmprunts(WS-NbMois)
   END-IF.

CUMULER-DON.
   MOVE 'N' TO WS-TrouveInd
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-NbTitresDons OR WS-TrouveInd = 'O'
     IF WS-TD-Titre(WS-Idx) = EmpruntTitre THEN
       IF WS-TD-NbEmprunts(WS-Idx) = ZERO THEN
         ADD 1 TO WS-NbTitresDonsSortis
       END-IF
       ADD 1 TO WS-TD-NbEmprunts(WS-Idx)
       ADD 1 TO WS-EmpruntsDons
       MOVE 'O' TO WS-TrouveInd
     END-IF
   END-PERFORM.

OUVRIR-PRET.
   IF WS-NbPretsOuverts < 200 THEN
     ADD 1 TO WS-NbPretsOuverts
     END-STRING
     WRITE StatsLigne
   END-IF

   MOVE "--- Titres entrés par don ---" TO StatsLigne
   WRITE StatsLigne
   IF WS-NbTitresDons = ZERO THEN
     MOVE "Aucun titre entré au catalogue par don." TO StatsLigne
     WRITE StatsLigne
   ELSE
     IF WS-TotalEmprunts > ZERO THEN
       COMPUTE WS-PctDons ROUNDED = WS-EmpruntsDons * 100
                                  / WS-TotalEmprunts
     END-IF
     MOVE SPACES TO StatsLigne
     STRING "Titres entrés par don : " DELIMITED BY SIZE
            WS-NbTitresDons DELIMITED BY SIZE
            " dont " DELIMITED BY SIZE
            WS-NbTitresDonsSortis DELIMITED BY SIZE
            " emprunté(s) - " DELIMITED BY SIZE
            WS-EmpruntsDons DELIMITED BY SIZE
            " emprunt(s) soit " DELIMITED BY SIZE
            WS-PctDons DELIMITED BY SIZE
            " % des emprunts" DELIMITED BY SIZE
       INTO StatsLigne
     END-STRING
     WRITE StatsLigne
     PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbTitresDons
       MOVE SPACES TO StatsLigne
       STRING WS-TD-Titre(WS-Idx) DELIMITED BY SIZE
              " : " DELIMITED BY SIZE
              WS-TD-NbEmprunts(WS-Idx) DELIMITED BY SIZE
              " emprunt(s)" DELIMITED BY SIZE
         INTO StatsLigne
       END-STRING
       WRITE StatsLigne
     END-PERFORM
   END-IF
   CLOSE stats.

*> Restitue les titres par nombre d'emprunts décroissant, par balayages
