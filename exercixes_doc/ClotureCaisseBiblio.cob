IDENTIFICATION DIVISION.
PROGRAM-ID. ClotureCaisseBiblio.

*> Clôture du tiroir-caisse de la bibliothèque, le pendant de
*> ClotureCaisseJour côté magasin : totalise par nature les
*> encaissements de la journée — amendes (reglementsamendes.txt,
*> PaiementAmendes), adhésions (adhesionsreglements.txt,
*> GestionAdhesions) et remplacements facturés (pertes.txt) —,
*> demande le montant compté au tiroir et enregistre l'écart (compté
*> moins théorique, signé). La clôture est numérotée et journalisée
*> ligne à ligne dans cloturesbibliotheque.txt, qui sert aussi de
*> garde-fou : une seconde clôture pour la même journée est refusée.
*> Le compté est le net remis à la banque par VersementCaisseBiblio
*> (côté banque), et rapproché par RapprochementCaisseBiblio. Le
*> détail imprimable de la clôture est écrit dans cloturebiblio.txt.
*> Une journée d'une période close de la bibliothèque
*> (ControlerPeriode) ne se clôture plus. Les règlements par
*> prélèvement bancaire (PrelevementsBibliotheque : mode 'P' sur les
*> amendes, opérateur PRELEV sur les adhésions) ne passent pas par le
*> tiroir et sont écartés des totaux.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT reglementsamendes ASSIGN TO "reglementsamendes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-AMENDES-STATUS.

  SELECT reglementsadhesions ASSIGN TO "adhesionsreglements.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ADHESIONS-STATUS.

  SELECT pertes ASSIGN TO "pertes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PERTES-STATUS.

  SELECT cloturerapport ASSIGN TO "cloturebiblio.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RAPPORT-STATUS.

  SELECT cloturejournal ASSIGN TO "cloturesbibliotheque.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CLOTURES-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD reglementsamendes.
01 ReglementAmendeRecord.
   05 RA-Date         PIC X(8).
   05 RA-MembreId     PIC X(6).
   05 RA-Montant      PIC 9(6)V99.
   05 RA-SoldeRestant PIC 9(6)V99.
   05 RA-Mode         PIC X(1).
      88 REGLEMENT-GUICHET     VALUE 'G' ' '.
      88 REGLEMENT-PRELEVEMENT VALUE 'P'.

FD reglementsadhesions.
01 ReglementAdhesionRecord.
   05 RG-Date      PIC X(8).
   05 RG-MembreId  PIC X(6).
   05 RG-Categorie PIC X(1).
   05 RG-Montant   PIC 9(4)V99.
   05 RG-Operateur PIC X(6).

FD pertes.
01 PerteRecord.
   05 PE-Date    PIC X(8).
   05 PE-Titre   PIC X(25).
   05 PE-MembreId PIC X(6).
   05 PE-Motif   PIC X(1).
   05 PE-Montant PIC 9(4)V99.

FD cloturerapport.
01 ClotureLigne PIC X(100).

FD cloturejournal.
01 ClotureBiblioRecord.
   05 CB-Numero        PIC 9(4).
   05 CB-Date          PIC X(8).
   05 CB-NbEncaissements PIC 9(6).
   05 CB-Amendes       PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 CB-Adhesions     PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 CB-Remplacements PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 CB-Theorique     PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 CB-Compte        PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 CB-Ecart         PIC S9(10)V99 SIGN LEADING SEPARATE.

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-AMENDES-STATUS    PIC XX.
01 WS-ADHESIONS-STATUS  PIC XX.
01 WS-PERTES-STATUS     PIC XX.
01 WS-RAPPORT-STATUS    PIC XX.
01 WS-CLOTURES-STATUS   PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-FinLecture  PIC X(1) VALUE 'N'.
01 OPERATEUR-PRELEVEMENT PIC X(6) VALUE "PRELEV".
01 WS-DateJour    PIC X(8).
01 WS-DomaineBibliotheque PIC X(1) VALUE 'L'.
01 WS-PeriodeJour PIC X(6).
01 WS-PeriodeOuverte PIC X(1).
01 WS-DejaCloture PIC X(1) VALUE 'N'.
01 WS-NumeroCloture PIC 9(4) VALUE 1.

01 WS-NbAmendes       PIC 9(6) VALUE ZERO.
01 WS-NbAdhesions     PIC 9(6) VALUE ZERO.
01 WS-NbRemplacements PIC 9(6) VALUE ZERO.
01 WS-NbEncaissements PIC 9(6) VALUE ZERO.
01 WS-TotalAmendes       PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalAdhesions     PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalRemplacements PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalTheorique     PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-MontantCompte      PIC 9(8)V99 VALUE ZERO.
01 WS-Ecart              PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.

PROCEDURE DIVISION.
   PERFORM CHARGER-DATE-VALEUR
   PERFORM CONTROLER-PERIODE-JOUR
   PERFORM CONTROLER-CLOTURE-UNIQUE
   IF WS-DejaCloture = 'O' THEN
     DISPLAY "La caisse de la bibliothèque est déjà clôturée pour la "
             "journée " WS-DateJour " (voir cloturesbibliotheque.txt), "
             "seconde clôture refusée."
     STOP RUN
   END-IF

   PERFORM TOTALISER-AMENDES
   PERFORM TOTALISER-ADHESIONS
   PERFORM TOTALISER-REMPLACEMENTS
   COMPUTE WS-NbEncaissements = WS-NbAmendes + WS-NbAdhesions
                              + WS-NbRemplacements
   COMPUTE WS-TotalTheorique = WS-TotalAmendes + WS-TotalAdhesions
                             + WS-TotalRemplacements

   DISPLAY "Clôture de caisse bibliothèque - journée " WS-DateJour
   DISPLAY "Amendes        : " WS-NbAmendes " pour " WS-TotalAmendes
   DISPLAY "Adhésions      : " WS-NbAdhesions " pour " WS-TotalAdhesions
   DISPLAY "Remplacements  : " WS-NbRemplacements " pour "
           WS-TotalRemplacements
   DISPLAY "Total théorique: " WS-TotalTheorique
   DISPLAY "Montant compté au tiroir : "
   ACCEPT WS-MontantCompte
   COMPUTE WS-Ecart = WS-MontantCompte - WS-TotalTheorique

   IF WS-NbEncaissements = ZERO AND WS-MontantCompte = ZERO THEN
     DISPLAY "Aucun encaissement ni espèces au tiroir, pas de clôture "
             "à produire."
     STOP RUN
   END-IF

   PERFORM ECRIRE-RAPPORT-CLOTURE
   PERFORM JOURNALISER-CLOTURE

   DISPLAY "Clôture n° " WS-NumeroCloture " du " WS-DateJour " : "
           WS-NbEncaissements " encaissement(s), compté "
           WS-MontantCompte "€, écart " WS-Ecart "€."
   STOP RUN.

CHARGER-DATE-VALEUR.
   ACCEPT WS-DateJour FROM DATE YYYYMMDD
   OPEN INPUT datevaleur
   IF WS-DATEVALEUR-STATUS = "00" THEN
     READ datevaleur
       NOT AT END
         IF DV-Etat = 'O' THEN
           MOVE DV-Date TO WS-DateJour
         END-IF
     END-READ
     CLOSE datevaleur
   END-IF.

CONTROLER-PERIODE-JOUR.
   MOVE WS-DateJour(1:6) TO WS-PeriodeJour
   CALL 'ControlerPeriode' USING WS-DomaineBibliotheque WS-PeriodeJour
                                 WS-PeriodeOuverte
   IF WS-PeriodeOuverte NOT = 'O' THEN
     DISPLAY "La période " WS-PeriodeJour " de la journée " WS-DateJour
             " est close : clôture de caisse refusée."
     STOP RUN
   END-IF.

CONTROLER-CLOTURE-UNIQUE.
   OPEN INPUT cloturejournal
   IF WS-CLOTURES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-CLOTURE-SUIVANTE UNTIL WS-FinLecture = 'O'
     CLOSE cloturejournal
   END-IF.

LIRE-CLOTURE-SUIVANTE.
   READ cloturejournal
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF CB-Date = WS-DateJour THEN
         MOVE 'O' TO WS-DejaCloture
       END-IF
       IF CB-Numero >= WS-NumeroCloture THEN
         COMPUTE WS-NumeroCloture = CB-Numero + 1
       END-IF
   END-READ.

TOTALISER-AMENDES.
   OPEN INPUT reglementsamendes
   IF WS-AMENDES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-AMENDE-SUIVANTE UNTIL WS-FinLecture = 'O'
     CLOSE reglementsamendes
   END-IF.

LIRE-AMENDE-SUIVANTE.
   READ reglementsamendes
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF RA-Date = WS-DateJour AND REGLEMENT-GUICHET THEN
         ADD 1 TO WS-NbAmendes
         ADD RA-Montant TO WS-TotalAmendes
       END-IF
   END-READ.

TOTALISER-ADHESIONS.
   OPEN INPUT reglementsadhesions
   IF WS-ADHESIONS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-ADHESION-SUIVANTE UNTIL WS-FinLecture = 'O'
     CLOSE reglementsadhesions
   END-IF.

LIRE-ADHESION-SUIVANTE.
   READ reglementsadhesions
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF RG-Date = WS-DateJour
          AND RG-Operateur NOT = OPERATEUR-PRELEVEMENT THEN
         ADD 1 TO WS-NbAdhesions
         ADD RG-Montant TO WS-TotalAdhesions
       END-IF
   END-READ.

*> Seules les pertes facturées (montant non nul) passent au tiroir : un
*> exemplaire déclaré perdu sans facturation n'a rien encaissé.
TOTALISER-REMPLACEMENTS.
   OPEN INPUT pertes
   IF WS-PERTES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-PERTE-SUIVANTE UNTIL WS-FinLecture = 'O'
     CLOSE pertes
   END-IF.

LIRE-PERTE-SUIVANTE.
   READ pertes
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF PE-Date = WS-DateJour AND PE-Montant NUMERIC
          AND PE-Montant > ZERO THEN
         ADD 1 TO WS-NbRemplacements
         ADD PE-Montant TO WS-TotalRemplacements
       END-IF
   END-READ.

ECRIRE-RAPPORT-CLOTURE.
   OPEN OUTPUT cloturerapport
   MOVE SPACES TO ClotureLigne
   STRING "CLOTURE CAISSE BIBLIOTHEQUE n° " DELIMITED BY SIZE
          WS-NumeroCloture DELIMITED BY SIZE
          " - journée " DELIMITED BY SIZE
          WS-DateJour DELIMITED BY SIZE
     INTO ClotureLigne
   END-STRING
   WRITE ClotureLigne
   MOVE SPACES TO ClotureLigne
   STRING "Amendes        : " DELIMITED BY SIZE
          WS-NbAmendes DELIMITED BY SIZE
          " pour " DELIMITED BY SIZE
          WS-TotalAmendes DELIMITED BY SIZE
     INTO ClotureLigne
   END-STRING
   WRITE ClotureLigne
   MOVE SPACES TO ClotureLigne
   STRING "Adhésions      : " DELIMITED BY SIZE
          WS-NbAdhesions DELIMITED BY SIZE
          " pour " DELIMITED BY SIZE
          WS-TotalAdhesions DELIMITED BY SIZE
     INTO ClotureLigne
   END-STRING
   WRITE ClotureLigne
   MOVE SPACES TO ClotureLigne
   STRING "Remplacements  : " DELIMITED BY SIZE
          WS-NbRemplacements DELIMITED BY SIZE
          " pour " DELIMITED BY SIZE
          WS-TotalRemplacements DELIMITED BY SIZE
     INTO ClotureLigne
   END-STRING
   WRITE ClotureLigne
   MOVE SPACES TO ClotureLigne
   STRING "Total théorique: " DELIMITED BY SIZE
          WS-TotalTheorique DELIMITED BY SIZE
     INTO ClotureLigne
   END-STRING
   WRITE ClotureLigne
   MOVE SPACES TO ClotureLigne
   STRING "Compté tiroir  : " DELIMITED BY SIZE
          WS-MontantCompte DELIMITED BY SIZE
     INTO ClotureLigne
   END-STRING
   WRITE ClotureLigne
   MOVE SPACES TO ClotureLigne
   STRING "Ecart          : " DELIMITED BY SIZE
          WS-Ecart DELIMITED BY SIZE
     INTO ClotureLigne
   END-STRING
   IF WS-Ecart < ZERO THEN
     MOVE "MANQUANT" TO ClotureLigne(40:8)
   END-IF
   IF WS-Ecart > ZERO THEN
     MOVE "EXCEDENT" TO ClotureLigne(40:8)
   END-IF
   WRITE ClotureLigne
   CLOSE cloturerapport.

JOURNALISER-CLOTURE.
   OPEN EXTEND cloturejournal
   IF WS-CLOTURES-STATUS NOT = "00" THEN
     OPEN OUTPUT cloturejournal
   END-IF
   MOVE WS-NumeroCloture      TO CB-Numero
   MOVE WS-DateJour           TO CB-Date
   MOVE WS-NbEncaissements    TO CB-NbEncaissements
   MOVE WS-TotalAmendes       TO CB-Amendes
   MOVE WS-TotalAdhesions     TO CB-Adhesions
   MOVE WS-TotalRemplacements TO CB-Remplacements
   MOVE WS-TotalTheorique     TO CB-Theorique
   MOVE WS-MontantCompte      TO CB-Compte
   MOVE WS-Ecart              TO CB-Ecart
   WRITE ClotureBiblioRecord
   CLOSE cloturejournal.
