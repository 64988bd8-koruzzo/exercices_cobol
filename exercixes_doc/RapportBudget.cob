IDENTIFICATION DIVISION.
PROGRAM-ID. RapportBudget.

*> Etat du budget d'acquisitions demandé chaque trimestre par le
*> conseil municipal : pour chaque fonds de l'exercice en cours
*> (budget.txt, BUDGET.cpy, tenu par Acquisitions), la dotation,
*> l'engagé (commandes passées non encore livrées, au prix estimé),
*> le dépensé (livraisons reçues, au prix facturé) et le disponible,
*> puis les totaux de l'exercice. Les fonds de genre donnent la
*> dépense par genre du catalogue, les fonds de site le reste. Un
*> disponible négatif signale un fonds à découvert. Sortie dans
*> rapportbudget.txt ; l'exercice est l'année de la journée en cours
*> (../datevaleur.txt), le trimestre celui de cette journée.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT budget ASSIGN TO "budget.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-BUDGET-STATUS.

  SELECT rapportbudget ASSIGN TO "rapportbudget.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RAPPORT-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD budget.
COPY "BUDGET.cpy".

FD rapportbudget.
01 RapportLigne PIC X(120).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-BUDGET-STATUS     PIC XX.
01 WS-RAPPORT-STATUS    PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-FinLecture PIC X(1) VALUE 'N'.
01 WS-DateJour   PIC X(8).
01 WS-Exercice   PIC 9(4).
01 WS-Mois       PIC 9(2).
01 WS-Trimestre  PIC 9(1).
01 WS-NbFonds    PIC 9(3) VALUE ZERO.

01 WS-Disponible     PIC S9(8)V99.
01 WS-TotalAlloue    PIC 9(8)V99 VALUE ZERO.
01 WS-TotalEngage    PIC 9(8)V99 VALUE ZERO.
01 WS-TotalDepense   PIC 9(8)V99 VALUE ZERO.
01 WS-TotalDisponible PIC S9(8)V99.

01 WS-EdAlloue     PIC Z(7)9.99.
01 WS-EdEngage     PIC Z(7)9.99.
01 WS-EdDepense    PIC Z(7)9.99.
01 WS-EdDisponible PIC -(7)9.99.

PROCEDURE DIVISION.
   PERFORM CHARGER-DATE-VALEUR
   MOVE WS-DateJour(1:4) TO WS-Exercice
   MOVE WS-DateJour(5:2) TO WS-Mois
   COMPUTE WS-Trimestre = (WS-Mois + 2) / 3

   OPEN OUTPUT rapportbudget
   MOVE SPACES TO RapportLigne
   STRING "BUDGET D'ACQUISITIONS - exercice " DELIMITED BY SIZE
          WS-Exercice DELIMITED BY SIZE
          ", trimestre " DELIMITED BY SIZE
          WS-Trimestre DELIMITED BY SIZE
          ", situation au " DELIMITED BY SIZE
          WS-DateJour DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne
   MOVE "FONDS           T    DOTATION       ENGAGE      DEPENSE   DISPONIBLE"
     TO RapportLigne
   WRITE RapportLigne

   OPEN INPUT budget
   IF WS-BUDGET-STATUS NOT = "00" THEN
     MOVE "budget.txt introuvable : aucun fonds doté (Acquisitions, F)."
       TO RapportLigne
     WRITE RapportLigne
   ELSE
     PERFORM LIRE-FONDS-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE budget
   END-IF

   IF WS-NbFonds = ZERO THEN
     MOVE "Aucun fonds pour cet exercice." TO RapportLigne
     WRITE RapportLigne
   ELSE
     COMPUTE WS-TotalDisponible = WS-TotalAlloue - WS-TotalEngage
                                - WS-TotalDepense
     MOVE WS-TotalAlloue     TO WS-EdAlloue
     MOVE WS-TotalEngage     TO WS-EdEngage
     MOVE WS-TotalDepense    TO WS-EdDepense
     MOVE WS-TotalDisponible TO WS-EdDisponible
     MOVE SPACES TO RapportLigne
     STRING "TOTAL EXERCICE    " DELIMITED BY SIZE
            WS-EdAlloue DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            WS-EdEngage DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            WS-EdDepense DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            WS-EdDisponible DELIMITED BY SIZE
       INTO RapportLigne
     END-STRING
     WRITE RapportLigne
   END-IF
   CLOSE rapportbudget
   DISPLAY "Etat du budget d'acquisitions " WS-Exercice " : " WS-NbFonds
           " fonds (rapportbudget.txt)."
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

LIRE-FONDS-SUIVANT.
   READ budget
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF BU-Exercice = WS-Exercice THEN
         PERFORM ECRIRE-FONDS
       END-IF
   END-READ.

ECRIRE-FONDS.
   ADD 1 TO WS-NbFonds
   ADD BU-Alloue  TO WS-TotalAlloue
   ADD BU-Engage  TO WS-TotalEngage
   ADD BU-Depense TO WS-TotalDepense
   COMPUTE WS-Disponible = BU-Alloue - BU-Engage - BU-Depense
   MOVE BU-Alloue     TO WS-EdAlloue
   MOVE BU-Engage     TO WS-EdEngage
   MOVE BU-Depense    TO WS-EdDepense
   MOVE WS-Disponible TO WS-EdDisponible
   MOVE SPACES TO RapportLigne
   STRING BU-Fonds DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          BU-Type DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          WS-EdAlloue DELIMITED BY SIZE
          "  " DELIMITED BY SIZE
          WS-EdEngage DELIMITED BY SIZE
          "  " DELIMITED BY SIZE
          WS-EdDepense DELIMITED BY SIZE
          "  " DELIMITED BY SIZE
          WS-EdDisponible DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   IF WS-Disponible < ZERO THEN
     MOVE "A DECOUVERT" TO RapportLigne(75:11)
   END-IF
   WRITE RapportLigne.
