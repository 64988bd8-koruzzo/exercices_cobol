IDENTIFICATION DIVISION.
PROGRAM-ID. ConsommationIntrants.

*> Sortie de stock des intrants au fil des travaux : chaque ligne de
*> semis ou d'entretien du plan de travaux (plantravaux.txt, écrit par
*> PlanTravaux) faite — même règle que ControleTravaux : une séance au
*> moins au carnet de temps (tempstravaux.txt) sur la même parcelle,
*> pour la tâche correspondante, dans la semaine de la ligne —
*> consomme la quantité d'intrant prévue par la ligne dans le stock de
*> la remise (stockintrants.txt, GestionStockIntrants), lot par lot en
*> commençant par la date limite la plus proche (les lots sans limite
*> en dernier). Les lignes déjà sorties sont tenues dans
*> consommationsintrants.txt (semaine, parcelle, tâche, produit,
*> quantité sortie, quantité manquante, date de passage) et ne sont
*> jamais sorties deux fois ; un stock insuffisant est sorti jusqu'à
*> épuisement et le manque noté. Les lots épuisés quittent le stock.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT plan ASSIGN TO "plantravaux.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PLAN-STATUS.

  SELECT temps ASSIGN TO "tempstravaux.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TEMPS-STATUS.

  SELECT stock ASSIGN TO "stockintrants.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-STOCK-STATUS.

  SELECT consommations ASSIGN TO "consommationsintrants.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CONSOMMATIONS-STATUS.

DATA DIVISION.

FILE SECTION.
FD plan.
01 PlanLigne PIC X(132).

FD temps.
01 TempsRecord.
   05 TT-Date        PIC 9(8).
   05 TT-Parcelle    PIC X(20).
   05 TT-Tache       PIC X(1).
   05 TT-Intervenant PIC X(20).
   05 TT-Type        PIC X(1).
   05 TT-Heures      PIC 9(2)V99.

FD stock.
01 StockRecord.
   05 SI-Produit     PIC X(20).
   05 SI-Lot         PIC X(10).
   05 SI-DateAchat   PIC 9(8).
   05 SI-DateLimite  PIC 9(8).
   05 SI-Quantite    PIC 9(7)V999.

FD consommations.
01 ConsommationRecord.
   05 CI-DateSemaine PIC 9(8).
   05 CI-Parcelle    PIC X(20).
   05 CI-Tache       PIC X(10).
   05 CI-Produit     PIC X(20).
   05 CI-Quantite    PIC 9(9)V99.
   05 CI-Manque      PIC 9(9)V99.
   05 CI-DatePassage PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-PLAN-STATUS          PIC XX.
01 WS-TEMPS-STATUS         PIC XX.
01 WS-STOCK-STATUS         PIC XX.
01 WS-CONSOMMATIONS-STATUS PIC XX.
01 WS-FinLecture PIC X(1).

01 WS-TableSeances.
   05 WS-SeanceEntree OCCURS 2000 TIMES.
      10 WS-TT-Date     PIC 9(8).
      10 WS-TT-Parcelle PIC X(20).
      10 WS-TT-Tache    PIC X(1).
01 WS-NbSeances PIC 9(4) VALUE ZERO.

01 WS-TableStock.
   05 WS-LotEntree OCCURS 500 TIMES.
      10 WS-SI-Produit    PIC X(20).
      10 WS-SI-Lot        PIC X(10).
      10 WS-SI-DateAchat  PIC 9(8).
      10 WS-SI-DateLimite PIC 9(8).
      10 WS-SI-Quantite   PIC 9(7)V999.
01 WS-NbLots     PIC 9(3) VALUE ZERO.
01 WS-StockPlein PIC X(1) VALUE 'N'.

01 WS-TableSorties.
   05 WS-SortieEntree OCCURS 2000 TIMES.
      10 WS-CI-DateSemaine PIC 9(8).
      10 WS-CI-Parcelle    PIC X(20).
      10 WS-CI-Tache       PIC X(10).
      10 WS-CI-Produit     PIC X(20).
01 WS-NbSorties     PIC 9(4) VALUE ZERO.
01 WS-JournalPlein  PIC X(1) VALUE 'N'.

01 WS-Idx        PIC 9(4).
01 WS-IdxLot     PIC 9(3).
01 WS-IdxChoisi  PIC 9(3).
01 WS-LimiteLot  PIC 9(8).
01 WS-LimiteChoisie PIC 9(8).

01 WS-DateJour        PIC 9(8).
01 WS-DateSemaine     PIC 9(8) VALUE ZERO.
01 WS-DebutSemaineNum PIC 9(8).
01 WS-FinSemaineNum   PIC 9(8).
01 WS-SeanceNum       PIC 9(8).
01 WS-AvantDate       PIC X(132).
01 WS-ApresDate       PIC X(132).

01 WS-Parcelle      PIC X(20).
01 WS-Reste         PIC X(132).
01 WS-TacheProduit  PIC X(132).
01 WS-QuantiteTexte PIC X(132).
01 WS-QuantitePlan  REDEFINES WS-QuantiteTexte.
   05 WS-QuantitePrevue PIC 9(9)V99.
   05 FILLER            PIC X(121).
01 WS-MotTache      PIC X(20).
01 WS-Produit       PIC X(20).
01 WS-Pointeur      PIC 9(3).
01 WS-TacheA        PIC X(1).
01 WS-TacheB        PIC X(1).
01 WS-Faite         PIC X(1).
01 WS-DejaSortie    PIC X(1).
01 WS-ASortir       PIC 9(9)V999.
01 WS-Preleve       PIC 9(9)V999.
01 WS-QuantiteSortie PIC 9(9)V999.

01 WS-NbLignesSorties PIC 9(5) VALUE ZERO.
01 WS-NbManques       PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
   ACCEPT WS-DateJour FROM DATE YYYYMMDD
   PERFORM CHARGER-SEANCES
   PERFORM CHARGER-STOCK
   PERFORM CHARGER-SORTIES
   IF WS-StockPlein = 'O' OR WS-JournalPlein = 'O' THEN
     DISPLAY "Plus de 500 lots en stock ou de 2000 lignes déjà sorties : "
             "consommation non passée."
     STOP RUN
   END-IF

   OPEN INPUT plan
   IF WS-PLAN-STATUS NOT = "00" THEN
     DISPLAY "plantravaux.txt absent : lancer PlanTravaux d'abord."
     STOP RUN
   END-IF
   OPEN EXTEND consommations
   IF WS-CONSOMMATIONS-STATUS NOT = "00" THEN
     OPEN OUTPUT consommations
   END-IF
   MOVE 'N' TO WS-FinLecture
   PERFORM EXAMINER-LIGNE-SUIVANTE UNTIL WS-FinLecture = 'O'
   CLOSE plan
   CLOSE consommations
   PERFORM ECRIRE-STOCK
   DISPLAY "Consommation des intrants : " WS-NbLignesSorties
           " ligne(s) du plan sortie(s) du stock, " WS-NbManques
           " avec stock insuffisant (consommationsintrants.txt)."
   STOP RUN.

CHARGER-SEANCES.
   OPEN INPUT temps
   IF WS-TEMPS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-SEANCE-SUIVANTE
         UNTIL WS-FinLecture = 'O' OR WS-NbSeances = 2000
     CLOSE temps
   END-IF.

LIRE-SEANCE-SUIVANTE.
   READ temps
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       ADD 1 TO WS-NbSeances
       MOVE TT-Date     TO WS-TT-Date(WS-NbSeances)
       MOVE TT-Parcelle TO WS-TT-Parcelle(WS-NbSeances)
       MOVE TT-Tache    TO WS-TT-Tache(WS-NbSeances)
   END-READ.

CHARGER-STOCK.
   OPEN INPUT stock
   IF WS-STOCK-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-LOT-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE stock
   END-IF.

LIRE-LOT-SUIVANT.
   READ stock
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF WS-NbLots = 500 THEN
         MOVE 'O' TO WS-StockPlein
         MOVE 'O' TO WS-FinLecture
       ELSE
         ADD 1 TO WS-NbLots
         MOVE SI-Produit    TO WS-SI-Produit(WS-NbLots)
         MOVE SI-Lot        TO WS-SI-Lot(WS-NbLots)
         MOVE SI-DateAchat  TO WS-SI-DateAchat(WS-NbLots)
         MOVE SI-DateLimite TO WS-SI-DateLimite(WS-NbLots)
         MOVE SI-Quantite   TO WS-SI-Quantite(WS-NbLots)
       END-IF
   END-READ.

CHARGER-SORTIES.
   OPEN INPUT consommations
   IF WS-CONSOMMATIONS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-SORTIE-SUIVANTE UNTIL WS-FinLecture = 'O'
     CLOSE consommations
   END-IF.

LIRE-SORTIE-SUIVANTE.
   READ consommations
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF WS-NbSorties = 2000 THEN
         MOVE 'O' TO WS-JournalPlein
         MOVE 'O' TO WS-FinLecture
       ELSE
         ADD 1 TO WS-NbSorties
         MOVE CI-DateSemaine TO WS-CI-DateSemaine(WS-NbSorties)
         MOVE CI-Parcelle    TO WS-CI-Parcelle(WS-NbSorties)
         MOVE CI-Tache       TO WS-CI-Tache(WS-NbSorties)
         MOVE CI-Produit     TO WS-CI-Produit(WS-NbSorties)
       END-IF
   END-READ.

ECRIRE-STOCK.
   OPEN OUTPUT stock
   PERFORM VARYING WS-IdxLot FROM 1 BY 1 UNTIL WS-IdxLot > WS-NbLots
     IF WS-SI-Quantite(WS-IdxLot) > ZERO THEN
       MOVE WS-SI-Produit(WS-IdxLot)    TO SI-Produit
       MOVE WS-SI-Lot(WS-IdxLot)        TO SI-Lot
       MOVE WS-SI-DateAchat(WS-IdxLot)  TO SI-DateAchat
       MOVE WS-SI-DateLimite(WS-IdxLot) TO SI-DateLimite
       MOVE WS-SI-Quantite(WS-IdxLot)   TO SI-Quantite
       WRITE StockRecord
     END-IF
   END-PERFORM
   CLOSE stock.

*> Même lecture du plan que ControleTravaux : en-têtes de semaine et
*> lignes "  Parcelle <nom> : <tâche> <produit> - <quantité> unité(s)".
EXAMINER-LIGNE-SUIVANTE.
   READ plan
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF PlanLigne(1:12) = "--- Semaine " THEN
         PERFORM LIRE-ENTETE-SEMAINE
       END-IF
       IF PlanLigne(1:11) = "  Parcelle " AND WS-DateSemaine > ZERO THEN
         PERFORM EXAMINER-TACHE
       END-IF
   END-READ.

LIRE-ENTETE-SEMAINE.
   MOVE SPACES TO WS-AvantDate WS-ApresDate
   UNSTRING PlanLigne DELIMITED BY "du "
     INTO WS-AvantDate WS-ApresDate
   END-UNSTRING
   IF WS-ApresDate(1:8) NUMERIC THEN
     MOVE WS-ApresDate(1:8) TO WS-DateSemaine
     COMPUTE WS-DebutSemaineNum =
         FUNCTION INTEGER-OF-DATE(WS-DateSemaine)
     COMPUTE WS-FinSemaineNum = WS-DebutSemaineNum + 6
   ELSE
     MOVE ZERO TO WS-DateSemaine
   END-IF.

*> Seuls le semis et l'entretien passent un intrant ; la récolte n'en
*> consomme pas.
EXAMINER-TACHE.
   MOVE SPACES TO WS-Parcelle WS-Reste WS-TacheProduit WS-QuantiteTexte
                  WS-MotTache WS-Produit
   UNSTRING PlanLigne(12:121) DELIMITED BY " : "
     INTO WS-Parcelle WS-Reste
   END-UNSTRING
   UNSTRING WS-Reste DELIMITED BY " - "
     INTO WS-TacheProduit WS-QuantiteTexte
   END-UNSTRING
   MOVE 1 TO WS-Pointeur
   UNSTRING WS-TacheProduit DELIMITED BY SPACE
     INTO WS-MotTache
     WITH POINTER WS-Pointeur
   END-UNSTRING
   MOVE WS-TacheProduit(WS-Pointeur:) TO WS-Produit
   EVALUATE WS-MotTache
     WHEN "semis"
       MOVE 'S' TO WS-TacheA
       MOVE 'S' TO WS-TacheB
     WHEN "entretien"
       MOVE 'D' TO WS-TacheA
       MOVE 'T' TO WS-TacheB
     WHEN OTHER
       EXIT PARAGRAPH
   END-EVALUATE
   IF WS-QuantiteTexte(1:11) NOT NUMERIC OR WS-QuantitePrevue = ZERO THEN
     EXIT PARAGRAPH
   END-IF

   MOVE 'N' TO WS-DejaSortie
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-NbSorties OR WS-DejaSortie = 'O'
     IF WS-CI-DateSemaine(WS-Idx) = WS-DateSemaine
        AND WS-CI-Parcelle(WS-Idx) = WS-Parcelle
        AND WS-CI-Tache(WS-Idx) = WS-MotTache
        AND WS-CI-Produit(WS-Idx) = WS-Produit THEN
       MOVE 'O' TO WS-DejaSortie
     END-IF
   END-PERFORM
   IF WS-DejaSortie = 'O' THEN
     EXIT PARAGRAPH
   END-IF

   MOVE 'N' TO WS-Faite
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-NbSeances OR WS-Faite = 'O'
     IF WS-TT-Parcelle(WS-Idx) = WS-Parcelle
        AND (WS-TT-Tache(WS-Idx) = WS-TacheA
             OR WS-TT-Tache(WS-Idx) = WS-TacheB) THEN
       COMPUTE WS-SeanceNum =
           FUNCTION INTEGER-OF-DATE(WS-TT-Date(WS-Idx))
       IF WS-SeanceNum >= WS-DebutSemaineNum
          AND WS-SeanceNum <= WS-FinSemaineNum THEN
         MOVE 'O' TO WS-Faite
       END-IF
     END-IF
   END-PERFORM
   IF WS-Faite = 'N' THEN
     EXIT PARAGRAPH
   END-IF
   PERFORM SORTIR-DU-STOCK.

SORTIR-DU-STOCK.
   MOVE WS-QuantitePrevue TO WS-ASortir
   MOVE ZERO TO WS-QuantiteSortie
   MOVE 1 TO WS-IdxChoisi
   PERFORM PRELEVER-LOT-SUIVANT
       UNTIL WS-ASortir = ZERO OR WS-IdxChoisi = ZERO

   MOVE WS-DateSemaine  TO CI-DateSemaine
   MOVE WS-Parcelle     TO CI-Parcelle
   MOVE WS-MotTache     TO CI-Tache
   MOVE WS-Produit      TO CI-Produit
   MOVE WS-QuantiteSortie TO CI-Quantite
   MOVE WS-ASortir      TO CI-Manque
   MOVE WS-DateJour     TO CI-DatePassage
   WRITE ConsommationRecord
   ADD 1 TO WS-NbLignesSorties
   IF WS-ASortir > ZERO THEN
     ADD 1 TO WS-NbManques
     DISPLAY "Stock insuffisant : " FUNCTION TRIM(WS-Produit) " pour "
             FUNCTION TRIM(WS-Parcelle) " (semaine du " WS-DateSemaine
             "), manque " WS-ASortir
   END-IF.

*> Le lot retenu est celui de date limite la plus proche ; un lot sans
*> limite passe après tous les autres.
PRELEVER-LOT-SUIVANT.
   MOVE ZERO TO WS-IdxChoisi
   MOVE 99999999 TO WS-LimiteChoisie
   PERFORM VARYING WS-IdxLot FROM 1 BY 1 UNTIL WS-IdxLot > WS-NbLots
     IF WS-SI-Produit(WS-IdxLot) = WS-Produit
        AND WS-SI-Quantite(WS-IdxLot) > ZERO THEN
       IF WS-SI-DateLimite(WS-IdxLot) = ZERO THEN
         MOVE 99999999 TO WS-LimiteLot
       ELSE
         MOVE WS-SI-DateLimite(WS-IdxLot) TO WS-LimiteLot
       END-IF
       IF WS-IdxChoisi = ZERO OR WS-LimiteLot < WS-LimiteChoisie THEN
         MOVE WS-IdxLot TO WS-IdxChoisi
         MOVE WS-LimiteLot TO WS-LimiteChoisie
       END-IF
     END-IF
   END-PERFORM
   IF WS-IdxChoisi = ZERO THEN
     EXIT PARAGRAPH
   END-IF
   IF WS-SI-Quantite(WS-IdxChoisi) < WS-ASortir THEN
     MOVE WS-SI-Quantite(WS-IdxChoisi) TO WS-Preleve
   ELSE
     MOVE WS-ASortir TO WS-Preleve
   END-IF
   SUBTRACT WS-Preleve FROM WS-SI-Quantite(WS-IdxChoisi)
   SUBTRACT WS-Preleve FROM WS-ASortir
   ADD WS-Preleve TO WS-QuantiteSortie.
