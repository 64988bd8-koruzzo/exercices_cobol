*> consolidée par produit — les conditionnements consolidés sont
*> recalculés sur la quantité totale du registre, ce qui évite
*> d'arrondir parcelle par parcelle.
*> Pour les produits de traitement, le catalogue porte aussi la dose
*> maximale légale par m² et le délai avant récolte en jours, relus par
*> SaisieTraitement.
*> La liste d'achats est nette du stock de la remise (stockintrants.txt,
*> GestionStockIntrants) : seuls comptent les lots encore bons au début
*> de saison (saison.txt AAAAMMJJ ; défaut : 1er mars de l'année en
*> cours) ; les lots dont la date limite — péremption ou germination —
*> tombe avant sont signalés à écarter.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CULTURES-STATUS.

  SELECT stock ASSIGN TO "stockintrants.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-STOCK-STATUS.

  SELECT saison ASSIGN TO "saison.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SAISON-STATUS.

  SELECT plan ASSIGN TO "planintrants.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
   05 IN-DoseParM2  PIC 9(3)V9(3).
   05 IN-PrixPaquet PIC 9(5)V99.
   05 IN-Paquet     PIC 9(5).
   05 IN-DoseMax    PIC 9(3)V9(3).
   05 IN-DelaiRecolte PIC 9(3).

FD cultures.
01 CultureRecord.
   05 CU-Parcelle PIC X(20).
   05 CU-Produit  PIC X(20).

FD stock.
01 StockRecord.
   05 SI-Produit     PIC X(20).
   05 SI-Lot         PIC X(10).
   05 SI-DateAchat   PIC 9(8).
   05 SI-DateLimite  PIC 9(8).
   05 SI-Quantite    PIC 9(7)V999.

FD saison.
01 SaisonLigne PIC X(8).

FD plan.
01 PlanLigne PIC X(132).

01 WS-PARCELLES-STATUS PIC XX.
01 WS-INTRANTS-STATUS  PIC XX.
01 WS-CULTURES-STATUS  PIC XX.
01 WS-STOCK-STATUS     PIC XX.
01 WS-SAISON-STATUS    PIC XX.
01 WS-PLAN-STATUS      PIC XX.

01 WS-FinLecture PIC X(1).
      10 WS-IN-PrixPaquet PIC 9(5)V99.
      10 WS-IN-Paquet     PIC 9(5).
      10 WS-IN-QuantiteTotale PIC 9(9)V99.
      10 WS-IN-StockUtile     PIC 9(9)V999.
01 WS-NbIntrants PIC 9(2) VALUE ZERO.

01 WS-Idx         PIC 9(3).
01 WS-IdxParcelle PIC 9(3).
01 WS-IdxIntrant  PIC 9(2).
01 WS-ProduitCherche PIC X(20).
01 WS-NbBesoins   PIC 9(3) VALUE ZERO.
01 WS-Quantite    PIC 9(9)V99.
01 WS-NbPaquets   PIC 9(5).
01 WS-CoutPaquets PIC 9(9)V99.
01 WS-CoutTotalListe PIC 9(9)V99 VALUE ZERO.
01 WS-AAcheter     PIC 9(9)V99.
01 WS-DebutSaison  PIC 9(8).
01 WS-NbLotsEcartes PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
   PERFORM CHARGER-SAISON
   PERFORM CHARGER-INTRANTS
   PERFORM CALCULER-AIRES-PARCELLES

     WRITE PlanLigne
   ELSE
     PERFORM TRAITER-CULTURES
     PERFORM CONTROLER-STOCK
     PERFORM ECRIRE-LISTE-ACHATS
   END-IF
   CLOSE plan
           WS-NbBesoins " besoin(s) chiffré(s))."
   STOP RUN.

*> Le début de saison vient de saison.txt ; à défaut, le 1er mars de
*> l'année en cours.
CHARGER-SAISON.
   ACCEPT WS-DebutSaison FROM DATE YYYYMMDD
   MOVE 0301 TO WS-DebutSaison(5:4)
   OPEN INPUT saison
   IF WS-SAISON-STATUS = "00" THEN
     READ saison
       NOT AT END
         IF SaisonLigne NUMERIC THEN
           MOVE SaisonLigne TO WS-DebutSaison
         END-IF
     END-READ
     CLOSE saison
   END-IF.

CHARGER-INTRANTS.
   OPEN INPUT intrants
   IF WS-INTRANTS-STATUS = "00" THEN
   END-IF
   PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbIntrants
     MOVE ZERO TO WS-IN-QuantiteTotale(WS-Idx)
     MOVE ZERO TO WS-IN-StockUtile(WS-Idx)
   END-PERFORM.

LIRE-INTRANT-SUIVANT.
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       PERFORM LOCALISER-PARCELLE
       MOVE CU-Produit TO WS-ProduitCherche
       PERFORM LOCALISER-INTRANT
       IF WS-IdxParcelle = ZERO THEN
         MOVE SPACES TO PlanLigne
LOCALISER-INTRANT.
   MOVE ZERO TO WS-IdxIntrant
   PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbIntrants
     IF WS-IN-Produit(WS-Idx) = WS-ProduitCherche THEN
       MOVE WS-Idx TO WS-IdxIntrant
     END-IF
   END-PERFORM.
   END-STRING
   WRITE PlanLigne.

*> Un lot dont la limite tombe avant le début de saison ne compte pas
*> dans le stock : il est listé pour être écarté avant les semis.
CONTROLER-STOCK.
   OPEN INPUT stock
   IF WS-STOCK-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM CONTROLER-LOT-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE stock
   END-IF.

CONTROLER-LOT-SUIVANT.
   READ stock
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF SI-DateLimite > ZERO AND SI-DateLimite < WS-DebutSaison THEN
         IF WS-NbLotsEcartes = ZERO THEN
           MOVE SPACES TO PlanLigne
           STRING "--- Lots à écarter : limite dépassée au début de "
                  DELIMITED BY SIZE
                  "saison (" DELIMITED BY SIZE
                  WS-DebutSaison DELIMITED BY SIZE
                  ") ---" DELIMITED BY SIZE
             INTO PlanLigne
           END-STRING
           WRITE PlanLigne
         END-IF
         ADD 1 TO WS-NbLotsEcartes
         MOVE SPACES TO PlanLigne
         STRING FUNCTION TRIM(SI-Produit) DELIMITED BY SIZE
                " lot " DELIMITED BY SIZE
                FUNCTION TRIM(SI-Lot) DELIMITED BY SIZE
                " : " DELIMITED BY SIZE
                SI-Quantite DELIMITED BY SIZE
                " unité(s), limite " DELIMITED BY SIZE
                SI-DateLimite DELIMITED BY SIZE
                " dépassée" DELIMITED BY SIZE
           INTO PlanLigne
         END-STRING
         WRITE PlanLigne
       ELSE
         MOVE SI-Produit TO WS-ProduitCherche
         PERFORM LOCALISER-INTRANT
         IF WS-IdxIntrant > ZERO THEN
           ADD SI-Quantite TO WS-IN-StockUtile(WS-IdxIntrant)
         END-IF
       END-IF
   END-READ.

ECRIRE-LISTE-ACHATS.
   MOVE "--- Liste d'achats consolidée ---" TO PlanLigne
   WRITE PlanLigne
   PERFORM VARYING WS-IdxIntrant FROM 1 BY 1
       UNTIL WS-IdxIntrant > WS-NbIntrants
     IF WS-IN-QuantiteTotale(WS-IdxIntrant) > ZERO THEN
       PERFORM ECRIRE-ACHAT-PRODUIT
     END-IF
   END-PERFORM
   MOVE SPACES TO PlanLigne
     INTO PlanLigne
   END-STRING
   WRITE PlanLigne.

*> Le besoin de la saison est diminué du stock utilisable ; un besoin
*> couvert par le stock ne donne lieu à aucun achat.
ECRIRE-ACHAT-PRODUIT.
   IF WS-IN-StockUtile(WS-IdxIntrant)
      >= WS-IN-QuantiteTotale(WS-IdxIntrant) THEN
     MOVE SPACES TO PlanLigne
     STRING FUNCTION TRIM(WS-IN-Produit(WS-IdxIntrant)) DELIMITED BY SIZE
            " : " DELIMITED BY SIZE
            WS-IN-QuantiteTotale(WS-IdxIntrant) DELIMITED BY SIZE
            " unité(s), couvert par le stock (" DELIMITED BY SIZE
            WS-IN-StockUtile(WS-IdxIntrant) DELIMITED BY SIZE
            ") - rien à acheter" DELIMITED BY SIZE
       INTO PlanLigne
     END-STRING
     WRITE PlanLigne
     EXIT PARAGRAPH
   END-IF
   COMPUTE WS-AAcheter = WS-IN-QuantiteTotale(WS-IdxIntrant)
                       - WS-IN-StockUtile(WS-IdxIntrant)
   DIVIDE WS-AAcheter BY WS-IN-Paquet(WS-IdxIntrant)
       GIVING WS-NbPaquets ROUNDED
   IF WS-NbPaquets * WS-IN-Paquet(WS-IdxIntrant) < WS-AAcheter THEN
     ADD 1 TO WS-NbPaquets
   END-IF
   IF WS-NbPaquets = ZERO THEN
     MOVE 1 TO WS-NbPaquets
   END-IF
   COMPUTE WS-CoutPaquets =
       WS-NbPaquets * WS-IN-PrixPaquet(WS-IdxIntrant)
   ADD WS-CoutPaquets TO WS-CoutTotalListe
   MOVE SPACES TO PlanLigne
   STRING FUNCTION TRIM(WS-IN-Produit(WS-IdxIntrant)) DELIMITED BY SIZE
          " : besoin " DELIMITED BY SIZE
          WS-IN-QuantiteTotale(WS-IdxIntrant) DELIMITED BY SIZE
          " unité(s), stock utilisable " DELIMITED BY SIZE
          WS-IN-StockUtile(WS-IdxIntrant) DELIMITED BY SIZE
     INTO PlanLigne
   END-STRING
   WRITE PlanLigne
   MOVE SPACES TO PlanLigne
   STRING "  à acheter : " DELIMITED BY SIZE
          WS-AAcheter DELIMITED BY SIZE
          " unité(s) -> " DELIMITED BY SIZE
          WS-NbPaquets DELIMITED BY SIZE
          " conditionnement(s) de " DELIMITED BY SIZE
          WS-IN-Paquet(WS-IdxIntrant) DELIMITED BY SIZE
          ", coût " DELIMITED BY SIZE
          WS-CoutPaquets DELIMITED BY SIZE
          " €" DELIMITED BY SIZE
     INTO PlanLigne
   END-STRING
   WRITE PlanLigne.
