IDENTIFICATION DIVISION.
PROGRAM-ID. GestionStockIntrants.

*> Stock de la remise : PlanIntrants disait quoi acheter sans savoir ce
*> qui restait déjà en sacs entamés. stockintrants.txt tient un lot par
*> ligne (produit du catalogue intrants.txt, numéro de lot, date
*> d'achat, date limite — péremption ou limite de germination, zéro si
*> le produit n'en a pas —, quantité en main dans l'unité de dose du
*> catalogue). Menu : A entrée d'un lot acheté ; I inventaire physique,
*> lot par lot, dont les écarts avec le stock théorique sont écrits
*> dans inventaireintrants.txt et le stock recalé sur le compté (un lot
*> compté à zéro sort du stock) ; L liste du stock, lots à limite
*> dépassée signalés. Le stock est consommé par ConsommationIntrants au
*> fil des travaux faits et déduit de la liste d'achats par
*> PlanIntrants.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT intrants ASSIGN TO "intrants.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-INTRANTS-STATUS.

  SELECT stock ASSIGN TO "stockintrants.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-STOCK-STATUS.

  SELECT inventaire ASSIGN TO "inventaireintrants.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-INVENTAIRE-STATUS.

DATA DIVISION.

FILE SECTION.
FD intrants.
01 IntrantRecord.
   05 IN-Produit    PIC X(20).
   05 IN-DoseParM2  PIC 9(3)V9(3).
   05 IN-PrixPaquet PIC 9(5)V99.
   05 IN-Paquet     PIC 9(5).
   05 IN-DoseMax    PIC 9(3)V9(3).
   05 IN-DelaiRecolte PIC 9(3).

FD stock.
01 StockRecord.
   05 SI-Produit     PIC X(20).
   05 SI-Lot         PIC X(10).
   05 SI-DateAchat   PIC 9(8).
   05 SI-DateLimite  PIC 9(8).
   05 SI-Quantite    PIC 9(7)V999.

FD inventaire.
01 InventaireLigne PIC X(132).

WORKING-STORAGE SECTION.
01 WS-INTRANTS-STATUS   PIC XX.
01 WS-STOCK-STATUS      PIC XX.
01 WS-INVENTAIRE-STATUS PIC XX.
01 WS-FinLecture PIC X(1).
01 WS-Choix      PIC X(1).
01 WS-DateJour   PIC 9(8).
01 WS-DateSaisie PIC X(8).
01 WS-ProduitSaisi PIC X(20).
01 WS-LotSaisi   PIC X(10).
01 WS-QuantiteSaisie PIC 9(7)V999.
01 WS-Ecart      PIC S9(7)V999.
01 WS-Idx        PIC 9(3).
01 WS-IdxProduit PIC 9(2).
01 WS-IdxLot     PIC 9(3).
01 WS-NbEcarts   PIC 9(3).
01 WS-Etat       PIC X(16).

01 WS-TableProduits.
   05 WS-ProdEntree OCCURS 20 TIMES.
      10 WS-IN-Produit PIC X(20).
01 WS-NbProduits PIC 9(2) VALUE ZERO.

01 WS-TableStock.
   05 WS-LotEntree OCCURS 500 TIMES.
      10 WS-SI-Produit    PIC X(20).
      10 WS-SI-Lot        PIC X(10).
      10 WS-SI-DateAchat  PIC 9(8).
      10 WS-SI-DateLimite PIC 9(8).
      10 WS-SI-Quantite   PIC 9(7)V999.
01 WS-NbLots      PIC 9(3) VALUE ZERO.
01 WS-StockPlein  PIC X(1) VALUE 'N'.

PROCEDURE DIVISION.
    ACCEPT WS-DateJour FROM DATE YYYYMMDD
    PERFORM CHARGER-PRODUITS
    PERFORM CHARGER-STOCK
    IF WS-StockPlein = 'O' THEN
      DISPLAY "Plus de 500 lots dans stockintrants.txt : gestion du "
              "stock impossible."
      STOP RUN
    END-IF
    DISPLAY "Stock des intrants (" WS-NbLots " lot(s), date du jour "
            WS-DateJour ")."

    MOVE 'L' TO WS-Choix
    PERFORM AFFICHER-MENU UNTIL WS-Choix = 'E'
    STOP RUN.

*> Mêmes produits par défaut que PlanIntrants.
CHARGER-PRODUITS.
    OPEN INPUT intrants
    IF WS-INTRANTS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-INTRANT-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbProduits = 20
      CLOSE intrants
    END-IF
    IF WS-NbProduits = ZERO THEN
      MOVE 3 TO WS-NbProduits
      MOVE "Semences gazon" TO WS-IN-Produit(1)
      MOVE "Engrais" TO WS-IN-Produit(2)
      MOVE "Tourbe" TO WS-IN-Produit(3)
    END-IF.

LIRE-INTRANT-SUIVANT.
    READ intrants
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbProduits
        MOVE IN-Produit TO WS-IN-Produit(WS-NbProduits)
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

*> Le stock est réécrit en entier après chaque mouvement ; les lots
*> épuisés n'y sont pas recopiés.
ECRIRE-STOCK.
    OPEN OUTPUT stock
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbLots
      IF WS-SI-Quantite(WS-Idx) > ZERO THEN
        MOVE WS-SI-Produit(WS-Idx)    TO SI-Produit
        MOVE WS-SI-Lot(WS-Idx)        TO SI-Lot
        MOVE WS-SI-DateAchat(WS-Idx)  TO SI-DateAchat
        MOVE WS-SI-DateLimite(WS-Idx) TO SI-DateLimite
        MOVE WS-SI-Quantite(WS-Idx)   TO SI-Quantite
        WRITE StockRecord
      END-IF
    END-PERFORM
    CLOSE stock.

AFFICHER-MENU.
    DISPLAY "---------------------------------------------------"
    DISPLAY "A -> Entrée d'un lot acheté"
    DISPLAY "I -> Inventaire physique"
    DISPLAY "L -> Liste du stock"
    DISPLAY "E -> Quitter"
    DISPLAY "---------------------------------------------------"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
      WHEN 'A'
        PERFORM ENTRER-LOT
      WHEN 'I'
        PERFORM FAIRE-INVENTAIRE
      WHEN 'L'
        PERFORM LISTER-STOCK
      WHEN 'E'
        CONTINUE
      WHEN OTHER
        DISPLAY "Choix invalide."
    END-EVALUATE.

ENTRER-LOT.
    IF WS-NbLots = 500 THEN
      DISPLAY "Stock plein (500 lots)."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Produit :"
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbProduits
      DISPLAY "  " WS-IN-Produit(WS-Idx)
    END-PERFORM
    ACCEPT WS-ProduitSaisi
    MOVE ZERO TO WS-IdxProduit
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbProduits
      IF WS-IN-Produit(WS-Idx) = WS-ProduitSaisi THEN
        MOVE WS-Idx TO WS-IdxProduit
      END-IF
    END-PERFORM
    IF WS-IdxProduit = ZERO THEN
      DISPLAY "Produit absent du catalogue des intrants, lot refusé."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Numéro de lot : "
    ACCEPT WS-LotSaisi
    IF WS-LotSaisi = SPACES THEN
      DISPLAY "Numéro de lot obligatoire, lot refusé."
      EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbLots
      IF WS-SI-Produit(WS-Idx) = WS-ProduitSaisi
         AND WS-SI-Lot(WS-Idx) = WS-LotSaisi THEN
        DISPLAY "Lot déjà en stock pour ce produit, lot refusé."
        EXIT PARAGRAPH
      END-IF
    END-PERFORM
    ADD 1 TO WS-NbLots
    MOVE WS-ProduitSaisi TO WS-SI-Produit(WS-NbLots)
    MOVE WS-LotSaisi TO WS-SI-Lot(WS-NbLots)
    DISPLAY "Date d'achat (AAAAMMJJ, vide = aujourd'hui) : "
    ACCEPT WS-DateSaisie
    IF WS-DateSaisie = SPACES OR WS-DateSaisie NOT NUMERIC THEN
      MOVE WS-DateJour TO WS-SI-DateAchat(WS-NbLots)
    ELSE
      MOVE WS-DateSaisie TO WS-SI-DateAchat(WS-NbLots)
    END-IF
    DISPLAY "Date limite (péremption ou germination, AAAAMMJJ ; "
            "vide = aucune) : "
    ACCEPT WS-DateSaisie
    IF WS-DateSaisie = SPACES OR WS-DateSaisie NOT NUMERIC THEN
      MOVE ZERO TO WS-SI-DateLimite(WS-NbLots)
    ELSE
      MOVE WS-DateSaisie TO WS-SI-DateLimite(WS-NbLots)
    END-IF
    DISPLAY "Quantité (unité de dose du catalogue, ex. 2.500) : "
    ACCEPT WS-QuantiteSaisie
    IF WS-SI-DateAchat(WS-NbLots) > WS-DateJour
       OR WS-QuantiteSaisie = ZERO
       OR (WS-SI-DateLimite(WS-NbLots) > ZERO
           AND WS-SI-DateLimite(WS-NbLots)
               < WS-SI-DateAchat(WS-NbLots)) THEN
      DISPLAY "Date d'achat future, limite avant l'achat ou quantité "
              "nulle : lot refusé."
      SUBTRACT 1 FROM WS-NbLots
      EXIT PARAGRAPH
    END-IF
    MOVE WS-QuantiteSaisie TO WS-SI-Quantite(WS-NbLots)
    PERFORM ECRIRE-STOCK
    DISPLAY "Lot " FUNCTION TRIM(WS-LotSaisi) " de "
            FUNCTION TRIM(WS-ProduitSaisi) " entré en stock : "
            WS-SI-Quantite(WS-NbLots).

*> Chaque lot est compté ; 0 pour un lot introuvable ou épuisé.
FAIRE-INVENTAIRE.
    IF WS-NbLots = ZERO THEN
      DISPLAY "Aucun lot en stock."
      EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-NbEcarts
    OPEN OUTPUT inventaire
    MOVE SPACES TO InventaireLigne
    STRING "INVENTAIRE PHYSIQUE DES INTRANTS DU " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
           " - écarts compté / théorique" DELIMITED BY SIZE
      INTO InventaireLigne
    END-STRING
    WRITE InventaireLigne
    PERFORM COMPTER-LOT
        VARYING WS-IdxLot FROM 1 BY 1 UNTIL WS-IdxLot > WS-NbLots
    MOVE SPACES TO InventaireLigne
    STRING "TOTAL : " DELIMITED BY SIZE
           WS-NbLots DELIMITED BY SIZE
           " lot(s) compté(s), " DELIMITED BY SIZE
           WS-NbEcarts DELIMITED BY SIZE
           " écart(s)" DELIMITED BY SIZE
      INTO InventaireLigne
    END-STRING
    WRITE InventaireLigne
    CLOSE inventaire
    PERFORM ECRIRE-STOCK
    DISPLAY "Inventaire terminé : " WS-NbEcarts
            " écart(s) (inventaireintrants.txt).".

COMPTER-LOT.
    DISPLAY FUNCTION TRIM(WS-SI-Produit(WS-IdxLot)) " lot "
            FUNCTION TRIM(WS-SI-Lot(WS-IdxLot)) " - théorique "
            WS-SI-Quantite(WS-IdxLot) " - quantité comptée : "
    ACCEPT WS-QuantiteSaisie
    IF WS-QuantiteSaisie = WS-SI-Quantite(WS-IdxLot) THEN
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-NbEcarts
    COMPUTE WS-Ecart = WS-QuantiteSaisie - WS-SI-Quantite(WS-IdxLot)
    MOVE SPACES TO InventaireLigne
    STRING WS-SI-Produit(WS-IdxLot) DELIMITED BY SIZE
           " lot " DELIMITED BY SIZE
           WS-SI-Lot(WS-IdxLot) DELIMITED BY SIZE
           " théorique " DELIMITED BY SIZE
           WS-SI-Quantite(WS-IdxLot) DELIMITED BY SIZE
           " compté " DELIMITED BY SIZE
           WS-QuantiteSaisie DELIMITED BY SIZE
           " écart " DELIMITED BY SIZE
           WS-Ecart DELIMITED BY SIZE
      INTO InventaireLigne
    END-STRING
    WRITE InventaireLigne
    MOVE WS-QuantiteSaisie TO WS-SI-Quantite(WS-IdxLot).

LISTER-STOCK.
    IF WS-NbLots = ZERO THEN
      DISPLAY "Aucun lot en stock."
      EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbLots
      IF WS-SI-DateLimite(WS-Idx) > ZERO
         AND WS-SI-DateLimite(WS-Idx) < WS-DateJour THEN
        MOVE "LIMITE DEPASSEE" TO WS-Etat
      ELSE
        MOVE SPACES TO WS-Etat
      END-IF
      DISPLAY WS-SI-Produit(WS-Idx) " lot " WS-SI-Lot(WS-Idx)
              " acheté " WS-SI-DateAchat(WS-Idx)
              " limite " WS-SI-DateLimite(WS-Idx)
              " qté " WS-SI-Quantite(WS-Idx) " " WS-Etat
    END-PERFORM.
