IDENTIFICATION DIVISION.
PROGRAM-ID. DemarqueStock.

*> Saisie de la démarque constatée en rayon ou en réserve : casse
*> ('C'), vol ('V', écart constaté sur le rayon) ou denrée périmée
*> trouvée avant le passage de SuiviPeremptions ('P'). La quantité
*> sort du stock en main (PD-Stock) et des lots (lotsstock.txt,
*> LOTSTOCK) — le lot désigné, ou à défaut les lots du plus proche de
*> sa date limite au plus éloigné, puis le stock hors lot — et chaque
*> part est inscrite au registre de la démarque (demarques.txt,
*> DEMARQUE) au coût moyen pondéré du produit. Produits et lots sont
*> rechargés en table puis réécrits en entier après chaque saisie.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT produits ASSIGN TO "produits.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PRODUITS-STATUS.

  SELECT lots ASSIGN TO "lotsstock.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-LOTS-STATUS.

  SELECT demarques ASSIGN TO "demarques.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DEMARQUES-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD produits.
01 ProduitRecord.
   05 PD-Code         PIC X(6).
   05 PD-Libelle      PIC X(20).
   05 PD-Prix         PIC 9(6)V99.
   05 PD-CategorieTVA PIC X(2).
   05 PD-Stock        PIC 9(5).
   05 PD-Fournisseur  PIC X(6).
   05 PD-QteReappro   PIC 9(5).
   05 PD-PrixAchat    PIC 9(6)V99.
   05 PD-CoutMoyen    PIC 9(6)V99.

FD lots.
COPY "LOTSTOCK.cpy".

FD demarques.
COPY "DEMARQUE.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-PRODUITS-STATUS   PIC XX.
01 WS-LOTS-STATUS       PIC XX.
01 WS-DEMARQUES-STATUS  PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-Choix      PIC X(1).
01 WS-DateJour   PIC X(8).
01 WS-FinLecture PIC X(1).
01 WS-CodeSaisi  PIC X(6).
01 WS-MotifSaisi PIC X(1).
   88 MOTIF-VALIDE VALUE 'C' 'V' 'P'.
01 WS-QuantiteSaisie PIC 9(5).
01 WS-LotSaisi   PIC X(10).
01 WS-StockNum   PIC 9(5).
01 WS-Idx        PIC 9(2).
01 WS-IdxProduit PIC 9(2).

01 WS-TableProduits.
   05 WS-ProduitEntree OCCURS 50 TIMES.
      10 WS-PD-Code         PIC X(6).
      10 WS-PD-Libelle      PIC X(20).
      10 WS-PD-Prix         PIC 9(6)V99.
      10 WS-PD-CategorieTVA PIC X(2).
      10 WS-PD-Stock        PIC X(5).
      10 WS-PD-Fournisseur  PIC X(6).
      10 WS-PD-QteReappro   PIC X(5).
      10 WS-PD-PrixAchat    PIC 9(6)V99.
      10 WS-PD-CoutMoyen    PIC 9(6)V99.
01 WS-NbProduits PIC 9(2) VALUE ZERO.

01 WS-TableLots.
   05 WS-LotEntree OCCURS 500 TIMES.
      10 WS-LT-Code          PIC X(6).
      10 WS-LT-Lot           PIC X(10).
      10 WS-LT-DateLimite    PIC X(8).
      10 WS-LT-DateReception PIC X(8).
      10 WS-LT-Quantite      PIC 9(5).
01 WS-NbLots        PIC 9(3) VALUE ZERO.
01 WS-LotsDeborde   PIC X(1) VALUE 'N'.
01 WS-IdxLot        PIC 9(3).
01 WS-IdxLotRetenu  PIC 9(3).
01 WS-CleLot        PIC X(8).
01 WS-CleLotRetenue PIC X(8).
01 WS-QteAPuiser    PIC 9(5).

01 WS-QtePart       PIC 9(5).
01 WS-CoutUnitaire  PIC 9(6)V99.
01 WS-ValeurPart    PIC 9(8)V99.
01 WS-ValeurSaisie  PIC 9(8)V99.

PROCEDURE DIVISION.
    DISPLAY "Démarque du magasin (casse, vol, périmé)."
    PERFORM CHARGER-DATE-VALEUR
    PERFORM CHARGER-PRODUITS
    IF WS-NbProduits = ZERO THEN
      DISPLAY "produits.txt absent ou vide, aucune démarque possible."
      STOP RUN
    END-IF
    PERFORM CHARGER-LOTS
    IF WS-LotsDeborde = 'O' THEN
      DISPLAY "Plus de 500 lots en stock : démarque impossible, "
              "fichier laissé en l'état."
      STOP RUN
    END-IF

    PERFORM SAISIR-DEMARQUE UNTIL WS-Choix = 'E'

    DISPLAY "Fin de la saisie de la démarque."
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

CHARGER-PRODUITS.
    OPEN INPUT produits
    IF WS-PRODUITS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-PRODUIT-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbProduits = 50
      CLOSE produits
    END-IF.

LIRE-PRODUIT-SUIVANT.
    READ produits
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbProduits
        MOVE PD-Code         TO WS-PD-Code(WS-NbProduits)
        MOVE PD-Libelle      TO WS-PD-Libelle(WS-NbProduits)
        MOVE PD-Prix         TO WS-PD-Prix(WS-NbProduits)
        MOVE PD-CategorieTVA TO WS-PD-CategorieTVA(WS-NbProduits)
        MOVE PD-Stock        TO WS-PD-Stock(WS-NbProduits)
        MOVE PD-Fournisseur  TO WS-PD-Fournisseur(WS-NbProduits)
        MOVE PD-QteReappro   TO WS-PD-QteReappro(WS-NbProduits)
        MOVE PD-PrixAchat    TO WS-PD-PrixAchat(WS-NbProduits)
        MOVE PD-CoutMoyen    TO WS-PD-CoutMoyen(WS-NbProduits)
    END-READ.

SAUVER-PRODUITS.
    OPEN OUTPUT produits
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbProduits
      MOVE WS-PD-Code(WS-Idx)         TO PD-Code
      MOVE WS-PD-Libelle(WS-Idx)      TO PD-Libelle
      MOVE WS-PD-Prix(WS-Idx)         TO PD-Prix
      MOVE WS-PD-CategorieTVA(WS-Idx) TO PD-CategorieTVA
      MOVE WS-PD-Stock(WS-Idx)        TO PD-Stock
      MOVE WS-PD-Fournisseur(WS-Idx)  TO PD-Fournisseur
      MOVE WS-PD-QteReappro(WS-Idx)   TO PD-QteReappro
      MOVE WS-PD-PrixAchat(WS-Idx)    TO PD-PrixAchat
      MOVE WS-PD-CoutMoyen(WS-Idx)    TO PD-CoutMoyen
      WRITE ProduitRecord
    END-PERFORM
    CLOSE produits.

CHARGER-LOTS.
    OPEN INPUT lots
    IF WS-LOTS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-LOT-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbLots = 500
      IF WS-FinLecture NOT = 'O' THEN
        READ lots
          NOT AT END MOVE 'O' TO WS-LotsDeborde
        END-READ
      END-IF
      CLOSE lots
    END-IF.

LIRE-LOT-SUIVANT.
    READ lots
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbLots
        MOVE LT-Code          TO WS-LT-Code(WS-NbLots)
        MOVE LT-Lot           TO WS-LT-Lot(WS-NbLots)
        MOVE LT-DateLimite    TO WS-LT-DateLimite(WS-NbLots)
        MOVE LT-DateReception TO WS-LT-DateReception(WS-NbLots)
        MOVE LT-Quantite      TO WS-LT-Quantite(WS-NbLots)
    END-READ.

*> Les lots épuisés ne sont pas réécrits.
SAUVER-LOTS.
    OPEN OUTPUT lots
    PERFORM VARYING WS-IdxLot FROM 1 BY 1 UNTIL WS-IdxLot > WS-NbLots
      IF WS-LT-Quantite(WS-IdxLot) > ZERO THEN
        MOVE WS-LT-Code(WS-IdxLot)          TO LT-Code
        MOVE WS-LT-Lot(WS-IdxLot)           TO LT-Lot
        MOVE WS-LT-DateLimite(WS-IdxLot)    TO LT-DateLimite
        MOVE WS-LT-DateReception(WS-IdxLot) TO LT-DateReception
        MOVE WS-LT-Quantite(WS-IdxLot)      TO LT-Quantite
        WRITE LotStockRecord
      END-IF
    END-PERFORM
    CLOSE lots.

SAISIR-DEMARQUE.
    DISPLAY "---------------------------------------------------"
    DISPLAY "D -> Saisir une démarque, E -> Quitter"
    ACCEPT WS-Choix
    IF WS-Choix NOT = 'D' THEN
      IF WS-Choix NOT = 'E' THEN
        DISPLAY "Choix invalide."
      END-IF
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Code produit : "
    ACCEPT WS-CodeSaisi
    MOVE ZERO TO WS-IdxProduit
    PERFORM VARYING WS-Idx FROM 1 BY 1
        UNTIL WS-Idx > WS-NbProduits OR WS-IdxProduit > ZERO
      IF WS-PD-Code(WS-Idx) = WS-CodeSaisi THEN
        MOVE WS-Idx TO WS-IdxProduit
      END-IF
    END-PERFORM
    IF WS-IdxProduit = ZERO THEN
      DISPLAY "Code produit inconnu."
      EXIT PARAGRAPH
    END-IF
    IF WS-PD-Stock(WS-IdxProduit) NOT NUMERIC THEN
      DISPLAY "Produit non suivi en stock : rien à démarquer."
      EXIT PARAGRAPH
    END-IF
    MOVE WS-PD-Stock(WS-IdxProduit) TO WS-StockNum
    DISPLAY WS-PD-Libelle(WS-IdxProduit) " : stock en main "
            WS-StockNum "."
    DISPLAY "Motif (C casse, V vol, P périmé) : "
    ACCEPT WS-MotifSaisi
    IF NOT MOTIF-VALIDE THEN
      DISPLAY "Motif invalide, démarque annulée."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Quantité : "
    MOVE ZERO TO WS-QuantiteSaisie
    ACCEPT WS-QuantiteSaisie
    IF WS-QuantiteSaisie = ZERO THEN
      DISPLAY "Quantité nulle, démarque annulée."
      EXIT PARAGRAPH
    END-IF
    IF WS-QuantiteSaisie > WS-StockNum THEN
      DISPLAY "La démarque ne peut pas dépasser le stock en main, "
              "démarque annulée."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Numéro de lot (vide = lots du plus proche de sa date) : "
    MOVE SPACES TO WS-LotSaisi
    ACCEPT WS-LotSaisi
    IF WS-LotSaisi NOT = SPACES THEN
      PERFORM LOCALISER-LOT
      IF WS-IdxLotRetenu = ZERO THEN
        DISPLAY "Lot inconnu pour ce produit, démarque annulée."
        EXIT PARAGRAPH
      END-IF
      IF WS-QuantiteSaisie > WS-LT-Quantite(WS-IdxLotRetenu) THEN
        DISPLAY "Le lot ne compte que " WS-LT-Quantite(WS-IdxLotRetenu)
                " unité(s), démarque annulée."
        EXIT PARAGRAPH
      END-IF
    END-IF

    IF WS-PD-CoutMoyen(WS-IdxProduit) NUMERIC THEN
      MOVE WS-PD-CoutMoyen(WS-IdxProduit) TO WS-CoutUnitaire
    ELSE
      MOVE ZERO TO WS-CoutUnitaire
    END-IF
    MOVE ZERO TO WS-ValeurSaisie
    OPEN EXTEND demarques
    IF WS-DEMARQUES-STATUS NOT = "00" THEN
      OPEN OUTPUT demarques
    END-IF
    MOVE WS-QuantiteSaisie TO WS-QteAPuiser
    IF WS-LotSaisi NOT = SPACES THEN
      MOVE WS-QteAPuiser TO WS-QtePart
      SUBTRACT WS-QtePart FROM WS-LT-Quantite(WS-IdxLotRetenu)
      MOVE ZERO TO WS-QteAPuiser
      PERFORM ECRIRE-DEMARQUE-LOT
    ELSE
      MOVE 1 TO WS-IdxLotRetenu
      PERFORM PUISER-LOT-SUIVANT
          UNTIL WS-QteAPuiser = ZERO OR WS-IdxLotRetenu = ZERO
    END-IF
    IF WS-QteAPuiser > ZERO THEN
      MOVE WS-QteAPuiser TO WS-QtePart
      MOVE SPACES TO DM-Lot DM-DateLimite
      PERFORM ECRIRE-DEMARQUE
    END-IF
    CLOSE demarques

    SUBTRACT WS-QuantiteSaisie FROM WS-StockNum
    MOVE WS-StockNum TO WS-PD-Stock(WS-IdxProduit)
    PERFORM SAUVER-PRODUITS
    PERFORM SAUVER-LOTS
    DISPLAY WS-QuantiteSaisie " unité(s) démarquée(s), valeur au coût "
            WS-ValeurSaisie " ; stock porté à " WS-StockNum ".".

LOCALISER-LOT.
    MOVE ZERO TO WS-IdxLotRetenu
    PERFORM VARYING WS-IdxLot FROM 1 BY 1
        UNTIL WS-IdxLot > WS-NbLots OR WS-IdxLotRetenu > ZERO
      IF WS-LT-Code(WS-IdxLot) = WS-CodeSaisi
         AND WS-LT-Lot(WS-IdxLot) = WS-LotSaisi
         AND WS-LT-Quantite(WS-IdxLot) > ZERO THEN
        MOVE WS-IdxLot TO WS-IdxLotRetenu
      END-IF
    END-PERFORM.

*> Lot du produit le plus proche de sa date limite, un lot sans date
*> passant après les lots datés ; chaque part prise sur un lot est
*> une ligne du registre.
PUISER-LOT-SUIVANT.
    MOVE ZERO TO WS-IdxLotRetenu
    MOVE HIGH-VALUES TO WS-CleLotRetenue
    PERFORM VARYING WS-IdxLot FROM 1 BY 1 UNTIL WS-IdxLot > WS-NbLots
      IF WS-LT-Code(WS-IdxLot) = WS-CodeSaisi
         AND WS-LT-Quantite(WS-IdxLot) > ZERO THEN
        MOVE WS-LT-DateLimite(WS-IdxLot) TO WS-CleLot
        IF WS-CleLot = SPACES THEN
          MOVE "99999999" TO WS-CleLot
        END-IF
        IF WS-CleLot < WS-CleLotRetenue THEN
          MOVE WS-CleLot TO WS-CleLotRetenue
          MOVE WS-IdxLot TO WS-IdxLotRetenu
        END-IF
      END-IF
    END-PERFORM
    IF WS-IdxLotRetenu = ZERO THEN
      EXIT PARAGRAPH
    END-IF
    IF WS-LT-Quantite(WS-IdxLotRetenu) > WS-QteAPuiser THEN
      MOVE WS-QteAPuiser TO WS-QtePart
    ELSE
      MOVE WS-LT-Quantite(WS-IdxLotRetenu) TO WS-QtePart
    END-IF
    SUBTRACT WS-QtePart FROM WS-LT-Quantite(WS-IdxLotRetenu)
    SUBTRACT WS-QtePart FROM WS-QteAPuiser
    PERFORM ECRIRE-DEMARQUE-LOT.

ECRIRE-DEMARQUE-LOT.
    MOVE WS-LT-Lot(WS-IdxLotRetenu) TO DM-Lot
    MOVE WS-LT-DateLimite(WS-IdxLotRetenu) TO DM-DateLimite
    PERFORM ECRIRE-DEMARQUE.

ECRIRE-DEMARQUE.
    COMPUTE WS-ValeurPart = WS-QtePart * WS-CoutUnitaire
    MOVE WS-DateJour TO DM-Date
    MOVE WS-CodeSaisi TO DM-Code
    MOVE WS-PD-Libelle(WS-IdxProduit) TO DM-Libelle
    MOVE WS-MotifSaisi TO DM-Motif
    MOVE WS-QtePart TO DM-Quantite
    MOVE WS-CoutUnitaire TO DM-CoutUnitaire
    MOVE WS-ValeurPart TO DM-Valeur
    MOVE WS-PD-CategorieTVA(WS-IdxProduit) TO DM-Categorie
    WRITE DemarqueRecord
    ADD WS-ValeurPart TO WS-ValeurSaisie.
