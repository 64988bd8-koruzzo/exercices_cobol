IDENTIFICATION DIVISION.
PROGRAM-ID. SuiviPeremptions.

*> Suivi quotidien des dates limites du magasin, à passer chaque matin
*> après l'ouverture de journée : les lots en stock (lotsstock.txt,
*> LOTSTOCK) sont confrontés à la journée comptable. Un lot dont la
*> date limite est passée sort du stock (PD-Stock et lot) et part au
*> registre de la démarque (demarques.txt, DEMARQUE) au motif 'P',
*> valorisé au coût moyen pondéré du produit. Un lot qui arrive à sa
*> date limite dans la fenêtre d'alerte (alerteperemption.txt, défaut
*> 3 jours) est signalé et son produit démarqué : une promotion en
*> pourcentage (tauxdemarque.txt, défaut 30 %) est ajoutée à
*> promotions.txt du jour à la date limite du lot, que la caisse
*> applique comme toute promotion — sauf si le produit ou sa catégorie
*> a déjà une promotion active sur cette période. Les lots dont le
*> total dépasse le stock en main (comptage EcartsStock, stock remis à
*> zéro en caisse) sont d'abord ramenés au stock, du plus proche de sa
*> date au plus éloigné. La liste du jour est écrite dans
*> peremptions-AAAAMMJJ.txt.

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

  SELECT promotions ASSIGN TO "promotions.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PROMOTIONS-STATUS.

  SELECT demarques ASSIGN TO "demarques.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DEMARQUES-STATUS.

  SELECT alerteperemption ASSIGN TO "alerteperemption.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ALERTE-STATUS.

  SELECT tauxdemarque ASSIGN TO "tauxdemarque.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TAUXDEMARQUE-STATUS.

  SELECT etat ASSIGN TO WS-NomEtat
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ETAT-STATUS.

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

FD promotions.
01 PromotionRecord.
   05 PM-CibleType PIC X(1).
   05 PM-Cible     PIC X(6).
   05 PM-TypeRemise PIC X(1).
   05 PM-Valeur    PIC 9(6)V99.
   05 PM-DateDebut PIC X(8).
   05 PM-DateFin   PIC X(8).

FD demarques.
COPY "DEMARQUE.cpy".

FD alerteperemption.
01 AlertePeremptionLigne PIC X(3).

FD tauxdemarque.
01 TauxDemarqueLigne PIC X(2).

FD etat.
01 EtatLigne PIC X(120).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-PRODUITS-STATUS     PIC XX.
01 WS-LOTS-STATUS         PIC XX.
01 WS-PROMOTIONS-STATUS   PIC XX.
01 WS-DEMARQUES-STATUS    PIC XX.
01 WS-ALERTE-STATUS       PIC XX.
01 WS-TAUXDEMARQUE-STATUS PIC XX.
01 WS-ETAT-STATUS         PIC XX.
01 WS-DATEVALEUR-STATUS   PIC XX.

01 WS-FinLecture PIC X(1).
01 WS-DateJour   PIC X(8).
01 WS-DateNum    PIC 9(8).
01 WS-JoursJour  PIC 9(7).
01 WS-JoursLot   PIC 9(7).
01 WS-JoursRestants PIC 9(5).
01 WS-NomEtat    PIC X(30).

01 ALERTE-PEREMPTION-DEFAUT PIC 9(3) VALUE 3.
01 WS-AlertePeremption PIC 9(3).
01 TAUX-DEMARQUE-DEFAUT PIC 9(2) VALUE 30.
01 WS-TauxDemarque PIC 9(2).

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
01 WS-Idx        PIC 9(2).
01 WS-IdxProduit PIC 9(2).

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
01 WS-IdxExamen     PIC 9(3).
01 WS-IdxLotRetenu  PIC 9(3).
01 WS-CleLot        PIC X(8).
01 WS-CleLotRetenue PIC X(8).
01 WS-QteAPuiser    PIC 9(5).
01 WS-TotalLots     PIC 9(7).
01 WS-StockNum      PIC 9(5).
01 WS-Excedent      PIC 9(7).

01 WS-QteSortie     PIC 9(5).
01 WS-CoutUnitaire  PIC 9(6)V99.
01 WS-ValeurSortie  PIC 9(8)V99.
01 WS-ValeurEdit    PIC Z(7)9.99.
01 WS-PromoEnCours  PIC X(1).
01 WS-FinPromotions PIC X(1).
01 WS-MentionDemarque PIC X(20).

01 WS-NbPerimes     PIC 9(4) VALUE ZERO.
01 WS-NbAEcouler    PIC 9(4) VALUE ZERO.
01 WS-NbDemarques   PIC 9(4) VALUE ZERO.
01 WS-NbRamenes     PIC 9(4) VALUE ZERO.
01 WS-TotalPerime   PIC 9(8)V99 VALUE ZERO.

PROCEDURE DIVISION.
    PERFORM CHARGER-DATE-VALEUR
    PERFORM CHARGER-REGLAGES
    PERFORM CHARGER-PRODUITS
    IF WS-NbProduits = ZERO THEN
      DISPLAY "produits.txt absent ou vide, aucun suivi possible."
      STOP RUN
    END-IF
    PERFORM CHARGER-LOTS
    IF WS-LotsDeborde = 'O' THEN
      DISPLAY "Plus de 500 lots en stock : suivi des dates limites "
              "impossible, fichier laissé en l'état."
      STOP RUN
    END-IF
    MOVE WS-DateJour TO WS-DateNum
    COMPUTE WS-JoursJour = FUNCTION INTEGER-OF-DATE(WS-DateNum)

    MOVE SPACES TO WS-NomEtat
    STRING "peremptions-" DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
      INTO WS-NomEtat
    END-STRING
    OPEN OUTPUT etat
    MOVE SPACES TO EtatLigne
    STRING "DATES LIMITES DU MAGASIN - journée " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
           " - alerte à " DELIMITED BY SIZE
           WS-AlertePeremption DELIMITED BY SIZE
           " jour(s), démarque " DELIMITED BY SIZE
           WS-TauxDemarque DELIMITED BY SIZE
           " %" DELIMITED BY SIZE
      INTO EtatLigne
    END-STRING
    WRITE EtatLigne
    MOVE SPACES TO EtatLigne
    WRITE EtatLigne

    PERFORM RAMENER-LOTS-AU-STOCK
        VARYING WS-IdxProduit FROM 1 BY 1
        UNTIL WS-IdxProduit > WS-NbProduits
    PERFORM EXAMINER-LOT
        VARYING WS-IdxExamen FROM 1 BY 1
        UNTIL WS-IdxExamen > WS-NbLots

    MOVE SPACES TO EtatLigne
    WRITE EtatLigne
    MOVE WS-TotalPerime TO WS-ValeurEdit
    MOVE SPACES TO EtatLigne
    STRING WS-NbPerimes DELIMITED BY SIZE
           " lot(s) périmé(s) sortis du stock, valeur au coût "
           DELIMITED BY SIZE
           WS-ValeurEdit DELIMITED BY SIZE
      INTO EtatLigne
    END-STRING
    WRITE EtatLigne
    MOVE SPACES TO EtatLigne
    STRING WS-NbAEcouler DELIMITED BY SIZE
           " lot(s) à écouler, " DELIMITED BY SIZE
           WS-NbDemarques DELIMITED BY SIZE
           " démarque(s) ajoutée(s) à promotions.txt" DELIMITED BY SIZE
      INTO EtatLigne
    END-STRING
    WRITE EtatLigne
    IF WS-NbRamenes > ZERO THEN
      MOVE SPACES TO EtatLigne
      STRING WS-NbRamenes DELIMITED BY SIZE
             " produit(s) dont les lots dépassaient le stock en main, "
             "lots ramenés au stock." DELIMITED BY SIZE
        INTO EtatLigne
      END-STRING
      WRITE EtatLigne
    END-IF
    CLOSE etat

    PERFORM SAUVER-PRODUITS
    PERFORM SAUVER-LOTS
    DISPLAY "Dates limites du " WS-DateJour " : " WS-NbPerimes
            " lot(s) périmé(s), " WS-NbAEcouler " lot(s) à écouler ("
            WS-NomEtat ")."
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

CHARGER-REGLAGES.
    MOVE ALERTE-PEREMPTION-DEFAUT TO WS-AlertePeremption
    OPEN INPUT alerteperemption
    IF WS-ALERTE-STATUS = "00" THEN
      READ alerteperemption
        NOT AT END
          IF AlertePeremptionLigne NUMERIC THEN
            MOVE AlertePeremptionLigne TO WS-AlertePeremption
          END-IF
      END-READ
      CLOSE alerteperemption
    END-IF
    MOVE TAUX-DEMARQUE-DEFAUT TO WS-TauxDemarque
    OPEN INPUT tauxdemarque
    IF WS-TAUXDEMARQUE-STATUS = "00" THEN
      READ tauxdemarque
        NOT AT END
          IF TauxDemarqueLigne NUMERIC THEN
            MOVE TauxDemarqueLigne TO WS-TauxDemarque
          END-IF
      END-READ
      CLOSE tauxdemarque
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

*> Les lots d'un produit ne peuvent pas dépasser son stock en main :
*> l'excédent est retiré des lots comme à la vente.
RAMENER-LOTS-AU-STOCK.
    IF WS-PD-Stock(WS-IdxProduit) NOT NUMERIC THEN
      EXIT PARAGRAPH
    END-IF
    MOVE WS-PD-Stock(WS-IdxProduit) TO WS-StockNum
    MOVE ZERO TO WS-TotalLots
    PERFORM VARYING WS-IdxLot FROM 1 BY 1 UNTIL WS-IdxLot > WS-NbLots
      IF WS-LT-Code(WS-IdxLot) = WS-PD-Code(WS-IdxProduit) THEN
        ADD WS-LT-Quantite(WS-IdxLot) TO WS-TotalLots
      END-IF
    END-PERFORM
    IF WS-TotalLots <= WS-StockNum THEN
      EXIT PARAGRAPH
    END-IF
    COMPUTE WS-Excedent = WS-TotalLots - WS-StockNum
    MOVE WS-Excedent TO WS-QteAPuiser
    PERFORM PUISER-LOTS
    ADD 1 TO WS-NbRamenes
    MOVE SPACES TO EtatLigne
    STRING WS-PD-Code(WS-IdxProduit) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PD-Libelle(WS-IdxProduit) DELIMITED BY SIZE
           " : lots " DELIMITED BY SIZE
           WS-TotalLots DELIMITED BY SIZE
           " pour un stock de " DELIMITED BY SIZE
           WS-StockNum DELIMITED BY SIZE
           ", lots ramenés au stock" DELIMITED BY SIZE
      INTO EtatLigne
    END-STRING
    WRITE EtatLigne.

PUISER-LOTS.
    MOVE 1 TO WS-IdxLotRetenu
    PERFORM PUISER-LOT-SUIVANT
        UNTIL WS-QteAPuiser = ZERO OR WS-IdxLotRetenu = ZERO.

PUISER-LOT-SUIVANT.
    MOVE ZERO TO WS-IdxLotRetenu
    MOVE HIGH-VALUES TO WS-CleLotRetenue
    PERFORM VARYING WS-IdxLot FROM 1 BY 1 UNTIL WS-IdxLot > WS-NbLots
      IF WS-LT-Code(WS-IdxLot) = WS-PD-Code(WS-IdxProduit)
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
      SUBTRACT WS-QteAPuiser FROM WS-LT-Quantite(WS-IdxLotRetenu)
      MOVE ZERO TO WS-QteAPuiser
    ELSE
      SUBTRACT WS-LT-Quantite(WS-IdxLotRetenu) FROM WS-QteAPuiser
      MOVE ZERO TO WS-LT-Quantite(WS-IdxLotRetenu)
    END-IF.

*> Un lot sans date limite (ou d'un produit retiré de la fiche) n'est
*> pas suivi ; un lot dont la date est passée est périmé, un lot qui y
*> arrive dans la fenêtre d'alerte est à écouler.
EXAMINER-LOT.
    IF WS-LT-Quantite(WS-IdxExamen) = ZERO
       OR WS-LT-DateLimite(WS-IdxExamen) NOT NUMERIC THEN
      EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-IdxProduit
    PERFORM VARYING WS-Idx FROM 1 BY 1
        UNTIL WS-Idx > WS-NbProduits OR WS-IdxProduit > ZERO
      IF WS-PD-Code(WS-Idx) = WS-LT-Code(WS-IdxExamen) THEN
        MOVE WS-Idx TO WS-IdxProduit
      END-IF
    END-PERFORM
    IF WS-IdxProduit = ZERO THEN
      EXIT PARAGRAPH
    END-IF
    IF WS-LT-DateLimite(WS-IdxExamen) < WS-DateJour THEN
      PERFORM PERIMER-LOT
      EXIT PARAGRAPH
    END-IF
    MOVE WS-LT-DateLimite(WS-IdxExamen) TO WS-DateNum
    COMPUTE WS-JoursLot = FUNCTION INTEGER-OF-DATE(WS-DateNum)
    COMPUTE WS-JoursRestants = WS-JoursLot - WS-JoursJour
    IF WS-JoursRestants <= WS-AlertePeremption THEN
      PERFORM SIGNALER-LOT
    END-IF.

*> Le lot périmé sort du stock en main (jamais au-delà) et part à la
*> démarque au coût moyen pondéré du jour.
PERIMER-LOT.
    MOVE WS-LT-Quantite(WS-IdxExamen) TO WS-QteSortie
    IF WS-PD-Stock(WS-IdxProduit) NUMERIC THEN
      MOVE WS-PD-Stock(WS-IdxProduit) TO WS-StockNum
      IF WS-QteSortie > WS-StockNum THEN
        MOVE WS-StockNum TO WS-QteSortie
      END-IF
      SUBTRACT WS-QteSortie FROM WS-StockNum
      MOVE WS-StockNum TO WS-PD-Stock(WS-IdxProduit)
    END-IF
    IF WS-PD-CoutMoyen(WS-IdxProduit) NUMERIC THEN
      MOVE WS-PD-CoutMoyen(WS-IdxProduit) TO WS-CoutUnitaire
    ELSE
      MOVE ZERO TO WS-CoutUnitaire
    END-IF
    COMPUTE WS-ValeurSortie = WS-QteSortie * WS-CoutUnitaire
    OPEN EXTEND demarques
    IF WS-DEMARQUES-STATUS NOT = "00" THEN
      OPEN OUTPUT demarques
    END-IF
    MOVE WS-DateJour TO DM-Date
    MOVE WS-PD-Code(WS-IdxProduit) TO DM-Code
    MOVE WS-PD-Libelle(WS-IdxProduit) TO DM-Libelle
    MOVE WS-LT-Lot(WS-IdxExamen) TO DM-Lot
    MOVE WS-LT-DateLimite(WS-IdxExamen) TO DM-DateLimite
    SET DEMARQUE-PERIME TO TRUE
    MOVE WS-QteSortie TO DM-Quantite
    MOVE WS-CoutUnitaire TO DM-CoutUnitaire
    MOVE WS-ValeurSortie TO DM-Valeur
    MOVE WS-PD-CategorieTVA(WS-IdxProduit) TO DM-Categorie
    WRITE DemarqueRecord
    CLOSE demarques
    MOVE ZERO TO WS-LT-Quantite(WS-IdxExamen)
    ADD 1 TO WS-NbPerimes
    ADD WS-ValeurSortie TO WS-TotalPerime
    MOVE WS-ValeurSortie TO WS-ValeurEdit
    MOVE SPACES TO EtatLigne
    STRING "PERIME    " DELIMITED BY SIZE
           WS-PD-Code(WS-IdxProduit) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PD-Libelle(WS-IdxProduit) DELIMITED BY SIZE
           " lot " DELIMITED BY SIZE
           DM-Lot DELIMITED BY SIZE
           " limite " DELIMITED BY SIZE
           DM-DateLimite DELIMITED BY SIZE
           " qté " DELIMITED BY SIZE
           WS-QteSortie DELIMITED BY SIZE
           " sortie, coût " DELIMITED BY SIZE
           WS-ValeurEdit DELIMITED BY SIZE
      INTO EtatLigne
    END-STRING
    WRITE EtatLigne.

SIGNALER-LOT.
    ADD 1 TO WS-NbAEcouler
    PERFORM DEMARQUER-PRODUIT
    MOVE SPACES TO EtatLigne
    STRING "A ECOULER " DELIMITED BY SIZE
           WS-PD-Code(WS-IdxProduit) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PD-Libelle(WS-IdxProduit) DELIMITED BY SIZE
           " lot " DELIMITED BY SIZE
           WS-LT-Lot(WS-IdxExamen) DELIMITED BY SIZE
           " limite " DELIMITED BY SIZE
           WS-LT-DateLimite(WS-IdxExamen) DELIMITED BY SIZE
           " qté " DELIMITED BY SIZE
           WS-LT-Quantite(WS-IdxExamen) DELIMITED BY SIZE
           " J-" DELIMITED BY SIZE
           WS-JoursRestants DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-MentionDemarque DELIMITED BY SIZE
      INTO EtatLigne
    END-STRING
    WRITE EtatLigne.

*> Démarque : promotion en pourcentage sur le produit, du jour à la
*> date limite du lot. Un produit déjà couvert par une promotion — sur
*> le produit ou sur sa catégorie — active pendant cette période n'en
*> reçoit pas une seconde : la caisse les cumulerait.
DEMARQUER-PRODUIT.
    MOVE 'N' TO WS-PromoEnCours
    MOVE SPACES TO WS-MentionDemarque
    OPEN INPUT promotions
    IF WS-PROMOTIONS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinPromotions
      PERFORM LIRE-PROMOTION-SUIVANTE
          UNTIL WS-FinPromotions = 'O' OR WS-PromoEnCours = 'O'
      CLOSE promotions
    END-IF
    IF WS-PromoEnCours = 'O' THEN
      MOVE "déjà en promotion" TO WS-MentionDemarque
      EXIT PARAGRAPH
    END-IF
    IF WS-TauxDemarque = ZERO THEN
      EXIT PARAGRAPH
    END-IF
    OPEN EXTEND promotions
    IF WS-PROMOTIONS-STATUS NOT = "00" THEN
      OPEN OUTPUT promotions
    END-IF
    MOVE 'P' TO PM-CibleType
    MOVE WS-PD-Code(WS-IdxProduit) TO PM-Cible
    MOVE 'R' TO PM-TypeRemise
    MOVE WS-TauxDemarque TO PM-Valeur
    MOVE WS-DateJour TO PM-DateDebut
    MOVE WS-LT-DateLimite(WS-IdxExamen) TO PM-DateFin
    WRITE PromotionRecord
    CLOSE promotions
    MOVE "démarqué" TO WS-MentionDemarque
    ADD 1 TO WS-NbDemarques.

LIRE-PROMOTION-SUIVANTE.
    READ promotions
      AT END MOVE 'O' TO WS-FinPromotions
      NOT AT END
        IF (PM-DateDebut = SPACES
             OR PM-DateDebut <= WS-LT-DateLimite(WS-IdxExamen))
           AND (PM-DateFin = SPACES OR PM-DateFin >= WS-DateJour)
           AND ((PM-CibleType = 'P'
                 AND PM-Cible = WS-PD-Code(WS-IdxProduit))
             OR (PM-CibleType = 'C'
                 AND PM-Cible(1:2)
                     = WS-PD-CategorieTVA(WS-IdxProduit))) THEN
          MOVE 'O' TO WS-PromoEnCours
        END-IF
    END-READ.
