*> produit dont la colonne stock était à blanc (fiche d'avant le suivi)
*> entre dans le suivi avec la quantité reçue. Le fichier des produits
*> est rechargé en table puis réécrit en entier après chaque réception.
*> Une livraison se reçoit contre la ligne ouverte la plus ancienne du
*> produit dans commandesmagasin.txt (CDEMAG, CommandesReappro) : la
*> quantité reçue s'y cumule et le prix unitaire facturé y est noté ;
*> la ligne est soldée une fois livrée, ou sur une livraison partielle
*> dont on n'attend plus le reliquat. Manquants, excédents, écarts de
*> prix contre le coût commandé et réceptions hors commande sont
*> consignés dans ecartsreception.txt ; la trace receptionsstock.txt
*> porte le numéro de commande (zéro hors commande).
*> Chaque réception revalorise le coût moyen pondéré du produit
*> (colonne PD-CoutMoyen) au prix unitaire facturé — ou, hors
*> commande, au prix d'achat saisi, la fiche à défaut : c'est le coût
*> que la caisse fige sur les lignes de ticket pour MargeMagasin.
*> Une denrée datée se reçoit avec son numéro de lot et sa date limite
*> (DLC/DLUO) : le lot part dans lotsstock.txt (LOTSTOCK), que la
*> caisse consomme du plus proche de sa date au plus éloigné et que
*> SuiviPeremptions surveille chaque jour ; la trace receptionsstock.txt
*> porte lot et date limite. Une livraison dont la date limite est déjà
*> passée est refusée.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECEPTIONS-STATUS.

  SELECT commandes ASSIGN TO "commandesmagasin.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COMMANDES-STATUS.

  SELECT ecartsreception ASSIGN TO "ecartsreception.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ECARTSRECEPTION-STATUS.

  SELECT lots ASSIGN TO "lotsstock.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-LOTS-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
   05 PD-Prix         PIC 9(6)V99.
   05 PD-CategorieTVA PIC X(2).
   05 PD-Stock        PIC 9(5).
   05 PD-Fournisseur  PIC X(6).
   05 PD-QteReappro   PIC 9(5).
   05 PD-PrixAchat    PIC 9(6)V99.
   05 PD-CoutMoyen    PIC 9(6)V99.

FD receptions.
01 ReceptionRecord.
   05 RS-Date     PIC X(8).
   05 RS-Code     PIC X(6).
   05 RS-Quantite PIC 9(5).
   05 RS-Commande PIC 9(5).
   05 RS-Lot      PIC X(10).
   05 RS-DateLimite PIC X(8).

FD commandes.
COPY "CDEMAG.cpy".

FD ecartsreception.
01 EcartReceptionRecord.
   05 ER-Date       PIC X(8).
   05 ER-Commande   PIC 9(5).
   05 ER-Code       PIC X(6).
   05 ER-Type       PIC X(12).
   05 ER-Commandee  PIC 9(5).
   05 ER-Recue      PIC 9(5).
   05 ER-PrixAchat  PIC 9(6)V99.
   05 ER-PrixFacture PIC 9(6)V99.

FD lots.
COPY "LOTSTOCK.cpy".

FD datevaleur.
01 DateValeurRecord.
01 WS-PRODUITS-STATUS   PIC XX.
01 WS-RECEPTIONS-STATUS PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-COMMANDES-STATUS  PIC XX.
01 WS-ECARTSRECEPTION-STATUS PIC XX.
01 WS-LOTS-STATUS       PIC XX.

01 WS-Choix      PIC X(1).
01 WS-DateJour   PIC X(8).
01 WS-CodeSaisi  PIC X(6).
01 WS-QuantiteSaisie PIC 9(5).
01 WS-StockNum   PIC 9(5).
01 WS-StockAvant PIC 9(5).
01 WS-CoutMoyenNum PIC 9(6)V99.
01 WS-Idx        PIC 9(2).
01 WS-IdxTrouve  PIC 9(2).
01 WS-IdxCde     PIC 9(3).
01 WS-IdxLigne   PIC 9(3).
01 WS-PrixSaisi  PIC 9(6)V99.
01 WS-Reliquat   PIC X(1).
01 WS-NumeroCommande PIC 9(5).
01 WS-CommandesDeborde PIC X(1) VALUE 'N'.
01 WS-LotSaisi       PIC X(10).
01 WS-DateLimiteSaisie PIC X(8).

01 WS-TableProduits.
   05 WS-ProduitEntree OCCURS 50 TIMES.
      10 WS-PD-Prix         PIC 9(6)V99.
      10 WS-PD-CategorieTVA PIC X(2).
      10 WS-PD-Stock        PIC X(5).
      10 WS-PD-Fournisseur  PIC X(6).
      10 WS-PD-QteReappro   PIC X(5).
      10 WS-PD-PrixAchat    PIC 9(6)V99.
      10 WS-PD-CoutMoyen    PIC 9(6)V99.
01 WS-NbProduits PIC 9(2) VALUE ZERO.

01 WS-TableCommandes.
   05 WS-CommandeEntree OCCURS 200 TIMES.
      10 WS-CM-Numero      PIC 9(5).
      10 WS-CM-Date        PIC X(8).
      10 WS-CM-Fournisseur PIC X(6).
      10 WS-CM-Code        PIC X(6).
      10 WS-CM-Quantite    PIC 9(5).
      10 WS-CM-PrixAchat   PIC 9(6)V99.
      10 WS-CM-DateAttendue PIC X(8).
      10 WS-CM-QteRecue    PIC 9(5).
      10 WS-CM-PrixFacture PIC 9(6)V99.
      10 WS-CM-Statut      PIC X(1).
01 WS-NbCommandes PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
    DISPLAY "Réception des livraisons."
    PERFORM CHARGER-DATE-VALEUR
      DISPLAY "produits.txt absent ou vide, aucune réception possible."
      STOP RUN
    END-IF
    PERFORM CHARGER-COMMANDES
    IF WS-CommandesDeborde = 'O' THEN
      DISPLAY "Plus de 200 lignes de commande : réceptions saisies "
              "sans rapprochement des commandes."
    END-IF

    PERFORM SAISIR-RECEPTION UNTIL WS-Choix = 'E'

        MOVE PD-Prix         TO WS-PD-Prix(WS-NbProduits)
        MOVE PD-CategorieTVA TO WS-PD-CategorieTVA(WS-NbProduits)
        MOVE PD-Stock        TO WS-PD-Stock(WS-NbProduits)
        MOVE PD-Fournisseur  TO WS-PD-Fournisseur(WS-NbProduits)
        MOVE PD-QteReappro   TO WS-PD-QteReappro(WS-NbProduits)
        MOVE PD-PrixAchat    TO WS-PD-PrixAchat(WS-NbProduits)
        MOVE PD-CoutMoyen    TO WS-PD-CoutMoyen(WS-NbProduits)
    END-READ.

SAUVER-PRODUITS.
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

CHARGER-COMMANDES.
    OPEN INPUT commandes
    IF WS-COMMANDES-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-COMMANDE-SUIVANTE
          UNTIL WS-FinLecture = 'O' OR WS-NbCommandes = 200
      IF WS-FinLecture NOT = 'O' THEN
        READ commandes
          NOT AT END MOVE 'O' TO WS-CommandesDeborde
        END-READ
      END-IF
      CLOSE commandes
    END-IF.

LIRE-COMMANDE-SUIVANTE.
    READ commandes
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbCommandes
        MOVE CM-Numero       TO WS-CM-Numero(WS-NbCommandes)
        MOVE CM-Date         TO WS-CM-Date(WS-NbCommandes)
        MOVE CM-Fournisseur  TO WS-CM-Fournisseur(WS-NbCommandes)
        MOVE CM-Code         TO WS-CM-Code(WS-NbCommandes)
        MOVE CM-Quantite     TO WS-CM-Quantite(WS-NbCommandes)
        MOVE CM-PrixAchat    TO WS-CM-PrixAchat(WS-NbCommandes)
        MOVE CM-DateAttendue TO WS-CM-DateAttendue(WS-NbCommandes)
        MOVE CM-QteRecue     TO WS-CM-QteRecue(WS-NbCommandes)
        MOVE CM-PrixFacture  TO WS-CM-PrixFacture(WS-NbCommandes)
        MOVE CM-Statut       TO WS-CM-Statut(WS-NbCommandes)
    END-READ.

SAUVER-COMMANDES.
    OPEN OUTPUT commandes
    PERFORM VARYING WS-IdxLigne FROM 1 BY 1
        UNTIL WS-IdxLigne > WS-NbCommandes
      MOVE WS-CM-Numero(WS-IdxLigne)       TO CM-Numero
      MOVE WS-CM-Date(WS-IdxLigne)         TO CM-Date
      MOVE WS-CM-Fournisseur(WS-IdxLigne)  TO CM-Fournisseur
      MOVE WS-CM-Code(WS-IdxLigne)         TO CM-Code
      MOVE WS-CM-Quantite(WS-IdxLigne)     TO CM-Quantite
      MOVE WS-CM-PrixAchat(WS-IdxLigne)    TO CM-PrixAchat
      MOVE WS-CM-DateAttendue(WS-IdxLigne) TO CM-DateAttendue
      MOVE WS-CM-QteRecue(WS-IdxLigne)     TO CM-QteRecue
      MOVE WS-CM-PrixFacture(WS-IdxLigne)  TO CM-PrixFacture
      MOVE WS-CM-Statut(WS-IdxLigne)       TO CM-Statut
      WRITE CommandeMagasinRecord
    END-PERFORM
    CLOSE commandes.

SAISIR-RECEPTION.
    DISPLAY "---------------------------------------------------"
    DISPLAY "R -> Saisir une réception, E -> Quitter"
      DISPLAY "Quantité nulle, réception annulée."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Numéro de lot (vide = sans lot) : "
    MOVE SPACES TO WS-LotSaisi
    ACCEPT WS-LotSaisi
    DISPLAY "Date limite AAAAMMJJ (vide = sans date) : "
    MOVE SPACES TO WS-DateLimiteSaisie
    ACCEPT WS-DateLimiteSaisie
    IF WS-DateLimiteSaisie NOT = SPACES THEN
      IF WS-DateLimiteSaisie NOT NUMERIC THEN
        DISPLAY "Date limite invalide, réception annulée."
        EXIT PARAGRAPH
      END-IF
      IF WS-DateLimiteSaisie < WS-DateJour THEN
        DISPLAY "Date limite déjà passée : livraison à refuser, "
                "réception annulée."
        EXIT PARAGRAPH
      END-IF
    END-IF
    IF WS-PD-Stock(WS-IdxTrouve) NUMERIC THEN
      MOVE WS-PD-Stock(WS-IdxTrouve) TO WS-StockNum
    ELSE
      MOVE ZERO TO WS-StockNum
    END-IF
    MOVE WS-StockNum TO WS-StockAvant
    ADD WS-QuantiteSaisie TO WS-StockNum
    MOVE WS-StockNum TO WS-PD-Stock(WS-IdxTrouve)
    PERFORM RAPPROCHER-COMMANDE
    PERFORM VALORISER-RECEPTION
    PERFORM SAUVER-PRODUITS
    OPEN EXTEND receptions
    IF WS-RECEPTIONS-STATUS NOT = "00" THEN
    MOVE WS-DateJour TO RS-Date
    MOVE WS-CodeSaisi TO RS-Code
    MOVE WS-QuantiteSaisie TO RS-Quantite
    MOVE WS-NumeroCommande TO RS-Commande
    MOVE WS-LotSaisi TO RS-Lot
    MOVE WS-DateLimiteSaisie TO RS-DateLimite
    WRITE ReceptionRecord
    CLOSE receptions
    PERFORM ENREGISTRER-LOT
    DISPLAY "Stock de " WS-PD-Libelle(WS-IdxTrouve) " porté à "
            WS-StockNum ".".

*> Rapprochement avec la ligne ouverte la plus ancienne du produit.
RAPPROCHER-COMMANDE.
    MOVE ZERO TO WS-NumeroCommande
    MOVE ZERO TO WS-PrixSaisi
    IF WS-CommandesDeborde = 'O' THEN
      EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-IdxCde
    PERFORM VARYING WS-IdxLigne FROM 1 BY 1
        UNTIL WS-IdxLigne > WS-NbCommandes OR WS-IdxCde > ZERO
      IF WS-CM-Code(WS-IdxLigne) = WS-CodeSaisi
         AND WS-CM-Statut(WS-IdxLigne) = 'O' THEN
        MOVE WS-IdxLigne TO WS-IdxCde
      END-IF
    END-PERFORM
    IF WS-IdxCde = ZERO THEN
      DISPLAY "Aucune commande ouverte pour ce produit : réception "
              "hors commande signalée."
      MOVE ZERO TO ER-Commande ER-Commandee ER-PrixAchat ER-PrixFacture
      MOVE WS-QuantiteSaisie TO ER-Recue
      MOVE "HORS COMMANDE" TO ER-Type
      PERFORM ECRIRE-ECART-RECEPTION
      EXIT PARAGRAPH
    END-IF
    MOVE WS-CM-Numero(WS-IdxCde) TO WS-NumeroCommande
    DISPLAY "Commande n° " WS-CM-Numero(WS-IdxCde) " du "
            WS-CM-Date(WS-IdxCde) " : commandé "
            WS-CM-Quantite(WS-IdxCde) ", déjà reçu "
            WS-CM-QteRecue(WS-IdxCde) ", prix d'achat "
            WS-CM-PrixAchat(WS-IdxCde)
    DISPLAY "Prix unitaire facturé (0 = prix commandé) : "
    MOVE ZERO TO WS-PrixSaisi
    ACCEPT WS-PrixSaisi
    IF WS-PrixSaisi = ZERO THEN
      MOVE WS-CM-PrixAchat(WS-IdxCde) TO WS-PrixSaisi
    END-IF
    ADD WS-QuantiteSaisie TO WS-CM-QteRecue(WS-IdxCde)
    MOVE WS-PrixSaisi TO WS-CM-PrixFacture(WS-IdxCde)
    MOVE WS-CM-Numero(WS-IdxCde)   TO ER-Commande
    MOVE WS-CM-Quantite(WS-IdxCde) TO ER-Commandee
    MOVE WS-CM-QteRecue(WS-IdxCde) TO ER-Recue
    MOVE WS-CM-PrixAchat(WS-IdxCde) TO ER-PrixAchat
    MOVE WS-PrixSaisi TO ER-PrixFacture
    IF WS-PrixSaisi NOT = WS-CM-PrixAchat(WS-IdxCde) THEN
      DISPLAY "Écart de prix contre le coût commandé, signalé."
      MOVE "ECART DE PRIX" TO ER-Type
      PERFORM ECRIRE-ECART-RECEPTION
    END-IF
    IF WS-CM-QteRecue(WS-IdxCde) < WS-CM-Quantite(WS-IdxCde) THEN
      DISPLAY "Livraison partielle : reliquat encore attendu (O/N) ? "
      ACCEPT WS-Reliquat
      IF WS-Reliquat NOT = 'O' THEN
        MOVE 'S' TO WS-CM-Statut(WS-IdxCde)
        MOVE "MANQUANT" TO ER-Type
        PERFORM ECRIRE-ECART-RECEPTION
        DISPLAY "Ligne soldée sur manquant, signalé."
      END-IF
    ELSE
      MOVE 'S' TO WS-CM-Statut(WS-IdxCde)
      IF WS-CM-QteRecue(WS-IdxCde) > WS-CM-Quantite(WS-IdxCde) THEN
        MOVE "EXCEDENT" TO ER-Type
        PERFORM ECRIRE-ECART-RECEPTION
        DISPLAY "Livraison au-delà de la quantité commandée, signalé."
      END-IF
      DISPLAY "Ligne de commande soldée."
    END-IF
    PERFORM SAUVER-COMMANDES.

ECRIRE-ECART-RECEPTION.
    OPEN EXTEND ecartsreception
    IF WS-ECARTSRECEPTION-STATUS NOT = "00" THEN
      OPEN OUTPUT ecartsreception
    END-IF
    MOVE WS-DateJour TO ER-Date
    MOVE WS-CodeSaisi TO ER-Code
    WRITE EcartReceptionRecord
    CLOSE ecartsreception.

*> Coût moyen pondéré : (stock avant x coût moyen + quantité reçue x
*> prix unitaire) / stock après. Un produit sans coût moyen (fiche
*> d'avant la colonne) ou sans stock préalable prend le prix reçu.
VALORISER-RECEPTION.
    IF WS-NumeroCommande = ZERO THEN
      DISPLAY "Prix unitaire d'achat (0 = prix d'achat de la fiche) : "
      MOVE ZERO TO WS-PrixSaisi
      ACCEPT WS-PrixSaisi
      IF WS-PrixSaisi = ZERO THEN
        MOVE WS-PD-PrixAchat(WS-IdxTrouve) TO WS-PrixSaisi
      END-IF
    END-IF
    IF WS-PrixSaisi = ZERO THEN
      DISPLAY "Aucun prix d'achat connu : coût moyen inchangé."
      EXIT PARAGRAPH
    END-IF
    IF WS-PD-CoutMoyen(WS-IdxTrouve) NUMERIC THEN
      MOVE WS-PD-CoutMoyen(WS-IdxTrouve) TO WS-CoutMoyenNum
    ELSE
      MOVE ZERO TO WS-CoutMoyenNum
    END-IF
    IF WS-CoutMoyenNum = ZERO OR WS-StockAvant = ZERO THEN
      MOVE WS-PrixSaisi TO WS-CoutMoyenNum
    ELSE
      COMPUTE WS-CoutMoyenNum ROUNDED =
          (WS-StockAvant * WS-CoutMoyenNum
           + WS-QuantiteSaisie * WS-PrixSaisi) / WS-StockNum
    END-IF
    MOVE WS-CoutMoyenNum TO WS-PD-CoutMoyen(WS-IdxTrouve)
    DISPLAY "Coût moyen pondéré porté à " WS-CoutMoyenNum ".".

*> Un lot n'est tenu que pour une livraison portant un numéro de lot
*> ou une date limite ; sinon la quantité reste hors lot.
ENREGISTRER-LOT.
    IF WS-LotSaisi = SPACES AND WS-DateLimiteSaisie = SPACES THEN
      EXIT PARAGRAPH
    END-IF
    OPEN EXTEND lots
    IF WS-LOTS-STATUS NOT = "00" THEN
      OPEN OUTPUT lots
    END-IF
    MOVE WS-CodeSaisi TO LT-Code
    MOVE WS-LotSaisi TO LT-Lot
    MOVE WS-DateLimiteSaisie TO LT-DateLimite
    MOVE WS-DateJour TO LT-DateReception
    MOVE WS-QuantiteSaisie TO LT-Quantite
    WRITE LotStockRecord
    CLOSE lots
    DISPLAY "Lot " WS-LotSaisi " enregistré (date limite "
            WS-DateLimiteSaisie ").".
