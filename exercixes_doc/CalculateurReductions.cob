      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PRODUITS-STATUS.

  SELECT lots ASSIGN TO WS-NomLots
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-LOTS-STATUS.

  SELECT cartescadeaux ASSIGN TO WS-NomCartes
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TICKETSEQ-STATUS.

  SELECT caisses ASSIGN TO "caisses.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CAISSES-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
   05 RL-PrixUnitaire PIC 9(6)V99.
   05 RL-MontantLigne PIC 9(6)V99.
   05 RL-CategorieTVA PIC X(2).
   05 RL-CoutUnitaire PIC 9(6)V99.

*> PD-Stock est la quantité en main du magasin : décrémentée à chaque
*> ligne de ticket, re-créditée par un avoir (RemboursementCaisse),
*> approvisionnée par ReceptionStock, comptée par EcartsStock, sortie
*> en démarque par SuiviPeremptions et DemarqueStock. Un
*> produits.txt antérieur à la colonne la laisse à blanc : le produit
*> n'est alors pas suivi en stock. Les colonnes d'achat (fournisseur
*> préféré, quantité de réapprovisionnement, prix d'achat) sont tenues
*> par GestionFournisseursMagasin pour CommandesReappro et recopiées
*> telles quelles à la réécriture. PD-CoutMoyen, le coût moyen pondéré
*> revalorisé par ReceptionStock, est figé sur chaque ligne de ticket
*> (RL-CoutUnitaire) pour la marge de MargeMagasin.
FD produits.
01 ProduitRecord.
   05 PD-Code         PIC X(6).
   05 PD-Prix         PIC 9(6)V99.
   05 PD-CategorieTVA PIC X(2).
   05 PD-Stock        PIC 9(5).
   05 PD-Fournisseur  PIC X(6).
   05 PD-QteReappro   PIC 9(5).
   05 PD-PrixAchat    PIC 9(6)V99.
   05 PD-CoutMoyen    PIC 9(6)V99.

FD lots.
COPY "LOTSTOCK.cpy".

FD cartescadeaux.
01 CarteCadeauRecord.
FD ticketseq.
01 TicketSequence PIC 9(6).

FD caisses.
COPY "CAISSES.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
01 WS-MODEFORM-STATUS PIC XX.

*> Mode formation (modeformation.txt à 'O') : la caisse travaille sur
*> le jeu d'exercice — tickets, lignes, stock et lots, cartes cadeaux,
*> alertes et numérotation en fichiers formation*. Les barèmes
*> (paliers, TVA, promotions, prix datés, coupons) restent partagés en
*> lecture ; le journal d'usage des coupons bascule, lui, sur le jeu
*> d'exercice.
01 WS-ModeFormation PIC X(1) VALUE 'N'.
01 WS-NomUtilisations  PIC X(35) VALUE "utilisationscoupons.txt".
01 WS-NomRecu          PIC X(35) VALUE "recu.txt".
01 WS-NomReculignes    PIC X(35) VALUE "reculignes.txt".
01 WS-NomProduits      PIC X(35) VALUE "produits.txt".
01 WS-NomLots          PIC X(35) VALUE "lotsstock.txt".
01 WS-NomCartes        PIC X(35) VALUE "cartescadeaux.txt".
01 WS-NomCartesJournal PIC X(35) VALUE "cartesjournal.txt".
01 WS-NomAlertesStock  PIC X(35) VALUE "alertesstock.txt".
01 WS-NomTicketSeq     PIC X(35).

01 MontantEntre PIC 9(6)V99.
01 Reduction PIC 9(6)V99.
01 WS-PRODUITS-STATUS   PIC XX.
01 WS-TAUXTVA-STATUS    PIC XX.
01 WS-TICKETSEQ-STATUS  PIC XX.
01 WS-CAISSES-STATUS    PIC XX.

*> Caisse de vente et caissier connecté (OuvertureCaisse) : chaque
*> caisse numérote ses tickets dans sa propre séquence,
*> ticketcaisseN.txt, à partir de N00001.
01 WS-Caisse       PIC X(1).
01 WS-CaisseNum REDEFINES WS-Caisse PIC 9(1).
01 WS-Caissier     PIC X(6).
01 WS-NomCaissier  PIC X(30).
01 WS-FinCaisses   PIC X(1).

*> Facture d'un client en compte demandée en fin de vente
*> (EmettreFacture, clientsmagasin.txt).
01 WS-ClientFacture PIC X(6).
01 WS-NumeroFacture PIC 9(6).
01 WS-RetourFacture PIC X(1).

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
01 WS-SEUILREAPPRO-STATUS PIC XX.
01 WS-ALERTESSTOCK-STATUS PIC XX.
01 WS-StockNum      PIC 9(5).
01 WS-NbAlertes     PIC 9(2).

*> Lots en stock (LOTSTOCK) : la vente puise d'abord dans le lot dont
*> la date limite est la plus proche, un lot sans date passant après
*> les lots datés ; le fichier n'est réécrit que s'il a été puisé et
*> qu'il tient en entier dans la table.
01 WS-LOTS-STATUS   PIC XX.
01 WS-TableLots.
   05 WS-LotEntree OCCURS 500 TIMES.
      10 WS-LT-Code          PIC X(6).
      10 WS-LT-Lot           PIC X(10).
      10 WS-LT-DateLimite    PIC X(8).
      10 WS-LT-DateReception PIC X(8).
      10 WS-LT-Quantite      PIC 9(5).
01 WS-NbLots        PIC 9(3) VALUE ZERO.
01 WS-LotsDeborde   PIC X(1) VALUE 'N'.
01 WS-LotsModifies  PIC X(1) VALUE 'N'.
01 WS-FinLots       PIC X(1).
01 WS-IdxLot        PIC 9(3).
01 WS-IdxLotRetenu  PIC 9(3).
01 WS-CleLot        PIC X(8).
01 WS-CleLotRetenue PIC X(8).
01 WS-QteAPuiser    PIC 9(5).

01 WS-TableTauxTva.
   05 WS-TvaEntree OCCURS 5 TIMES.
      10 WS-TV-Categorie PIC X(2).
      10 WS-LG-PrixUnitaire PIC 9(6)V99.
      10 WS-LG-MontantLigne PIC 9(6)V99.
      10 WS-LG-CategorieTVA PIC X(2).
      10 WS-LG-CoutUnitaire PIC 9(6)V99.
01 WS-NbLignes PIC 9(2) VALUE ZERO.

*> Panier par catégorie de TVA : le total par catégorie sert à ventiler
01 WS-RECU-STATUS PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-DateJour    PIC X(8).
01 WS-DomaineMagasin PIC X(1) VALUE 'M'.
01 WS-PeriodeJour PIC X(6).
01 WS-PeriodeOuverte PIC X(1).
01 WS-ModePaiement  PIC X(1).
01 WS-MontantCarte  PIC 9(6)V99.
01 WS-MontantCheque PIC 9(6)V99.
    PERFORM CHARGER-MODE-FORMATION
    PERFORM CHARGER-PALIERS
    PERFORM CHARGER-PRODUITS
    PERFORM CHARGER-LOTS
    PERFORM CHARGER-TAUX-TVA

    PERFORM CHARGER-DATE-VALEUR
    PERFORM CONTROLER-PERIODE-JOUR
    PERFORM IDENTIFIER-CAISSE
*> Le numéro de ticket est réservé dès l'ouverture de la vente : les
*> mouvements de points et de cartes cadeaux journalisés en cours de
*> saisie portent ainsi le même numéro que le reçu écrit à la fin.
    PERFORM CREDITER-POINTS-FIDELITE
    PERFORM SAUVER-STOCKS
    PERFORM ALERTER-STOCKS-BAS
    PERFORM PROPOSER-FACTURE

    STOP RUN.

            MOVE PD-Prix         TO WS-PD-Prix(WS-NbProduits)
            MOVE PD-CategorieTVA TO WS-PD-CategorieTVA(WS-NbProduits)
            MOVE PD-Stock        TO WS-PD-Stock(WS-NbProduits)
            MOVE PD-Fournisseur  TO WS-PD-Fournisseur(WS-NbProduits)
            MOVE PD-QteReappro   TO WS-PD-QteReappro(WS-NbProduits)
            MOVE PD-PrixAchat    TO WS-PD-PrixAchat(WS-NbProduits)
            MOVE PD-CoutMoyen    TO WS-PD-CoutMoyen(WS-NbProduits)
    END-READ.

*> Taux par catégorie de TVA : TR (taux réduit, livres) 5,5 % et TN
                MOVE WS-MontantLigne TO WS-LG-MontantLigne(WS-NbLignes)
                MOVE WS-PD-CategorieTVA(WS-IdxProduit)
                    TO WS-LG-CategorieTVA(WS-NbLignes)
                IF WS-PD-CoutMoyen(WS-IdxProduit) NUMERIC THEN
                    MOVE WS-PD-CoutMoyen(WS-IdxProduit)
                        TO WS-LG-CoutUnitaire(WS-NbLignes)
                ELSE
                    MOVE ZERO TO WS-LG-CoutUnitaire(WS-NbLignes)
                END-IF
                ADD WS-MontantLigne TO MontantEntre
                PERFORM DECREMENTER-STOCK
                PERFORM VENTILER-LIGNE-TVA
      MOVE "formationrecu.txt"          TO WS-NomRecu
      MOVE "formationreculignes.txt"    TO WS-NomReculignes
      MOVE "formationproduits.txt"      TO WS-NomProduits
      MOVE "formationlotsstock.txt"     TO WS-NomLots
      MOVE "formationcartescadeaux.txt" TO WS-NomCartes
      MOVE "formationcartesjournal.txt" TO WS-NomCartesJournal
      MOVE "formationalertesstock.txt"  TO WS-NomAlertesStock
      DISPLAY "***************************************************"
      DISPLAY "***  MODE FORMATION - jeu d'exercice            ***"
      DISPLAY "***  aucune vente n'atteint la production       ***"
        CLOSE datevaleur
    END-IF.

*> Aucun ticket n'est émis dans une période close du magasin
*> (ControlerPeriode, GestionPeriodes côté banque).
CONTROLER-PERIODE-JOUR.
    MOVE WS-DateJour(1:6) TO WS-PeriodeJour
    CALL 'ControlerPeriode' USING WS-DomaineMagasin WS-PeriodeJour
                                  WS-PeriodeOuverte
    IF WS-PeriodeOuverte NOT = 'O' THEN
        DISPLAY "La période " WS-PeriodeJour " de la journée " WS-DateJour
                " est close : aucun ticket n'y est émis."
        STOP RUN
    END-IF.

*> Le numéro de ticket a été réservé en début de vente
*> (NUMEROTER-TICKET) : le reçu reprend ce numéro.
ECRIRE-RECU.
    MOVE WS-MontantCarte TO RE-MontantCarte
    MOVE WS-MontantCheque TO RE-MontantCheque
    MOVE WS-MontantCadeau TO RE-MontantCadeau
    MOVE WS-Caisse    TO RE-Caisse
    MOVE WS-Caissier  TO RE-Caissier
    WRITE RecuRecord
    CLOSE recu
    PERFORM ECRIRE-LIGNES-TICKET.

*> La vente n'est ouverte que sur une caisse dont le caissier s'est
*> connecté pour la journée (caisses.txt, tenu par OuvertureCaisse).
*> La séquence de la caisse est choisie ici ; en mode formation, elle
*> bascule sur formationticketcaisseN.txt.
IDENTIFIER-CAISSE.
    DISPLAY "Numéro de caisse (1 à 9) : "
    ACCEPT WS-Caisse
    IF WS-Caisse < '1' OR WS-Caisse > '9' THEN
        DISPLAY "Caisse inconnue, vente refusée."
        STOP RUN
    END-IF
    MOVE SPACES TO WS-Caissier
    OPEN INPUT caisses
    IF WS-CAISSES-STATUS = "00" THEN
        MOVE 'N' TO WS-FinCaisses
        PERFORM LIRE-CAISSE-SUIVANTE UNTIL WS-FinCaisses = 'O'
        CLOSE caisses
    END-IF
    IF WS-Caissier = SPACES THEN
        DISPLAY "Aucun caissier connecté à la caisse " WS-Caisse
                " pour la journée " WS-DateJour " (OuvertureCaisse) : "
                "vente refusée."
        STOP RUN
    END-IF
    DISPLAY "Caisse " WS-Caisse " - caissier " WS-Caissier " "
            WS-NomCaissier
    MOVE SPACES TO WS-NomTicketSeq
    IF WS-ModeFormation = 'O' THEN
        STRING "formationticketcaisse" WS-Caisse ".txt"
            DELIMITED BY SIZE INTO WS-NomTicketSeq
    ELSE
        STRING "ticketcaisse" WS-Caisse ".txt"
            DELIMITED BY SIZE INTO WS-NomTicketSeq
    END-IF.

LIRE-CAISSE-SUIVANTE.
    READ caisses
        AT END MOVE 'O' TO WS-FinCaisses
        NOT AT END
            IF CA-Caisse = WS-Caisse AND CAISSE-OUVERTE
               AND CA-Date = WS-DateJour THEN
                MOVE CA-Caissier TO WS-Caissier
                MOVE CA-Nom      TO WS-NomCaissier
            END-IF
    END-READ.

*> Les factures portent une numérotation légale continue : aucune n'est
*> émise sur un ticket de formation.
PROPOSER-FACTURE.
    IF WS-ModeFormation = 'O' THEN
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Facture pour un client en compte (code client, vide = "
            "aucune) : "
    MOVE SPACES TO WS-ClientFacture
    ACCEPT WS-ClientFacture
    IF WS-ClientFacture = SPACES THEN
        EXIT PARAGRAPH
    END-IF
    CALL 'EmettreFacture' USING WS-NumTicket WS-ClientFacture
                                WS-NumeroFacture WS-RetourFacture
    IF WS-RetourFacture = 'O' THEN
        DISPLAY "Facture n° " WS-NumeroFacture " émise (facture-"
                WS-NumeroFacture ".txt)."
    ELSE
        DISPLAY "Client " WS-ClientFacture " inconnu ou retiré : "
                "facture à établir après coup (FacturationMagasin)."
    END-IF.

NUMEROTER-TICKET.
    COMPUTE WS-NumTicket = WS-CaisseNum * 100000 + 1
    OPEN INPUT ticketseq
    IF WS-TICKETSEQ-STATUS = "00" THEN
        READ ticketseq
        MOVE WS-LG-PrixUnitaire(WS-Idx) TO RL-PrixUnitaire
        MOVE WS-LG-MontantLigne(WS-Idx) TO RL-MontantLigne
        MOVE WS-LG-CategorieTVA(WS-Idx) TO RL-CategorieTVA
        MOVE WS-LG-CoutUnitaire(WS-Idx) TO RL-CoutUnitaire
        WRITE ReculigneRecord
    END-PERFORM
    CLOSE reculignes.
*> des lignes (seulement si la colonne PD-Stock est tenue) ; le fichier
*> est réécrit en fin de ticket et les produits passés sous le seuil de
*> réapprovisionnement (seuilreappro.txt, défaut 5) partent sur la
*> liste d'alerte alertesstock.txt, que CommandesReappro transforme en
*> commandes fournisseur.
DECREMENTER-STOCK.
    IF WS-PD-Stock(WS-IdxProduit) NUMERIC THEN
        MOVE WS-PD-Stock(WS-IdxProduit) TO WS-StockNum
        IF WS-StockNum >= WS-QuantiteSaisie THEN
            MOVE WS-QuantiteSaisie TO WS-QteAPuiser
            PERFORM PUISER-LOTS
            SUBTRACT WS-QuantiteSaisie FROM WS-StockNum
        ELSE
            MOVE WS-StockNum TO WS-QteAPuiser
            PERFORM PUISER-LOTS
            DISPLAY "Stock négatif évité pour "
                    WS-PD-Libelle(WS-IdxProduit)
                    " : stock remis à zéro (voir EcartsStock)."
        MOVE WS-PD-Prix(WS-Idx)         TO PD-Prix
        MOVE WS-PD-CategorieTVA(WS-Idx) TO PD-CategorieTVA
        MOVE WS-PD-Stock(WS-Idx)        TO PD-Stock
        MOVE WS-PD-Fournisseur(WS-Idx)  TO PD-Fournisseur
        MOVE WS-PD-QteReappro(WS-Idx)   TO PD-QteReappro
        MOVE WS-PD-PrixAchat(WS-Idx)    TO PD-PrixAchat
        MOVE WS-PD-CoutMoyen(WS-Idx)    TO PD-CoutMoyen
        WRITE ProduitRecord
    END-PERFORM
    CLOSE produits
    PERFORM SAUVER-LOTS.

CHARGER-LOTS.
    OPEN INPUT lots
    IF WS-LOTS-STATUS = "00" THEN
        MOVE 'N' TO WS-FinLots
        PERFORM LIRE-LOT-SUIVANT
            UNTIL WS-FinLots = 'O' OR WS-NbLots = 500
        IF WS-FinLots NOT = 'O' THEN
            READ lots
                NOT AT END MOVE 'O' TO WS-LotsDeborde
            END-READ
        END-IF
        CLOSE lots
    END-IF
    IF WS-LotsDeborde = 'O' THEN
        DISPLAY "Plus de 500 lots en stock : lots non puisés à cette "
                "vente."
    END-IF.

LIRE-LOT-SUIVANT.
    READ lots
        AT END MOVE 'O' TO WS-FinLots
        NOT AT END
            ADD 1 TO WS-NbLots
            MOVE LT-Code          TO WS-LT-Code(WS-NbLots)
            MOVE LT-Lot           TO WS-LT-Lot(WS-NbLots)
            MOVE LT-DateLimite    TO WS-LT-DateLimite(WS-NbLots)
            MOVE LT-DateReception TO WS-LT-DateReception(WS-NbLots)
            MOVE LT-Quantite      TO WS-LT-Quantite(WS-NbLots)
    END-READ.

*> Puise WS-QteAPuiser unités du produit de la ligne dans ses lots,
*> du plus proche de sa date limite au plus éloigné ; ce qui dépasse
*> les lots est pris sur le stock hors lot.
PUISER-LOTS.
    IF WS-LotsDeborde = 'O' THEN
        EXIT PARAGRAPH
    END-IF
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
    MOVE 'O' TO WS-LotsModifies
    IF WS-LT-Quantite(WS-IdxLotRetenu) > WS-QteAPuiser THEN
        SUBTRACT WS-QteAPuiser FROM WS-LT-Quantite(WS-IdxLotRetenu)
        MOVE ZERO TO WS-QteAPuiser
    ELSE
        SUBTRACT WS-LT-Quantite(WS-IdxLotRetenu) FROM WS-QteAPuiser
        MOVE ZERO TO WS-LT-Quantite(WS-IdxLotRetenu)
    END-IF.

*> Les lots épuisés ne sont pas réécrits.
SAUVER-LOTS.
    IF WS-LotsModifies NOT = 'O' OR WS-LotsDeborde = 'O' THEN
        EXIT PARAGRAPH
    END-IF
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

ALERTER-STOCKS-BAS.
    MOVE SEUIL-REAPPRO-DEFAUT TO WS-SeuilReappro
    MOVE WS-ChargeCadeau TO WS-LG-PrixUnitaire(WS-NbLignes)
    MOVE WS-ChargeCadeau TO WS-LG-MontantLigne(WS-NbLignes)
    MOVE "NC" TO WS-LG-CategorieTVA(WS-NbLignes)
    MOVE ZERO TO WS-LG-CoutUnitaire(WS-NbLignes)
    ADD WS-ChargeCadeau TO MontantEntre
    ADD WS-ChargeCadeau TO WS-TotalCadeauxVendus
    PERFORM VENTILER-LIGNE-TVA
