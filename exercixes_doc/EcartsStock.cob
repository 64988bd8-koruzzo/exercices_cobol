   05 PD-Prix         PIC 9(6)V99.
   05 PD-CategorieTVA PIC X(2).
   05 PD-Stock        PIC 9(5).
   05 PD-Fournisseur  PIC X(6).
   05 PD-QteReappro   PIC 9(5).
   05 PD-PrixAchat    PIC 9(6)V99.
   05 PD-CoutMoyen    PIC 9(6)V99.

FD comptage.
01 ComptageStockRecord.
      10 WS-PD-Prix         PIC 9(6)V99.
      10 WS-PD-CategorieTVA PIC X(2).
      10 WS-PD-Stock        PIC X(5).
      10 WS-PD-Fournisseur  PIC X(6).
      10 WS-PD-QteReappro   PIC X(5).
      10 WS-PD-PrixAchat    PIC 9(6)V99.
      10 WS-PD-CoutMoyen    PIC 9(6)V99.
01 WS-NbProduits PIC 9(2) VALUE ZERO.

01 WS-TableComptage.
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
