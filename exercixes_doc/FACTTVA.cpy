*> Copybook FACTTVA - ventilation de TVA des factures du magasin
*> (facturestva.txt) : une ligne par taux présent sur la facture, avec
*> la catégorie de tauxtva.txt, le taux appliqué, la base hors taxe et
*> la TVA de ce taux (catégorie NC des cartes cadeaux à taux nul).
01 FactureTvaRecord.
   05 FV-Numero    PIC 9(6).
   05 FV-Categorie PIC X(2).
   05 FV-Taux      PIC 9(2)V9(4).
   05 FV-Base      PIC 9(6)V99.
   05 FV-TVA       PIC 9(6)V99.
