*> Copybook CDEMAG - lignes de commande fournisseur du magasin
*> (commandesmagasin.txt) : une ligne par produit commandé, les lignes
*> d'une même commande partageant numéro, date et fournisseur. Créées
*> par CommandesReappro au prix d'achat de la fiche produit, soldées
*> par ReceptionStock au fil des livraisons (CM-QteRecue cumulée,
*> CM-PrixFacture dernier prix unitaire facturé), listées par
*> CommandesOuvertes. CM-Statut 'O' ouverte (reliquat attendu), 'S'
*> soldée (livrée, ou close sur manquant accepté).
01 CommandeMagasinRecord.
   05 CM-Numero      PIC 9(5).
   05 CM-Date        PIC X(8).
   05 CM-Fournisseur PIC X(6).
   05 CM-Code        PIC X(6).
   05 CM-Quantite    PIC 9(5).
   05 CM-PrixAchat   PIC 9(6)V99.
   05 CM-DateAttendue PIC X(8).
   05 CM-QteRecue    PIC 9(5).
   05 CM-PrixFacture PIC 9(6)V99.
   05 CM-Statut      PIC X(1).
      88 COMMANDE-OUVERTE VALUE 'O'.
      88 COMMANDE-SOLDEE  VALUE 'S'.
