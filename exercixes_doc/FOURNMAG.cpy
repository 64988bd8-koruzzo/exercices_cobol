*> Copybook FOURNMAG - fichier maître des fournisseurs du magasin
*> (fournisseursmagasin.txt), tenu par GestionFournisseursMagasin :
*> code court repris dans la colonne PD-Fournisseur de produits.txt,
*> raison sociale, adresse d'envoi des bons de commande (SpoolerCourrier,
*> source 'S') et délai de livraison habituel en jours, qui donne la
*> date de livraison attendue des commandes. FS-Actif 'N' retire le
*> fournisseur des commandes automatiques sans perdre l'historique.
01 FournisseurMagasinRecord.
   05 FS-Code     PIC X(6).
   05 FS-Nom      PIC X(20).
   05 FS-Adresse  PIC X(40).
   05 FS-Delai    PIC 9(3).
   05 FS-Actif    PIC X(1).
      88 FOURNISSEUR-ACTIF   VALUE 'O' ' '.
      88 FOURNISSEUR-RETIRE  VALUE 'N'.
