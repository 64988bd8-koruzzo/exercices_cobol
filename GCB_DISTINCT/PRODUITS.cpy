      88 PROFIL-FRAIS-STANDARD VALUE 'S' ' '.
      88 PROFIL-FRAIS-REDUIT   VALUE 'R'.
      88 PROFIL-FRAIS-EXONERE  VALUE 'X'.
*> ProduitNature distingue les produits à vue (à blanc ou 'V', payés au
*> jour le jour par InteretsJournaliers) des dépôts à terme ('T') : pour
*> ceux-ci, ProduitDureeMois est la durée proposée par défaut à
*> l'ouverture et ProduitTauxPenalite le taux retranché du taux
*> contractuel en cas de rupture anticipée (GestionDepotsATerme). Une
*> fiche antérieure à ces colonnes les laisse à blanc : produit à vue.
*> ProduitTauxDebiteur est le taux annuel des agios sur solde débiteur
*> (AgiosJournaliers) ; à blanc ou nul, le taux débiteur du barème
*> s'applique.
   05 ProduitNature      PIC X(1).
      88 PRODUIT-A-VUE    VALUE 'V' ' '.
      88 PRODUIT-A-TERME  VALUE 'T'.
   05 ProduitDureeMois   PIC 9(3).
   05 ProduitTauxPenalite PIC 9(2)V9(4).
   05 ProduitTauxDebiteur PIC 9(2)V9(4).
*> ProduitGarantie dit si les dépôts du produit entrent dans l'assiette
*> du fonds de garantie des dépôts (FichierGarantieDepots) : 'O' ou à
*> blanc, garanti ; 'N', exclu. Une fiche antérieure à la colonne reste
*> donc garantie.
   05 ProduitGarantie    PIC X(1).
      88 PRODUIT-GARANTI     VALUE 'O' ' '.
      88 PRODUIT-NON-GARANTI VALUE 'N'.
