*> dans le grand livre de dette fiscale retenuesfiscales.txt. Un
*> baremetarifs.txt antérieur à cette colonne la laisse à blanc : les
*> consommateurs retombent alors sur le défaut.
*> BM-TauxDebiteur est le taux annuel des agios sur solde débiteur
*> appliqué aux comptes dont le produit ne fixe pas le sien (défaut
*> 12 %), avec la même tolérance pour un barème plus ancien.
*> BM-MajorationRetard est la majoration, en points, ajoutée au taux du
*> prêt pour les intérêts de retard sur échéances impayées (ImpayesPrets,
*> défaut 3 points), même tolérance.
*> BM-TauxIndemniteRA est le taux de l'indemnité de remboursement
*> anticipé d'un prêt, en pourcentage du capital remboursé par avance
*> et plafonné à six mois d'intérêts sur ce capital
*> (RemboursementPret, défaut 3 %), même tolérance.
*> BM-SoldeInsaisissable est le solde bancaire insaisissable laissé à
*> la disposition d'un débiteur saisi, une fois pour l'ensemble de ses
*> comptes (GestionSaisies, défaut 635,71), même tolérance.
01 BaremeRecord.
   05 BM-TauxInteretAnnuel PIC 9(2)V9(4).
   05 BM-PlafondDecouvertA PIC 9(6)V99.
   05 BM-SeuilPalier3      PIC 9(6)V99.
   05 BM-TauxPalier3       PIC 9(2)V9(4).
   05 BM-TauxRetenueInterets PIC 9(2)V9(4).
   05 BM-TauxDebiteur      PIC 9(2)V9(4).
   05 BM-MajorationRetard  PIC 9(2)V9(4).
   05 BM-TauxIndemniteRA   PIC 9(2)V9(4).
   05 BM-SoldeInsaisissable PIC 9(6)V99.
