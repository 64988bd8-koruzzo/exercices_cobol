*> Copybook DEMARQUE - registre de la démarque du magasin
*> (demarques.txt, en ajout seul) : chaque sortie de stock sans vente,
*> valorisée au coût moyen pondéré du produit au jour de la sortie
*> (PD-CoutMoyen, la base du coût des ventes de MargeMagasin). Motifs :
*> 'P' périmé (SuiviPeremptions, lots dont la date limite est passée),
*> 'C' casse et 'V' vol (saisis par DemarqueStock). DM-Lot et
*> DM-DateLimite sont à blanc pour une sortie prise sur le stock hors
*> lot.
01 DemarqueRecord.
   05 DM-Date         PIC X(8).
   05 DM-Code         PIC X(6).
   05 DM-Libelle      PIC X(20).
   05 DM-Lot          PIC X(10).
   05 DM-DateLimite   PIC X(8).
   05 DM-Motif        PIC X(1).
      88 DEMARQUE-PERIME VALUE 'P'.
      88 DEMARQUE-CASSE  VALUE 'C'.
      88 DEMARQUE-VOL    VALUE 'V'.
   05 DM-Quantite     PIC 9(5).
   05 DM-CoutUnitaire PIC 9(6)V99.
   05 DM-Valeur       PIC 9(8)V99.
   05 DM-Categorie    PIC X(2).
