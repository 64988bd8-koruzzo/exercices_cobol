*> Copybook FACTREC - récapitulatif mensuel des factures par taux
*> (facturesrecap-AAAAMM.txt), écrit par ListeFacturesMois et lu par
*> DeclarationTVA : pour chaque catégorie de TVA, la base et la TVA des
*> factures dont le ticket est du mois (factures d'avoir en négatif).
*> Ces ventes sont déjà dans les tickets du mois : la déclaration
*> s'en sert pour distinguer la part facturée, jamais pour l'ajouter.
01 FactureRecapRecord.
   05 FR-Categorie  PIC X(2).
   05 FR-Taux       PIC 9(2)V9(4).
   05 FR-NbFactures PIC 9(5).
   05 FR-Base       PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 FR-TVA        PIC S9(10)V99 SIGN LEADING SEPARATE.
