*> Copybook BUDGET - layout partagée du budget d'acquisitions de la
*> bibliothèque (budget.txt) : un fonds par ligne et par exercice
*> (année civile). Un fonds est ouvert pour un genre du catalogue
*> (BU-Type 'G', BU-Fonds = LivreGenre) ou pour un site (BU-Type 'S',
*> BU-Fonds = "SITE1" / "SITE2") pour ce qui n'a pas de fonds de genre.
*> BU-Alloue est la dotation annuelle (Acquisitions, option F) ;
*> BU-Engage le coût estimé des lignes de commande non encore livrées,
*> BU-Depense le montant facturé des livraisons reçues. Le disponible
*> est la dotation moins l'engagé et le dépensé (RapportBudget).
01 BudgetRecord.
   05 BU-Exercice PIC 9(4).
   05 BU-Fonds    PIC X(15).
   05 BU-Type     PIC X(1).
      88 FONDS-GENRE VALUE 'G'.
      88 FONDS-SITE  VALUE 'S'.
   05 BU-Alloue   PIC 9(7)V99.
   05 BU-Engage   PIC 9(7)V99.
   05 BU-Depense  PIC 9(7)V99.
