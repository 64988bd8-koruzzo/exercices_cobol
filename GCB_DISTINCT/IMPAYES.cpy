*> Copybook IMPAYES - position d'impayés des prêts (impayesprets.txt),
*> une ligne par PR-Id de prets.dat en retard ou portant encore des
*> intérêts de retard, réécrite à chaque passage d'ImpayesPrets :
*> nombre et montant (capital + intérêts) des échéances échues non
*> encaissées, date de la plus ancienne, jours de retard et tranche
*> d'ancienneté ('1' 1-30 j, '2' 31-60 j, '3' 61-90 j, '4' au-delà ;
*> '0' à jour). IM-Penalites cumule les intérêts de retard courus et non
*> encore prélevés, arrêtés à IM-DateCalcul ; IM-CapitalRestant est le
*> capital restant dû (base du provisionnement de fin de mois).
01 ImpayeRecord.
   05 IM-Pret           PIC X(6).
   05 IM-Compte         PIC X(6).
   05 IM-NbEcheances    PIC 9(3).
   05 IM-MontantImpaye  PIC 9(8)V99.
   05 IM-PlusAncienne   PIC X(8).
   05 IM-JoursRetard    PIC 9(4).
   05 IM-Tranche        PIC X(1).
      88 IM-A-JOUR        VALUE '0'.
      88 IM-TRANCHE-30    VALUE '1'.
      88 IM-TRANCHE-60    VALUE '2'.
      88 IM-TRANCHE-90    VALUE '3'.
      88 IM-TRANCHE-PLUS  VALUE '4'.
   05 IM-Penalites      PIC 9(6)V9(4).
   05 IM-DateCalcul     PIC X(8).
   05 IM-CapitalRestant PIC 9(8)V99.
