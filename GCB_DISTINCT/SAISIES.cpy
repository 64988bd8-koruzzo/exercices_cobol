*> Copybook SAISIES - registre des ordres légaux reçus contre nos
*> clients (saisies.txt), tenu par GestionSaisies et soldé par
*> PaiementsSaisies. SA-Type : 'H' saisie-attribution signifiée par
*> huissier, 'T' saisie administrative à tiers détenteur du Trésor.
*> SA-Creancier est la référence du créancier saisissant dans
*> beneficiaires.dat (c'est lui qui est payé par le circuit des
*> paiements sortants) ; SA-RefActe la référence de l'acte reçu.
*> Les fonds saisis sont bloqués par des retenues de retenues.dat
*> portant SA-Numero en référence, une par compte touché.
*> SA-Statut : 'S' signifiée, fonds bloqués jusqu'à SA-DateEcheance ;
*> 'I' infructueuse (rien de saisissable) ; 'P' payée au créancier ;
*> 'L' mainlevée, retenues levées.
01 SaisieRecord.
   05 SA-Numero            PIC 9(6).
   05 SA-Type              PIC X(1).
      88 SAISIE-ATTRIBUTION     VALUE 'H'.
      88 SAISIE-ADMINISTRATIVE  VALUE 'T'.
   05 SA-Client            PIC X(6).
   05 SA-Creancier         PIC X(6).
   05 SA-RefActe           PIC X(20).
   05 SA-MontantReclame    PIC 9(8)V99.
   05 SA-MontantSaisi      PIC 9(8)V99.
   05 SA-MontantPaye       PIC 9(8)V99.
   05 SA-DateSignification PIC X(8).
   05 SA-DateEcheance      PIC X(8).
   05 SA-DatePaiement      PIC X(8).
   05 SA-Statut            PIC X(1).
      88 SAISIE-SIGNIFIEE     VALUE 'S'.
      88 SAISIE-INFRUCTUEUSE  VALUE 'I'.
      88 SAISIE-PAYEE         VALUE 'P'.
      88 SAISIE-LEVEE         VALUE 'L'.
   05 SA-Operateur         PIC X(6).
