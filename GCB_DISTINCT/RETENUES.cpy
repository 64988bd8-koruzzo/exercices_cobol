*> Copybook RETENUES - layout partagée du fichier des retenues posées
*> sur les comptes (retenues.dat), indexé par RT-Cle : compte puis numéro
*> d'ordre de la retenue sur ce compte, attribué à la pose (dernier
*> numéro du compte plus un). RT-Reference rattache, le cas échéant, la
*> retenue à son origine (saisie, confirmation de chèque...). Une
*> retenue active réduit le disponible (CalculerDisponible) jusqu'à sa
*> levée ou sa date d'expiration.
01 RetenueRecord.
   05 RT-Cle.
      10 RT-Compte      PIC X(6).
      10 RT-Numero      PIC 9(4).
   05 RT-Montant        PIC 9(6)V99.
   05 RT-Motif          PIC X(20).
   05 RT-Reference      PIC X(6).
   05 RT-DateExpiration PIC X(8).
   05 RT-Statut         PIC X(1).
      88 RETENUE-ACTIVE VALUE 'A' ' '.
      88 RETENUE-LEVEE  VALUE 'L'.
