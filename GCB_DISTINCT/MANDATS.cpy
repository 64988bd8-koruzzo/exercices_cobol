*> Copybook MANDATS - layout partagée du fichier des mandats de
*> prélèvement (mandats.dat), indexé par MA-Reference. Un mandat
*> autorise un créancier à présenter des prélèvements sur MA-Compte dans
*> la limite de MA-MontantMax par avis ; tenu par GestionMandats,
*> consulté par PrelevementsCreanciers par lecture directe sur la
*> référence portée par l'avis.
01 MandatRecord.
   05 MA-Reference  PIC X(6).
   05 MA-Creancier  PIC X(20).
   05 MA-Compte     PIC X(6).
   05 MA-MontantMax PIC 9(6)V99.
   05 MA-Actif      PIC X(1).
      88 MANDAT-ACTIF    VALUE 'O'.
      88 MANDAT-SUSPENDU VALUE 'N'.
