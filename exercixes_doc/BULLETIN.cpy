*> Copybook BULLETIN - layout partagée du fichier de bulletinage des
*> périodiques (bulletinage.txt) : un numéro attendu par ligne, prévu
*> par GestionAbonnements selon la fréquence de l'abonnement. Statuts :
*> 'A' attendu, 'C' réclamé au fournisseur par RelancesAbonnements
*> (NU-NbReclamations, date de la dernière relance), 'R' reçu et
*> bulletiné le NU-DateRecue. Un numéro reçu entre au catalogue
*> (livres.dat) et au fichier des exemplaires sous NU-CodeBarre : il se
*> prête alors par EmpruntRetour comme toute autre copie.
01 BulletinRecord.
   05 NU-Code            PIC X(6).
   05 NU-Numero          PIC 9(4).
   05 NU-DateAttendue    PIC X(8).
   05 NU-Statut          PIC X(1).
      88 NUMERO-ATTENDU  VALUE 'A'.
      88 NUMERO-RECLAME  VALUE 'C'.
      88 NUMERO-RECU     VALUE 'R'.
   05 NU-DateRecue       PIC X(8).
   05 NU-CodeBarre       PIC X(10).
   05 NU-NbReclamations  PIC 9(2).
   05 NU-DateReclamation PIC X(8).
