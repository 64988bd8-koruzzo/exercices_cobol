*> Copybook ORDRESPERM - layout partagée du fichier des ordres
*> permanents (ordrespermanents.dat), indexé par OP-Libelle : le libellé
*> identifie l'ordre, c'est lui que reprend le journal d'exécution
*> (ordresjournal.txt). Exécuté chaque jour par OrdresPermanentsBatch ;
*> un ordre suspendu ou terminé n'est plus exécuté.
01 OrdrePermanentRecord.
   05 OP-Libelle       PIC X(20).
   05 OP-JourExecution PIC 9(2).
   05 OP-Montant       PIC 9(6)V99.
   05 OP-Statut        PIC X(1).
      88 ORDRE-ACTIF    VALUE 'A' ' '.
      88 ORDRE-SUSPENDU VALUE 'S'.
      88 ORDRE-TERMINE  VALUE 'T'.
   05 OP-DateDebut     PIC X(8).
   05 OP-DateFin       PIC X(8).
