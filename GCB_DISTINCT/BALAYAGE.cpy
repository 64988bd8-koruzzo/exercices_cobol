*> Copybook BALAYAGE - convention de balayage entre le compte courant
*> et le livret d'un même client (conventionsbalayage.txt, tenu par
*> GestionBalayage, exécuté chaque soir par BalayageComptes) : le
*> disponible du courant au-dessus de BA-Plafond part sur le livret, et
*> le courant descendu sous BA-Plancher est renfloué depuis le livret.
*> Aucun virement de balayage n'est inférieur à BA-MontantMinimum, sauf
*> un renflouement limité par le disponible du livret.
01 ConventionBalayageRecord.
   05 BA-CompteCourant  PIC X(6).
   05 BA-CompteEpargne  PIC X(6).
   05 BA-Plafond        PIC 9(8)V99.
   05 BA-Plancher       PIC 9(8)V99.
   05 BA-MontantMinimum PIC 9(6)V99.
   05 BA-Statut         PIC X(1).
      88 BALAYAGE-ACTIF    VALUE 'A' ' '.
      88 BALAYAGE-SUSPENDU VALUE 'S'.
      88 BALAYAGE-RESILIE  VALUE 'R'.
   05 BA-DateCreation   PIC X(8).
   05 BA-Operateur      PIC X(6).
