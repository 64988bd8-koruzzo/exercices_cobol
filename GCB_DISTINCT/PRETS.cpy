*> Copybook PRETS - layout partagée du fichier maître des prêts
*> (prets.dat, indexé par PR-Id) : un prêt par enregistrement, tenu
*> par GestionPrets. PR-Compte est le compte de financement du prêt
*> dans comptes.dat : c'est lui que PrelevementsPrets débite à chaque
*> échéance (sous-programme Retrait, code journal 'L'). L'échéancier
*> d'amortissement est produit par EcheancierPrets dans
*> echeancierprets.txt ; les tentatives de prélèvement sont consignées
*> dans pretsjournal.txt ; les remboursements anticipés
*> (RemboursementPret) dans remboursementsanticipes.txt,
*> qu'EcheancierPrets rejoue.
01 PretRecord.
   05 PR-Id         PIC X(6).
   05 PR-Compte     PIC X(6).
