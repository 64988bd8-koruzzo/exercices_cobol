*> Copybook LITIGES - dossiers de contestation et de réclamation client
*> (litiges.txt), tenus par GestionLitiges et suivis chaque semaine par
*> EtatLitiges. Chaque dossier vise une écriture précise du journal
*> (LI-HistoriqueId, avec sa date, son code et son montant relevés à
*> l'ouverture) sur un compte du client.
*> LI-Categorie : 'N' opération non reconnue, 'F' frais contestés,
*> 'M' montant erroné, 'D' opération passée en double, 'A' autre.
*> LI-Operateur est l'opérateur chargé du dossier, LI-OperateurSaisie
*> celui qui l'a ouvert. LI-DateLimite est la date limite réglementaire
*> de réponse (ouverture + delailitiges.txt jours ouvrés).
*> LI-Statut : 'O' ouvert ; 'R' résolu en faveur du client, avec
*> LI-MontantRembourse crédité sur le compte sous le code journal 'Z'
*> (libellé rappelant l'écriture d'origine) ; 'J' rejeté, motif dans
*> LI-MotifCloture.
01 LitigeRecord.
   05 LI-Numero          PIC 9(6).
   05 LI-Client          PIC X(6).
   05 LI-Compte          PIC X(6).
   05 LI-HistoriqueId    PIC 9(9).
   05 LI-DateEcriture    PIC X(8).
   05 LI-CodeEcriture    PIC X(1).
   05 LI-MontantEcriture PIC 9(10)V99.
   05 LI-Categorie       PIC X(1).
      88 LITIGE-NON-RECONNUE  VALUE 'N'.
      88 LITIGE-FRAIS         VALUE 'F'.
      88 LITIGE-MONTANT       VALUE 'M'.
      88 LITIGE-DOUBLON       VALUE 'D'.
      88 LITIGE-AUTRE         VALUE 'A'.
   05 LI-MontantConteste PIC 9(8)V99.
   05 LI-Description     PIC X(40).
   05 LI-Operateur       PIC X(6).
   05 LI-OperateurSaisie PIC X(6).
   05 LI-DateOuverture   PIC X(8).
   05 LI-DateLimite      PIC X(8).
   05 LI-Statut          PIC X(1).
      88 LITIGE-OUVERT        VALUE 'O'.
      88 LITIGE-RESOLU        VALUE 'R'.
      88 LITIGE-REJETE        VALUE 'J'.
   05 LI-DateCloture     PIC X(8).
   05 LI-MontantRembourse PIC 9(8)V99.
   05 LI-MotifCloture    PIC X(30).
