*> Copybook SUCCESSIONS - layout partagée des dossiers de succession
*> (successions.txt), un dossier par client décédé, tenu par
*> GestionSuccessions. SU-DateDeces (AAAAMMJJ) fixe la date du
*> certificat de soldes remis au notaire ; SU-RefNotaire est la
*> référence du dossier chez le notaire. SU-Statut : 'O' dossier ouvert
*> (comptes propres bloqués, règlement en cours), 'R' succession réglée
*> (tous les comptes propres clôturés par ClotureCompte).
01 SuccessionRecord.
   05 SU-Client        PIC X(6).
   05 SU-DateDeces     PIC X(8).
   05 SU-RefNotaire    PIC X(20).
   05 SU-Notaire       PIC X(30).
   05 SU-Statut        PIC X(1).
      88 SUCCESSION-OUVERTE VALUE 'O'.
      88 SUCCESSION-REGLEE  VALUE 'R'.
   05 SU-DateOuverture PIC X(8).
   05 SU-DateReglement PIC X(8).
   05 SU-Operateur     PIC X(6).
