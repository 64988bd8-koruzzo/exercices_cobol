*> posé par le job qui la poste) : il suit l'écriture jusqu'au relevé
*> et à l'interface grand livre — fini le 'V 150.00' sans explication.
*> Les écritures antérieures à cette colonne le portent à blanc.
*> HistoriqueDateValeur (AAAAMMJJ) est la date de valeur de l'écriture,
*> posée par EnregistrerHistorique selon le code journal
*> (DeterminerDateValeur) ; à blanc sur les écritures plus anciennes,
*> qui sont en valeur à leur date comptable.
01 HistoriqueRecord.
   05 HistoriqueDescrp    PIC X(1).
   05 HistoriqueValA      PIC 9(10)V99.
   05 HistoriqueDate      PIC X(8).
   05 HistoriqueHeure     PIC X(6).
   05 HistoriqueLibelle   PIC X(30).
   05 HistoriqueDateValeur PIC X(8).
