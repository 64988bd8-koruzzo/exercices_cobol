*> Copybook CLIMAG - fichier des clients en compte du magasin
*> (clientsmagasin.txt), tenu par FacturationMagasin : associations
*> et entreprises du quartier à qui le magasin remet une facture en
*> règle (EmettreFacture). Code client court, raison sociale, adresse
*> de facturation sur deux lignes et numéro de TVA intracommunautaire
*> (à blanc pour une association non assujettie). CC-Actif 'N' retire
*> le client de la facturation sans perdre l'historique des factures.
01 ClientMagasinRecord.
   05 CC-Code     PIC X(6).
   05 CC-Nom      PIC X(30).
   05 CC-Adresse  PIC X(40).
   05 CC-Ville    PIC X(30).
   05 CC-NumTVA   PIC X(14).
   05 CC-Actif    PIC X(1).
      88 CLIENT-ACTIF  VALUE 'O' ' '.
      88 CLIENT-RETIRE VALUE 'N'.
