*> ventilent le TTC, le reste étant des espèces. Le rapport Z éclate
*> ses totaux par moyen de paiement et seul l'encaissé espèces se
*> compare au tiroir puis part en banque.
*> RE-Caisse est la caisse qui a émis le ticket ('1' à '9') et
*> RE-Caissier l'opérateur connecté à cette caisse (OuvertureCaisse) ;
*> chaque caisse numérote ses tickets dans sa propre séquence, préfixée
*> du numéro de caisse (caisse 2 : 200001, 200002...), ce qui garde le
*> numéro unique dans le magasin. À blanc pour les anciens tickets et
*> ceux des traitements par lot, numérotés dans la séquence commune.
01 RecuRecord.
   05 RE-NumTicket     PIC 9(6).
   05 RE-Date          PIC X(8).
   05 RE-MontantCarte  PIC 9(6)V99.
   05 RE-MontantCheque PIC 9(6)V99.
   05 RE-MontantCadeau PIC 9(6)V99.
   05 RE-Caisse        PIC X(1).
   05 RE-Caissier      PIC X(6).
