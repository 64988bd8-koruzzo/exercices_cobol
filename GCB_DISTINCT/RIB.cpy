*> Copybook RIB - identifiant bancaire d'un de nos comptes, composé ou
*> résolu par le sous-programme RibCompte : RIB national (code banque,
*> code guichet, numéro de compte sur 11 positions, clé RIB) et IBAN
*> correspondant, avec le BIC et la domiciliation de l'agence
*> (identifiantbanque.txt). Le numéro sur 11 positions est CompteNumero
*> cadré à droite sur des zéros.
01 RibIdentifiant.
   05 RI-CodeBanque    PIC X(5).
   05 RI-CodeGuichet   PIC X(5).
   05 RI-NumeroCompte  PIC X(11).
   05 RI-CleRib        PIC X(2).
   05 RI-Iban          PIC X(34).
   05 RI-Bic           PIC X(11).
   05 RI-Domiciliation PIC X(30).
