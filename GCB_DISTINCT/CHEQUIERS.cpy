*> Copybook CHEQUIERS - layout partagée du fichier des chéquiers remis
*> (chequiers.dat), indexé par CQ-Cle : compte puis premier numéro de
*> formule du carnet. Un chèque présenté n'est payé que si son numéro
*> tombe dans un carnet remis au compte tiré (ChequesPresentes).
01 ChequierRecord.
   05 CQ-Cle.
      10 CQ-Compte  PIC X(6).
      10 CQ-Premier PIC 9(6).
   05 CQ-Dernier    PIC 9(6).
   05 CQ-DateRemise PIC X(8).
