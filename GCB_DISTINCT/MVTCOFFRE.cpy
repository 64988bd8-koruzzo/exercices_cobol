*> Copybook MVTCOFFRE - journal des mouvements de la chambre forte
*> (mouvementscoffre.txt), écrit par MouvementCoffre. Un mouvement porte
*> un numéro unique et donne une ligne par coupure comptée ; toutes ses
*> lignes portent les deux opérateurs qui ont signé le comptage.
*> MC-Tiers est l'opérateur dont la caisse est dotée ou reversée, ou le
*> numéro de la commande de fonds (CommandesFonds) pour le transporteur.
*> Entrées au coffre : 'F' et 'C' ; sorties : 'O' et 'R'.
01 MouvementCoffreRecord.
   05 MC-Numero      PIC 9(9).
   05 MC-Date        PIC X(8).
   05 MC-Heure       PIC X(6).
   05 MC-Type        PIC X(1).
      88 MC-DOTATION-CAISSE    VALUE 'O'.
      88 MC-REVERSEMENT-CAISSE VALUE 'F'.
      88 MC-RECEPTION-FONDS    VALUE 'C'.
      88 MC-REMISE-FONDS       VALUE 'R'.
   05 MC-Tiers       PIC X(6).
   05 MC-Signataire1 PIC X(6).
   05 MC-Signataire2 PIC X(6).
   05 MC-Devise      PIC X(3).
   05 MC-Coupure     PIC 9(4)V99.
   05 MC-Nombre      PIC 9(7).
   05 MC-Montant     PIC 9(10)V99.
