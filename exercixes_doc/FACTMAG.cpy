*> Copybook FACTMAG - registre des factures du magasin
*> (facturesmagasin.txt), alimenté par EmettreFacture et jamais
*> réécrit : une ligne par facture, dans l'ordre de la numérotation,
*> qui ne souffre aucun trou. Une facture ('F') reprend un ticket de
*> vente ; une facture d'avoir ('A') reprend le ticket d'avoir émis par
*> RemboursementCaisse et cite la facture du ticket remboursé
*> (FM-FactureOrigine). FM-DateTicket est la date du ticket facturé :
*> c'est elle qui rattache la facture au mois de TVA où le ticket a
*> été déclaré. Le détail de TVA par taux est dans facturestva.txt
*> (FACTTVA.cpy), rattaché par le numéro de facture.
01 FactureRecord.
   05 FM-Numero         PIC 9(6).
   05 FM-Type           PIC X(1).
      88 FACTURE-VENTE VALUE 'F'.
      88 FACTURE-AVOIR VALUE 'A'.
   05 FM-Date           PIC X(8).
   05 FM-Client         PIC X(6).
   05 FM-Ticket         PIC 9(6).
   05 FM-DateTicket     PIC X(8).
   05 FM-FactureOrigine PIC 9(6).
   05 FM-NetHT          PIC 9(6)V99.
   05 FM-TVA            PIC 9(6)V99.
   05 FM-TTC            PIC 9(6)V99.
