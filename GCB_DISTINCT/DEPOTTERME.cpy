*> Copybook DEPOTTERME - layout partagée du registre des dépôts à terme
*> (depotsaterme.txt) : un dépôt par ligne, tenu par GestionDepotsATerme
*> et EcheancesDepotsATerme. DT-Compte est le compte de dépôt dans
*> comptes.dat (produit de nature 'T'), alimenté à l'ouverture par
*> virement depuis le compte courant DT-CompteLie, vers lequel le
*> capital et les intérêts repartent à l'échéance ou à la rupture. Le
*> taux est figé au contrat ; DT-TauxPenalite est retranché de ce taux
*> pour la période courue en cas de rupture anticipée. DT-Instruction
*> porte la consigne du client pour l'échéance : 'R' renouveler pour
*> la même durée (intérêts capitalisés), 'P' rembourser sur le compte
*> lié. Tant qu'un dépôt est actif, Retrait et Virement refusent de
*> débiter son compte (RechercherDepotATerme). DT-JourContrat garde le
*> jour d'ouverture : les échéances successives y reviennent même quand
*> une échéance a dû être ramenée en fin de mois (AjouterMoisDate) ;
*> vide sur les lignes plus anciennes, le jour de DT-DateDebut le
*> remplace.
01 DepotTermeRecord.
   05 DT-Compte       PIC X(6).
   05 DT-CompteLie    PIC X(6).
   05 DT-Capital      PIC 9(8)V99.
   05 DT-TauxAnnuel   PIC 9(2)V9(4).
   05 DT-TauxPenalite PIC 9(2)V9(4).
   05 DT-DureeMois    PIC 9(3).
   05 DT-DateDebut    PIC X(8).
   05 DT-DateEcheance PIC X(8).
   05 DT-Instruction  PIC X(1).
      88 DT-A-RENOUVELER VALUE 'R'.
      88 DT-A-REMBOURSER VALUE 'P'.
   05 DT-Statut       PIC X(1).
      88 DT-ACTIF     VALUE 'A'.
      88 DT-ECHU      VALUE 'E'.
      88 DT-ROMPU     VALUE 'R'.
   05 DT-JourContrat  PIC X(2).
