*> (emprunts.txt), un enregistrement par mouvement. Une prolongation
*> ('P') repart du délai de prêt à sa date, sans passer par un couple
*> retour/emprunt qui déclencherait CALCULER-AMENDE en pleine
*> prolongation. Sortie et prolongation portent le délai de prêt
*> retenu par la règle de la catégorie et du genre (reglespret.txt) :
*> échéance et amende en découlent jusqu'au retour. Une ligne ancienne
*> sans délai (à blanc) relève du délai général (delaipret.txt).
01 EmpruntRecord.
   05 EmpruntTitre    PIC X(25).
   05 EmpruntNom      PIC X(30).
      88 EMPRUNT-RETOUR VALUE 'R'.
      88 EMPRUNT-PROLONGATION VALUE 'P'.
   05 EmpruntMembreId PIC X(6).
   05 EmpruntDelai    PIC 9(4).
