*> Copybook PLANCOMPTABLE - plan de comptes du grand livre interne
*> (plancomptable.txt) : numéro de compte général, libellé, nature
*> ('A' actif, 'P' passif, 'C' charge, 'R' produit) et solde de reprise
*> (débiteur positif, créditeur négatif) pris comme solde d'ouverture
*> lors de la toute première intégration, quand soldesgl.txt n'existe
*> pas encore. Les lignes de l'interface grandlivre.txt dont le compte
*> ne figure pas au plan sont des comptes clients : elles sont cumulées
*> sur le compte collectif des dépôts de la clientèle.
01 PlanComptableRecord.
   05 PC-Compte       PIC X(6).
   05 PC-Libelle      PIC X(30).
   05 PC-Nature       PIC X(1).
      88 PC-ACTIF       VALUE 'A'.
      88 PC-PASSIF      VALUE 'P'.
      88 PC-CHARGE      VALUE 'C'.
      88 PC-PRODUIT     VALUE 'R'.
   05 PC-SoldeReprise PIC S9(12)V99 SIGN LEADING SEPARATE.
