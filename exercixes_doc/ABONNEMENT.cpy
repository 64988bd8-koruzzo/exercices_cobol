*> Copybook ABONNEMENT - layout partagée du fichier des abonnements
*> aux périodiques (abonnements.txt), tenu par GestionAbonnements : un
*> abonnement par ligne, identifié par un code court. AB-Fournisseur
*> renvoie au répertoire fournisseurs.txt. AB-Frequence donne le pas
*> de l'échéancier des numéros attendus ('H' hebdomadaire, 'B' tous
*> les quinze jours, 'M' mensuel, 'T' trimestriel) ; AB-ProchainNumero
*> et AB-ProchaineDate sont le premier numéro non encore prévu dans
*> bulletinage.txt. L'échéancier court jusqu'à AB-DateRenouvellement,
*> date à laquelle Acquisitions commande le renouvellement.
*> AB-Statut 'A' actif, 'R' résilié (plus de prévision ni de relance).
01 AbonnementRecord.
   05 AB-Code               PIC X(6).
   05 AB-Titre              PIC X(25).
   05 AB-Issn               PIC X(8).
   05 AB-Fournisseur        PIC X(6).
   05 AB-Frequence          PIC X(1).
      88 FREQUENCE-HEBDOMADAIRE VALUE 'H'.
      88 FREQUENCE-BIMENSUELLE  VALUE 'B'.
      88 FREQUENCE-MENSUELLE    VALUE 'M'.
      88 FREQUENCE-TRIMESTRIELLE VALUE 'T'.
   05 AB-ProchainNumero     PIC 9(4).
   05 AB-ProchaineDate      PIC X(8).
   05 AB-DateRenouvellement PIC X(8).
   05 AB-Statut             PIC X(1).
      88 ABONNEMENT-ACTIF   VALUE 'A'.
      88 ABONNEMENT-RESILIE VALUE 'R'.
