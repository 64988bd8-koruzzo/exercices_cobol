*> Copybook ALERTESCONF - file de revue conformité (alertesconformite.txt)
*> alimentée par le filtrage des noms contre la liste de gel des avoirs
*> (ControlerSanctions) : une alerte par nom touché et par entrée de
*> listesurveillance.txt. AF-Source dit d'où vient le nom : 'C' client
*> de clients.dat, 'B' bénéficiaire de beneficiaires.dat, 'P' remettant
*> d'un paiement entrant de paiementsrecus.txt. Une alerte naît en
*> attente ('E') ; un superviseur la lève ('L', faux positif : le même
*> nom ne bloque plus contre cette entrée) ou la confirme ('C', le nom
*> reste bloqué) dans RevueConformite. Les alertes ne sont jamais
*> supprimées : décision, superviseur, date et commentaire restent pour
*> l'audit.
01 AlerteConformiteRecord.
   05 AF-Id           PIC 9(6).
   05 AF-Date         PIC X(8).
   05 AF-Source       PIC X(1).
      88 AF-SOURCE-CLIENT       VALUE 'C'.
      88 AF-SOURCE-BENEFICIAIRE VALUE 'B'.
      88 AF-SOURCE-REMETTANT    VALUE 'P'.
   05 AF-Reference    PIC X(10).
   05 AF-Nom          PIC X(30).
   05 AF-RefListe     PIC X(10).
   05 AF-NomListe     PIC X(30).
   05 AF-Programme    PIC X(10).
   05 AF-Score        PIC 9(3).
   05 AF-Statut       PIC X(1).
      88 AF-EN-ATTENTE  VALUE 'E'.
      88 AF-LEVEE       VALUE 'L'.
      88 AF-CONFIRMEE   VALUE 'C'.
   05 AF-Superviseur  PIC X(6).
   05 AF-DateDecision PIC X(8).
   05 AF-Commentaire  PIC X(40).
