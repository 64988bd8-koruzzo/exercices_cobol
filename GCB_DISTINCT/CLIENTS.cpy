*> tous les comptes d'un même client sur un seul relevé.
*> ClientStatut : 'A' (ou blanc, fiches anciennes) actif ; 'F' fiche
*> absorbée par une fusion de doublons (FusionnerClients) — elle reste
*> dans le fichier pour l'audit mais ne porte plus de comptes ; 'D'
*> client décédé, dossier de succession ouvert (GestionSuccessions).
01 ClientRecord.
   05 ClientNumero    PIC X(6).
   05 ClientNom       PIC X(30).
   05 ClientStatut    PIC X(1).
      88 CLIENT-ACTIF    VALUE 'A' ' '.
      88 CLIENT-FUSIONNE VALUE 'F'.
      88 CLIENT-DECEDE   VALUE 'D'.
