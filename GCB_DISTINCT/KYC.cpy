*> Copybook KYC - dossier de connaissance client (kyc.txt), une fiche
*> par ClientNumero de clients.dat : la pièce d'identité qui prouve
*> l'identification du client, sa date d'expiration, la cote de risque
*> et la date de la prochaine revue périodique. Tenu par un superviseur
*> dans GestionKYC ; une pièce renouvelée remplace la fiche du client.
*> Une pièce expirée (KY-DateExpiration dépassée) bloque les débits au
*> guichet sur tous les comptes du client (ControlerKYC) ; RevueKYC
*> liste chaque mois les pièces qui expirent et les revues échues.
01 KycRecord.
   05 KY-Client          PIC X(6).
   05 KY-TypeDocument    PIC X(1).
      88 KY-CARTE-IDENTITE VALUE 'C'.
      88 KY-PASSEPORT      VALUE 'P'.
      88 KY-TITRE-SEJOUR   VALUE 'T'.
      88 KY-EXTRAIT-KBIS   VALUE 'K'.
   05 KY-NumeroDocument  PIC X(20).
   05 KY-DateExpiration  PIC X(8).
   05 KY-Risque          PIC X(1).
      88 KY-RISQUE-FAIBLE VALUE 'F'.
      88 KY-RISQUE-MOYEN  VALUE 'M'.
      88 KY-RISQUE-ELEVE  VALUE 'E'.
   05 KY-DateRevue       PIC X(8).
   05 KY-Superviseur     PIC X(6).
   05 KY-DateSaisie      PIC X(8).
