*> Copybook CARTES - fichier maître des cartes de débit (cartes.txt),
*> tenu au guichet par GestionCartes et lu par CompensationCartes.
*> CA-Numero est le numéro à 16 chiffres (BIN de la banque, compte,
*> rang de la carte sur le compte, clé de Luhn). CA-Expiration est le
*> dernier mois de validité (AAAAMM). Les plafonds sont journaliers :
*> retraits au distributeur d'une part, paiements chez les commerçants
*> d'autre part. Une carte en opposition ('P' perdue, 'V' volée) ou
*> résiliée ne se réactive pas : on en émet une nouvelle.
01 CarteRecord.
   05 CA-Numero          PIC X(16).
   05 CA-Compte          PIC X(6).
   05 CA-Statut          PIC X(1).
      88 CARTE-ACTIVE       VALUE 'A'.
      88 CARTE-PERDUE       VALUE 'P'.
      88 CARTE-VOLEE        VALUE 'V'.
      88 CARTE-RESILIEE     VALUE 'R'.
   05 CA-Expiration      PIC X(6).
   05 CA-PlafondRetrait  PIC 9(6)V99.
   05 CA-PlafondAchat    PIC 9(6)V99.
   05 CA-DateEmission    PIC X(8).
   05 CA-DateOpposition  PIC X(8).
   05 CA-Operateur       PIC X(6).
