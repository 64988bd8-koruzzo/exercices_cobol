IDENTIFICATION DIVISION.
PROGRAM-ID. GestionKYC.

*> Poste superviseur de tenue du dossier de connaissance client
*> (kyc.txt, layout KYC.cpy) : enregistrement ou renouvellement de la
*> pièce d'identité d'un client de clients.dat (type, numéro, date
*> d'expiration), cote de risque et date de la prochaine revue. Réservé
*> à un superviseur actif d'operateurs.dat, comme GestionPermissions :
*> c'est la saisie d'une pièce renouvelée par un superviseur qui lève
*> le blocage des débits posé par ControlerKYC sur une pièce expirée.
*> Sans date de revue saisie, la revue suivante est fixée selon le
*> risque : 3 ans (faible), 2 ans (moyen), 1 an (élevé). Le fichier est
*> rechargé en table puis réécrit en entier après chaque modification.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT kyc ASSIGN TO "kyc.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-KYC-STATUS.

  SELECT clients ASSIGN TO "clients.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClientNumero
      FILE STATUS IS WS-CLIENTS-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD kyc.
COPY "KYC.cpy".

FD clients.
COPY "CLIENTS.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-KYC-STATUS        PIC XX.
01 WS-CLIENTS-STATUS    PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-FinLecture  PIC X(1).
01 WS-Choix       PIC X(1).
01 WS-Idx         PIC 9(3).
01 WS-IdxTrouve   PIC 9(3).
01 WS-DateJour    PIC X(8).

01 WS-ClientSaisi    PIC X(6).
01 WS-ClientNom      PIC X(30).
01 WS-TypeSaisi      PIC X(1).
01 WS-NumeroSaisi    PIC X(20).
01 WS-ExpirationSaisie PIC X(8).
01 WS-RisqueSaisi    PIC X(1).
01 WS-RevueSaisie    PIC X(8).

01 WS-DateRevue.
   05 WS-DR-Annee PIC 9(4).
   05 WS-DR-Mois  PIC 9(2).
   05 WS-DR-Jour  PIC 9(2).
01 WS-EtatFiche   PIC X(12).

01 WS-SupId      PIC X(6).
01 WS-SupNom     PIC X(30).
01 WS-SupRole    PIC X(1).
01 WS-SupPlafond PIC 9(6)V99.
01 WS-SupActif   PIC X(1).
01 WS-SupTrouve  PIC X(1).

01 WS-TableKyc.
   05 WS-KycEntree OCCURS 100 TIMES.
      10 WS-KY-Client         PIC X(6).
      10 WS-KY-TypeDocument   PIC X(1).
      10 WS-KY-NumeroDocument PIC X(20).
      10 WS-KY-DateExpiration PIC X(8).
      10 WS-KY-Risque         PIC X(1).
      10 WS-KY-DateRevue      PIC X(8).
      10 WS-KY-Superviseur    PIC X(6).
      10 WS-KY-DateSaisie     PIC X(8).
01 WS-NbKyc          PIC 9(3) VALUE ZERO.
01 WS-FichierDeborde PIC X(1) VALUE 'N'.

PROCEDURE DIVISION.
  DISPLAY "Tenue du dossier de connaissance client (KYC)."
  DISPLAY "Identifiant superviseur : "
  ACCEPT WS-SupId
  CALL 'RechercherOperateur' USING WS-SupId WS-SupNom WS-SupRole
                                    WS-SupPlafond WS-SupActif WS-SupTrouve
  IF WS-SupTrouve NOT = 'O'
     OR WS-SupActif NOT = 'O'
     OR WS-SupRole NOT = 'S' THEN
    DISPLAY "Accès refusé : " WS-SupId " n'est pas un superviseur "
            "actif d'operateurs.dat (voir OperateursInit)."
    STOP RUN
  END-IF
  DISPLAY "Bienvenue " WS-SupNom

  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-KYC
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "kyc.txt dépasse la capacité de travail (100 fiches) : "
            "toute modification réécrirait le fichier en le tronquant."
    STOP RUN
  END-IF
  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  DISPLAY "Fin de la tenue du dossier KYC."
  STOP RUN.

NOUVELLE-ACTION.
  DISPLAY "---------------------------------------------------"
  DISPLAY "A -> Enregistrer / renouveler la pièce d'un client"
  DISPLAY "C -> Consulter la fiche d'un client"
  DISPLAY "L -> Lister les fiches"
  DISPLAY "E -> Quitter"
  DISPLAY "---------------------------------------------------"
  ACCEPT WS-Choix

  EVALUATE WS-Choix
    WHEN 'A'
      PERFORM ENREGISTRER-PIECE
    WHEN 'C'
      PERFORM CONSULTER-FICHE
    WHEN 'L'
      PERFORM LISTER-FICHES
    WHEN 'E'
      CONTINUE
    WHEN OTHER
      DISPLAY "Choix invalide."
  END-EVALUATE.

CHARGER-DATE-VALEUR.
  ACCEPT WS-DateJour FROM DATE YYYYMMDD
  OPEN INPUT datevaleur
  IF WS-DATEVALEUR-STATUS = "00" THEN
    READ datevaleur
      NOT AT END
        IF DV-Etat = 'O' THEN
          MOVE DV-Date TO WS-DateJour
        END-IF
    END-READ
    CLOSE datevaleur
  END-IF.

CHARGER-KYC.
  MOVE ZERO TO WS-NbKyc
  OPEN INPUT kyc
  IF WS-KYC-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-KYC-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-NbKyc = 100
    IF WS-FinLecture NOT = 'O' THEN
      READ kyc
        AT END CONTINUE
        NOT AT END MOVE 'O' TO WS-FichierDeborde
      END-READ
    END-IF
    CLOSE kyc
  END-IF.

LIRE-KYC-SUIVANT.
  READ kyc
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbKyc
      MOVE KY-Client         TO WS-KY-Client(WS-NbKyc)
      MOVE KY-TypeDocument   TO WS-KY-TypeDocument(WS-NbKyc)
      MOVE KY-NumeroDocument TO WS-KY-NumeroDocument(WS-NbKyc)
      MOVE KY-DateExpiration TO WS-KY-DateExpiration(WS-NbKyc)
      MOVE KY-Risque         TO WS-KY-Risque(WS-NbKyc)
      MOVE KY-DateRevue      TO WS-KY-DateRevue(WS-NbKyc)
      MOVE KY-Superviseur    TO WS-KY-Superviseur(WS-NbKyc)
      MOVE KY-DateSaisie     TO WS-KY-DateSaisie(WS-NbKyc)
  END-READ.

SAUVER-KYC.
  OPEN OUTPUT kyc
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbKyc
    MOVE WS-KY-Client(WS-Idx)         TO KY-Client
    MOVE WS-KY-TypeDocument(WS-Idx)   TO KY-TypeDocument
    MOVE WS-KY-NumeroDocument(WS-Idx) TO KY-NumeroDocument
    MOVE WS-KY-DateExpiration(WS-Idx) TO KY-DateExpiration
    MOVE WS-KY-Risque(WS-Idx)         TO KY-Risque
    MOVE WS-KY-DateRevue(WS-Idx)      TO KY-DateRevue
    MOVE WS-KY-Superviseur(WS-Idx)    TO KY-Superviseur
    MOVE WS-KY-DateSaisie(WS-Idx)     TO KY-DateSaisie
    WRITE KycRecord
  END-PERFORM
  CLOSE kyc.

CHERCHER-FICHE.
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbKyc
    IF WS-KY-Client(WS-Idx) = WS-ClientSaisi THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM.

VERIFIER-CLIENT.
  MOVE SPACES TO WS-ClientNom
  OPEN INPUT clients
  IF WS-CLIENTS-STATUS = "00" THEN
    MOVE WS-ClientSaisi TO ClientNumero
    READ clients
      NOT INVALID KEY MOVE ClientNom TO WS-ClientNom
    END-READ
    CLOSE clients
  END-IF.

ENREGISTRER-PIECE.
  DISPLAY "Numéro du client : "
  ACCEPT WS-ClientSaisi
  PERFORM VERIFIER-CLIENT
  IF WS-ClientNom = SPACES THEN
    DISPLAY "Client " WS-ClientSaisi " inconnu de clients.dat."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Client : " WS-ClientNom
  PERFORM CHERCHER-FICHE
  IF WS-IdxTrouve = ZERO AND WS-NbKyc = 100 THEN
    DISPLAY "Dossier KYC plein (100 fiches), enregistrement refusé."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Type de pièce (C carte d'identité, P passeport, T titre de "
          "séjour, K extrait Kbis) : "
  ACCEPT WS-TypeSaisi
  IF WS-TypeSaisi NOT = 'C' AND WS-TypeSaisi NOT = 'P'
     AND WS-TypeSaisi NOT = 'T' AND WS-TypeSaisi NOT = 'K' THEN
    DISPLAY "Type de pièce invalide, enregistrement annulé."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Numéro de la pièce : "
  ACCEPT WS-NumeroSaisi
  DISPLAY "Date d'expiration (AAAAMMJJ) : "
  ACCEPT WS-ExpirationSaisie
  IF WS-ExpirationSaisie NOT NUMERIC
     OR WS-ExpirationSaisie NOT > WS-DateJour THEN
    DISPLAY "Date d'expiration invalide ou déjà passée : une pièce "
            "expirée ne peut pas être enregistrée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Cote de risque (F faible, M moyen, E élevé) : "
  ACCEPT WS-RisqueSaisi
  IF WS-RisqueSaisi NOT = 'F' AND WS-RisqueSaisi NOT = 'M'
     AND WS-RisqueSaisi NOT = 'E' THEN
    DISPLAY "Cote de risque invalide, enregistrement annulé."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Date de prochaine revue (AAAAMMJJ, vide = selon risque) : "
  MOVE SPACES TO WS-RevueSaisie
  ACCEPT WS-RevueSaisie
  IF WS-RevueSaisie = SPACES THEN
    PERFORM CALCULER-DATE-REVUE
  ELSE
    IF WS-RevueSaisie NOT NUMERIC THEN
      DISPLAY "Date de revue invalide, enregistrement annulé."
      EXIT PARAGRAPH
    END-IF
  END-IF

  IF WS-IdxTrouve = ZERO THEN
    ADD 1 TO WS-NbKyc
    MOVE WS-NbKyc TO WS-IdxTrouve
  END-IF
  MOVE WS-ClientSaisi      TO WS-KY-Client(WS-IdxTrouve)
  MOVE WS-TypeSaisi        TO WS-KY-TypeDocument(WS-IdxTrouve)
  MOVE WS-NumeroSaisi      TO WS-KY-NumeroDocument(WS-IdxTrouve)
  MOVE WS-ExpirationSaisie TO WS-KY-DateExpiration(WS-IdxTrouve)
  MOVE WS-RisqueSaisi      TO WS-KY-Risque(WS-IdxTrouve)
  MOVE WS-RevueSaisie      TO WS-KY-DateRevue(WS-IdxTrouve)
  MOVE WS-SupId            TO WS-KY-Superviseur(WS-IdxTrouve)
  MOVE WS-DateJour         TO WS-KY-DateSaisie(WS-IdxTrouve)
  PERFORM SAUVER-KYC
  DISPLAY "Pièce enregistrée pour le client " WS-ClientSaisi
          " : expiration " WS-ExpirationSaisie ", revue le "
          WS-RevueSaisie ".".

*> Périodicité de revue selon la cote de risque.
CALCULER-DATE-REVUE.
  MOVE WS-DateJour TO WS-DateRevue
  EVALUATE WS-RisqueSaisi
    WHEN 'F' ADD 3 TO WS-DR-Annee
    WHEN 'M' ADD 2 TO WS-DR-Annee
    WHEN OTHER ADD 1 TO WS-DR-Annee
  END-EVALUATE
  IF WS-DR-Mois = 2 AND WS-DR-Jour = 29 THEN
    MOVE 28 TO WS-DR-Jour
  END-IF
  MOVE WS-DateRevue TO WS-RevueSaisie.

CONSULTER-FICHE.
  DISPLAY "Numéro du client : "
  ACCEPT WS-ClientSaisi
  PERFORM CHERCHER-FICHE
  IF WS-IdxTrouve = ZERO THEN
    DISPLAY "Aucune pièce enregistrée pour le client " WS-ClientSaisi
            "."
  ELSE
    MOVE WS-IdxTrouve TO WS-Idx
    PERFORM AFFICHER-FICHE
  END-IF.

LISTER-FICHES.
  IF WS-NbKyc = ZERO THEN
    DISPLAY "Aucune fiche KYC."
  ELSE
    PERFORM AFFICHER-FICHE
        VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbKyc
  END-IF.

AFFICHER-FICHE.
  EVALUATE TRUE
    WHEN WS-KY-DateExpiration(WS-Idx) < WS-DateJour
      MOVE "EXPIREE" TO WS-EtatFiche
    WHEN WS-KY-DateRevue(WS-Idx) < WS-DateJour
      MOVE "REVUE ECHUE" TO WS-EtatFiche
    WHEN OTHER
      MOVE "EN REGLE" TO WS-EtatFiche
  END-EVALUATE
  DISPLAY WS-KY-Client(WS-Idx) " pièce " WS-KY-TypeDocument(WS-Idx)
          " " WS-KY-NumeroDocument(WS-Idx)
          " exp. " WS-KY-DateExpiration(WS-Idx)
          " risque " WS-KY-Risque(WS-Idx)
          " revue " WS-KY-DateRevue(WS-Idx)
          " (" WS-KY-Superviseur(WS-Idx) " le "
          WS-KY-DateSaisie(WS-Idx) ") " WS-EtatFiche.
