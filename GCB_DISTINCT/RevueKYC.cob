IDENTIFICATION DIVISION.
PROGRAM-ID. RevueKYC.

*> Job mensuel de revue du dossier de connaissance client : liste dans
*> revuekyc.txt, pour la conformité, les pièces d'identité de kyc.txt
*> déjà expirées (les débits des comptes du client sont alors refusés
*> au guichet, voir ControlerKYC), celles qui expirent dans les 30
*> jours, les revues périodiques échues ou à faire dans les 30 jours,
*> et les clients actifs de clients.dat qui n'ont encore aucune pièce
*> enregistrée. Le renouvellement se saisit dans GestionKYC.

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

  SELECT revuekyc ASSIGN TO "revuekyc.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-REVUE-STATUS.

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

FD revuekyc.
01 RevueKycLigne PIC X(100).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-KYC-STATUS        PIC XX.
01 WS-CLIENTS-STATUS    PIC XX.
01 WS-REVUE-STATUS      PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "RevueKYC".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-DateJour      PIC X(8).
01 WS-NomJob        PIC X(20) VALUE "RevueKYC".
01 WS-ExecAutorisee PIC X(1).
01 WS-ResultatJob   PIC X(1).

01 HORIZON-ALERTE-JOURS PIC 9(3) VALUE 30.
01 WS-DateHorizon   PIC X(8).
01 WS-DateNum       PIC 9(8).
01 WS-JoursEntiers  PIC S9(9).

01 WS-FinLecture    PIC X(1).
01 WS-Idx           PIC 9(3).
01 WS-ClientConnu   PIC X(1).
01 WS-Constat       PIC X(30).
01 WS-NbSignales    PIC 9(4) VALUE ZERO.
01 WS-NbExpirees    PIC 9(4) VALUE ZERO.
01 WS-NbSansPiece   PIC 9(4) VALUE ZERO.

*> Clients ayant une fiche, pour repérer ensuite ceux qui n'en ont pas.
01 WS-TableClientsKyc.
   05 WS-ClientKyc OCCURS 500 TIMES PIC X(6).
01 WS-NbClientsKyc PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR
  CALL 'ControlerExecution' USING WS-NomJob WS-DateJour WS-ExecAutorisee
  IF WS-ExecAutorisee NOT = 'O' THEN
    DISPLAY "RevueKYC déjà exécuté pour la journée " WS-DateJour
            ", second lancement refusé (voir journalexecutions.txt)."
    MOVE 4 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  MOVE WS-DateJour TO WS-DateNum
  COMPUTE WS-JoursEntiers =
      FUNCTION INTEGER-OF-DATE(WS-DateNum) + HORIZON-ALERTE-JOURS
  COMPUTE WS-DateNum = FUNCTION DATE-OF-INTEGER(WS-JoursEntiers)
  MOVE WS-DateNum TO WS-DateHorizon

  OPEN OUTPUT revuekyc
  MOVE SPACES TO RevueKycLigne
  STRING "REVUE KYC du " DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
         " - échéances jusqu'au " DELIMITED BY SIZE
         WS-DateHorizon DELIMITED BY SIZE
    INTO RevueKycLigne
  END-STRING
  WRITE RevueKycLigne

  OPEN INPUT kyc
  IF WS-KYC-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM EXAMINER-FICHE UNTIL WS-FinLecture = 'O'
    CLOSE kyc
  ELSE
    DISPLAY "kyc.txt introuvable : aucun client n'a de pièce enregistrée."
  END-IF
  PERFORM RELEVER-CLIENTS-SANS-PIECE

  MOVE SPACES TO RevueKycLigne
  STRING "Total : " DELIMITED BY SIZE
         WS-NbSignales DELIMITED BY SIZE
         " signalement(s), dont " DELIMITED BY SIZE
         WS-NbExpirees DELIMITED BY SIZE
         " pièce(s) expirée(s) et " DELIMITED BY SIZE
         WS-NbSansPiece DELIMITED BY SIZE
         " client(s) sans pièce." DELIMITED BY SIZE
    INTO RevueKycLigne
  END-STRING
  WRITE RevueKycLigne
  CLOSE revuekyc
  DISPLAY "Revue KYC : " WS-NbSignales " signalement(s) (revuekyc.txt)."

  MOVE 'S' TO WS-ResultatJob
  CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob
  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbSignales TO WS-JobCompteur
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  MOVE WS-JobRC TO RETURN-CODE
  STOP RUN.

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

EXAMINER-FICHE.
  READ kyc
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF WS-NbClientsKyc < 500 THEN
        ADD 1 TO WS-NbClientsKyc
        MOVE KY-Client TO WS-ClientKyc(WS-NbClientsKyc)
      END-IF
      MOVE SPACES TO WS-Constat
      EVALUATE TRUE
        WHEN KY-DateExpiration < WS-DateJour
          MOVE "PIECE EXPIREE - DEBITS BLOQUES" TO WS-Constat
          ADD 1 TO WS-NbExpirees
        WHEN KY-DateExpiration NOT > WS-DateHorizon
          MOVE "PIECE EXPIRE BIENTOT" TO WS-Constat
        WHEN KY-DateRevue < WS-DateJour
          MOVE "REVUE ECHUE" TO WS-Constat
        WHEN KY-DateRevue NOT > WS-DateHorizon
          MOVE "REVUE A FAIRE" TO WS-Constat
        WHEN OTHER
          CONTINUE
      END-EVALUATE
      IF WS-Constat NOT = SPACES THEN
        ADD 1 TO WS-NbSignales
        MOVE SPACES TO RevueKycLigne
        STRING KY-Client DELIMITED BY SIZE
               " pièce " DELIMITED BY SIZE
               KY-TypeDocument DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KY-NumeroDocument DELIMITED BY SIZE
               " exp. " DELIMITED BY SIZE
               KY-DateExpiration DELIMITED BY SIZE
               " revue " DELIMITED BY SIZE
               KY-DateRevue DELIMITED BY SIZE
               " risque " DELIMITED BY SIZE
               KY-Risque DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               WS-Constat DELIMITED BY SIZE
          INTO RevueKycLigne
        END-STRING
        WRITE RevueKycLigne
      END-IF
  END-READ.

RELEVER-CLIENTS-SANS-PIECE.
  OPEN INPUT clients
  IF WS-CLIENTS-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUES TO ClientNumero
  START clients KEY IS NOT LESS THAN ClientNumero
    INVALID KEY
      CLOSE clients
      EXIT PARAGRAPH
  END-START
  MOVE 'N' TO WS-FinLecture
  PERFORM EXAMINER-CLIENT UNTIL WS-FinLecture = 'O'
  CLOSE clients.

EXAMINER-CLIENT.
  READ clients NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF CLIENT-ACTIF THEN
        MOVE 'N' TO WS-ClientConnu
        PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-NbClientsKyc OR WS-ClientConnu = 'O'
          IF WS-ClientKyc(WS-Idx) = ClientNumero THEN
            MOVE 'O' TO WS-ClientConnu
          END-IF
        END-PERFORM
        IF WS-ClientConnu = 'N' THEN
          ADD 1 TO WS-NbSignales
          ADD 1 TO WS-NbSansPiece
          MOVE SPACES TO RevueKycLigne
          STRING ClientNumero DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 ClientNom DELIMITED BY SIZE
                 " : AUCUNE PIECE ENREGISTREE" DELIMITED BY SIZE
            INTO RevueKycLigne
          END-STRING
          WRITE RevueKycLigne
        END-IF
      END-IF
  END-READ.
