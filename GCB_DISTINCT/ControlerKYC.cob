IDENTIFICATION DIVISION.
PROGRAM-ID. ControlerKYC.

*> Dit si un compte peut être débité au regard du dossier de
*> connaissance client (kyc.txt) : le titulaire principal
*> (CompteClient de comptes.dat) et chaque cotitulaire de
*> titulaires.dat sont examinés ; dès que l'un d'eux a une pièce
*> d'identité expirée à la journée comptable, l'indicateur passe à 'O'
*> et le client en défaut est restitué avec la date d'expiration. Un
*> client sans fiche n'est pas bloqué ici (RevueKYC le signale). Le
*> blocage tombe quand un superviseur enregistre une pièce renouvelée
*> dans GestionKYC.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT kyc ASSIGN TO "kyc.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-KYC-STATUS.

  SELECT comptes ASSIGN TO "comptes.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CompteNumero
      FILE STATUS IS WS-COMPTES-STATUS.

  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-TITULAIRES-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD kyc.
COPY "KYC.cpy".

FD comptes.
COPY "COMPTES.cpy".

FD titulaires.
COPY "TITULAIRES.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-KYC-STATUS        PIC XX.
01 WS-COMPTES-STATUS    PIC XX.
01 WS-TITULAIRES-STATUS PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-FinLecture        PIC X(1).
01 WS-FinTitulaires     PIC X(1).
01 WS-DateJour          PIC X(8).
01 WS-ClientExamine     PIC X(6).

LINKAGE SECTION.
01 KycCompte     PIC X(6).
01 KycBloque     PIC X(1).
01 KycClient     PIC X(6).
01 KycExpiration PIC X(8).

PROCEDURE DIVISION USING KycCompte KycBloque KycClient KycExpiration.
  MOVE 'N' TO KycBloque
  MOVE SPACES TO KycClient
  MOVE SPACES TO KycExpiration
  PERFORM CHARGER-DATE-VALEUR

  MOVE SPACES TO WS-ClientExamine
  OPEN INPUT comptes
  IF WS-COMPTES-STATUS = "00" THEN
    MOVE KycCompte TO CompteNumero
    READ comptes
      NOT INVALID KEY MOVE CompteClient TO WS-ClientExamine
    END-READ
    CLOSE comptes
  END-IF
  IF WS-ClientExamine NOT = SPACES THEN
    PERFORM EXAMINER-CLIENT
  END-IF

  IF KycBloque NOT = 'O' THEN
    OPEN INPUT titulaires
    IF WS-TITULAIRES-STATUS = "00" THEN
      MOVE 'N' TO WS-FinTitulaires
      PERFORM EXAMINER-TITULAIRE-SUIVANT
          UNTIL WS-FinTitulaires = 'O' OR KycBloque = 'O'
      CLOSE titulaires
    END-IF
  END-IF
  GOBACK.

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

EXAMINER-TITULAIRE-SUIVANT.
  READ titulaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinTitulaires
    NOT AT END
      IF TI-Compte = KycCompte THEN
        MOVE TI-Client TO WS-ClientExamine
        PERFORM EXAMINER-CLIENT
      END-IF
  END-READ.

EXAMINER-CLIENT.
  OPEN INPUT kyc
  IF WS-KYC-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-KYC-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE kyc
  END-IF.

LIRE-KYC-SUIVANT.
  READ kyc
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF KY-Client = WS-ClientExamine
         AND KY-DateExpiration < WS-DateJour THEN
        MOVE 'O' TO KycBloque
        MOVE KY-Client TO KycClient
        MOVE KY-DateExpiration TO KycExpiration
        MOVE 'O' TO WS-FinLecture
      END-IF
  END-READ.
