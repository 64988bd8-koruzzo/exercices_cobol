IDENTIFICATION DIVISION.
PROGRAM-ID. EditionRib.

*> Édition au guichet du relevé d'identité bancaire d'un compte : le
*> conseiller saisit le numéro, le compte est relu dans comptes.dat
*> (RechercherCompte), ses coordonnées sont composées par RibCompte
*> et le RIB est écrit dans rib-XXXXXX.txt (titulaire, domiciliation,
*> code banque, code guichet, numéro de compte, clé RIB, IBAN par
*> groupes de quatre, BIC) pour impression, en même temps qu'affiché.
*> Un compte clôturé n'a plus de RIB remis.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT ficherib ASSIGN TO WS-NomFichierRib
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RIB-STATUS.

DATA DIVISION.

FILE SECTION.
FD ficherib.
01 RibLigne PIC X(80).

WORKING-STORAGE SECTION.
01 WS-RIB-STATUS     PIC XX.
01 WS-NomFichierRib  PIC X(30).
01 WS-LigneRib       PIC X(80).

01 WS-OperateurId    PIC X(6).
01 WS-NomProgramme   PIC X(20) VALUE "EditionRib".
01 WS-AccesAccorde   PIC X(1).

01 WS-CompteSaisi    PIC X(6).
01 WS-CompteNom      PIC X(20).
01 WS-CompteDevise   PIC X(3).
01 WS-CompteSolde    PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-CompteStatut   PIC X(1).
01 WS-CompteTrouve   PIC X(1).

01 WS-RibMode     PIC X(1).
01 WS-RibResultat PIC X(1).
01 WS-RibMotif    PIC X(30).
COPY "RIB.cpy".

PROCEDURE DIVISION.
  DISPLAY "Édition de relevé d'identité bancaire."
  DISPLAY "Identifiant opérateur : "
  ACCEPT WS-OperateurId
  CALL 'ControlerAcces' USING WS-OperateurId WS-NomProgramme
                               WS-AccesAccorde
  IF WS-AccesAccorde NOT = 'O' THEN
    STOP RUN
  END-IF

  MOVE "X" TO WS-CompteSaisi
  PERFORM EDITER-UN-RIB UNTIL WS-CompteSaisi = SPACES

  DISPLAY "Fin de l'édition des RIB."
  STOP RUN.

EDITER-UN-RIB.
  DISPLAY "---------------------------------------------------"
  DISPLAY "Numéro de compte (vide pour quitter) : "
  MOVE SPACES TO WS-CompteSaisi
  ACCEPT WS-CompteSaisi
  IF WS-CompteSaisi = SPACES THEN
    EXIT PARAGRAPH
  END-IF
  CALL 'RechercherCompte' USING WS-CompteSaisi WS-CompteNom
                                 WS-CompteDevise WS-CompteSolde
                                 WS-CompteStatut WS-CompteTrouve
  IF WS-CompteTrouve NOT = 'O' THEN
    DISPLAY "Compte " WS-CompteSaisi " inconnu de comptes.dat."
    EXIT PARAGRAPH
  END-IF
  IF WS-CompteStatut = 'C' THEN
    DISPLAY "Compte " WS-CompteSaisi " clôturé, aucun RIB remis."
    EXIT PARAGRAPH
  END-IF
  MOVE 'C' TO WS-RibMode
  CALL 'RibCompte' USING WS-RibMode WS-CompteSaisi RibIdentifiant
                         WS-RibResultat WS-RibMotif
  IF WS-RibResultat NOT = 'O' THEN
    DISPLAY "RIB impossible à composer : " WS-RibMotif
    EXIT PARAGRAPH
  END-IF

  MOVE SPACES TO WS-NomFichierRib
  STRING "rib-" DELIMITED BY SIZE
         WS-CompteSaisi DELIMITED BY SIZE
         ".txt" DELIMITED BY SIZE
    INTO WS-NomFichierRib
  END-STRING
  OPEN OUTPUT ficherib
  IF WS-RIB-STATUS NOT = "00" THEN
    DISPLAY "Fichier " WS-NomFichierRib " inaccessible en écriture ("
            WS-RIB-STATUS ")."
    EXIT PARAGRAPH
  END-IF
  PERFORM ECRIRE-FICHE-RIB
  CLOSE ficherib
  DISPLAY "RIB écrit dans " WS-NomFichierRib.

ECRIRE-FICHE-RIB.
  MOVE "RELEVE D'IDENTITE BANCAIRE" TO WS-LigneRib
  PERFORM ECRIRE-LIGNE-RIB
  MOVE "==========================" TO WS-LigneRib
  PERFORM ECRIRE-LIGNE-RIB
  MOVE SPACES TO WS-LigneRib
  STRING "Titulaire      : " DELIMITED BY SIZE
         WS-CompteNom DELIMITED BY SIZE
    INTO WS-LigneRib
  END-STRING
  PERFORM ECRIRE-LIGNE-RIB
  MOVE SPACES TO WS-LigneRib
  STRING "Domiciliation  : " DELIMITED BY SIZE
         RI-Domiciliation DELIMITED BY SIZE
    INTO WS-LigneRib
  END-STRING
  PERFORM ECRIRE-LIGNE-RIB
  MOVE SPACES TO WS-LigneRib
  PERFORM ECRIRE-LIGNE-RIB
  MOVE "Code banque  Code guichet  Numéro de compte  Clé RIB"
      TO WS-LigneRib
  PERFORM ECRIRE-LIGNE-RIB
  MOVE SPACES TO WS-LigneRib
  STRING RI-CodeBanque DELIMITED BY SIZE
         "        " DELIMITED BY SIZE
         RI-CodeGuichet DELIMITED BY SIZE
         "          " DELIMITED BY SIZE
         RI-NumeroCompte DELIMITED BY SIZE
         "       " DELIMITED BY SIZE
         RI-CleRib DELIMITED BY SIZE
    INTO WS-LigneRib
  END-STRING
  PERFORM ECRIRE-LIGNE-RIB
  MOVE SPACES TO WS-LigneRib
  PERFORM ECRIRE-LIGNE-RIB
  MOVE SPACES TO WS-LigneRib
  STRING "IBAN : " DELIMITED BY SIZE
         RI-Iban(1:4) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         RI-Iban(5:4) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         RI-Iban(9:4) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         RI-Iban(13:4) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         RI-Iban(17:4) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         RI-Iban(21:4) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         RI-Iban(25:3) DELIMITED BY SIZE
    INTO WS-LigneRib
  END-STRING
  PERFORM ECRIRE-LIGNE-RIB
  MOVE SPACES TO WS-LigneRib
  STRING "BIC  : " DELIMITED BY SIZE
         RI-Bic DELIMITED BY SIZE
    INTO WS-LigneRib
  END-STRING
  PERFORM ECRIRE-LIGNE-RIB
  MOVE SPACES TO WS-LigneRib
  STRING "Devise du compte : " DELIMITED BY SIZE
         WS-CompteDevise DELIMITED BY SIZE
    INTO WS-LigneRib
  END-STRING
  PERFORM ECRIRE-LIGNE-RIB.

ECRIRE-LIGNE-RIB.
  MOVE WS-LigneRib TO RibLigne
  WRITE RibLigne
  DISPLAY WS-LigneRib.
