IDENTIFICATION DIVISION.
PROGRAM-ID. RibCompte.

*> Identifiants bancaires de nos comptes. Chaque compte de comptes.dat
*> a un RIB national et un IBAN français tirés de son CompteNumero et
*> des codes de l'établissement (identifiantbanque.txt : code banque,
*> code guichet, BIC, domiciliation ; à défaut les codes ci-dessous) :
*>  - RibMode 'C' (composer) : à partir de RibCompte, rend le RIB —
*>    clé RIB = 97 - ((89 x banque + 15 x guichet + 3 x compte)
*>    modulo 97) — et l'IBAN FRkk + RIB, kk = 98 - (RIB + "FR00"
*>    lettres converties) modulo 97 ;
*>  - RibMode 'R' (résoudre) : à partir de RI-Iban (espaces de
*>    présentation admis), contrôle la clé IBAN modulo 97 puis, si
*>    l'IBAN est chez nous, la clé RIB, et rend le CompteNumero dans
*>    RibCompte.
*> RibResultat : 'O' identifiant bon (et chez nous en résolution),
*> 'N' IBAN ou clé invalide, 'A' IBAN valide mais hors de nos comptes
*> (autre banque ou autre guichet). Les paramètres sont lus une fois.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT identifiantbanque ASSIGN TO "identifiantbanque.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-IDENTBANQUE-STATUS.

DATA DIVISION.

FILE SECTION.
FD identifiantbanque.
01 IdentifiantBanqueRecord.
   05 IB-CodeBanque    PIC X(5).
   05 IB-CodeGuichet   PIC X(5).
   05 IB-Bic           PIC X(11).
   05 IB-Domiciliation PIC X(30).

WORKING-STORAGE SECTION.
01 WS-IDENTBANQUE-STATUS PIC XX.
01 WS-ParametresLus      PIC X(1) VALUE 'N'.

01 CODE-BANQUE-DEFAUT    PIC X(5)  VALUE "14559".
01 CODE-GUICHET-DEFAUT   PIC X(5)  VALUE "00001".
01 BIC-DEFAUT            PIC X(11) VALUE "GCBAFRP1XXX".
01 DOMICILIATION-DEFAUT  PIC X(30) VALUE "GCB AGENCE PRINCIPALE".

01 WS-CodeBanque    PIC X(5).
01 WS-CodeGuichet   PIC X(5).
01 WS-Bic           PIC X(11).
01 WS-Domiciliation PIC X(30).

*> Calcul de la clé RIB.
01 WS-Banque9       PIC 9(5).
01 WS-Guichet9      PIC 9(5).
01 WS-Compte9       PIC 9(11).
01 WS-SommeRib      PIC 9(13).
01 WS-CleRib        PIC 9(2).

*> Reste modulo 97 d'une chaîne alphanumérique, caractère par
*> caractère (chiffre = x10, lettre = x100 + valeur A=10..Z=35).
01 WS-Chaine        PIC X(40).
01 WS-LongueurChaine PIC 9(2).
01 WS-Reste         PIC 9(4).
01 WS-IdxCar        PIC 9(2).
01 WS-Caractere     PIC X(1).
01 WS-ValeurLettre  PIC 9(2).
01 WS-CaractereInvalide PIC X(1).
01 WS-CleIban       PIC 9(2).

01 WS-IbanCompact   PIC X(34).
01 WS-LongueurIban  PIC 9(2).
01 WS-IdxSortie     PIC 9(2).
01 WS-Rib           PIC X(23).

LINKAGE SECTION.
01 RibMode      PIC X(1).
   88 RIB-COMPOSER VALUE 'C'.
   88 RIB-RESOUDRE VALUE 'R'.
01 RibCompte    PIC X(6).
COPY "RIB.cpy".
01 RibResultat  PIC X(1).
   88 RIB-VALIDE        VALUE 'O'.
   88 RIB-INVALIDE      VALUE 'N'.
   88 RIB-AUTRE-BANQUE  VALUE 'A'.
01 RibMotif     PIC X(30).

PROCEDURE DIVISION USING RibMode RibCompte RibIdentifiant RibResultat
                         RibMotif.
  IF WS-ParametresLus NOT = 'O' THEN
    PERFORM CHARGER-PARAMETRES
  END-IF
  SET RIB-INVALIDE TO TRUE
  MOVE SPACES TO RibMotif
  IF RIB-COMPOSER THEN
    PERFORM COMPOSER-IDENTIFIANT
  ELSE
    PERFORM RESOUDRE-IBAN
  END-IF
  GOBACK.

CHARGER-PARAMETRES.
  MOVE CODE-BANQUE-DEFAUT TO WS-CodeBanque
  MOVE CODE-GUICHET-DEFAUT TO WS-CodeGuichet
  MOVE BIC-DEFAUT TO WS-Bic
  MOVE DOMICILIATION-DEFAUT TO WS-Domiciliation
  OPEN INPUT identifiantbanque
  IF WS-IDENTBANQUE-STATUS = "00" THEN
    READ identifiantbanque
      NOT AT END
        IF IB-CodeBanque IS NUMERIC AND IB-CodeGuichet IS NUMERIC THEN
          MOVE IB-CodeBanque TO WS-CodeBanque
          MOVE IB-CodeGuichet TO WS-CodeGuichet
          IF IB-Bic NOT = SPACES THEN
            MOVE IB-Bic TO WS-Bic
          END-IF
          IF IB-Domiciliation NOT = SPACES THEN
            MOVE IB-Domiciliation TO WS-Domiciliation
          END-IF
        END-IF
    END-READ
    CLOSE identifiantbanque
  END-IF
  MOVE 'O' TO WS-ParametresLus.

COMPOSER-IDENTIFIANT.
  MOVE SPACES TO RibIdentifiant
  IF RibCompte IS NOT NUMERIC THEN
    MOVE "Numéro de compte non numérique" TO RibMotif
    EXIT PARAGRAPH
  END-IF
  MOVE WS-CodeBanque TO RI-CodeBanque
  MOVE WS-CodeGuichet TO RI-CodeGuichet
  MOVE "00000" TO RI-NumeroCompte(1:5)
  MOVE RibCompte TO RI-NumeroCompte(6:6)
  MOVE WS-Bic TO RI-Bic
  MOVE WS-Domiciliation TO RI-Domiciliation
  PERFORM CALCULER-CLE-RIB
  MOVE WS-CleRib TO RI-CleRib

  MOVE SPACES TO WS-Chaine
  STRING RI-CodeBanque DELIMITED BY SIZE
         RI-CodeGuichet DELIMITED BY SIZE
         RI-NumeroCompte DELIMITED BY SIZE
         RI-CleRib DELIMITED BY SIZE
         "FR00" DELIMITED BY SIZE
    INTO WS-Chaine
  END-STRING
  MOVE 27 TO WS-LongueurChaine
  PERFORM CALCULER-MODULO-97
  COMPUTE WS-CleIban = 98 - WS-Reste
  MOVE SPACES TO RI-Iban
  STRING "FR" DELIMITED BY SIZE
         WS-CleIban DELIMITED BY SIZE
         RI-CodeBanque DELIMITED BY SIZE
         RI-CodeGuichet DELIMITED BY SIZE
         RI-NumeroCompte DELIMITED BY SIZE
         RI-CleRib DELIMITED BY SIZE
    INTO RI-Iban
  END-STRING
  SET RIB-VALIDE TO TRUE.

*> Les zones RI-CodeBanque, RI-CodeGuichet et RI-NumeroCompte sont
*> numériques pour nos comptes.
CALCULER-CLE-RIB.
  MOVE RI-CodeBanque TO WS-Banque9
  MOVE RI-CodeGuichet TO WS-Guichet9
  MOVE RI-NumeroCompte TO WS-Compte9
  COMPUTE WS-SommeRib = 89 * WS-Banque9 + 15 * WS-Guichet9
                      + 3 * WS-Compte9
  COMPUTE WS-CleRib = 97 - FUNCTION MOD(WS-SommeRib 97).

CALCULER-MODULO-97.
  MOVE ZERO TO WS-Reste
  MOVE 'N' TO WS-CaractereInvalide
  PERFORM VARYING WS-IdxCar FROM 1 BY 1
      UNTIL WS-IdxCar > WS-LongueurChaine
    MOVE WS-Chaine(WS-IdxCar:1) TO WS-Caractere
    IF WS-Caractere >= '0' AND WS-Caractere <= '9' THEN
      COMPUTE WS-Reste = FUNCTION MOD(
          WS-Reste * 10 + FUNCTION NUMVAL(WS-Caractere) 97)
    ELSE
      IF WS-Caractere >= 'A' AND WS-Caractere <= 'Z' THEN
        COMPUTE WS-ValeurLettre =
            FUNCTION ORD(WS-Caractere) - FUNCTION ORD('A') + 10
        COMPUTE WS-Reste = FUNCTION MOD(
            WS-Reste * 100 + WS-ValeurLettre 97)
      ELSE
        MOVE 'O' TO WS-CaractereInvalide
      END-IF
    END-IF
  END-PERFORM.

RESOUDRE-IBAN.
  MOVE SPACES TO RibCompte
  MOVE SPACES TO WS-IbanCompact
  MOVE ZERO TO WS-IdxSortie
  PERFORM VARYING WS-IdxCar FROM 1 BY 1 UNTIL WS-IdxCar > 34
    IF RI-Iban(WS-IdxCar:1) NOT = SPACE THEN
      ADD 1 TO WS-IdxSortie
      MOVE RI-Iban(WS-IdxCar:1) TO WS-IbanCompact(WS-IdxSortie:1)
    END-IF
  END-PERFORM
  MOVE WS-IdxSortie TO WS-LongueurIban
  IF WS-LongueurIban < 15 THEN
    MOVE "IBAN absent ou trop court" TO RibMotif
    EXIT PARAGRAPH
  END-IF
  MOVE SPACES TO WS-Chaine
  MOVE WS-IbanCompact(5:) TO WS-Chaine
  MOVE WS-IbanCompact(1:4) TO WS-Chaine(WS-LongueurIban - 3:4)
  MOVE WS-LongueurIban TO WS-LongueurChaine
  PERFORM CALCULER-MODULO-97
  IF WS-CaractereInvalide = 'O' THEN
    MOVE "Caractère invalide" TO RibMotif
    EXIT PARAGRAPH
  END-IF
  IF WS-Reste NOT = 1 THEN
    MOVE "Clé IBAN fausse" TO RibMotif
    EXIT PARAGRAPH
  END-IF
  MOVE WS-IbanCompact TO RI-Iban
  MOVE WS-IbanCompact(5:23) TO WS-Rib
  IF WS-IbanCompact(1:2) NOT = "FR" OR WS-LongueurIban NOT = 27
     OR WS-Rib(1:5) NOT = WS-CodeBanque
     OR WS-Rib(6:5) NOT = WS-CodeGuichet THEN
    SET RIB-AUTRE-BANQUE TO TRUE
    MOVE "IBAN hors de nos comptes" TO RibMotif
    EXIT PARAGRAPH
  END-IF
  MOVE WS-Rib(1:5) TO RI-CodeBanque
  MOVE WS-Rib(6:5) TO RI-CodeGuichet
  MOVE WS-Rib(11:11) TO RI-NumeroCompte
  MOVE WS-Rib(22:2) TO RI-CleRib
  MOVE WS-Bic TO RI-Bic
  MOVE WS-Domiciliation TO RI-Domiciliation
  IF RI-NumeroCompte IS NOT NUMERIC OR RI-CleRib IS NOT NUMERIC THEN
    MOVE "Numéro de compte non numérique" TO RibMotif
    EXIT PARAGRAPH
  END-IF
  PERFORM CALCULER-CLE-RIB
  IF RI-CleRib NOT = WS-CleRib THEN
    MOVE "Clé RIB fausse" TO RibMotif
    EXIT PARAGRAPH
  END-IF
  IF RI-NumeroCompte(1:5) NOT = "00000" THEN
    SET RIB-AUTRE-BANQUE TO TRUE
    MOVE "IBAN hors de nos comptes" TO RibMotif
    EXIT PARAGRAPH
  END-IF
  MOVE RI-NumeroCompte(6:6) TO RibCompte
  SET RIB-VALIDE TO TRUE.
