PROGRAM-ID. GestionChequiers.

*> Programme guichet de tenue du registre d'émission des chéquiers
*> (chequiers.dat : compte, premier et dernier numéro de chèque, date
*> de remise) et de la liste des oppositions
*> (oppositionscheques.txt : compte, numéro de chèque, date, motif).
*> ChequesPresentes refuse de payer un chèque hors registre ou frappé
*> d'opposition. Le registre est indexé par compte puis premier numéro
*> du carnet : chaque remise y est écrite directement ; les oppositions
*> sont ajoutées en fin de liste.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT chequiers ASSIGN TO "chequiers.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CQ-Cle
      FILE STATUS IS WS-CHEQUIERS-STATUS.

  SELECT oppositions ASSIGN TO "oppositionscheques.txt"

FILE SECTION.
FD chequiers.
COPY "CHEQUIERS.cpy".

FD oppositions.
01 OppositionRecord.
    DISPLAY "Plage invalide, remise annulée."
    EXIT PARAGRAPH
  END-IF
  OPEN I-O chequiers
  IF WS-CHEQUIERS-STATUS = "35" THEN
    OPEN OUTPUT chequiers
    CLOSE chequiers
    OPEN I-O chequiers
  END-IF
  IF WS-CHEQUIERS-STATUS NOT = "00" THEN
    DISPLAY "chequiers.dat indisponible (" WS-CHEQUIERS-STATUS
            "), remise annulée."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-CompteSaisi  TO CQ-Compte
  MOVE WS-PremierSaisi TO CQ-Premier
  MOVE WS-DernierSaisi TO CQ-Dernier
  MOVE WS-DateJour     TO CQ-DateRemise
  WRITE ChequierRecord
    INVALID KEY
      DISPLAY "Un chéquier commençant au n° " WS-PremierSaisi
              " est déjà enregistré sur ce compte, remise annulée."
      CLOSE chequiers
      EXIT PARAGRAPH
  END-WRITE
  CLOSE chequiers
  DISPLAY "Chéquier " WS-PremierSaisi " à " WS-DernierSaisi
          " délivré au compte " WS-CompteSaisi ".".
LISTER-CHEQUIERS.
  OPEN INPUT chequiers
  IF WS-CHEQUIERS-STATUS NOT = "00" THEN
    DISPLAY "Aucun chéquier délivré (chequiers.dat absent)."
  ELSE
    MOVE LOW-VALUES TO CQ-Cle
    START chequiers KEY IS NOT LESS THAN CQ-Cle
      INVALID KEY MOVE 'O' TO WS-FinLecture
      NOT INVALID KEY MOVE 'N' TO WS-FinLecture
    END-START
    PERFORM LISTER-CHEQUIER-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE chequiers
  END-IF.

LISTER-CHEQUIER-SUIVANT.
  READ chequiers NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      DISPLAY "Compte " CQ-Compte " chèques " CQ-Premier
