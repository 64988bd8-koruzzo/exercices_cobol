IDENTIFICATION DIVISION.
PROGRAM-ID. DeterminerDateValeur.

*> Date de valeur d'une écriture, à partir de son code journal et de sa
*> date comptable : c'est elle, et non la date d'écriture, qui compte
*> pour les intérêts créditeurs (InteretsJournaliers) et les agios
*> (AgiosJournaliers). La règle de chaque code est un décalage en jours
*> ouvrés du calendrier JourOuvre, en avant ('+') ou en arrière ('-').
*> Règles de la maison : versement d'espèces ('D', 'K', '1') valeur le
*> lendemain ouvré ; remise de chèque ('Q') après le délai de
*> compensation (delaicompensation.txt, défaut 3, comme
*> ChequesDeposes) ; tout le reste valeur le jour même. Le fichier de
*> réglage reglesvaleur.txt (code, sens, nombre de jours ouvrés) prime
*> sur ces défauts, code par code — par exemple "R-01" pour valoriser
*> les retraits la veille ouvrée.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT reglesvaleur ASSIGN TO "reglesvaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-REGLES-STATUS.

  SELECT delaicompensation ASSIGN TO "delaicompensation.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DELAI-STATUS.

DATA DIVISION.

FILE SECTION.
FD reglesvaleur.
01 RegleValeurRecord.
   05 RV-Code  PIC X(1).
   05 RV-Sens  PIC X(1).
   05 RV-Jours PIC 9(2).

FD delaicompensation.
01 DelaiCompensationLigne PIC X(4).

WORKING-STORAGE SECTION.
01 WS-REGLES-STATUS PIC XX.
01 WS-DELAI-STATUS  PIC XX.
01 WS-FinLecture    PIC X(1).

01 DELAI-COMPENSATION-DEFAUT PIC 9(4) VALUE 3.
01 WS-DelaiCompensation PIC 9(4).

01 WS-Sens      PIC X(1).
01 WS-NbJours   PIC 9(4).
01 WS-NoJour    PIC 9(4).
01 WS-DateNum   PIC 9(8).
01 WS-JoursEntiers PIC S9(9).
01 WS-Candidat  PIC X(8).
01 WS-OuvreInd  PIC X(1).
01 WS-OuvreSuivant PIC X(8).
01 WS-NbEssais  PIC 9(2).

LINKAGE SECTION.
01 ValeurCode       PIC X(1).
01 ValeurDateCompta PIC X(8).
01 ValeurDate       PIC X(8).

PROCEDURE DIVISION USING ValeurCode ValeurDateCompta ValeurDate.
  MOVE ValeurDateCompta TO ValeurDate
  IF ValeurDateCompta NOT NUMERIC THEN
    GOBACK
  END-IF
  PERFORM REGLE-PAR-DEFAUT
  PERFORM CHARGER-REGLE-FICHIER
  MOVE ValeurDateCompta TO WS-Candidat
  IF WS-Sens = '+' THEN
    PERFORM AVANCER-JOUR-OUVRE
        VARYING WS-NoJour FROM 1 BY 1 UNTIL WS-NoJour > WS-NbJours
  ELSE
    PERFORM RECULER-JOUR-OUVRE
        VARYING WS-NoJour FROM 1 BY 1 UNTIL WS-NoJour > WS-NbJours
  END-IF
  MOVE WS-Candidat TO ValeurDate
  GOBACK.

REGLE-PAR-DEFAUT.
  MOVE '+' TO WS-Sens
  MOVE ZERO TO WS-NbJours
  EVALUATE ValeurCode
    WHEN 'D'
    WHEN 'K'
    WHEN '1'
      MOVE 1 TO WS-NbJours
    WHEN 'Q'
      PERFORM CHARGER-DELAI-COMPENSATION
      MOVE WS-DelaiCompensation TO WS-NbJours
    WHEN OTHER
      CONTINUE
  END-EVALUATE.

CHARGER-DELAI-COMPENSATION.
  MOVE DELAI-COMPENSATION-DEFAUT TO WS-DelaiCompensation
  OPEN INPUT delaicompensation
  IF WS-DELAI-STATUS = "00" THEN
    READ delaicompensation
      NOT AT END MOVE DelaiCompensationLigne TO WS-DelaiCompensation
    END-READ
    CLOSE delaicompensation
  END-IF.

CHARGER-REGLE-FICHIER.
  OPEN INPUT reglesvaleur
  IF WS-REGLES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-REGLE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE reglesvaleur
  END-IF.

LIRE-REGLE-SUIVANTE.
  READ reglesvaleur
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF RV-Code = ValeurCode AND RV-Jours NUMERIC
         AND (RV-Sens = '+' OR RV-Sens = '-') THEN
        MOVE RV-Sens  TO WS-Sens
        MOVE RV-Jours TO WS-NbJours
      END-IF
  END-READ.

*> Lendemain calendaire, puis premier jour ouvré à partir de là.
AVANCER-JOUR-OUVRE.
  MOVE WS-Candidat TO WS-DateNum
  COMPUTE WS-JoursEntiers = FUNCTION INTEGER-OF-DATE(WS-DateNum) + 1
  COMPUTE WS-DateNum = FUNCTION DATE-OF-INTEGER(WS-JoursEntiers)
  MOVE WS-DateNum TO WS-Candidat
  CALL 'JourOuvre' USING WS-Candidat WS-OuvreInd WS-OuvreSuivant
  MOVE WS-OuvreSuivant TO WS-Candidat.

*> JourOuvre ne cherche qu'en avant : on recule d'un jour calendaire
*> tant que le jour obtenu est fermé, borné à 30 essais comme lui.
RECULER-JOUR-OUVRE.
  MOVE ZERO TO WS-NbEssais
  MOVE 'N' TO WS-OuvreInd
  PERFORM RECULER-UN-JOUR UNTIL WS-OuvreInd = 'O' OR WS-NbEssais >= 30.

RECULER-UN-JOUR.
  ADD 1 TO WS-NbEssais
  MOVE WS-Candidat TO WS-DateNum
  COMPUTE WS-JoursEntiers = FUNCTION INTEGER-OF-DATE(WS-DateNum) - 1
  COMPUTE WS-DateNum = FUNCTION DATE-OF-INTEGER(WS-JoursEntiers)
  MOVE WS-DateNum TO WS-Candidat
  CALL 'JourOuvre' USING WS-Candidat WS-OuvreInd WS-OuvreSuivant.
