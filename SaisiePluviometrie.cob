IDENTIFICATION DIVISION.
PROGRAM-ID. SaisiePluviometrie.

*> Saisie du relevé du pluviomètre du jardin : chaque relevé (date,
*> hauteur de pluie en millimètres depuis le relevé précédent) est
*> ajouté à pluviometrie.txt au fil de la saison. PlanArrosage déduit
*> la pluie ainsi relevée, semaine par semaine, des besoins en eau des
*> parcelles.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT pluviometrie ASSIGN TO "pluviometrie.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PLUVIOMETRIE-STATUS.

DATA DIVISION.

FILE SECTION.
FD pluviometrie.
01 PluviometrieRecord.
   05 PL-Date        PIC 9(8).
   05 PL-Millimetres PIC 9(3)V9.

WORKING-STORAGE SECTION.
01 WS-PLUVIOMETRIE-STATUS PIC XX.
01 WS-Choix      PIC X(1).
01 WS-DateJour   PIC 9(8).
01 WS-DateSaisie PIC X(8).
01 WS-MillimetresSaisis PIC 9(3)V9.
01 WS-NbSaisies  PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
    ACCEPT WS-DateJour FROM DATE YYYYMMDD
    DISPLAY "Relevés du pluviomètre (date du jour " WS-DateJour ")."

    MOVE 'S' TO WS-Choix
    PERFORM NOUVELLE-SAISIE UNTIL WS-Choix = 'E'

    DISPLAY "Fin de saisie : " WS-NbSaisies
            " relevé(s) ajouté(s) à pluviometrie.txt."
    STOP RUN.

NOUVELLE-SAISIE.
    DISPLAY "---------------------------------------------------"
    DISPLAY "S -> Saisir un relevé"
    DISPLAY "E -> Quitter"
    DISPLAY "---------------------------------------------------"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
      WHEN 'S'
        PERFORM SAISIR-RELEVE
      WHEN 'E'
        CONTINUE
      WHEN OTHER
        DISPLAY "Choix invalide."
    END-EVALUATE.

SAISIR-RELEVE.
    DISPLAY "Date (AAAAMMJJ, vide = aujourd'hui) : "
    ACCEPT WS-DateSaisie
    IF WS-DateSaisie = SPACES OR WS-DateSaisie NOT NUMERIC THEN
      MOVE WS-DateJour TO PL-Date
    ELSE
      MOVE WS-DateSaisie TO PL-Date
    END-IF
    IF PL-Date > WS-DateJour THEN
      DISPLAY "Date future, relevé refusé."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Hauteur de pluie (mm) : "
    ACCEPT WS-MillimetresSaisis
    MOVE WS-MillimetresSaisis TO PL-Millimetres

    OPEN EXTEND pluviometrie
    IF WS-PLUVIOMETRIE-STATUS NOT = "00" THEN
      OPEN OUTPUT pluviometrie
    END-IF
    WRITE PluviometrieRecord
    CLOSE pluviometrie
    ADD 1 TO WS-NbSaisies
    DISPLAY "Relevé enregistré : " PL-Millimetres " mm le " PL-Date ".".
