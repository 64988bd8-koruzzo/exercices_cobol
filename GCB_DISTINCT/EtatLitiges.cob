IDENTIFICATION DIVISION.
PROGRAM-ID. EtatLitiges.

*> Job hebdomadaire d'ancienneté des contestations client : liste dans
*> litigesretard.txt, pour le responsable des réclamations, les
*> dossiers de litiges.txt encore ouverts dont la date limite
*> réglementaire de réponse (LI-DateLimite, posée par GestionLitiges)
*> est dépassée, avec le nombre de jours de retard, l'opérateur chargé
*> du dossier et l'écriture contestée, puis ceux qui arrivent à échéance
*> dans les 7 jours. RC 4 s'il y a au moins un dossier en retard.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT litiges ASSIGN TO "litiges.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-LITIGES-STATUS.

  SELECT etatlitiges ASSIGN TO "litigesretard.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ETAT-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD litiges.
COPY "LITIGES.cpy".

FD etatlitiges.
01 EtatLitigesLigne PIC X(120).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-LITIGES-STATUS    PIC XX.
01 WS-ETAT-STATUS       PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "EtatLitiges".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-DateJour      PIC X(8).
01 WS-NomJob        PIC X(20) VALUE "EtatLitiges".
01 WS-ExecAutorisee PIC X(1).
01 WS-ResultatJob   PIC X(1).

01 HORIZON-ALERTE-JOURS PIC 9(3) VALUE 7.
01 WS-DateHorizon   PIC X(8).
01 WS-DateNum       PIC 9(8).
01 WS-JoursEntiers  PIC S9(9).
01 WS-JoursJour     PIC S9(9).
01 WS-JoursRetard   PIC 9(5).

01 WS-FinLecture    PIC X(1).
01 WS-Passe         PIC X(1).
01 WS-NbOuverts     PIC 9(4) VALUE ZERO.
01 WS-NbEnRetard    PIC 9(4) VALUE ZERO.
01 WS-NbAEcheance   PIC 9(4) VALUE ZERO.
01 WS-MontantEdite  PIC Z(7)9.99.

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR
  CALL 'ControlerExecution' USING WS-NomJob WS-DateJour WS-ExecAutorisee
  IF WS-ExecAutorisee NOT = 'O' THEN
    DISPLAY "EtatLitiges déjà exécuté pour la journée " WS-DateJour
            ", second lancement refusé (voir journalexecutions.txt)."
    MOVE 4 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  MOVE WS-DateJour TO WS-DateNum
  COMPUTE WS-JoursJour = FUNCTION INTEGER-OF-DATE(WS-DateNum)
  COMPUTE WS-JoursEntiers = WS-JoursJour + HORIZON-ALERTE-JOURS
  COMPUTE WS-DateNum = FUNCTION DATE-OF-INTEGER(WS-JoursEntiers)
  MOVE WS-DateNum TO WS-DateHorizon

  OPEN OUTPUT etatlitiges
  MOVE SPACES TO EtatLitigesLigne
  STRING "LITIGES CLIENTS EN RETARD au " DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
         " - date limite de réponse dépassée" DELIMITED BY SIZE
    INTO EtatLitigesLigne
  END-STRING
  WRITE EtatLitigesLigne

*> Deux passages sur le fichier : les retards d'abord, puis les
*> dossiers qui arrivent à échéance d'ici l'horizon.
  MOVE 'R' TO WS-Passe
  PERFORM PARCOURIR-LITIGES
  MOVE SPACES TO EtatLitigesLigne
  STRING "A ECHEANCE d'ici le " DELIMITED BY SIZE
         WS-DateHorizon DELIMITED BY SIZE
    INTO EtatLitigesLigne
  END-STRING
  WRITE EtatLitigesLigne
  MOVE 'H' TO WS-Passe
  PERFORM PARCOURIR-LITIGES

  MOVE SPACES TO EtatLitigesLigne
  STRING "Total : " DELIMITED BY SIZE
         WS-NbOuverts DELIMITED BY SIZE
         " dossier(s) ouvert(s), dont " DELIMITED BY SIZE
         WS-NbEnRetard DELIMITED BY SIZE
         " en retard et " DELIMITED BY SIZE
         WS-NbAEcheance DELIMITED BY SIZE
         " à échéance sous " DELIMITED BY SIZE
         HORIZON-ALERTE-JOURS DELIMITED BY SIZE
         " jours." DELIMITED BY SIZE
    INTO EtatLitigesLigne
  END-STRING
  WRITE EtatLitigesLigne
  CLOSE etatlitiges
  DISPLAY "État des litiges : " WS-NbEnRetard " dossier(s) en retard "
          "sur " WS-NbOuverts " ouvert(s) (litigesretard.txt)."

  MOVE 'S' TO WS-ResultatJob
  CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob
  IF WS-NbEnRetard > ZERO THEN
    MOVE 4 TO WS-JobRC
  END-IF
  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbEnRetard TO WS-JobCompteur
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

PARCOURIR-LITIGES.
  OPEN INPUT litiges
  IF WS-LITIGES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM EXAMINER-LITIGE UNTIL WS-FinLecture = 'O'
    CLOSE litiges
  END-IF.

EXAMINER-LITIGE.
  READ litiges
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF LITIGE-OUVERT THEN
        IF WS-Passe = 'R' THEN
          ADD 1 TO WS-NbOuverts
          IF LI-DateLimite < WS-DateJour THEN
            PERFORM ECRIRE-LIGNE-RETARD
          END-IF
        ELSE
          IF LI-DateLimite >= WS-DateJour
             AND LI-DateLimite <= WS-DateHorizon THEN
            PERFORM ECRIRE-LIGNE-ECHEANCE
          END-IF
        END-IF
      END-IF
  END-READ.

ECRIRE-LIGNE-RETARD.
  ADD 1 TO WS-NbEnRetard
  MOVE LI-DateLimite TO WS-DateNum
  COMPUTE WS-JoursRetard =
      WS-JoursJour - FUNCTION INTEGER-OF-DATE(WS-DateNum)
  MOVE LI-MontantConteste TO WS-MontantEdite
  MOVE SPACES TO EtatLitigesLigne
  STRING LI-Numero DELIMITED BY SIZE
         " client " DELIMITED BY SIZE
         LI-Client DELIMITED BY SIZE
         " compte " DELIMITED BY SIZE
         LI-Compte DELIMITED BY SIZE
         " écriture " DELIMITED BY SIZE
         LI-HistoriqueId DELIMITED BY SIZE
         " cat. " DELIMITED BY SIZE
         LI-Categorie DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
         " opérateur " DELIMITED BY SIZE
         LI-Operateur DELIMITED BY SIZE
         " limite " DELIMITED BY SIZE
         LI-DateLimite DELIMITED BY SIZE
         " retard " DELIMITED BY SIZE
         WS-JoursRetard DELIMITED BY SIZE
         " j" DELIMITED BY SIZE
    INTO EtatLitigesLigne
  END-STRING
  WRITE EtatLitigesLigne.

ECRIRE-LIGNE-ECHEANCE.
  ADD 1 TO WS-NbAEcheance
  MOVE LI-MontantConteste TO WS-MontantEdite
  MOVE SPACES TO EtatLitigesLigne
  STRING LI-Numero DELIMITED BY SIZE
         " client " DELIMITED BY SIZE
         LI-Client DELIMITED BY SIZE
         " compte " DELIMITED BY SIZE
         LI-Compte DELIMITED BY SIZE
         " écriture " DELIMITED BY SIZE
         LI-HistoriqueId DELIMITED BY SIZE
         " cat. " DELIMITED BY SIZE
         LI-Categorie DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
         " opérateur " DELIMITED BY SIZE
         LI-Operateur DELIMITED BY SIZE
         " limite " DELIMITED BY SIZE
         LI-DateLimite DELIMITED BY SIZE
    INTO EtatLitigesLigne
  END-STRING
  WRITE EtatLitigesLigne.
