IDENTIFICATION DIVISION.
PROGRAM-ID. BalayageComptes.

*> Job de fin de journée du balayage automatique courant / livret,
*> lancé après les postings de la journée et avant CloturerJournee :
*> pour chaque convention en vigueur de conventionsbalayage.txt
*> (GestionBalayage), le disponible du compte courant — solde moins
*> retenues et chèques en compensation, tel que CalculerDisponible le
*> donne — est comparé aux seuils de la convention :
*>  - au-dessus du plafond, l'excédent part sur le livret s'il atteint
*>    le montant minimum ;
*>  - sous le plancher, le courant est renfloué depuis le livret de ce
*>    qui manque, au moins du montant minimum, au plus du disponible du
*>    livret.
*> Chaque virement est posté par le sous-programme Virement, qui refait
*> ses propres contrôles (statuts, dépôt à terme, disponible), sous un
*> libellé qui nomme les deux comptes et se lit sur les deux relevés :
*> "BALAYAGE AUTO 000123 > 000456" ou "RENFLOUEMENT 000456 > 000123".
*> Chaque tentative est consignée dans balayagejournal.txt. Protégé par
*> le journal des exécutions et par le verrou de posting, comme les
*> ordres permanents. RC 4 si un virement de balayage est refusé.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT solde ASSIGN TO "solde.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SOLDE-STATUS.

  SELECT conventions ASSIGN TO "conventionsbalayage.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CONVENTIONS-STATUS.

  SELECT balayagejournal ASSIGN TO "balayagejournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-BJOURNAL-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD solde.
01 SoldeRecord.
   05 MYFILLER_S1  PIC X(10).
   05 SoldeValA PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 MYFILLER_S2  PIC X(2).
   05 MYFILLER_S3  PIC X(10).
   05 SoldeValB PIC 9(10)V99.
   05 MYFILLER_S4  PIC X(2).
   05 MYFILLER_S5  PIC X(10).
   05 SoldeValC PIC 9(10)V99.
   05 MYFILLER_S6  PIC X(2).

FD conventions.
COPY "BALAYAGE.cpy".

FD balayagejournal.
01 BalayageJournalRecord.
   05 BJ-Date          PIC X(8).
   05 BJ-CompteCourant PIC X(6).
   05 BJ-CompteEpargne PIC X(6).
   05 BJ-Sens          PIC X(1).
      88 BJ-VERS-LIVRET   VALUE 'E'.
      88 BJ-RENFLOUEMENT  VALUE 'R'.
   05 BJ-Montant       PIC 9(6)V99.
   05 BJ-Resultat      PIC X(1).
   05 BJ-Motif         PIC X(2).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-SOLDE-STATUS       PIC XX.
01 WS-CONVENTIONS-STATUS PIC XX.
01 WS-BJOURNAL-STATUS    PIC XX.
01 WS-DATEVALEUR-STATUS  PIC XX.
01 WS-FinLecture    PIC X(1) VALUE 'N'.
01 WS-DateJour      PIC X(8).
01 WS-NbVersLivret  PIC 9(4) VALUE ZERO.
01 WS-NbRenfloues   PIC 9(4) VALUE ZERO.
01 WS-NbRejetes     PIC 9(4) VALUE ZERO.
01 WS-NbConventions PIC 9(4) VALUE ZERO.
01 WS-TotalVersLivret PIC 9(10)V99 VALUE ZERO.
01 WS-TotalRenfloue   PIC 9(10)V99 VALUE ZERO.

01 MONTANT-MAXI-VIREMENT PIC 9(6)V99 VALUE 999999.99.

01 WS-DispoCourant    PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-DispoEpargne    PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-RetenuesCompte  PIC 9(8)V99.
01 WS-MontantBalayage PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-SensBalayage    PIC X(1).

01 OperationStatut PIC X(1).
   88 OPERATION-REUSSIE VALUE 'S'.
   88 OPERATION-REJETEE VALUE 'R'.
01 OperationMotif  PIC X(2).

01 SoldeCompteA PIC S9(6)V99 SIGN LEADING SEPARATE VALUE 1521.20.
01 SoldeCompteB PIC 9(6)V99 VALUE 1705.45.
01 SoldeCompteC PIC 9(6)V99 VALUE 980.00.
01 Depot        PIC 9(6)V99 VALUE ZERO.
01 Retrait      PIC 9(6)V99 VALUE ZERO.
01 Virement     PIC 9(6)V99 VALUE ZERO.
01 Choix        PIC X(1).
01 OperateurId  PIC X(6) VALUE "BATCH".

01 CompteCible      PIC X(6).
01 CompteSource     PIC X(6).
01 OperationLibelle PIC X(30).

01 WS-JobNomLog   PIC X(20) VALUE "BalayageComptes".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-NomJob        PIC X(20) VALUE "BalayageComptes".
01 WS-ExecAutorisee PIC X(1).
01 WS-ResultatJob   PIC X(1).

01 WS-VerrouAction    PIC X(1).
01 WS-VerrouDemandeur PIC X(20).
01 WS-VerrouAccorde   PIC X(1).

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR
  CALL 'ControlerExecution' USING WS-NomJob WS-DateJour WS-ExecAutorisee
  IF WS-ExecAutorisee NOT = 'O' THEN
    DISPLAY "BalayageComptes déjà exécuté pour la journée " WS-DateJour
            ", second lancement refusé (voir journalexecutions.txt)."
    MOVE 4 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  MOVE 'P' TO WS-VerrouAction
  MOVE "BalayageComptes" TO WS-VerrouDemandeur
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  IF WS-VerrouAccorde NOT = 'O' THEN
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF
  PERFORM CHARGER-SOLDE

  OPEN INPUT conventions
  IF WS-CONVENTIONS-STATUS NOT = "00" THEN
    DISPLAY "conventionsbalayage.txt introuvable, aucun balayage à traiter."
  ELSE
    PERFORM LIRE-CONVENTION
    PERFORM TRAITER-CONVENTION UNTIL WS-FinLecture = 'O'
    CLOSE conventions
    DISPLAY "Balayage : " WS-NbConventions " convention(s) en vigueur, "
            WS-NbVersLivret " virement(s) vers livret pour "
            WS-TotalVersLivret ", " WS-NbRenfloues " renflouement(s) pour "
            WS-TotalRenfloue ", " WS-NbRejetes " refusé(s)."
  END-IF
  MOVE 'S' TO WS-ResultatJob
  CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob

  IF WS-NbRejetes > ZERO THEN
    MOVE 4 TO WS-JobRC
  END-IF
  MOVE 'L' TO WS-VerrouAction
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  MOVE 'F' TO WS-JobPhase
  COMPUTE WS-JobCompteur = WS-NbVersLivret + WS-NbRenfloues
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

CHARGER-SOLDE.
  OPEN INPUT solde
  IF WS-SOLDE-STATUS = "00" THEN
    READ solde
      AT END CONTINUE
      NOT AT END
        MOVE SoldeValA TO SoldeCompteA
        MOVE SoldeValB TO SoldeCompteB
        MOVE SoldeValC TO SoldeCompteC
    END-READ
    CLOSE solde
  ELSE
    DISPLAY "Aucun solde.txt existant, utilisation des soldes d'ouverture par défaut."
  END-IF.

LIRE-CONVENTION.
  READ conventions
    AT END MOVE 'O' TO WS-FinLecture
  END-READ.

TRAITER-CONVENTION.
  IF NOT BALAYAGE-ACTIF THEN
    PERFORM LIRE-CONVENTION
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO WS-NbConventions
  CALL 'CalculerDisponible' USING BA-CompteCourant WS-DispoCourant
                                   WS-RetenuesCompte
  MOVE ZERO TO WS-MontantBalayage
  EVALUATE TRUE
    WHEN WS-DispoCourant > BA-Plafond
      COMPUTE WS-MontantBalayage = WS-DispoCourant - BA-Plafond
      IF WS-MontantBalayage >= BA-MontantMinimum THEN
        MOVE 'E' TO WS-SensBalayage
        PERFORM PASSER-BALAYAGE
      END-IF
    WHEN WS-DispoCourant < BA-Plancher
      PERFORM CALCULER-RENFLOUEMENT
      IF WS-MontantBalayage > ZERO THEN
        MOVE 'R' TO WS-SensBalayage
        PERFORM PASSER-BALAYAGE
      END-IF
    WHEN OTHER
      CONTINUE
  END-EVALUATE
  PERFORM LIRE-CONVENTION.

*> Ce qui manque pour revenir au plancher, porté au montant minimum,
*> sans dépasser ce que le livret peut donner.
CALCULER-RENFLOUEMENT.
  COMPUTE WS-MontantBalayage = BA-Plancher - WS-DispoCourant
  IF WS-MontantBalayage < BA-MontantMinimum THEN
    MOVE BA-MontantMinimum TO WS-MontantBalayage
  END-IF
  CALL 'CalculerDisponible' USING BA-CompteEpargne WS-DispoEpargne
                                   WS-RetenuesCompte
  IF WS-MontantBalayage > WS-DispoEpargne THEN
    MOVE WS-DispoEpargne TO WS-MontantBalayage
    IF WS-MontantBalayage > ZERO THEN
      DISPLAY "Livret " BA-CompteEpargne " : renflouement du compte "
              BA-CompteCourant " limité à son disponible."
    END-IF
  END-IF.

PASSER-BALAYAGE.
  IF WS-MontantBalayage > MONTANT-MAXI-VIREMENT THEN
    MOVE MONTANT-MAXI-VIREMENT TO WS-MontantBalayage
  END-IF
  MOVE WS-MontantBalayage TO Virement
  MOVE SPACES TO OperationLibelle
  IF WS-SensBalayage = 'E' THEN
    MOVE BA-CompteCourant TO CompteSource
    MOVE BA-CompteEpargne TO CompteCible
    STRING "BALAYAGE AUTO " DELIMITED BY SIZE
           BA-CompteCourant DELIMITED BY SIZE
           " > " DELIMITED BY SIZE
           BA-CompteEpargne DELIMITED BY SIZE
      INTO OperationLibelle
    END-STRING
  ELSE
    MOVE BA-CompteEpargne TO CompteSource
    MOVE BA-CompteCourant TO CompteCible
    STRING "RENFLOUEMENT " DELIMITED BY SIZE
           BA-CompteEpargne DELIMITED BY SIZE
           " > " DELIMITED BY SIZE
           BA-CompteCourant DELIMITED BY SIZE
      INTO OperationLibelle
    END-STRING
  END-IF
  MOVE 'V' TO Choix
  CALL 'Virement' USING SoldeCompteA SoldeCompteB SoldeCompteC
                        Depot Retrait Virement Choix OperateurId OperationStatut
                        CompteCible OperationMotif OperationLibelle
                        CompteSource
  IF OPERATION-REUSSIE THEN
    MOVE 'S' TO BJ-Resultat
    IF WS-SensBalayage = 'E' THEN
      ADD 1 TO WS-NbVersLivret
      ADD Virement TO WS-TotalVersLivret
    ELSE
      ADD 1 TO WS-NbRenfloues
      ADD Virement TO WS-TotalRenfloue
    END-IF
  ELSE
    MOVE 'E' TO BJ-Resultat
    ADD 1 TO WS-NbRejetes
    DISPLAY "Balayage " OperationLibelle " refusé (motif "
            OperationMotif ")."
  END-IF
  PERFORM JOURNALISER-BALAYAGE.

JOURNALISER-BALAYAGE.
  OPEN EXTEND balayagejournal
  IF WS-BJOURNAL-STATUS NOT = "00" THEN
    OPEN OUTPUT balayagejournal
  END-IF
  MOVE WS-DateJour TO BJ-Date
  MOVE BA-CompteCourant TO BJ-CompteCourant
  MOVE BA-CompteEpargne TO BJ-CompteEpargne
  MOVE WS-SensBalayage TO BJ-Sens
  MOVE Virement TO BJ-Montant
  MOVE OperationMotif TO BJ-Motif
  WRITE BalayageJournalRecord
  CLOSE balayagejournal.
