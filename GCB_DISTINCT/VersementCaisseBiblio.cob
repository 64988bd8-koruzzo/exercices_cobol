IDENTIFICATION DIVISION.
PROGRAM-ID. VersementCaisseBiblio.

*> Job de versement des recettes de la bibliothèque, le pendant de
*> ReglementCaisseBanque : reprend le compté de la clôture du tiroir
*> de la bibliothèque du jour (la ligne de la journée comptable dans
*> ../exercixes_doc/cloturesbibliotheque.txt, écrite par
*> ClotureCaisseBiblio) et le poste en dépôt sur le compte désigné de
*> la bibliothèque (comptebibliotheque.txt, sans défaut : tant qu'aucun
*> compte n'est désigné, rien n'est versé) via le sous-programme
*> Depot — journalisé par EnregistrerHistorique sous le marqueur '1'
*> (versement caisse bibliothèque), distinct du 'K' du magasin. Une
*> trace est écrite dans versementsbibliotheque.txt pour
*> RapprochementCaisseBiblio ; protégé par le journal des exécutions
*> comme les autres jobs périodiques.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT solde ASSIGN TO "solde.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SOLDE-STATUS.

  SELECT cloturejournal ASSIGN TO "../exercixes_doc/cloturesbibliotheque.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CLOTURES-STATUS.

  SELECT comptebiblio ASSIGN TO "comptebibliotheque.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COMPTEBIB-STATUS.

  SELECT traceversement ASSIGN TO "versementsbibliotheque.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TRACE-STATUS.

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

FD cloturejournal.
01 ClotureBiblioRecord.
   05 CB-Numero        PIC 9(4).
   05 CB-Date          PIC X(8).
   05 CB-NbEncaissements PIC 9(6).
   05 CB-Amendes       PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 CB-Adhesions     PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 CB-Remplacements PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 CB-Theorique     PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 CB-Compte        PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 CB-Ecart         PIC S9(10)V99 SIGN LEADING SEPARATE.

FD comptebiblio.
01 CompteBiblioLigne PIC X(6).

FD traceversement.
01 TraceVersementRecord.
   05 TB-Date     PIC X(8).
   05 TB-Cloture  PIC 9(4).
   05 TB-Compte   PIC X(6).
   05 TB-Montant  PIC 9(10)V99.

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-SOLDE-STATUS    PIC XX.
01 WS-CLOTURES-STATUS PIC XX.
01 WS-COMPTEBIB-STATUS PIC XX.
01 WS-TRACE-STATUS    PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-FinLecture  PIC X(1) VALUE 'N'.
01 WS-DateJour    PIC X(8).
01 WS-ClotureTrouvee PIC X(1) VALUE 'N'.
01 WS-NetAVerser  PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-NumeroCloture PIC 9(4).
01 WS-CompteDesigne PIC X(1) VALUE 'N'.

01 WS-NomJob        PIC X(20) VALUE "VersementBiblio".
01 WS-ExecAutorisee PIC X(1).
01 WS-ResultatJob   PIC X(1).

01 WS-JobNomLog   PIC X(20) VALUE "VersementBiblio".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 OperationStatut PIC X(1).
   88 OPERATION-REUSSIE VALUE 'S'.
   88 OPERATION-REJETEE VALUE 'R'.
01 OperationMotif PIC X(2).

01 SoldeCompteA PIC S9(6)V99 SIGN LEADING SEPARATE VALUE 1521.20.
01 SoldeCompteB PIC 9(6)V99 VALUE 1705.45.
01 SoldeCompteC PIC 9(6)V99 VALUE 980.00.
01 Depot        PIC 9(6)V99 VALUE ZERO.
01 Retrait      PIC 9(6)V99 VALUE ZERO.
01 Virement     PIC 9(6)V99 VALUE ZERO.
01 Choix        PIC X(1).
01 OperateurId  PIC X(6) VALUE "CAISSE".

01 WS-VerrouAction    PIC X(1).
01 WS-VerrouDemandeur PIC X(20).
01 WS-VerrouAccorde   PIC X(1).
01 CompteCible  PIC X(6) VALUE SPACES.
01 OperationLibelle PIC X(30) VALUE "Versement caisse bibliothèque".

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR
  CALL 'ControlerExecution' USING WS-NomJob WS-DateJour WS-ExecAutorisee
  IF WS-ExecAutorisee NOT = 'O' THEN
    DISPLAY "VersementCaisseBiblio déjà exécuté pour la journée " WS-DateJour
            ", second lancement refusé (voir journalexecutions.txt)."
    MOVE 4 TO WS-JobRC
    PERFORM TERMINER-JOB
    STOP RUN
  END-IF

  PERFORM CHARGER-COMPTE-BIBLIOTHEQUE
  IF WS-CompteDesigne NOT = 'O' THEN
    DISPLAY "Aucun compte bibliothèque désigné (comptebibliotheque.txt), "
            "versement refusé."
    MOVE 8 TO WS-JobRC
    PERFORM TERMINER-JOB
    STOP RUN
  END-IF

  PERFORM LIRE-CLOTURE-BIBLIOTHEQUE
  IF WS-ClotureTrouvee NOT = 'O' THEN
    DISPLAY "Pas de clôture de caisse bibliothèque pour la journée "
            WS-DateJour " dans cloturesbibliotheque.txt, aucun versement."
    PERFORM TERMINER-JOB
    STOP RUN
  END-IF
  IF WS-NetAVerser <= ZERO THEN
    DISPLAY "Compté au tiroir " WS-NetAVerser " : rien à verser à la banque."
    PERFORM TERMINER-JOB
    STOP RUN
  END-IF

  PERFORM CHARGER-SOLDE

*> Verrou de posting le temps du versement : même règle que les autres
*> lots qui écrivent le journal (voir VerrouPosting).
  MOVE 'P' TO WS-VerrouAction
  MOVE "VersementBiblio" TO WS-VerrouDemandeur
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  IF WS-VerrouAccorde NOT = 'O' THEN
    MOVE 8 TO WS-JobRC
    PERFORM TERMINER-JOB
    STOP RUN
  END-IF

  MOVE WS-NetAVerser TO Depot
  MOVE '1' TO Choix
  CALL 'Depot' USING SoldeCompteA SoldeCompteB SoldeCompteC
                     Depot Retrait Virement Choix OperateurId OperationStatut
                     CompteCible OperationMotif OperationLibelle
  MOVE 'L' TO WS-VerrouAction
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  IF OPERATION-REUSSIE THEN
    PERFORM ECRIRE-TRACE
    MOVE 'S' TO WS-ResultatJob
    CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob
    DISPLAY "Recette de la bibliothèque versée : " WS-NetAVerser
            " sur le compte " CompteCible " (clôture n° " WS-NumeroCloture ")."
  ELSE
    DISPLAY "Le dépôt du versement a été refusé, versement non effectué."
    MOVE 8 TO WS-JobRC
  END-IF

  PERFORM TERMINER-JOB
  STOP RUN.

TERMINER-JOB.
  MOVE 'F' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  MOVE WS-JobRC TO RETURN-CODE.

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

LIRE-CLOTURE-BIBLIOTHEQUE.
  OPEN INPUT cloturejournal
  IF WS-CLOTURES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-CLOTURE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE cloturejournal
  END-IF.

*> C'est le COMPTE au tiroir qui part en banque, pas le théorique :
*> l'écart éventuel reste consigné sur la clôture.
LIRE-CLOTURE-SUIVANTE.
  READ cloturejournal
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF CB-Date = WS-DateJour THEN
        MOVE 'O' TO WS-ClotureTrouvee
        MOVE CB-Compte TO WS-NetAVerser
        MOVE CB-Numero TO WS-NumeroCloture
      END-IF
  END-READ.

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

CHARGER-COMPTE-BIBLIOTHEQUE.
  OPEN INPUT comptebiblio
  IF WS-COMPTEBIB-STATUS = "00" THEN
    READ comptebiblio
      NOT AT END
        IF CompteBiblioLigne NOT = SPACES THEN
          MOVE CompteBiblioLigne TO CompteCible
          MOVE 'O' TO WS-CompteDesigne
        END-IF
    END-READ
    CLOSE comptebiblio
  END-IF.

ECRIRE-TRACE.
  OPEN EXTEND traceversement
  IF WS-TRACE-STATUS NOT = "00" THEN
    OPEN OUTPUT traceversement
  END-IF
  MOVE WS-DateJour TO TB-Date
  MOVE WS-NumeroCloture TO TB-Cloture
  MOVE CompteCible TO TB-Compte
  MOVE WS-NetAVerser TO TB-Montant
  WRITE TraceVersementRecord
  CLOSE traceversement.
