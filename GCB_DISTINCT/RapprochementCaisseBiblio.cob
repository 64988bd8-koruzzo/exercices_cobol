IDENTIFICATION DIVISION.
PROGRAM-ID. RapprochementCaisseBiblio.

*> Rapprochement des recettes de la bibliothèque, sur le modèle de
*> RapprochementCaisse : chaque trace de versement
*> (versementsbibliotheque.txt, VersementCaisseBiblio) est confrontée
*> à l'écriture '1' du journal de la même journée et à la clôture du
*> tiroir de la même journée dans
*> ../exercixes_doc/cloturesbibliotheque.txt (ClotureCaisseBiblio).
*> L'état rapprochementbiblio.txt signale les recettes versées deux
*> fois, les clôtures jamais versées, les versements sans écriture '1'
*> au journal et les écarts de montant. Il relève aussi les
*> encaissements de la journée (amendes, adhésions, remplacements) qui
*> n'ont fait l'objet d'aucune clôture, donc jamais partis en banque
*> (les règlements par prélèvement, déjà en banque, n'en sont pas).
*> Lancé après CloturerJournee, le rapprochement porte sur la journée
*> clôturée : les '1' sont lus dans l'extrait historique_jour.txt
*> (vérifié contre le scellé du journal par ControlerExtraitJour).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT traceversement ASSIGN TO "versementsbibliotheque.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TRACE-STATUS.

  SELECT cloturejournal ASSIGN TO "../exercixes_doc/cloturesbibliotheque.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CLOTURES-STATUS.

  SELECT reglementsamendes ASSIGN TO "../exercixes_doc/reglementsamendes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-AMENDES-STATUS.

  SELECT reglementsadhesions
      ASSIGN TO "../exercixes_doc/adhesionsreglements.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ADHESIONS-STATUS.

  SELECT pertes ASSIGN TO "../exercixes_doc/pertes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PERTES-STATUS.

  SELECT historique ASSIGN TO "historique_jour.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HIST-STATUS.

  SELECT rapprochement ASSIGN TO "rapprochementbiblio.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RAPPROCHEMENT-STATUS.

DATA DIVISION.

FILE SECTION.
FD traceversement.
01 TraceVersementRecord.
   05 TB-Date     PIC X(8).
   05 TB-Cloture  PIC 9(4).
   05 TB-Compte   PIC X(6).
   05 TB-Montant  PIC 9(10)V99.

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

FD reglementsamendes.
01 ReglementAmendeRecord.
   05 RA-Date         PIC X(8).
   05 RA-MembreId     PIC X(6).
   05 RA-Montant      PIC 9(6)V99.
   05 RA-SoldeRestant PIC 9(6)V99.
   05 RA-Mode         PIC X(1).
      88 REGLEMENT-GUICHET     VALUE 'G' ' '.
      88 REGLEMENT-PRELEVEMENT VALUE 'P'.

FD reglementsadhesions.
01 ReglementAdhesionRecord.
   05 RG-Date      PIC X(8).
   05 RG-MembreId  PIC X(6).
   05 RG-Categorie PIC X(1).
   05 RG-Montant   PIC 9(4)V99.
   05 RG-Operateur PIC X(6).

FD pertes.
01 PerteRecord.
   05 PE-Date    PIC X(8).
   05 PE-Titre   PIC X(25).
   05 PE-MembreId PIC X(6).
   05 PE-Motif   PIC X(1).
   05 PE-Montant PIC 9(4)V99.

FD historique.
COPY "HISTORIQUE.cpy".

FD rapprochement.
01 RapprochementLigne PIC X(120).

WORKING-STORAGE SECTION.
01 WS-TRACE-STATUS     PIC XX.
01 WS-CLOTURES-STATUS  PIC XX.
01 WS-AMENDES-STATUS   PIC XX.
01 WS-ADHESIONS-STATUS PIC XX.
01 WS-PERTES-STATUS    PIC XX.
01 WS-HIST-STATUS      PIC XX.
01 WS-RAPPROCHEMENT-STATUS PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "RapprochementBiblio".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-FinLecture  PIC X(1) VALUE 'N'.
01 OPERATEUR-PRELEVEMENT PIC X(6) VALUE "PRELEV".
01 WS-ExtraitValide PIC X(1).
01 WS-DateJour    PIC X(8).
01 WS-NbAnomalies PIC 9(4) VALUE ZERO.
01 WS-Idx         PIC 9(3).
01 WS-IdxAutre    PIC 9(3).

01 WS-TableTraces.
   05 WS-TraceEntree OCCURS 100 TIMES.
      10 WS-TB-Date    PIC X(8).
      10 WS-TB-Cloture PIC 9(4).
      10 WS-TB-Montant PIC 9(10)V99.
01 WS-NbTraces PIC 9(3) VALUE ZERO.

01 WS-TableClotures.
   05 WS-ClotureEntree OCCURS 100 TIMES.
      10 WS-CB-Numero PIC 9(4).
      10 WS-CB-Date   PIC X(8).
      10 WS-CB-Compte PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-CB-Verse  PIC X(1).
01 WS-NbClotures PIC 9(3) VALUE ZERO.

01 WS-TableVersements.
   05 WS-VersementEntree OCCURS 100 TIMES.
      10 WS-VB-Date    PIC X(8).
      10 WS-VB-Montant PIC 9(10)V99.
01 WS-NbVersements PIC 9(3) VALUE ZERO.

01 WS-NbEncaissements    PIC 9(6) VALUE ZERO.
01 WS-TotalEncaissements PIC 9(10)V99 VALUE ZERO.

01 WS-TrouveCloture PIC 9(3).
01 WS-TrouveVersement PIC X(1).

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-EXTRAIT-JOUR

  PERFORM CHARGER-TRACES
  PERFORM CHARGER-CLOTURES
  PERFORM CHARGER-VERSEMENTS-JOURNAL

  OPEN OUTPUT rapprochement
  MOVE SPACES TO RapprochementLigne
  STRING "RAPPROCHEMENT CAISSE BIBLIOTHEQUE / BANQUE - journée "
         DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
    INTO RapprochementLigne
  END-STRING
  WRITE RapprochementLigne

  PERFORM CONTROLER-TRACE
      VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbTraces
  PERFORM CONTROLER-CLOTURES-NON-VERSEES
  IF WS-NbClotures = ZERO THEN
    PERFORM CONTROLER-ENCAISSEMENTS-NON-CLOTURES
  END-IF

  MOVE SPACES TO RapprochementLigne
  IF WS-NbAnomalies = ZERO THEN
    MOVE "Aucun écart : traces, écritures '1' et clôtures concordent."
        TO RapprochementLigne
  ELSE
    STRING WS-NbAnomalies DELIMITED BY SIZE
           " anomalie(s) relevée(s), voir le détail ci-dessus."
           DELIMITED BY SIZE
      INTO RapprochementLigne
    END-STRING
  END-IF
  WRITE RapprochementLigne
  CLOSE rapprochement
  DISPLAY "Rapprochement caisse bibliothèque écrit : " WS-NbAnomalies
          " anomalie(s) (rapprochementbiblio.txt)."

  IF WS-NbAnomalies > ZERO THEN
    MOVE 4 TO WS-JobRC
  END-IF
  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbAnomalies TO WS-JobCompteur
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  MOVE WS-JobRC TO RETURN-CODE
  STOP RUN.

*> La journée traitée est celle de l'extrait produit par CloturerJournee,
*> qui doit concorder avec le scellé du journal.
CHARGER-EXTRAIT-JOUR.
  CALL 'ControlerExtraitJour' USING WS-DateJour WS-ExtraitValide
  IF WS-ExtraitValide NOT = 'O' THEN
    DISPLAY "RapprochementCaisseBiblio refusé : extrait de la journée non "
            "conforme, aucune donnée produite."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF.

CHARGER-TRACES.
  OPEN INPUT traceversement
  IF WS-TRACE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-TRACE-SUIVANTE
        UNTIL WS-FinLecture = 'O' OR WS-NbTraces = 100
    CLOSE traceversement
  ELSE
    DISPLAY "versementsbibliotheque.txt absent : aucun versement tracé."
  END-IF.

LIRE-TRACE-SUIVANTE.
  READ traceversement
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF TB-Date = WS-DateJour THEN
        ADD 1 TO WS-NbTraces
        MOVE TB-Date    TO WS-TB-Date(WS-NbTraces)
        MOVE TB-Cloture TO WS-TB-Cloture(WS-NbTraces)
        MOVE TB-Montant TO WS-TB-Montant(WS-NbTraces)
      END-IF
  END-READ.

CHARGER-CLOTURES.
  OPEN INPUT cloturejournal
  IF WS-CLOTURES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-CLOTURE-SUIVANTE
        UNTIL WS-FinLecture = 'O' OR WS-NbClotures = 100
    CLOSE cloturejournal
  ELSE
    DISPLAY "cloturesbibliotheque.txt absent, rapprochement partiel."
  END-IF.

LIRE-CLOTURE-SUIVANTE.
  READ cloturejournal
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF CB-Date = WS-DateJour THEN
        ADD 1 TO WS-NbClotures
        MOVE CB-Numero TO WS-CB-Numero(WS-NbClotures)
        MOVE CB-Date   TO WS-CB-Date(WS-NbClotures)
        MOVE CB-Compte TO WS-CB-Compte(WS-NbClotures)
        MOVE 'N'       TO WS-CB-Verse(WS-NbClotures)
      END-IF
  END-READ.

CHARGER-VERSEMENTS-JOURNAL.
  OPEN INPUT historique
  IF WS-HIST-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-VERSEMENT-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-NbVersements = 100
    CLOSE historique
  END-IF.

LIRE-VERSEMENT-SUIVANT.
  READ historique
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF HistoriqueDescrp = '1' THEN
        ADD 1 TO WS-NbVersements
        MOVE HistoriqueDate TO WS-VB-Date(WS-NbVersements)
        MOVE HistoriqueValA TO WS-VB-Montant(WS-NbVersements)
      END-IF
  END-READ.

*> Contrôle d'une trace de versement : double versement de la même
*> clôture, écriture '1' de même journée et même montant, clôture de
*> même journée et compté concordant.
CONTROLER-TRACE.
  PERFORM VARYING WS-IdxAutre FROM 1 BY 1
      UNTIL WS-IdxAutre >= WS-Idx
    IF WS-TB-Cloture(WS-IdxAutre) = WS-TB-Cloture(WS-Idx)
       AND WS-TB-Date(WS-IdxAutre) = WS-TB-Date(WS-Idx) THEN
      ADD 1 TO WS-NbAnomalies
      MOVE SPACES TO RapprochementLigne
      STRING "DOUBLE VERSEMENT : clôture n° " DELIMITED BY SIZE
             WS-TB-Cloture(WS-Idx) DELIMITED BY SIZE
             " du " DELIMITED BY SIZE
             WS-TB-Date(WS-Idx) DELIMITED BY SIZE
             " versée plus d'une fois." DELIMITED BY SIZE
        INTO RapprochementLigne
      END-STRING
      WRITE RapprochementLigne
    END-IF
  END-PERFORM

  MOVE 'N' TO WS-TrouveVersement
  PERFORM VARYING WS-IdxAutre FROM 1 BY 1
      UNTIL WS-IdxAutre > WS-NbVersements
    IF WS-VB-Date(WS-IdxAutre) = WS-TB-Date(WS-Idx)
       AND WS-VB-Montant(WS-IdxAutre) = WS-TB-Montant(WS-Idx) THEN
      MOVE 'O' TO WS-TrouveVersement
    END-IF
  END-PERFORM
  IF WS-TrouveVersement NOT = 'O' THEN
    ADD 1 TO WS-NbAnomalies
    MOVE SPACES TO RapprochementLigne
    STRING "SANS ECRITURE '1' : versement du " DELIMITED BY SIZE
           WS-TB-Date(WS-Idx) DELIMITED BY SIZE
           " montant " DELIMITED BY SIZE
           WS-TB-Montant(WS-Idx) DELIMITED BY SIZE
           " introuvable au journal." DELIMITED BY SIZE
      INTO RapprochementLigne
    END-STRING
    WRITE RapprochementLigne
  END-IF

  MOVE ZERO TO WS-TrouveCloture
  PERFORM VARYING WS-IdxAutre FROM 1 BY 1
      UNTIL WS-IdxAutre > WS-NbClotures
    IF WS-CB-Date(WS-IdxAutre) = WS-TB-Date(WS-Idx) THEN
      MOVE WS-IdxAutre TO WS-TrouveCloture
    END-IF
  END-PERFORM
  IF WS-TrouveCloture = ZERO THEN
    ADD 1 TO WS-NbAnomalies
    MOVE SPACES TO RapprochementLigne
    STRING "SANS CLOTURE : versement du " DELIMITED BY SIZE
           WS-TB-Date(WS-Idx) DELIMITED BY SIZE
           " sans clôture de caisse bibliothèque correspondante."
           DELIMITED BY SIZE
      INTO RapprochementLigne
    END-STRING
    WRITE RapprochementLigne
  ELSE
    MOVE 'O' TO WS-CB-Verse(WS-TrouveCloture)
    IF WS-CB-Compte(WS-TrouveCloture) NOT = WS-TB-Montant(WS-Idx) THEN
      ADD 1 TO WS-NbAnomalies
      MOVE SPACES TO RapprochementLigne
      STRING "ECART DE MONTANT le " DELIMITED BY SIZE
             WS-TB-Date(WS-Idx) DELIMITED BY SIZE
             " : compté " DELIMITED BY SIZE
             WS-CB-Compte(WS-TrouveCloture) DELIMITED BY SIZE
             " contre versement " DELIMITED BY SIZE
             WS-TB-Montant(WS-Idx) DELIMITED BY SIZE
        INTO RapprochementLigne
      END-STRING
      WRITE RapprochementLigne
    END-IF
  END-IF.

*> Une clôture à compté nul n'a rien à verser, ce n'est pas un oubli.
CONTROLER-CLOTURES-NON-VERSEES.
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbClotures
    IF WS-CB-Verse(WS-Idx) NOT = 'O' AND WS-CB-Compte(WS-Idx) > ZERO THEN
      ADD 1 TO WS-NbAnomalies
      MOVE SPACES TO RapprochementLigne
      STRING "CLOTURE JAMAIS VERSEE : clôture n° " DELIMITED BY SIZE
             WS-CB-Numero(WS-Idx) DELIMITED BY SIZE
             " du " DELIMITED BY SIZE
             WS-CB-Date(WS-Idx) DELIMITED BY SIZE
             " compté " DELIMITED BY SIZE
             WS-CB-Compte(WS-Idx) DELIMITED BY SIZE
             " sans versement en banque." DELIMITED BY SIZE
        INTO RapprochementLigne
      END-STRING
      WRITE RapprochementLigne
    END-IF
  END-PERFORM.

*> Sans clôture du tiroir ce jour-là, les encaissements de la journée
*> ne peuvent pas avoir été versés : ils sont signalés en bloc.
CONTROLER-ENCAISSEMENTS-NON-CLOTURES.
  OPEN INPUT reglementsamendes
  IF WS-AMENDES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-AMENDE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE reglementsamendes
  END-IF
  OPEN INPUT reglementsadhesions
  IF WS-ADHESIONS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-ADHESION-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE reglementsadhesions
  END-IF
  OPEN INPUT pertes
  IF WS-PERTES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-PERTE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE pertes
  END-IF
  IF WS-NbEncaissements > ZERO THEN
    ADD 1 TO WS-NbAnomalies
    MOVE SPACES TO RapprochementLigne
    STRING "ENCAISSEMENTS NON CLOTURES : " DELIMITED BY SIZE
           WS-NbEncaissements DELIMITED BY SIZE
           " encaissement(s) du " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
           " pour " DELIMITED BY SIZE
           WS-TotalEncaissements DELIMITED BY SIZE
           " jamais versés en banque." DELIMITED BY SIZE
      INTO RapprochementLigne
    END-STRING
    WRITE RapprochementLigne
  END-IF.

LIRE-AMENDE-SUIVANTE.
  READ reglementsamendes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF RA-Date = WS-DateJour AND REGLEMENT-GUICHET THEN
        ADD 1 TO WS-NbEncaissements
        ADD RA-Montant TO WS-TotalEncaissements
      END-IF
  END-READ.

LIRE-ADHESION-SUIVANTE.
  READ reglementsadhesions
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF RG-Date = WS-DateJour
         AND RG-Operateur NOT = OPERATEUR-PRELEVEMENT THEN
        ADD 1 TO WS-NbEncaissements
        ADD RG-Montant TO WS-TotalEncaissements
      END-IF
  END-READ.

LIRE-PERTE-SUIVANTE.
  READ pertes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF PE-Date = WS-DateJour AND PE-Montant NUMERIC
         AND PE-Montant > ZERO THEN
        ADD 1 TO WS-NbEncaissements
        ADD PE-Montant TO WS-TotalEncaissements
      END-IF
  END-READ.
