IDENTIFICATION DIVISION.
PROGRAM-ID. PaiementsSaisies.

*> Job quotidien de paiement des saisies (voir GestionSaisies) : pour
*> chaque ordre signifié ('S') dont le délai légal est écoulé
*> (SA-DateEcheance atteinte par la journée), les fonds bloqués par ses
*> retenues (RT-Reference = numéro de l'ordre) sont débités de chaque
*> compte, code journal 'P', et versés au créancier par une ligne
*> paiementsexternes.txt vers son bénéficiaire (SA-Creancier). Le
*> paiement est limité au solde créditeur du compte au moment du
*> passage ; la retenue est levée, l'ordre passe 'P' (payé) avec le
*> montant effectivement versé, et le débiteur comme le créancier en
*> reçoivent l'avis par SpoolerCourrier. RC 4 si un paiement a été
*> inférieur au montant bloqué.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT saisies ASSIGN TO "saisies.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SAISIES-STATUS.

  SELECT retenues ASSIGN TO "retenues.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RT-Cle
      FILE STATUS IS WS-RETENUES-STATUS.

  SELECT paiementsexternes ASSIGN TO "paiementsexternes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PAIEMENTS-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD saisies.
COPY "SAISIES.cpy".

FD retenues.
COPY "RETENUES.cpy".

FD paiementsexternes.
01 PaiementExterneRecord.
   05 PX-Date         PIC X(8).
   05 PX-Beneficiaire PIC X(6).
   05 PX-Compte       PIC X(6).
   05 PX-Montant      PIC 9(6)V99.
   05 PX-Statut       PIC X(1).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-SAISIES-STATUS    PIC XX.
01 WS-RETENUES-STATUS   PIC XX.
01 WS-PAIEMENTS-STATUS  PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "PaiementsSaisies".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-DateJour      PIC X(8).
01 WS-NomJob        PIC X(20) VALUE "PaiementsSaisies".
01 WS-ExecAutorisee PIC X(1).
01 WS-ResultatJob   PIC X(1).

01 WS-FinLecture     PIC X(1).
01 WS-Idx            PIC 9(3).
01 WS-RetenuesOuvertes PIC X(1).
01 WS-NbOrdresPayes  PIC 9(6) VALUE ZERO.
01 WS-NbPaiementsPartiels PIC 9(6) VALUE ZERO.
01 WS-TotalVerse     PIC 9(10)V99 VALUE ZERO.
01 WS-PayeOrdre      PIC 9(8)V99.
01 WS-ReferenceRetenue PIC X(6).
01 WS-MontantVerse   PIC 9(6)V99.
01 WS-MontantEdite   PIC Z(7)9.99.

01 WS-TableSaisies.
   05 WS-SaisieEntree OCCURS 200 TIMES.
      10 WS-SA-Numero            PIC 9(6).
      10 WS-SA-Type              PIC X(1).
      10 WS-SA-Client            PIC X(6).
      10 WS-SA-Creancier         PIC X(6).
      10 WS-SA-RefActe           PIC X(20).
      10 WS-SA-MontantReclame    PIC 9(8)V99.
      10 WS-SA-MontantSaisi      PIC 9(8)V99.
      10 WS-SA-MontantPaye       PIC 9(8)V99.
      10 WS-SA-DateSignification PIC X(8).
      10 WS-SA-DateEcheance      PIC X(8).
      10 WS-SA-DatePaiement      PIC X(8).
      10 WS-SA-Statut            PIC X(1).
      10 WS-SA-Operateur         PIC X(6).
01 WS-NbSaisies      PIC 9(3) VALUE ZERO.

01 WS-FichierDeborde PIC X(1) VALUE 'N'.

01 WS-CompteNomTrouve    PIC X(20).
01 WS-CompteDeviseTrouve PIC X(3).
01 WS-CompteSoldeTrouve  PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-CompteStatutTrouve PIC X(1).
01 WS-CompteTrouveInd    PIC X(1).
01 WS-SoldeCourant       PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-SoldeJournal       PIC S9(6)V99 SIGN LEADING SEPARATE.

01 SoldeCompteA PIC S9(6)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 SoldeCompteB PIC 9(6)V99 VALUE ZERO.
01 Depot        PIC 9(6)V99 VALUE ZERO.
01 Retrait      PIC 9(6)V99 VALUE ZERO.
01 Virement     PIC 9(6)V99 VALUE ZERO.
01 Choix        PIC X(1).
01 OperateurId  PIC X(6) VALUE "BATCH".
01 OperationLibelle PIC X(30).

01 WS-CourrierType         PIC X(10).
01 WS-CourrierSource       PIC X(1).
01 WS-CourrierDestinataire PIC X(6).
01 WS-CourrierTexte        PIC X(100).
01 WS-CourrierNumero       PIC 9(6).

01 WS-VerrouAction    PIC X(1).
01 WS-VerrouDemandeur PIC X(20).
01 WS-VerrouAccorde   PIC X(1).

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR
  CALL 'ControlerExecution' USING WS-NomJob WS-DateJour WS-ExecAutorisee
  IF WS-ExecAutorisee NOT = 'O' THEN
    DISPLAY "PaiementsSaisies déjà exécuté pour la journée " WS-DateJour
            ", second lancement refusé (voir journalexecutions.txt)."
    MOVE 4 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  PERFORM CHARGER-SAISIES
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "saisies.txt (200) dépasse la capacité de PaiementsSaisies : "
            "paiement abandonné, rien n'est posté."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  MOVE 'P' TO WS-VerrouAction
  MOVE "PaiementsSaisies" TO WS-VerrouDemandeur
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  IF WS-VerrouAccorde NOT = 'O' THEN
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  MOVE 'N' TO WS-RetenuesOuvertes
  OPEN I-O retenues
  IF WS-RETENUES-STATUS = "00" THEN
    MOVE 'O' TO WS-RetenuesOuvertes
  END-IF
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbSaisies
    IF WS-SA-Statut(WS-Idx) = 'S'
       AND WS-SA-DateEcheance(WS-Idx) <= WS-DateJour THEN
      PERFORM PAYER-ORDRE
    END-IF
  END-PERFORM
  IF WS-RetenuesOuvertes = 'O' THEN
    CLOSE retenues
  END-IF
  IF WS-NbOrdresPayes > ZERO THEN
    PERFORM SAUVER-SAISIES
  END-IF

  MOVE WS-TotalVerse TO WS-MontantEdite
  DISPLAY "Paiement des saisies : " WS-NbOrdresPayes " ordre(s) payé(s) "
          "pour " WS-MontantEdite ", " WS-NbPaiementsPartiels
          " paiement(s) partiel(s)."
  MOVE 'S' TO WS-ResultatJob
  CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob
  IF WS-NbPaiementsPartiels > ZERO THEN
    MOVE 4 TO WS-JobRC
  END-IF
  MOVE 'L' TO WS-VerrouAction
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbOrdresPayes TO WS-JobCompteur
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

CHARGER-SAISIES.
  MOVE ZERO TO WS-NbSaisies
  OPEN INPUT saisies
  IF WS-SAISIES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-SAISIE-SUIVANTE
        UNTIL WS-FinLecture = 'O' OR WS-NbSaisies = 200
    IF WS-FinLecture NOT = 'O' THEN
      READ saisies
        AT END CONTINUE
        NOT AT END MOVE 'O' TO WS-FichierDeborde
      END-READ
    END-IF
    CLOSE saisies
  END-IF.

LIRE-SAISIE-SUIVANTE.
  READ saisies
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbSaisies
      MOVE SaisieRecord TO WS-SaisieEntree(WS-NbSaisies)
  END-READ.

SAUVER-SAISIES.
  OPEN OUTPUT saisies
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbSaisies
    MOVE WS-SaisieEntree(WS-Idx) TO SaisieRecord
    WRITE SaisieRecord
  END-PERFORM
  CLOSE saisies.

*> Toutes les retenues encore actives de l'ordre sont payées puis
*> levées ; l'ordre est soldé même si le compte n'en couvrait plus
*> qu'une partie (le créancier poursuit le reliquat hors banque).
PAYER-ORDRE.
  MOVE WS-SA-Numero(WS-Idx) TO WS-ReferenceRetenue
  MOVE ZERO TO WS-PayeOrdre
  IF WS-RetenuesOuvertes = 'O' THEN
    MOVE LOW-VALUES TO RT-Cle
    START retenues KEY IS NOT LESS THAN RT-Cle
      INVALID KEY MOVE 'O' TO WS-FinLecture
      NOT INVALID KEY MOVE 'N' TO WS-FinLecture
    END-START
    PERFORM PAYER-RETENUE-SUIVANTE UNTIL WS-FinLecture = 'O'
  END-IF
  MOVE WS-PayeOrdre TO WS-SA-MontantPaye(WS-Idx)
  MOVE WS-DateJour TO WS-SA-DatePaiement(WS-Idx)
  MOVE 'P' TO WS-SA-Statut(WS-Idx)
  ADD 1 TO WS-NbOrdresPayes
  ADD WS-PayeOrdre TO WS-TotalVerse
  PERFORM ECRIRE-LETTRES-PAIEMENT.

*> La retenue est levée qu'elle ait pu être payée en tout, en partie
*> ou pas du tout.
PAYER-RETENUE-SUIVANTE.
  READ retenues NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF RT-Reference = WS-ReferenceRetenue
         AND RT-Statut NOT = 'L' THEN
        PERFORM PAYER-RETENUE
        MOVE 'L' TO RT-Statut
        REWRITE RetenueRecord
      END-IF
  END-READ.

PAYER-RETENUE.
  CALL 'RechercherCompte' USING RT-Compte
                                 WS-CompteNomTrouve
                                 WS-CompteDeviseTrouve WS-CompteSoldeTrouve
                                 WS-CompteStatutTrouve WS-CompteTrouveInd
  IF WS-CompteTrouveInd NOT = 'O' OR WS-CompteSoldeTrouve <= ZERO THEN
    DISPLAY "Ordre " WS-ReferenceRetenue " : compte "
            RT-Compte " sans solde disponible, "
            "rien n'est versé."
    ADD 1 TO WS-NbPaiementsPartiels
    EXIT PARAGRAPH
  END-IF
  IF WS-CompteSoldeTrouve < RT-Montant THEN
    MOVE WS-CompteSoldeTrouve TO WS-MontantVerse
    ADD 1 TO WS-NbPaiementsPartiels
    DISPLAY "Ordre " WS-ReferenceRetenue " : compte "
            RT-Compte " ne couvre que " WS-MontantVerse
            " sur " RT-Montant "."
  ELSE
    MOVE RT-Montant TO WS-MontantVerse
  END-IF
  COMPUTE WS-SoldeCourant = WS-CompteSoldeTrouve - WS-MontantVerse
  MOVE WS-SoldeCourant TO WS-SoldeJournal
  MOVE WS-MontantVerse TO Retrait
  MOVE 'P' TO Choix
  MOVE SPACES TO OperationLibelle
  IF WS-SA-Type(WS-Idx) = 'T' THEN
    STRING "Paiement SATD n° " DELIMITED BY SIZE
           WS-ReferenceRetenue DELIMITED BY SIZE
      INTO OperationLibelle
    END-STRING
  ELSE
    STRING "Paiement saisie n° " DELIMITED BY SIZE
           WS-ReferenceRetenue DELIMITED BY SIZE
      INTO OperationLibelle
    END-STRING
  END-IF
  CALL 'EnregistrerHistorique' USING SoldeCompteA SoldeCompteB Depot Retrait Virement Choix OperateurId
                                      WS-SoldeJournal
                                      RT-Compte
                                      OperationLibelle
  MOVE ZERO TO Retrait
  CALL 'EnregistrerSoldeCompte' USING RT-Compte
                                       WS-SoldeCourant
  OPEN EXTEND paiementsexternes
  IF WS-PAIEMENTS-STATUS NOT = "00" THEN
    OPEN OUTPUT paiementsexternes
  END-IF
  MOVE WS-DateJour TO PX-Date
  MOVE WS-SA-Creancier(WS-Idx) TO PX-Beneficiaire
  MOVE RT-Compte TO PX-Compte
  MOVE WS-MontantVerse TO PX-Montant
  MOVE 'A' TO PX-Statut
  WRITE PaiementExterneRecord
  CLOSE paiementsexternes
  ADD WS-MontantVerse TO WS-PayeOrdre.

ECRIRE-LETTRES-PAIEMENT.
  MOVE WS-PayeOrdre TO WS-MontantEdite
  MOVE "SAISIE" TO WS-CourrierType
  MOVE SPACES TO WS-CourrierTexte
  STRING "Ordre n° " DELIMITED BY SIZE
         WS-ReferenceRetenue DELIMITED BY SIZE
         " (acte " DELIMITED BY SIZE
         FUNCTION TRIM(WS-SA-RefActe(WS-Idx)) DELIMITED BY SIZE
         ") : " DELIMITED BY SIZE
         FUNCTION TRIM(WS-MontantEdite) DELIMITED BY SIZE
         " versés au créancier le " DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
    INTO WS-CourrierTexte
  END-STRING
  MOVE 'C' TO WS-CourrierSource
  MOVE WS-SA-Client(WS-Idx) TO WS-CourrierDestinataire
  CALL 'SpoolerCourrier' USING WS-CourrierType WS-CourrierSource
                                WS-CourrierDestinataire
                                WS-CourrierTexte WS-CourrierNumero
  MOVE 'B' TO WS-CourrierSource
  MOVE WS-SA-Creancier(WS-Idx) TO WS-CourrierDestinataire
  CALL 'SpoolerCourrier' USING WS-CourrierType WS-CourrierSource
                                WS-CourrierDestinataire
                                WS-CourrierTexte WS-CourrierNumero.
