IDENTIFICATION DIVISION.
PROGRAM-ID. FacturationLoyersJardin.

*> Appel annuel des loyers des jardins familiaux, sur le modèle de
*> PrelevementsBibliotheque : chaque location du registre du jardin
*> (../locations.txt, GestionLocations) en cours sur l'année de la
*> journée comptable et dont le loyer de l'année n'est pas encore
*> appelé reçoit son loyer, recalculé sur l'aire actuelle de la
*> parcelle (../parcelles.txt, mêmes formules de géométrie que
*> CalculPerimetreBatch) au tarif du m² (../tarifloyer.txt ; défaut
*> 0,50 € le m² par an, comme GestionLocations). Le loyer est inscrit
*> dans le carnet du jardin (../loyers.txt : dû, ou réglé par
*> prélèvement) et un avis de loyer part au locataire par
*> SpoolerCourrier — source 'C' pour un locataire client (titulaire du
*> compte désigné sur la location), 'J' sinon, à l'adresse du registre.
*> Pour un locataire qui a désigné un compte de comptes.dat avec accord
*> écrit, le loyer est prélevé par le sous-programme Retrait sous le
*> code 'M', libellé au nom de la parcelle, et le compte de recettes du
*> jardin (comptejardin.txt) crédité par Depot sous le code '2'. Un
*> prélèvement refusé laisse le loyer dû et l'avis invite à régler au
*> jardin ; les autres locataires règlent eux-mêmes, pointés dans
*> GestionLocations. Sans compte de recettes désigné, aucun prélèvement
*> n'est tenté : tous les avis demandent un règlement au jardin. Compte
*> rendu dans facturationloyers.txt ; protégé par le journal des
*> exécutions comme les autres jobs périodiques.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT solde ASSIGN TO "solde.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SOLDE-STATUS.

  SELECT comptes ASSIGN TO "comptes.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CompteNumero
      FILE STATUS IS WS-COMPTES-STATUS.

  SELECT parcelles ASSIGN TO "../parcelles.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PARCELLES-STATUS.

  SELECT locations ASSIGN TO "../locations.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-LOCATIONS-STATUS.

  SELECT loyers ASSIGN TO "../loyers.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-LOYERS-STATUS.

  SELECT tarifloyer ASSIGN TO "../tarifloyer.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TARIF-STATUS.

  SELECT comptejardin ASSIGN TO "comptejardin.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COMPTEJARDIN-STATUS.

  SELECT rapport ASSIGN TO "facturationloyers.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RAPPORT-STATUS.

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

FD comptes.
COPY "COMPTES.cpy".

FD parcelles.
01 ParcelleRecord.
   05 PA-Nom      PIC X(20).
   05 PA-Forme    PIC X(1).
   05 PA-Longueur PIC 9(5).
   05 PA-Largeur  PIC 9(5).
   05 PA-Materiau PIC X(1).

FD locations.
01 LocationRecord.
   05 LO-Numero     PIC 9(6).
   05 LO-Parcelle   PIC X(20).
   05 LO-Locataire  PIC X(30).
   05 LO-Adresse    PIC X(40).
   05 LO-Compte     PIC X(6).
   05 LO-DateAccord PIC X(8).
   05 LO-DateDebut  PIC X(8).
   05 LO-DateFin    PIC X(8).
   05 LO-Surface    PIC 9(7)V99.
   05 LO-Loyer      PIC 9(5)V99.

FD loyers.
01 LoyerRecord.
   05 LY-Numero       PIC 9(6).
   05 LY-Annee        PIC 9(4).
   05 LY-Parcelle     PIC X(20).
   05 LY-Montant      PIC 9(5)V99.
   05 LY-DateAvis     PIC X(8).
   05 LY-Statut       PIC X(1).
      88 LOYER-DU   VALUE 'D'.
      88 LOYER-PAYE VALUE 'P'.
   05 LY-DatePaiement PIC X(8).
   05 LY-Mode         PIC X(1).

FD tarifloyer.
01 TarifLoyerRecord.
   05 TL-TauxM2 PIC 9(2)V99.

FD comptejardin.
01 CompteJardinLigne PIC X(6).

FD rapport.
01 RapportLigne PIC X(120).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-SOLDE-STATUS      PIC XX.
01 WS-COMPTES-STATUS    PIC XX.
01 WS-PARCELLES-STATUS  PIC XX.
01 WS-LOCATIONS-STATUS  PIC XX.
01 WS-LOYERS-STATUS     PIC XX.
01 WS-TARIF-STATUS      PIC XX.
01 WS-COMPTEJARDIN-STATUS PIC XX.
01 WS-RAPPORT-STATUS    PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "FacturationLoyers".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-DateJour      PIC X(8).
01 WS-NomJob        PIC X(20) VALUE "FacturationLoyers".
01 WS-ExecAutorisee PIC X(1).
01 WS-ResultatJob   PIC X(1).

01 WS-FinLecture     PIC X(1) VALUE 'N'.
01 WS-CompteJardin   PIC X(6) VALUE SPACES.
01 WS-Annee          PIC 9(4).
01 WS-TauxM2         PIC 9(2)V99 VALUE 0.50.
01 WS-MontantLoyer   PIC 9(5)V99.
01 WS-MontantEdit    PIC ZZZZ9.99.
01 WS-Prelevable     PIC X(1).
01 WS-DejaAppele     PIC X(1).
01 WS-Idx            PIC 9(4).
01 WS-IdxParcelle    PIC 9(3).

01 Aire      PIC 9(9)V99.
01 WS-Pi     PIC 9(1)V9(5) VALUE 3.14159.

01 WS-TableParcelles.
   05 WS-ParcEntree OCCURS 100 TIMES.
      10 WS-PA-Nom  PIC X(20).
      10 WS-PA-Aire PIC 9(9)V99.
01 WS-NbParcelles PIC 9(3) VALUE ZERO.

*> Locations dont le loyer de l'année est déjà au carnet.
01 WS-TableAppeles.
   05 WS-AppeleEntree OCCURS 2000 TIMES.
      10 WS-AP-Numero PIC 9(6).
01 WS-NbAppeles PIC 9(4) VALUE ZERO.

01 WS-NbAvis         PIC 9(4) VALUE ZERO.
01 WS-NbPreleves     PIC 9(4) VALUE ZERO.
01 WS-NbRejets       PIC 9(4) VALUE ZERO.
01 WS-NbCreditsRates PIC 9(4) VALUE ZERO.
01 WS-TotalAppele    PIC 9(8)V99 VALUE ZERO.
01 WS-TotalPreleve   PIC 9(8)V99 VALUE ZERO.

01 WS-CourrierType PIC X(10).
01 WS-CourrierSource PIC X(1).
01 WS-CourrierDestinataire PIC X(6).
01 WS-CourrierTexte PIC X(100).
01 WS-CourrierNumero PIC 9(6).

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
01 CompteCible  PIC X(6).
01 OperationLibelle PIC X(30).

01 WS-VerrouAction    PIC X(1).
01 WS-VerrouDemandeur PIC X(20).
01 WS-VerrouAccorde   PIC X(1).

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR
  CALL 'ControlerExecution' USING WS-NomJob WS-DateJour WS-ExecAutorisee
  IF WS-ExecAutorisee NOT = 'O' THEN
    DISPLAY "FacturationLoyersJardin déjà exécuté pour la journée "
            WS-DateJour ", second lancement refusé (voir "
            "journalexecutions.txt)."
    MOVE 4 TO WS-JobRC
    PERFORM TERMINER-JOB
    STOP RUN
  END-IF
  MOVE WS-DateJour(1:4) TO WS-Annee

  OPEN INPUT locations
  IF WS-LOCATIONS-STATUS NOT = "00" THEN
    DISPLAY "Registre des locations du jardin (locations.txt) introuvable, "
            "aucun loyer appelé."
    MOVE 8 TO WS-JobRC
    PERFORM TERMINER-JOB
    STOP RUN
  END-IF
  PERFORM CHARGER-TARIF
  PERFORM CHARGER-PARCELLES
  PERFORM CHARGER-LOYERS-APPELES
  PERFORM CHARGER-COMPTE-JARDIN

  OPEN OUTPUT rapport
  MOVE SPACES TO RapportLigne
  STRING "APPEL DES LOYERS DU JARDIN " DELIMITED BY SIZE
         WS-Annee DELIMITED BY SIZE
         " - journée " DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
         " - compte de recettes " DELIMITED BY SIZE
         WS-CompteJardin DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne

  IF WS-CompteJardin = SPACES THEN
    MOVE "Aucun compte de recettes désigné (comptejardin.txt) : pas de prélèvement, avis à régler au jardin."
        TO RapportLigne
    WRITE RapportLigne
  ELSE
    MOVE 'P' TO WS-VerrouAction
    MOVE "FacturationLoyers" TO WS-VerrouDemandeur
    CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                                WS-VerrouAccorde
    IF WS-VerrouAccorde NOT = 'O' THEN
      CLOSE locations
      CLOSE rapport
      MOVE 8 TO WS-JobRC
      PERFORM TERMINER-JOB
      STOP RUN
    END-IF
    PERFORM CHARGER-SOLDE
  END-IF

  OPEN EXTEND loyers
  IF WS-LOYERS-STATUS NOT = "00" THEN
    OPEN OUTPUT loyers
  END-IF
  PERFORM EXAMINER-LOCATION-SUIVANTE UNTIL WS-FinLecture = 'O'
  CLOSE locations
  CLOSE loyers

  MOVE SPACES TO RapportLigne
  STRING "Loyers appelés : " DELIMITED BY SIZE
         WS-NbAvis DELIMITED BY SIZE
         " pour " DELIMITED BY SIZE
         WS-TotalAppele DELIMITED BY SIZE
         " - prélevés : " DELIMITED BY SIZE
         WS-NbPreleves DELIMITED BY SIZE
         " pour " DELIMITED BY SIZE
         WS-TotalPreleve DELIMITED BY SIZE
         " - refus : " DELIMITED BY SIZE
         WS-NbRejets DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne
  CLOSE rapport

  IF WS-CompteJardin NOT = SPACES THEN
    MOVE 'L' TO WS-VerrouAction
    CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                                WS-VerrouAccorde
  END-IF
  MOVE 'S' TO WS-ResultatJob
  CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob
  DISPLAY "Loyers du jardin " WS-Annee " : " WS-NbAvis " avis, "
          WS-NbPreleves " prélèvement(s), " WS-NbRejets
          " refus (facturationloyers.txt)."

  IF WS-NbCreditsRates > ZERO THEN
    MOVE 8 TO WS-JobRC
  ELSE
    IF WS-NbRejets > ZERO THEN
      MOVE 4 TO WS-JobRC
    END-IF
  END-IF
  MOVE WS-NbAvis TO WS-JobCompteur
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

CHARGER-COMPTE-JARDIN.
  OPEN INPUT comptejardin
  IF WS-COMPTEJARDIN-STATUS = "00" THEN
    READ comptejardin
      NOT AT END MOVE CompteJardinLigne TO WS-CompteJardin
    END-READ
    CLOSE comptejardin
  END-IF.

*> Même tarif par défaut que GestionLocations.
CHARGER-TARIF.
  OPEN INPUT tarifloyer
  IF WS-TARIF-STATUS = "00" THEN
    READ tarifloyer
      NOT AT END
        IF TL-TauxM2 NUMERIC THEN
          MOVE TL-TauxM2 TO WS-TauxM2
        END-IF
    END-READ
    CLOSE tarifloyer
  END-IF.

*> Mêmes formules de géométrie que CalculPerimetreBatch.
CHARGER-PARCELLES.
  OPEN INPUT parcelles
  IF WS-PARCELLES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-PARCELLE-SUIVANTE
        UNTIL WS-FinLecture = 'O' OR WS-NbParcelles = 100
    CLOSE parcelles
  END-IF
  MOVE 'N' TO WS-FinLecture.

LIRE-PARCELLE-SUIVANTE.
  READ parcelles
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      EVALUATE PA-Forme
        WHEN 'C'
          COMPUTE Aire = WS-Pi * PA-Longueur * PA-Longueur
        WHEN 'T'
          COMPUTE Aire = (PA-Longueur * PA-Largeur) / 2
        WHEN OTHER
          COMPUTE Aire = PA-Longueur * PA-Largeur
      END-EVALUATE
      ADD 1 TO WS-NbParcelles
      MOVE PA-Nom TO WS-PA-Nom(WS-NbParcelles)
      MOVE Aire   TO WS-PA-Aire(WS-NbParcelles)
  END-READ.

CHARGER-LOYERS-APPELES.
  OPEN INPUT loyers
  IF WS-LOYERS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-LOYER-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE loyers
  END-IF
  MOVE 'N' TO WS-FinLecture.

LIRE-LOYER-SUIVANT.
  READ loyers
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF LY-Annee = WS-Annee AND WS-NbAppeles < 2000 THEN
        ADD 1 TO WS-NbAppeles
        MOVE LY-Numero TO WS-AP-Numero(WS-NbAppeles)
      END-IF
  END-READ.

*> Une location est en cours sur l'année si elle a commencé au plus
*> tard cette année-là et ne s'est pas terminée avant.
EXAMINER-LOCATION-SUIVANTE.
  READ locations
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF LO-DateDebut(1:4) <= WS-Annee
         AND (LO-DateFin = SPACES OR LO-DateFin(1:4) >= WS-Annee) THEN
        MOVE 'N' TO WS-DejaAppele
        PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbAppeles
          IF WS-AP-Numero(WS-Idx) = LO-Numero THEN
            MOVE 'O' TO WS-DejaAppele
          END-IF
        END-PERFORM
        IF WS-DejaAppele = 'N' THEN
          PERFORM APPELER-LOYER
        END-IF
      END-IF
  END-READ.

*> Une parcelle retirée du registre depuis la location garde l'aire
*> relevée à la signature.
APPELER-LOYER.
  MOVE ZERO TO WS-IdxParcelle
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbParcelles
    IF WS-PA-Nom(WS-Idx) = LO-Parcelle THEN
      MOVE WS-Idx TO WS-IdxParcelle
    END-IF
  END-PERFORM
  IF WS-IdxParcelle > ZERO THEN
    COMPUTE WS-MontantLoyer ROUNDED = WS-PA-Aire(WS-IdxParcelle) * WS-TauxM2
  ELSE
    COMPUTE WS-MontantLoyer ROUNDED = LO-Surface * WS-TauxM2
  END-IF
  MOVE WS-MontantLoyer TO WS-MontantEdit
  ADD 1 TO WS-NbAvis
  ADD WS-MontantLoyer TO WS-TotalAppele

  MOVE LO-Numero TO LY-Numero
  MOVE WS-Annee TO LY-Annee
  MOVE LO-Parcelle TO LY-Parcelle
  MOVE WS-MontantLoyer TO LY-Montant
  MOVE WS-DateJour TO LY-DateAvis
  SET LOYER-DU TO TRUE
  MOVE SPACES TO LY-DatePaiement
  MOVE SPACE TO LY-Mode

  IF LO-Compte NOT = SPACES AND LO-DateAccord NOT = SPACES
     AND WS-CompteJardin NOT = SPACES THEN
    MOVE 'O' TO WS-Prelevable
  ELSE
    MOVE 'N' TO WS-Prelevable
  END-IF
  IF WS-Prelevable = 'O' AND WS-MontantLoyer > ZERO THEN
    PERFORM PRELEVER-LOYER
  ELSE
    PERFORM ECRIRE-APPEL
    MOVE SPACES TO WS-CourrierTexte
    STRING "Loyer " DELIMITED BY SIZE
           WS-Annee DELIMITED BY SIZE
           " de la parcelle " DELIMITED BY SIZE
           FUNCTION TRIM(LO-Parcelle) DELIMITED BY SIZE
           " : " DELIMITED BY SIZE
           FUNCTION TRIM(WS-MontantEdit) DELIMITED BY SIZE
           " EUR, à régler au jardin sous 30 jours." DELIMITED BY SIZE
      INTO WS-CourrierTexte
    END-STRING
  END-IF
  WRITE LoyerRecord
  PERFORM ENVOYER-AVIS.

PRELEVER-LOYER.
  MOVE ZERO TO Depot
  MOVE ZERO TO Virement
  MOVE WS-MontantLoyer TO Retrait
  MOVE 'M' TO Choix
  MOVE LO-Compte TO CompteCible
  MOVE SPACES TO OperationLibelle
  STRING "Loyer jardin " DELIMITED BY SIZE
         FUNCTION TRIM(LO-Parcelle) DELIMITED BY SIZE
    INTO OperationLibelle
  END-STRING
  CALL 'Retrait' USING SoldeCompteA SoldeCompteB SoldeCompteC
                       Depot Retrait Virement Choix OperateurId OperationStatut
                       CompteCible OperationMotif OperationLibelle
  MOVE SPACES TO WS-CourrierTexte
  IF OPERATION-REUSSIE THEN
    ADD 1 TO WS-NbPreleves
    SET LOYER-PAYE TO TRUE
    MOVE WS-DateJour TO LY-DatePaiement
    MOVE 'P' TO LY-Mode
    PERFORM CREDITER-JARDIN
    MOVE SPACES TO RapportLigne
    STRING LO-Numero DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LO-Parcelle DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-MontantLoyer DELIMITED BY SIZE
           " prélevé sur le compte " DELIMITED BY SIZE
           LO-Compte DELIMITED BY SIZE
      INTO RapportLigne
    END-STRING
    WRITE RapportLigne
    STRING "Loyer " DELIMITED BY SIZE
           WS-Annee DELIMITED BY SIZE
           " de la parcelle " DELIMITED BY SIZE
           FUNCTION TRIM(LO-Parcelle) DELIMITED BY SIZE
           " : " DELIMITED BY SIZE
           FUNCTION TRIM(WS-MontantEdit) DELIMITED BY SIZE
           " EUR, prélevé ce jour sur votre compte " DELIMITED BY SIZE
           LO-Compte DELIMITED BY SIZE
           "." DELIMITED BY SIZE
      INTO WS-CourrierTexte
    END-STRING
  ELSE
    ADD 1 TO WS-NbRejets
    MOVE SPACES TO RapportLigne
    STRING LO-Numero DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LO-Parcelle DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-MontantLoyer DELIMITED BY SIZE
           " REFUSE sur le compte " DELIMITED BY SIZE
           LO-Compte DELIMITED BY SIZE
           " motif " DELIMITED BY SIZE
           OperationMotif DELIMITED BY SIZE
      INTO RapportLigne
    END-STRING
    WRITE RapportLigne
    STRING "Loyer " DELIMITED BY SIZE
           WS-Annee DELIMITED BY SIZE
           " parcelle " DELIMITED BY SIZE
           FUNCTION TRIM(LO-Parcelle) DELIMITED BY SIZE
           " : " DELIMITED BY SIZE
           FUNCTION TRIM(WS-MontantEdit) DELIMITED BY SIZE
           " EUR ; prélèvement refusé, merci de régler au jardin."
           DELIMITED BY SIZE
      INTO WS-CourrierTexte
    END-STRING
  END-IF.

*> Contrepartie sur le compte de recettes du jardin ; un crédit refusé
*> laisse un débit sans contrepartie, signalé pour régularisation.
CREDITER-JARDIN.
  MOVE WS-MontantLoyer TO Depot
  MOVE ZERO TO Retrait
  MOVE ZERO TO Virement
  MOVE '2' TO Choix
  MOVE WS-CompteJardin TO CompteCible
  MOVE SPACES TO OperationLibelle
  STRING "Loyer jardin location " DELIMITED BY SIZE
         LO-Numero DELIMITED BY SIZE
    INTO OperationLibelle
  END-STRING
  CALL 'Depot' USING SoldeCompteA SoldeCompteB SoldeCompteC
                     Depot Retrait Virement Choix OperateurId OperationStatut
                     CompteCible OperationMotif OperationLibelle
  IF OPERATION-REUSSIE THEN
    ADD WS-MontantLoyer TO WS-TotalPreleve
  ELSE
    ADD 1 TO WS-NbCreditsRates
    MOVE SPACES TO RapportLigne
    STRING "CREDIT NON POSTE : " DELIMITED BY SIZE
           WS-MontantLoyer DELIMITED BY SIZE
           " prélevé sur " DELIMITED BY SIZE
           LO-Compte DELIMITED BY SIZE
           " (location " DELIMITED BY SIZE
           LO-Numero DELIMITED BY SIZE
           ") non crédité au compte " DELIMITED BY SIZE
           WS-CompteJardin DELIMITED BY SIZE
           " motif " DELIMITED BY SIZE
           OperationMotif DELIMITED BY SIZE
      INTO RapportLigne
    END-STRING
    WRITE RapportLigne
  END-IF.

ECRIRE-APPEL.
  MOVE SPACES TO RapportLigne
  STRING LO-Numero DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         LO-Parcelle DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-MontantLoyer DELIMITED BY SIZE
         " appelé, règlement au jardin" DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne.

*> Le locataire client reçoit l'avis à l'adresse de sa fiche client
*> (titulaire du compte désigné) ; les autres à celle du registre.
ENVOYER-AVIS.
  MOVE "AVISLOYER" TO WS-CourrierType
  MOVE 'J' TO WS-CourrierSource
  MOVE LO-Numero TO WS-CourrierDestinataire
  IF LO-Compte NOT = SPACES THEN
    OPEN INPUT comptes
    IF WS-COMPTES-STATUS = "00" THEN
      MOVE LO-Compte TO CompteNumero
      READ comptes
        NOT INVALID KEY
          IF CompteClient NOT = SPACES THEN
            MOVE 'C' TO WS-CourrierSource
            MOVE CompteClient TO WS-CourrierDestinataire
          END-IF
      END-READ
      CLOSE comptes
    END-IF
  END-IF
  CALL 'SpoolerCourrier' USING WS-CourrierType WS-CourrierSource
                                WS-CourrierDestinataire
                                WS-CourrierTexte WS-CourrierNumero.
