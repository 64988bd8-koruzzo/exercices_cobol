IDENTIFICATION DIVISION.
PROGRAM-ID. FiltrageSanctions.

*> Job de filtrage de la base contre la liste de gel des avoirs
*> (listesurveillance.txt) : chaque client actif de clients.dat, chaque
*> bénéficiaire externe de beneficiaires.dat et chaque remettant des
*> paiements entrants en attente de chargement (paiementsrecus.txt)
*> passe par ControlerSanctions. Les touches sont listées dans
*> filtragesanctions.txt et versées à la file de revue conformité
*> (alertesconformite.txt) que les superviseurs traitent dans
*> RevueConformite. Inscrit dans la chaîne de nuit (chaineattendue.txt)
*> avant PaiementsRecus, il se relance aussi à la demande, par exemple
*> après le chargement d'une nouvelle liste : il ne poste rien et une
*> alerte déjà en file n'est pas dupliquée, d'où l'absence de garde
*> ControlerExecution. Code retour 4 s'il reste au moins une touche.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT clients ASSIGN TO "clients.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClientNumero
      FILE STATUS IS WS-CLIENTS-STATUS.

  SELECT beneficiaires ASSIGN TO "beneficiaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS BE-Reference
      FILE STATUS IS WS-BENEF-STATUS.

  SELECT paiementsrecus ASSIGN TO "paiementsrecus.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECUS-STATUS.

  SELECT listesurveillance ASSIGN TO "listesurveillance.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-LISTE-STATUS.

  SELECT rapport ASSIGN TO "filtragesanctions.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RAPPORT-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD clients.
COPY "CLIENTS.cpy".

FD beneficiaires.
COPY "BENEFICIAIRES.cpy".

FD paiementsrecus.
01 PaiementRecuRecord.
   05 PR-Compte    PIC X(6).
   05 PR-Montant   PIC 9(6)V99.
   05 PR-Remettant PIC X(20).
   05 PR-Iban      PIC X(34).

FD listesurveillance.
01 ListeSurveillanceLigne PIC X(50).

FD rapport.
01 RapportLigne PIC X(120).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-CLIENTS-STATUS    PIC XX.
01 WS-BENEF-STATUS      PIC XX.
01 WS-RECUS-STATUS      PIC XX.
01 WS-LISTE-STATUS      PIC XX.
01 WS-RAPPORT-STATUS    PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "FiltrageSanctions".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-DateJour    PIC X(8).
01 WS-FinLecture  PIC X(1).
01 WS-NbFiltres   PIC 9(6) VALUE ZERO.
01 WS-NbTouches   PIC 9(6) VALUE ZERO.
01 WS-LibelleSource PIC X(12).

01 WS-FiltrageSource    PIC X(1).
01 WS-FiltrageReference PIC X(10).
01 WS-FiltrageNom       PIC X(30).
01 WS-FiltrageTouche    PIC X(1).
01 WS-FiltrageRefListe  PIC X(10).
01 WS-FiltrageScore     PIC 9(3).
01 WS-FiltrageAlerteId  PIC 9(6).

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR

*> Sans liste, rien ne peut être filtré : c'est une anomalie de la
*> chaîne, pas une journée sans touche.
  OPEN INPUT listesurveillance
  IF WS-LISTE-STATUS NOT = "00" THEN
    DISPLAY "listesurveillance.txt introuvable : filtrage impossible."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF
  CLOSE listesurveillance

  OPEN OUTPUT rapport
  MOVE SPACES TO RapportLigne
  STRING "FILTRAGE SANCTIONS du " DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne

  PERFORM FILTRER-CLIENTS
  PERFORM FILTRER-BENEFICIAIRES
  PERFORM FILTRER-REMETTANTS

  MOVE SPACES TO RapportLigne
  STRING "Total : " DELIMITED BY SIZE
         WS-NbFiltres DELIMITED BY SIZE
         " nom(s) filtré(s), " DELIMITED BY SIZE
         WS-NbTouches DELIMITED BY SIZE
         " touche(s) en revue conformité." DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne
  CLOSE rapport
  DISPLAY "Filtrage sanctions : " WS-NbFiltres " nom(s), "
          WS-NbTouches " touche(s) (filtragesanctions.txt)."

  IF WS-NbTouches > ZERO THEN
    MOVE 4 TO WS-JobRC
  END-IF
  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbFiltres TO WS-JobCompteur
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

FILTRER-CLIENTS.
  OPEN INPUT clients
  IF WS-CLIENTS-STATUS NOT = "00" THEN
    DISPLAY "clients.dat indisponible (" WS-CLIENTS-STATUS ")."
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUES TO ClientNumero
  START clients KEY IS NOT LESS THAN ClientNumero
    INVALID KEY
      CLOSE clients
      EXIT PARAGRAPH
  END-START
  MOVE 'N' TO WS-FinLecture
  PERFORM FILTRER-CLIENT-SUIVANT UNTIL WS-FinLecture = 'O'
  CLOSE clients.

FILTRER-CLIENT-SUIVANT.
  READ clients NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF CLIENT-ACTIF THEN
        MOVE 'C' TO WS-FiltrageSource
        MOVE SPACES TO WS-FiltrageReference
        MOVE ClientNumero TO WS-FiltrageReference
        MOVE ClientNom TO WS-FiltrageNom
        PERFORM FILTRER-NOM
      END-IF
  END-READ.

FILTRER-BENEFICIAIRES.
  OPEN INPUT beneficiaires
  IF WS-BENEF-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM FILTRER-BENEFICIAIRE-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE beneficiaires
  END-IF.

FILTRER-BENEFICIAIRE-SUIVANT.
  READ beneficiaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE 'B' TO WS-FiltrageSource
      MOVE SPACES TO WS-FiltrageReference
      MOVE BE-Reference TO WS-FiltrageReference
      MOVE BE-Nom TO WS-FiltrageNom
      PERFORM FILTRER-NOM
  END-READ.

*> Remettants des paiements entrants : la référence retenue est le
*> compte visé, le nom celui du remettant.
FILTRER-REMETTANTS.
  OPEN INPUT paiementsrecus
  IF WS-RECUS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM FILTRER-REMETTANT-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE paiementsrecus
  END-IF.

FILTRER-REMETTANT-SUIVANT.
  READ paiementsrecus
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE 'P' TO WS-FiltrageSource
      MOVE SPACES TO WS-FiltrageReference
      MOVE PR-Compte TO WS-FiltrageReference
      MOVE SPACES TO WS-FiltrageNom
      MOVE PR-Remettant TO WS-FiltrageNom
      PERFORM FILTRER-NOM
  END-READ.

FILTRER-NOM.
  IF WS-FiltrageNom = SPACES THEN
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO WS-NbFiltres
  CALL 'ControlerSanctions' USING WS-FiltrageSource WS-FiltrageReference
                                   WS-FiltrageNom WS-FiltrageTouche
                                   WS-FiltrageRefListe WS-FiltrageScore
                                   WS-FiltrageAlerteId
  IF WS-FiltrageTouche = 'O' THEN
    ADD 1 TO WS-NbTouches
    EVALUATE WS-FiltrageSource
      WHEN 'C' MOVE "CLIENT" TO WS-LibelleSource
      WHEN 'B' MOVE "BENEFICIAIRE" TO WS-LibelleSource
      WHEN OTHER MOVE "REMETTANT" TO WS-LibelleSource
    END-EVALUATE
    MOVE SPACES TO RapportLigne
    STRING WS-LibelleSource DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-FiltrageReference DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-FiltrageNom DELIMITED BY SIZE
           " liste " DELIMITED BY SIZE
           WS-FiltrageRefListe DELIMITED BY SIZE
           " note " DELIMITED BY SIZE
           WS-FiltrageScore DELIMITED BY SIZE
           " alerte n° " DELIMITED BY SIZE
           WS-FiltrageAlerteId DELIMITED BY SIZE
      INTO RapportLigne
    END-STRING
    WRITE RapportLigne
  END-IF.
