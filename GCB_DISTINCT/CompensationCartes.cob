IDENTIFICATION DIVISION.
PROGRAM-ID. CompensationCartes.

*> Job quotidien de compensation des cartes de débit : charge le fichier
*> de compensation remis par le réseau cartes (compensationcartes.txt),
*> une ligne par retrait au distributeur ('R') ou paiement chez un
*> commerçant ('A'), et débite chaque opération acceptée sur le compte
*> de la carte par le sous-programme Retrait, code journal 'Y'
*> (contrepartie transit, voir ExportGrandLivre). Contrôles, dans
*> l'ordre : carte connue de cartes.txt (GestionCartes), carte active
*> (une opposition posée au guichet vaut dès ce passage), non expirée à
*> la date de l'opération, plafond journalier de son type respecté
*> (cumul des opérations acceptées de la carte pour la même date dans
*> le fichier), puis les contrôles de Retrait (compte bloqué, dormant,
*> provision). Toute opération refusée part dans le fichier retour
*> retourscartes.txt avec un code motif pour le réseau :
*>   01 carte inconnue       02 carte en opposition (perte ou vol)
*>   03 carte résiliée       04 carte expirée
*>   05 plafond retrait      06 plafond paiement
*>   07 provision insuffisante
*>   08 compte indisponible (bloqué, clôturé, dormant, fonds à terme)
*>   09 opération invalide (type inconnu ou montant nul)
*> RC 4 s'il y a des rejets.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT solde ASSIGN TO "solde.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SOLDE-STATUS.

  SELECT cartes ASSIGN TO "cartes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CARTES-STATUS.

  SELECT compensation ASSIGN TO "compensationcartes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COMPENSATION-STATUS.

  SELECT retours ASSIGN TO "retourscartes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RETOURS-STATUS.

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

FD cartes.
COPY "CARTES.cpy".

FD compensation.
01 CompensationRecord.
   05 CC-Reference  PIC X(12).
   05 CC-Numero     PIC X(16).
   05 CC-Type       PIC X(1).
      88 CC-RETRAIT   VALUE 'R'.
      88 CC-ACHAT     VALUE 'A'.
   05 CC-Date       PIC X(8).
   05 CC-Montant    PIC 9(6)V99.
   05 CC-Accepteur  PIC X(20).

FD retours.
01 RetourCarteRecord.
   05 RT-Reference  PIC X(12).
   05 RT-Numero     PIC X(16).
   05 RT-Type       PIC X(1).
   05 RT-Date       PIC X(8).
   05 RT-Montant    PIC 9(6)V99.
   05 RT-Accepteur  PIC X(20).
   05 RT-Motif      PIC X(2).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-SOLDE-STATUS        PIC XX.
01 WS-CARTES-STATUS       PIC XX.
01 WS-COMPENSATION-STATUS PIC XX.
01 WS-RETOURS-STATUS      PIC XX.
01 WS-DATEVALEUR-STATUS   PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "CompensationCartes".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-DateJour      PIC X(8).
01 WS-NomJob        PIC X(20) VALUE "CompensationCartes".
01 WS-ExecAutorisee PIC X(1).
01 WS-ResultatJob   PIC X(1).

01 WS-FinLecture    PIC X(1).
01 WS-FichierDeborde PIC X(1) VALUE 'N'.
01 WS-NbLues        PIC 9(6) VALUE ZERO.
01 WS-NbPostees     PIC 9(6) VALUE ZERO.
01 WS-NbRejetees    PIC 9(6) VALUE ZERO.
01 WS-TotalPoste    PIC 9(10)V99 VALUE ZERO.
01 WS-MotifRejet    PIC X(2).

01 WS-TableCartes.
   05 WS-CarteEntree OCCURS 500 TIMES.
      10 WS-CA-Numero         PIC X(16).
      10 WS-CA-Compte         PIC X(6).
      10 WS-CA-Statut         PIC X(1).
      10 WS-CA-Expiration     PIC X(6).
      10 WS-CA-PlafondRetrait PIC 9(6)V99.
      10 WS-CA-PlafondAchat   PIC 9(6)V99.
      10 WS-CA-JourCumul      PIC X(8).
      10 WS-CA-CumulRetraits  PIC 9(8)V99.
      10 WS-CA-CumulAchats    PIC 9(8)V99.
01 WS-NbCartes     PIC 9(3) VALUE ZERO.
01 WS-IdxCarte     PIC 9(3).
01 WS-IdxTrouve    PIC 9(3).
01 WS-CumulApres   PIC 9(8)V99.

01 OperationStatut PIC X(1).
   88 OPERATION-REUSSIE VALUE 'S'.
   88 OPERATION-REJETEE VALUE 'R'.
01 OperationMotif  PIC X(2).
   88 MOTIF-AUCUN              VALUE SPACES.
   88 MOTIF-COMPTE-INCONNU     VALUE 'CI'.
   88 MOTIF-COMPTE-INDISPONIBLE VALUE 'CB'.
   88 MOTIF-SOLDE-INSUFFISANT  VALUE 'SI'.

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
    DISPLAY "CompensationCartes déjà exécuté pour la journée " WS-DateJour
            ", second lancement refusé (voir journalexecutions.txt)."
    MOVE 4 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  PERFORM CHARGER-CARTES
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "cartes.txt dépasse la capacité de CompensationCartes (500) : "
            "compensation abandonnée, rien n'est posté."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  OPEN INPUT compensation
  IF WS-COMPENSATION-STATUS NOT = "00" THEN
    DISPLAY "Aucun fichier de compensation cartes (compensationcartes.txt) "
            "pour la journée " WS-DateJour "."
    MOVE 'S' TO WS-ResultatJob
    CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  MOVE 'P' TO WS-VerrouAction
  MOVE "CompensationCartes" TO WS-VerrouDemandeur
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  IF WS-VerrouAccorde NOT = 'O' THEN
    CLOSE compensation
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF
  PERFORM CHARGER-SOLDE

  OPEN OUTPUT retours
  MOVE 'N' TO WS-FinLecture
  PERFORM TRAITER-OPERATION-CARTE UNTIL WS-FinLecture = 'O'
  CLOSE retours
  CLOSE compensation

  DISPLAY "Compensation cartes : " WS-NbLues " opération(s) lue(s), "
          WS-NbPostees " débitée(s) pour " WS-TotalPoste ", "
          WS-NbRejetees " rejetée(s) (retourscartes.txt)."
  MOVE 'S' TO WS-ResultatJob
  CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob
  IF WS-NbRejetees > ZERO THEN
    MOVE 4 TO WS-JobRC
  END-IF
  MOVE 'L' TO WS-VerrouAction
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbPostees TO WS-JobCompteur
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

*> Le fichier est relu à chaque lancement : une opposition saisie au
*> guichet dans la journée s'applique dès cette compensation.
CHARGER-CARTES.
  MOVE ZERO TO WS-NbCartes
  OPEN INPUT cartes
  IF WS-CARTES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-CARTE-SUIVANTE
        UNTIL WS-FinLecture = 'O' OR WS-NbCartes = 500
    IF WS-FinLecture NOT = 'O' THEN
      READ cartes
        AT END CONTINUE
        NOT AT END MOVE 'O' TO WS-FichierDeborde
      END-READ
    END-IF
    CLOSE cartes
  END-IF.

LIRE-CARTE-SUIVANTE.
  READ cartes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbCartes
      MOVE CA-Numero         TO WS-CA-Numero(WS-NbCartes)
      MOVE CA-Compte         TO WS-CA-Compte(WS-NbCartes)
      MOVE CA-Statut         TO WS-CA-Statut(WS-NbCartes)
      MOVE CA-Expiration     TO WS-CA-Expiration(WS-NbCartes)
      MOVE CA-PlafondRetrait TO WS-CA-PlafondRetrait(WS-NbCartes)
      MOVE CA-PlafondAchat   TO WS-CA-PlafondAchat(WS-NbCartes)
      MOVE SPACES TO WS-CA-JourCumul(WS-NbCartes)
      MOVE ZERO TO WS-CA-CumulRetraits(WS-NbCartes)
      MOVE ZERO TO WS-CA-CumulAchats(WS-NbCartes)
  END-READ.

CHERCHER-CARTE.
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-IdxCarte FROM 1 BY 1
      UNTIL WS-IdxCarte > WS-NbCartes OR WS-IdxTrouve > ZERO
    IF WS-CA-Numero(WS-IdxCarte) = CC-Numero THEN
      MOVE WS-IdxCarte TO WS-IdxTrouve
    END-IF
  END-PERFORM.

TRAITER-OPERATION-CARTE.
  READ compensation
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbLues
      PERFORM CONTROLER-OPERATION-CARTE
      IF WS-MotifRejet = SPACES THEN
        PERFORM DEBITER-OPERATION-CARTE
      END-IF
      IF WS-MotifRejet NOT = SPACES THEN
        PERFORM ECRIRE-RETOUR
      END-IF
  END-READ.

CONTROLER-OPERATION-CARTE.
  MOVE SPACES TO WS-MotifRejet
  IF (NOT CC-RETRAIT AND NOT CC-ACHAT) OR CC-Montant NOT NUMERIC
     OR CC-Montant = ZERO THEN
    MOVE "09" TO WS-MotifRejet
    EXIT PARAGRAPH
  END-IF
  PERFORM CHERCHER-CARTE
  IF WS-IdxTrouve = ZERO THEN
    MOVE "01" TO WS-MotifRejet
    EXIT PARAGRAPH
  END-IF
  EVALUATE WS-CA-Statut(WS-IdxTrouve)
    WHEN 'A'
      CONTINUE
    WHEN 'P'
    WHEN 'V'
      MOVE "02" TO WS-MotifRejet
      EXIT PARAGRAPH
    WHEN OTHER
      MOVE "03" TO WS-MotifRejet
      EXIT PARAGRAPH
  END-EVALUATE
  IF CC-Date(1:6) > WS-CA-Expiration(WS-IdxTrouve) THEN
    MOVE "04" TO WS-MotifRejet
    EXIT PARAGRAPH
  END-IF
*> Les plafonds sont journaliers : les cumuls repartent de zéro quand
*> la date d'opération change pour la carte.
  IF WS-CA-JourCumul(WS-IdxTrouve) NOT = CC-Date THEN
    MOVE CC-Date TO WS-CA-JourCumul(WS-IdxTrouve)
    MOVE ZERO TO WS-CA-CumulRetraits(WS-IdxTrouve)
    MOVE ZERO TO WS-CA-CumulAchats(WS-IdxTrouve)
  END-IF
  IF CC-RETRAIT THEN
    COMPUTE WS-CumulApres = WS-CA-CumulRetraits(WS-IdxTrouve) + CC-Montant
    IF WS-CumulApres > WS-CA-PlafondRetrait(WS-IdxTrouve) THEN
      MOVE "05" TO WS-MotifRejet
    END-IF
  ELSE
    COMPUTE WS-CumulApres = WS-CA-CumulAchats(WS-IdxTrouve) + CC-Montant
    IF WS-CumulApres > WS-CA-PlafondAchat(WS-IdxTrouve) THEN
      MOVE "06" TO WS-MotifRejet
    END-IF
  END-IF.

DEBITER-OPERATION-CARTE.
  MOVE ZERO TO Depot
  MOVE ZERO TO Virement
  MOVE CC-Montant TO Retrait
  MOVE 'Y' TO Choix
  MOVE WS-CA-Compte(WS-IdxTrouve) TO CompteCible
  MOVE SPACES TO OperationLibelle
  IF CC-RETRAIT THEN
    STRING "Retrait CB " DELIMITED BY SIZE
           CC-Accepteur DELIMITED BY SIZE
      INTO OperationLibelle
    END-STRING
  ELSE
    STRING "CB " DELIMITED BY SIZE
           CC-Accepteur DELIMITED BY SIZE
      INTO OperationLibelle
    END-STRING
  END-IF
  CALL 'Retrait' USING SoldeCompteA SoldeCompteB SoldeCompteC
                       Depot Retrait Virement Choix OperateurId OperationStatut
                       CompteCible OperationMotif OperationLibelle
  IF OPERATION-REUSSIE THEN
    ADD 1 TO WS-NbPostees
    ADD CC-Montant TO WS-TotalPoste
    IF CC-RETRAIT THEN
      ADD CC-Montant TO WS-CA-CumulRetraits(WS-IdxTrouve)
    ELSE
      ADD CC-Montant TO WS-CA-CumulAchats(WS-IdxTrouve)
    END-IF
  ELSE
    IF MOTIF-SOLDE-INSUFFISANT THEN
      MOVE "07" TO WS-MotifRejet
    ELSE
      MOVE "08" TO WS-MotifRejet
    END-IF
  END-IF.

ECRIRE-RETOUR.
  MOVE CC-Reference TO RT-Reference
  MOVE CC-Numero    TO RT-Numero
  MOVE CC-Type      TO RT-Type
  MOVE CC-Date      TO RT-Date
  MOVE CC-Montant   TO RT-Montant
  MOVE CC-Accepteur TO RT-Accepteur
  MOVE WS-MotifRejet TO RT-Motif
  WRITE RetourCarteRecord
  ADD 1 TO WS-NbRejetees.
