IDENTIFICATION DIVISION.
PROGRAM-ID. DeclarationEspeces.

*> Job quotidien de déclaration réglementaire des mouvements d'espèces
*> importants. Les versements ('D', 'K', '1') et retraits ('R', 'O')
*> d'espèces de historique.txt sont cumulés par client et par journée,
*> tous comptes confondus : chaque mouvement est imputé au titulaire du
*> compte (CompteClient de comptes.dat) et à ses cotitulaires principal
*> ou joint de titulaires.dat (un mandataire n'est pas propriétaire des
*> fonds). Les montants en devise sont convertis en EUR (tauxchange.txt,
*> mêmes valeurs de secours que RapportPositionDevises). Tout client
*> dont le cumul versements + retraits d'une journée dépasse le seuil de
*> seuildeclaration.txt (défaut 10 000,00 EUR) est déclaré dans
*> declarationespeces.txt, au format fixe du régulateur : un
*> enregistrement d'en-tête, un enregistrement de détail par client et
*> par journée, un enregistrement de fin avec le nombre de détails et le
*> total déclaré. Chaque déclaration est inscrite au registre
*> registredeclarations.txt (client, journée, montant, date et référence
*> de déclaration) : un client déjà déclaré pour une journée ne l'est
*> jamais une seconde fois. Les journées des sept derniers jours sont
*> reprises à chaque passage, de sorte qu'un passage manqué est
*> rattrapé sans doublon. Protégé par le journal des exécutions comme
*> les autres jobs périodiques ; code retour 4 s'il y a eu déclaration.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT historique ASSIGN TO "historique.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HIST-STATUS.

  SELECT comptes ASSIGN TO "comptes.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CompteNumero
      FILE STATUS IS WS-COMPTES-STATUS.

  SELECT clients ASSIGN TO "clients.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClientNumero
      FILE STATUS IS WS-CLIENTS-STATUS.

  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-TITULAIRES-STATUS.

  SELECT tauxchange ASSIGN TO "tauxchange.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TAUXCHANGE-STATUS.

  SELECT seuildeclaration ASSIGN TO "seuildeclaration.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SEUIL-STATUS.

  SELECT declaration ASSIGN TO "declarationespeces.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DECLARATION-STATUS.

  SELECT registre ASSIGN TO "registredeclarations.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-REGISTRE-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD historique.
COPY "HISTORIQUE.cpy".

FD comptes.
COPY "COMPTES.cpy".

FD clients.
COPY "CLIENTS.cpy".

FD titulaires.
COPY "TITULAIRES.cpy".

FD tauxchange.
01 TauxChangeRecord.
   05 TC-DeviseSource PIC X(3).
   05 TC-DeviseCible  PIC X(3).
   05 TC-Taux         PIC 9(2)V9(4).
   05 TC-Date         PIC X(8).

FD seuildeclaration.
01 SeuilDeclarationLigne PIC 9(8)V99.

*> Format fixe du régulateur : montants en EUR, sans séparateur, les
*> deux derniers chiffres étant les centimes.
FD declaration.
01 DeclarationEntete.
   05 DE-Type           PIC X(3).
   05 DE-Etablissement  PIC X(5).
   05 DE-DateDeclaration PIC X(8).
   05 DE-Seuil          PIC 9(8)V99.
   05 FILLER            PIC X(94).
01 DeclarationDetail.
   05 DD-Type           PIC X(3).
   05 DD-Reference      PIC X(12).
   05 DD-Client         PIC X(6).
   05 DD-Nom            PIC X(30).
   05 DD-DateOperations PIC X(8).
   05 DD-NbOperations   PIC 9(4).
   05 DD-TotalVersements PIC 9(11)V99.
   05 DD-TotalRetraits  PIC 9(11)V99.
   05 DD-Total          PIC 9(11)V99.
   05 DD-Devise         PIC X(3).
   05 FILLER            PIC X(15).
01 DeclarationFin.
   05 DF-Type           PIC X(3).
   05 DF-NbDetails      PIC 9(6).
   05 DF-TotalDeclare   PIC 9(13)V99.
   05 FILLER            PIC X(96).

FD registre.
01 RegistreRecord.
   05 RD-Client          PIC X(6).
   05 RD-DateOperations  PIC X(8).
   05 RD-Total           PIC 9(11)V99.
   05 RD-DateDeclaration PIC X(8).
   05 RD-Reference       PIC X(12).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-HIST-STATUS        PIC XX.
01 WS-COMPTES-STATUS     PIC XX.
01 WS-CLIENTS-STATUS     PIC XX.
01 WS-TITULAIRES-STATUS  PIC XX.
01 WS-TAUXCHANGE-STATUS  PIC XX.
01 WS-SEUIL-STATUS       PIC XX.
01 WS-DECLARATION-STATUS PIC XX.
01 WS-REGISTRE-STATUS    PIC XX.
01 WS-DATEVALEUR-STATUS  PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "DeclarationEspeces".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-DateJour      PIC X(8).
01 WS-NomJob        PIC X(20) VALUE "DeclarationEspeces".
01 WS-ExecAutorisee PIC X(1).
01 WS-ResultatJob   PIC X(1).

*> Code de l'établissement déclarant auprès du régulateur.
01 CODE-ETABLISSEMENT     PIC X(5) VALUE "GCB01".
01 SEUIL-DECLARATION-DEFAUT PIC 9(8)V99 VALUE 10000.00.
01 FENETRE-RATTRAPAGE-JOURS PIC 9(3) VALUE 7.
01 WS-Seuil          PIC 9(8)V99.
01 WS-DateDebut      PIC X(8).
01 WS-DateNum        PIC 9(8).
01 WS-JoursEntiers   PIC S9(9).

01 WS-FinLecture     PIC X(1).
01 WS-FichierDeborde PIC X(1) VALUE 'N'.
01 WS-Idx            PIC 9(3).
01 WS-IdxTrouve      PIC 9(3).
01 WS-IdxTitulaire   PIC 9(3).

01 WS-TableTitulaires.
   05 WS-TitulaireEntree OCCURS 200 TIMES.
      10 WS-TI-Compte PIC X(6).
      10 WS-TI-Client PIC X(6).
01 WS-NbTitulaires PIC 9(3) VALUE ZERO.

01 WS-TableTauxChange.
   05 WS-TauxChangeEntree OCCURS 10 TIMES.
      10 WS-TC-DeviseSource PIC X(3).
      10 WS-TC-DeviseCible  PIC X(3).
      10 WS-TC-Taux         PIC 9(2)V9(4).
01 WS-NbTauxChange  PIC 9(2) VALUE ZERO.
01 WS-IdxTauxChange PIC 9(2).
01 WS-TauxVersEuro  PIC 9(2)V9(4).
01 WS-TauxTrouve    PIC X(1).

*> Cumul par client et par journée.
01 WS-TableCumuls.
   05 WS-CumulEntree OCCURS 500 TIMES.
      10 WS-CU-Client     PIC X(6).
      10 WS-CU-Date       PIC X(8).
      10 WS-CU-NbOperations PIC 9(4).
      10 WS-CU-Versements PIC 9(11)V99.
      10 WS-CU-Retraits   PIC 9(11)V99.
01 WS-NbCumuls PIC 9(3) VALUE ZERO.

01 WS-Sens            PIC X(1).
01 WS-MontantEuro     PIC 9(11)V99.
01 WS-ClientImpute    PIC X(6).
01 WS-TotalClient     PIC 9(11)V99.
01 WS-DejaDeclare     PIC X(1).
01 WS-NbDeclares      PIC 9(6) VALUE ZERO.
01 WS-TotalDeclare    PIC 9(13)V99 VALUE ZERO.
01 WS-Reference.
   05 WS-RF-Date      PIC X(8).
   05 WS-RF-Sequence  PIC 9(4).

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR
  CALL 'ControlerExecution' USING WS-NomJob WS-DateJour WS-ExecAutorisee
  IF WS-ExecAutorisee NOT = 'O' THEN
    DISPLAY "DeclarationEspeces déjà exécuté pour la journée "
            WS-DateJour ", second lancement refusé "
            "(voir journalexecutions.txt)."
    MOVE 4 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  PERFORM CHARGER-SEUIL
  PERFORM CHARGER-TAUX-CHANGE
  PERFORM CHARGER-TITULAIRES
  MOVE WS-DateJour TO WS-DateNum
  COMPUTE WS-JoursEntiers =
      FUNCTION INTEGER-OF-DATE(WS-DateNum) - FENETRE-RATTRAPAGE-JOURS
  COMPUTE WS-DateNum = FUNCTION DATE-OF-INTEGER(WS-JoursEntiers)
  MOVE WS-DateNum TO WS-DateDebut

  OPEN INPUT comptes
  IF WS-COMPTES-STATUS NOT = "00" THEN
    DISPLAY "comptes.dat indisponible (" WS-COMPTES-STATUS
            "), déclaration impossible."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF
  OPEN INPUT historique
  IF WS-HIST-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CUMULER-ECRITURE UNTIL WS-FinLecture = 'O'
    CLOSE historique
  END-IF
  CLOSE comptes

*> Une table saturée fausserait les cumuls : rien n'est déclaré plutôt
*> qu'une déclaration incomplète.
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "Plus de 500 cumuls client/journée : capacité de travail "
            "dépassée, aucune déclaration émise."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  PERFORM ECRIRE-DECLARATION
  DISPLAY "Déclaration espèces : " WS-NbDeclares " client(s)/journée(s) "
          "déclaré(s) (declarationespeces.txt)."

  MOVE 'S' TO WS-ResultatJob
  CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob
  IF WS-NbDeclares > ZERO THEN
    MOVE 4 TO WS-JobRC
  END-IF
  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbDeclares TO WS-JobCompteur
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

CHARGER-SEUIL.
  MOVE SEUIL-DECLARATION-DEFAUT TO WS-Seuil
  OPEN INPUT seuildeclaration
  IF WS-SEUIL-STATUS = "00" THEN
    READ seuildeclaration
      NOT AT END
        IF SeuilDeclarationLigne NUMERIC THEN
          MOVE SeuilDeclarationLigne TO WS-Seuil
        END-IF
    END-READ
    CLOSE seuildeclaration
  END-IF.

CHARGER-TAUX-CHANGE.
  OPEN INPUT tauxchange
  IF WS-TAUXCHANGE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-TAUX-CHANGE-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-NbTauxChange = 10
    CLOSE tauxchange
  END-IF

  IF WS-NbTauxChange = ZERO THEN
    MOVE 4 TO WS-NbTauxChange
    MOVE "EUR" TO WS-TC-DeviseSource(1)
    MOVE "USD" TO WS-TC-DeviseCible(1)
    MOVE 1.0800 TO WS-TC-Taux(1)
    MOVE "USD" TO WS-TC-DeviseSource(2)
    MOVE "EUR" TO WS-TC-DeviseCible(2)
    MOVE 0.9259 TO WS-TC-Taux(2)
    MOVE "EUR" TO WS-TC-DeviseSource(3)
    MOVE "GBP" TO WS-TC-DeviseCible(3)
    MOVE 0.8500 TO WS-TC-Taux(3)
    MOVE "GBP" TO WS-TC-DeviseSource(4)
    MOVE "EUR" TO WS-TC-DeviseCible(4)
    MOVE 1.1765 TO WS-TC-Taux(4)
  END-IF.

LIRE-TAUX-CHANGE-SUIVANT.
  READ tauxchange
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbTauxChange
      MOVE TC-DeviseSource TO WS-TC-DeviseSource(WS-NbTauxChange)
      MOVE TC-DeviseCible  TO WS-TC-DeviseCible(WS-NbTauxChange)
      MOVE TC-Taux         TO WS-TC-Taux(WS-NbTauxChange)
  END-READ.

*> Seuls les cotitulaires propriétaires (principal, joint) sont gardés.
CHARGER-TITULAIRES.
  OPEN INPUT titulaires
  IF WS-TITULAIRES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-TITULAIRE-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-NbTitulaires = 200
    CLOSE titulaires
  END-IF.

LIRE-TITULAIRE-SUIVANT.
  READ titulaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF TI-Role = 'P' OR TI-Role = 'J' THEN
        ADD 1 TO WS-NbTitulaires
        MOVE TI-Compte TO WS-TI-Compte(WS-NbTitulaires)
        MOVE TI-Client TO WS-TI-Client(WS-NbTitulaires)
      END-IF
  END-READ.

CUMULER-ECRITURE.
  READ historique
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF HistoriqueDate NOT < WS-DateDebut
         AND HistoriqueDate NOT > WS-DateJour THEN
        EVALUATE HistoriqueDescrp
          WHEN 'D'
          WHEN 'K'
          WHEN '1'
            MOVE 'V' TO WS-Sens
            PERFORM IMPUTER-MOUVEMENT
          WHEN 'R'
          WHEN 'O'
            MOVE 'R' TO WS-Sens
            PERFORM IMPUTER-MOUVEMENT
          WHEN OTHER
            CONTINUE
        END-EVALUATE
      END-IF
  END-READ.

*> Le mouvement va au titulaire du compte puis à chaque cotitulaire
*> propriétaire distinct de lui.
IMPUTER-MOUVEMENT.
  MOVE HistoriqueCompte TO CompteNumero
  READ comptes
    INVALID KEY EXIT PARAGRAPH
  END-READ
  PERFORM CONVERTIR-EN-EURO
  MOVE CompteClient TO WS-ClientImpute
  PERFORM AJOUTER-AU-CUMUL
  PERFORM VARYING WS-IdxTitulaire FROM 1 BY 1
      UNTIL WS-IdxTitulaire > WS-NbTitulaires
    IF WS-TI-Compte(WS-IdxTitulaire) = HistoriqueCompte
       AND WS-TI-Client(WS-IdxTitulaire) NOT = CompteClient THEN
      MOVE WS-TI-Client(WS-IdxTitulaire) TO WS-ClientImpute
      PERFORM AJOUTER-AU-CUMUL
    END-IF
  END-PERFORM.

*> Une devise sans taux est retenue au pair, comme dans
*> RapportPositionDevises.
CONVERTIR-EN-EURO.
  MOVE 1.0000 TO WS-TauxVersEuro
  IF CompteDevise NOT = "EUR" AND CompteDevise NOT = SPACES THEN
    MOVE 'N' TO WS-TauxTrouve
    PERFORM VARYING WS-IdxTauxChange FROM 1 BY 1
        UNTIL WS-IdxTauxChange > WS-NbTauxChange OR WS-TauxTrouve = 'O'
      IF WS-TC-DeviseSource(WS-IdxTauxChange) = CompteDevise
         AND WS-TC-DeviseCible(WS-IdxTauxChange) = "EUR" THEN
        MOVE WS-TC-Taux(WS-IdxTauxChange) TO WS-TauxVersEuro
        MOVE 'O' TO WS-TauxTrouve
      END-IF
    END-PERFORM
  END-IF
  COMPUTE WS-MontantEuro ROUNDED = HistoriqueValA * WS-TauxVersEuro.

AJOUTER-AU-CUMUL.
  IF WS-ClientImpute = SPACES THEN
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1
      UNTIL WS-Idx > WS-NbCumuls OR WS-IdxTrouve > ZERO
    IF WS-CU-Client(WS-Idx) = WS-ClientImpute
       AND WS-CU-Date(WS-Idx) = HistoriqueDate THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM
  IF WS-IdxTrouve = ZERO THEN
    IF WS-NbCumuls = 500 THEN
      MOVE 'O' TO WS-FichierDeborde
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-NbCumuls
    MOVE WS-NbCumuls TO WS-IdxTrouve
    MOVE WS-ClientImpute TO WS-CU-Client(WS-IdxTrouve)
    MOVE HistoriqueDate TO WS-CU-Date(WS-IdxTrouve)
    MOVE ZERO TO WS-CU-NbOperations(WS-IdxTrouve)
    MOVE ZERO TO WS-CU-Versements(WS-IdxTrouve)
    MOVE ZERO TO WS-CU-Retraits(WS-IdxTrouve)
  END-IF
  ADD 1 TO WS-CU-NbOperations(WS-IdxTrouve)
  IF WS-Sens = 'V' THEN
    ADD WS-MontantEuro TO WS-CU-Versements(WS-IdxTrouve)
  ELSE
    ADD WS-MontantEuro TO WS-CU-Retraits(WS-IdxTrouve)
  END-IF.

ECRIRE-DECLARATION.
  MOVE WS-DateJour TO WS-RF-Date
  MOVE ZERO TO WS-RF-Sequence
  OPEN OUTPUT declaration
  MOVE SPACES TO DeclarationEntete
  MOVE "ENT" TO DE-Type
  MOVE CODE-ETABLISSEMENT TO DE-Etablissement
  MOVE WS-DateJour TO DE-DateDeclaration
  MOVE WS-Seuil TO DE-Seuil
  WRITE DeclarationEntete

  OPEN INPUT clients
  PERFORM EXAMINER-CUMUL
      VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCumuls
  IF WS-CLIENTS-STATUS = "00" THEN
    CLOSE clients
  END-IF

  MOVE SPACES TO DeclarationFin
  MOVE "FIN" TO DF-Type
  MOVE WS-NbDeclares TO DF-NbDetails
  MOVE WS-TotalDeclare TO DF-TotalDeclare
  WRITE DeclarationFin
  CLOSE declaration.

EXAMINER-CUMUL.
  COMPUTE WS-TotalClient = WS-CU-Versements(WS-Idx)
                         + WS-CU-Retraits(WS-Idx)
  IF WS-TotalClient NOT > WS-Seuil THEN
    EXIT PARAGRAPH
  END-IF
  PERFORM CHERCHER-REGISTRE
  IF WS-DejaDeclare = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO WS-RF-Sequence
  ADD 1 TO WS-NbDeclares
  ADD WS-TotalClient TO WS-TotalDeclare

  MOVE SPACES TO ClientNom
  MOVE WS-CU-Client(WS-Idx) TO ClientNumero
  READ clients
    INVALID KEY MOVE SPACES TO ClientNom
  END-READ

  MOVE SPACES TO DeclarationDetail
  MOVE "DET" TO DD-Type
  MOVE WS-Reference TO DD-Reference
  MOVE WS-CU-Client(WS-Idx) TO DD-Client
  MOVE ClientNom TO DD-Nom
  MOVE WS-CU-Date(WS-Idx) TO DD-DateOperations
  MOVE WS-CU-NbOperations(WS-Idx) TO DD-NbOperations
  MOVE WS-CU-Versements(WS-Idx) TO DD-TotalVersements
  MOVE WS-CU-Retraits(WS-Idx) TO DD-TotalRetraits
  MOVE WS-TotalClient TO DD-Total
  MOVE "EUR" TO DD-Devise
  WRITE DeclarationDetail

  OPEN EXTEND registre
  IF WS-REGISTRE-STATUS NOT = "00" THEN
    OPEN OUTPUT registre
  END-IF
  MOVE WS-CU-Client(WS-Idx) TO RD-Client
  MOVE WS-CU-Date(WS-Idx) TO RD-DateOperations
  MOVE WS-TotalClient TO RD-Total
  MOVE WS-DateJour TO RD-DateDeclaration
  MOVE WS-Reference TO RD-Reference
  WRITE RegistreRecord
  CLOSE registre.

CHERCHER-REGISTRE.
  MOVE 'N' TO WS-DejaDeclare
  OPEN INPUT registre
  IF WS-REGISTRE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-REGISTRE-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-DejaDeclare = 'O'
    CLOSE registre
  END-IF.

LIRE-REGISTRE-SUIVANT.
  READ registre
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF RD-Client = WS-CU-Client(WS-Idx)
         AND RD-DateOperations = WS-CU-Date(WS-Idx) THEN
        MOVE 'O' TO WS-DejaDeclare
      END-IF
  END-READ.
