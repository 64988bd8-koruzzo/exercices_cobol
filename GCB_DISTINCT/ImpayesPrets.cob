IDENTIFICATION DIVISION.
PROGRAM-ID. ImpayesPrets.

*> Job quotidien de suivi des impayés de prêts, lancé dans la chaîne
*> après PrelevementsPrets. Pour chaque prêt actif de prets.dat il
*> relit l'échéancier (echeancierprets.txt) et le journal des
*> encaissements (pretsjournal.txt) :
*>  - chaque échéance échue sans succès consigné est représentée sur le
*>    compte de financement PR-Compte via Retrait (code journal 'L') ;
*>    Retrait refuse de lui-même si le disponible ne la couvre pas, et
*>    la tentative est consignée dans pretsjournal.txt comme dans
*>    PrelevementsPrets ;
*>  - les échéances encore impayées après cette relance forment la
*>    position d'impayés du prêt (impayesprets.txt, copybook IMPAYES) :
*>    nombre, montant, plus ancienne date, jours de retard et tranche
*>    d'ancienneté 1-30 / 31-60 / 61-90 / plus de 90 jours ;
*>  - les intérêts de retard courent jour par jour sur chaque échéance
*>    échue non payée, au taux du prêt majoré de BM-MajorationRetard
*>    (barème partagé, défaut 3 points), base 365 ; le cumul est prélevé
*>    sous le code journal 'H' dès que le disponible le permet.
*> Un état lisible est écrit dans etatimpayes.txt. Le dernier jour
*> comptable du mois, le rapport de provisionnement provisionsprets.txt
*> applique à l'encours de chaque tranche le pourcentage de
*> tauxprovision.txt (défaut 10 / 25 / 50 / 100 %) pour l'écriture de
*> provision pour pertes de crédit du comptable. Code retour 4 s'il
*> reste au moins un prêt en retard.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT solde ASSIGN TO "solde.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SOLDE-STATUS.

  SELECT prets ASSIGN TO "prets.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS PR-Id
      FILE STATUS IS WS-PRETS-STATUS.

  SELECT echeancier ASSIGN TO "echeancierprets.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ECHEANCIER-STATUS.

  SELECT pretsjournal ASSIGN TO "pretsjournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PJOURNAL-STATUS.

  SELECT impayes ASSIGN TO "impayesprets.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-IMPAYES-STATUS.

  SELECT etat ASSIGN TO "etatimpayes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ETAT-STATUS.

  SELECT provisions ASSIGN TO "provisionsprets.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PROVISIONS-STATUS.

  SELECT tauxprovision ASSIGN TO "tauxprovision.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TAUXPROV-STATUS.

  SELECT bareme ASSIGN TO "../baremetarifs.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-BAREME-STATUS.

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

FD prets.
COPY "PRETS.cpy".

FD echeancier.
01 EcheanceRecord.
   05 EC-Pret    PIC X(6).
   05 EC-Numero  PIC 9(3).
   05 EC-Date    PIC X(8).
   05 EC-Capital PIC 9(8)V99.
   05 EC-Interet PIC 9(8)V99.
   05 EC-Restant PIC 9(8)V99.

FD pretsjournal.
01 PretJournalRecord.
   05 PJ-Pret     PIC X(6).
   05 PJ-Numero   PIC 9(3).
   05 PJ-Date     PIC X(8).
   05 PJ-Resultat PIC X(1).

FD impayes.
COPY "IMPAYES.cpy".

FD etat.
01 EtatLigne PIC X(120).

FD provisions.
01 ProvisionLigne PIC X(120).

*> Une ligne par tranche : '1' à '4' puis le pourcentage à provisionner.
FD tauxprovision.
01 TauxProvisionRecord.
   05 TP-Tranche PIC X(1).
   05 TP-Taux    PIC 9(3)V99.

FD bareme.
COPY "BAREME.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-SOLDE-STATUS      PIC XX.
01 WS-PRETS-STATUS      PIC XX.
01 WS-ECHEANCIER-STATUS PIC XX.
01 WS-PJOURNAL-STATUS   PIC XX.
01 WS-IMPAYES-STATUS    PIC XX.
01 WS-ETAT-STATUS       PIC XX.
01 WS-PROVISIONS-STATUS PIC XX.
01 WS-TAUXPROV-STATUS   PIC XX.
01 WS-BAREME-STATUS     PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "ImpayesPrets".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-DateJour      PIC X(8).
01 WS-NomJob        PIC X(20) VALUE "ImpayesPrets".
01 WS-ExecAutorisee PIC X(1).
01 WS-ResultatJob   PIC X(1).

01 WS-FinLecture    PIC X(1).
01 WS-FichierDeborde PIC X(1) VALUE 'N'.
01 WS-Majoration    PIC 9(2)V9(4).
01 WS-TauxRetard    PIC 9(3)V9(4).
01 WS-FinMois       PIC X(1) VALUE 'N'.

01 WS-DateNum       PIC 9(8).
01 WS-DateCalc      PIC X(8).
01 WS-DateCalcR REDEFINES WS-DateCalc.
   05 WS-DC-Annee   PIC 9(4).
   05 WS-DC-Mois    PIC 9(2).
   05 WS-DC-Jour    PIC 9(2).
01 WS-JourJour      PIC 9(8).
01 WS-JourDepart    PIC 9(8).
01 WS-NbJours       PIC 9(5).
01 WS-Interet       PIC 9(6)V9(4).
01 WS-MontantEcheance PIC 9(6)V99.
01 WS-MontantPenalite PIC 9(6)V99.

01 WS-NbRelancees   PIC 9(4) VALUE ZERO.
01 WS-NbEncaissees  PIC 9(4) VALUE ZERO.
01 WS-NbPenalites   PIC 9(4) VALUE ZERO.
01 WS-NbEnRetard    PIC 9(4) VALUE ZERO.

*> Prêts actifs et leur position du jour.
01 WS-NbPrets  PIC 9(3) VALUE ZERO.
01 WS-IdxPret  PIC 9(3).
01 WS-TablePrets.
   05 WS-PT-Entree OCCURS 200 TIMES.
      10 WS-PT-Id          PIC X(6).
      10 WS-PT-Compte      PIC X(6).
      10 WS-PT-Taux        PIC 9(2)V9(4).
      10 WS-PT-Restant     PIC 9(8)V99.
      10 WS-PT-NbEcheances PIC 9(3).
      10 WS-PT-Montant     PIC 9(8)V99.
      10 WS-PT-CapImpaye   PIC 9(8)V99.
      10 WS-PT-PlusAncienne PIC X(8).
      10 WS-PT-Penalites   PIC 9(6)V9(4).
      10 WS-PT-DateCalcul  PIC X(8).
      10 WS-PT-Jours       PIC 9(4).
      10 WS-PT-Tranche     PIC X(1).

*> Échéances déjà encaissées (succès de pretsjournal.txt).
01 WS-NbPayees  PIC 9(5) VALUE ZERO.
01 WS-IdxPayee  PIC 9(5).
01 WS-DejaEncaissee PIC X(1).
01 WS-TablePayees.
   05 WS-PY-Entree OCCURS 5000 TIMES.
      10 WS-PY-Pret   PIC X(6).
      10 WS-PY-Numero PIC 9(3).

*> Provisionnement par tranche ('1' à '4').
01 WS-IdxTranche PIC 9(1).
01 WS-TableTranches.
   05 WS-TR-Entree OCCURS 4 TIMES.
      10 WS-TR-Taux    PIC 9(3)V99.
      10 WS-TR-Nombre  PIC 9(4).
      10 WS-TR-Impaye  PIC 9(9)V99.
      10 WS-TR-Encours PIC 9(9)V99.
      10 WS-TR-Provision PIC 9(9)V99.
01 WS-TR-Libelles.
   05 FILLER PIC X(12) VALUE "1-30 jours  ".
   05 FILLER PIC X(12) VALUE "31-60 jours ".
   05 FILLER PIC X(12) VALUE "61-90 jours ".
   05 FILLER PIC X(12) VALUE "+ 90 jours  ".
01 WS-TR-LibellesR REDEFINES WS-TR-Libelles.
   05 WS-TR-Libelle PIC X(12) OCCURS 4 TIMES.
01 WS-TotalImpaye    PIC 9(9)V99 VALUE ZERO.
01 WS-TotalEncours   PIC 9(9)V99 VALUE ZERO.
01 WS-TotalProvision PIC 9(9)V99 VALUE ZERO.

01 WS-EdMontant   PIC Z(8)9.99.
01 WS-EdMontant2  PIC Z(8)9.99.
01 WS-EdMontant3  PIC Z(8)9.99.
01 WS-EdPenalite  PIC Z(5)9.9999.
01 WS-EdTaux      PIC ZZ9.99.
01 WS-EdNombre    PIC ZZZ9.

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
    DISPLAY "ImpayesPrets déjà exécuté pour la journée " WS-DateJour
            ", second lancement refusé (voir journalexecutions.txt)."
    MOVE 4 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  PERFORM CHARGER-PRETS
  PERFORM CHARGER-ENCAISSEMENTS
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "Trop de prêts ou d'échéances encaissées pour les tables "
            "d'ImpayesPrets : traitement abandonné, aucune position écrite."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  MOVE 'P' TO WS-VerrouAction
  MOVE "ImpayesPrets" TO WS-VerrouDemandeur
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
  PERFORM CHARGER-BAREME
  PERFORM CHARGER-POSITION-PRECEDENTE
  PERFORM DETERMINER-FIN-MOIS

  OPEN INPUT echeancier
  IF WS-ECHEANCIER-STATUS NOT = "00" THEN
    DISPLAY "echeancierprets.txt introuvable (lancer EcheancierPrets), "
            "aucune échéance à suivre."
  ELSE
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-ECHEANCE
    PERFORM TRAITER-ECHEANCE UNTIL WS-FinLecture = 'O'
    CLOSE echeancier
  END-IF

  PERFORM VARYING WS-IdxPret FROM 1 BY 1 UNTIL WS-IdxPret > WS-NbPrets
    PERFORM CLASSER-PRET
    PERFORM PRELEVER-PENALITES
  END-PERFORM
  PERFORM ECRIRE-POSITION
  PERFORM ECRIRE-ETAT
  IF WS-FinMois = 'O' THEN
    PERFORM ECRIRE-PROVISIONS
  END-IF

  DISPLAY "Impayés de prêts : " WS-NbRelancees " échéance(s) représentée(s), "
          WS-NbEncaissees " encaissée(s), " WS-NbEnRetard
          " prêt(s) en retard (etatimpayes.txt)."
  MOVE 'S' TO WS-ResultatJob
  CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob

  IF WS-NbEnRetard > ZERO THEN
    MOVE 4 TO WS-JobRC
  END-IF
  MOVE 'L' TO WS-VerrouAction
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbEncaissees TO WS-JobCompteur
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
  END-IF
  MOVE WS-DateJour TO WS-DateNum
  COMPUTE WS-JourJour = FUNCTION INTEGER-OF-DATE(WS-DateNum).

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

*> Majoration des intérêts de retard : colonne du barème partagé ; un
*> baremetarifs.txt antérieur à la colonne la laisse à blanc et le
*> défaut de la maison (3 points) s'applique.
CHARGER-BAREME.
  MOVE ZERO TO BM-MajorationRetard
  OPEN INPUT bareme
  IF WS-BAREME-STATUS = "00" THEN
    READ bareme
    END-READ
    CLOSE bareme
  END-IF
  IF BM-MajorationRetard NUMERIC AND BM-MajorationRetard > ZERO THEN
    MOVE BM-MajorationRetard TO WS-Majoration
  ELSE
    MOVE 3.0000 TO WS-Majoration
  END-IF.

CHARGER-PRETS.
  OPEN INPUT prets
  IF WS-PRETS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-PRET UNTIL WS-FinLecture = 'O'
    CLOSE prets
  END-IF.

LIRE-PRET.
  READ prets NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF PRET-ACTIF THEN
        IF WS-NbPrets >= 200 THEN
          MOVE 'O' TO WS-FichierDeborde
        ELSE
          ADD 1 TO WS-NbPrets
          MOVE PR-Id TO WS-PT-Id(WS-NbPrets)
          MOVE PR-Compte TO WS-PT-Compte(WS-NbPrets)
          MOVE PR-TauxAnnuel TO WS-PT-Taux(WS-NbPrets)
          MOVE PR-Capital TO WS-PT-Restant(WS-NbPrets)
          MOVE ZERO TO WS-PT-NbEcheances(WS-NbPrets)
          MOVE ZERO TO WS-PT-Montant(WS-NbPrets)
          MOVE ZERO TO WS-PT-CapImpaye(WS-NbPrets)
          MOVE SPACES TO WS-PT-PlusAncienne(WS-NbPrets)
          MOVE ZERO TO WS-PT-Penalites(WS-NbPrets)
          MOVE SPACES TO WS-PT-DateCalcul(WS-NbPrets)
          MOVE ZERO TO WS-PT-Jours(WS-NbPrets)
          MOVE '0' TO WS-PT-Tranche(WS-NbPrets)
        END-IF
      END-IF
  END-READ.

CHARGER-ENCAISSEMENTS.
  OPEN INPUT pretsjournal
  IF WS-PJOURNAL-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-ENCAISSEMENT UNTIL WS-FinLecture = 'O'
    CLOSE pretsjournal
  END-IF.

LIRE-ENCAISSEMENT.
  READ pretsjournal
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF PJ-Resultat = 'S' THEN
        IF WS-NbPayees >= 5000 THEN
          MOVE 'O' TO WS-FichierDeborde
        ELSE
          ADD 1 TO WS-NbPayees
          MOVE PJ-Pret TO WS-PY-Pret(WS-NbPayees)
          MOVE PJ-Numero TO WS-PY-Numero(WS-NbPayees)
        END-IF
      END-IF
  END-READ.

*> Les intérêts de retard courus et non prélevés, et la date jusqu'à
*> laquelle ils sont arrêtés, passent d'un jour à l'autre par la
*> position de la veille.
CHARGER-POSITION-PRECEDENTE.
  OPEN INPUT impayes
  IF WS-IMPAYES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-POSITION UNTIL WS-FinLecture = 'O'
    CLOSE impayes
  END-IF.

LIRE-POSITION.
  READ impayes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM VARYING WS-IdxPret FROM 1 BY 1 UNTIL WS-IdxPret > WS-NbPrets
        IF WS-PT-Id(WS-IdxPret) = IM-Pret THEN
          IF IM-Penalites NUMERIC THEN
            MOVE IM-Penalites TO WS-PT-Penalites(WS-IdxPret)
          END-IF
          MOVE IM-DateCalcul TO WS-PT-DateCalcul(WS-IdxPret)
        END-IF
      END-PERFORM
  END-READ.

*> Le jour comptable est le dernier du mois si son lendemain est un 1er.
DETERMINER-FIN-MOIS.
  COMPUTE WS-DateNum = FUNCTION DATE-OF-INTEGER(WS-JourJour + 1)
  MOVE WS-DateNum TO WS-DateCalc
  IF WS-DC-Jour = 1 THEN
    MOVE 'O' TO WS-FinMois
  END-IF.

LIRE-ECHEANCE.
  READ echeancier
    AT END MOVE 'O' TO WS-FinLecture
  END-READ.

*> Échéance échue d'un prêt actif : le capital restant dû suit la
*> dernière échéance échue ; si elle n'est pas encore encaissée, elle
*> porte intérêts de retard puis est représentée sur PR-Compte.
TRAITER-ECHEANCE.
  IF EC-Date <= WS-DateJour THEN
    PERFORM CHERCHER-PRET
    IF WS-IdxPret <= WS-NbPrets THEN
      MOVE EC-Restant TO WS-PT-Restant(WS-IdxPret)
      PERFORM CHERCHER-ENCAISSEMENT
      IF WS-DejaEncaissee NOT = 'O' THEN
        COMPUTE WS-MontantEcheance = EC-Capital + EC-Interet
        PERFORM COURIR-PENALITES
        PERFORM RELANCER-ECHEANCE
      END-IF
    END-IF
  END-IF
  PERFORM LIRE-ECHEANCE.

CHERCHER-PRET.
  PERFORM VARYING WS-IdxPret FROM 1 BY 1
          UNTIL WS-IdxPret > WS-NbPrets
             OR WS-PT-Id(WS-IdxPret) = EC-Pret
    CONTINUE
  END-PERFORM.

CHERCHER-ENCAISSEMENT.
  MOVE 'N' TO WS-DejaEncaissee
  PERFORM VARYING WS-IdxPayee FROM 1 BY 1 UNTIL WS-IdxPayee > WS-NbPayees
    IF WS-PY-Pret(WS-IdxPayee) = EC-Pret
       AND WS-PY-Numero(WS-IdxPayee) = EC-Numero THEN
      MOVE 'O' TO WS-DejaEncaissee
    END-IF
  END-PERFORM.

*> Jours courus depuis l'arrêté précédent, ou depuis l'échéance si elle
*> est plus récente ou si le prêt n'a jamais été arrêté.
COURIR-PENALITES.
  MOVE EC-Date TO WS-DateNum
  COMPUTE WS-JourDepart = FUNCTION INTEGER-OF-DATE(WS-DateNum)
  IF WS-PT-DateCalcul(WS-IdxPret) NUMERIC
     AND WS-PT-DateCalcul(WS-IdxPret) > EC-Date THEN
    MOVE WS-PT-DateCalcul(WS-IdxPret) TO WS-DateNum
    COMPUTE WS-JourDepart = FUNCTION INTEGER-OF-DATE(WS-DateNum)
  END-IF
  IF WS-JourJour > WS-JourDepart THEN
    COMPUTE WS-NbJours = WS-JourJour - WS-JourDepart
    COMPUTE WS-TauxRetard = WS-PT-Taux(WS-IdxPret) + WS-Majoration
    COMPUTE WS-Interet ROUNDED =
            WS-MontantEcheance * WS-TauxRetard / 100 * WS-NbJours / 365
    ADD WS-Interet TO WS-PT-Penalites(WS-IdxPret)
  END-IF.

RELANCER-ECHEANCE.
  ADD 1 TO WS-NbRelancees
  MOVE ZERO TO Depot
  MOVE ZERO TO Virement
  MOVE WS-MontantEcheance TO Retrait
  MOVE 'L' TO Choix
  MOVE WS-PT-Compte(WS-IdxPret) TO CompteCible
  MOVE SPACES TO OperationLibelle
  STRING "Échéance prêt " DELIMITED BY SIZE
         EC-Pret DELIMITED BY SIZE
         " n° " DELIMITED BY SIZE
         EC-Numero DELIMITED BY SIZE
         " retard" DELIMITED BY SIZE
    INTO OperationLibelle
  END-STRING
  CALL 'Retrait' USING SoldeCompteA SoldeCompteB SoldeCompteC
                       Depot Retrait Virement Choix OperateurId OperationStatut
                       CompteCible OperationMotif OperationLibelle
  IF OPERATION-REUSSIE THEN
    ADD 1 TO WS-NbEncaissees
    MOVE 'S' TO WS-ResultatJob
  ELSE
    MOVE 'E' TO WS-ResultatJob
    ADD 1 TO WS-PT-NbEcheances(WS-IdxPret)
    ADD WS-MontantEcheance TO WS-PT-Montant(WS-IdxPret)
    ADD EC-Capital TO WS-PT-CapImpaye(WS-IdxPret)
    IF WS-PT-PlusAncienne(WS-IdxPret) = SPACES THEN
      MOVE EC-Date TO WS-PT-PlusAncienne(WS-IdxPret)
    END-IF
  END-IF
  PERFORM JOURNALISER-TENTATIVE.

JOURNALISER-TENTATIVE.
  OPEN EXTEND pretsjournal
  IF WS-PJOURNAL-STATUS NOT = "00" THEN
    OPEN OUTPUT pretsjournal
  END-IF
  MOVE EC-Pret   TO PJ-Pret
  MOVE EC-Numero TO PJ-Numero
  MOVE WS-DateJour TO PJ-Date
  MOVE WS-ResultatJob TO PJ-Resultat
  WRITE PretJournalRecord
  CLOSE pretsjournal.

*> Jours de retard comptés depuis la plus ancienne échéance impayée ;
*> l'encours exposé ajoute au capital restant dû de la dernière échéance
*> échue le capital des échéances restées impayées.
CLASSER-PRET.
  MOVE WS-DateJour TO WS-PT-DateCalcul(WS-IdxPret)
  ADD WS-PT-CapImpaye(WS-IdxPret) TO WS-PT-Restant(WS-IdxPret)
  IF WS-PT-NbEcheances(WS-IdxPret) = ZERO THEN
    MOVE ZERO TO WS-PT-Jours(WS-IdxPret)
    MOVE '0' TO WS-PT-Tranche(WS-IdxPret)
  ELSE
    ADD 1 TO WS-NbEnRetard
    MOVE WS-PT-PlusAncienne(WS-IdxPret) TO WS-DateNum
    COMPUTE WS-JourDepart = FUNCTION INTEGER-OF-DATE(WS-DateNum)
    COMPUTE WS-PT-Jours(WS-IdxPret) = WS-JourJour - WS-JourDepart
    EVALUATE TRUE
      WHEN WS-PT-Jours(WS-IdxPret) <= 30
        MOVE '1' TO WS-PT-Tranche(WS-IdxPret)
      WHEN WS-PT-Jours(WS-IdxPret) <= 60
        MOVE '2' TO WS-PT-Tranche(WS-IdxPret)
      WHEN WS-PT-Jours(WS-IdxPret) <= 90
        MOVE '3' TO WS-PT-Tranche(WS-IdxPret)
      WHEN OTHER
        MOVE '4' TO WS-PT-Tranche(WS-IdxPret)
    END-EVALUATE
  END-IF.

*> Les intérêts de retard arrondis au centime sont prélevés en une fois
*> si le disponible le permet ; les fractions de centime restent dues.
PRELEVER-PENALITES.
  MOVE WS-PT-Penalites(WS-IdxPret) TO WS-MontantPenalite
  IF WS-MontantPenalite = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO Depot
  MOVE ZERO TO Virement
  MOVE WS-MontantPenalite TO Retrait
  MOVE 'H' TO Choix
  MOVE WS-PT-Compte(WS-IdxPret) TO CompteCible
  MOVE SPACES TO OperationLibelle
  STRING "Intérêts de retard prêt " DELIMITED BY SIZE
         WS-PT-Id(WS-IdxPret) DELIMITED BY SIZE
    INTO OperationLibelle
  END-STRING
  CALL 'Retrait' USING SoldeCompteA SoldeCompteB SoldeCompteC
                       Depot Retrait Virement Choix OperateurId OperationStatut
                       CompteCible OperationMotif OperationLibelle
  IF OPERATION-REUSSIE THEN
    ADD 1 TO WS-NbPenalites
    SUBTRACT WS-MontantPenalite FROM WS-PT-Penalites(WS-IdxPret)
  END-IF.

ECRIRE-POSITION.
  OPEN OUTPUT impayes
  PERFORM VARYING WS-IdxPret FROM 1 BY 1 UNTIL WS-IdxPret > WS-NbPrets
    MOVE WS-PT-Id(WS-IdxPret) TO IM-Pret
    MOVE WS-PT-Compte(WS-IdxPret) TO IM-Compte
    MOVE WS-PT-NbEcheances(WS-IdxPret) TO IM-NbEcheances
    MOVE WS-PT-Montant(WS-IdxPret) TO IM-MontantImpaye
    MOVE WS-PT-PlusAncienne(WS-IdxPret) TO IM-PlusAncienne
    MOVE WS-PT-Jours(WS-IdxPret) TO IM-JoursRetard
    MOVE WS-PT-Tranche(WS-IdxPret) TO IM-Tranche
    MOVE WS-PT-Penalites(WS-IdxPret) TO IM-Penalites
    MOVE WS-PT-DateCalcul(WS-IdxPret) TO IM-DateCalcul
    MOVE WS-PT-Restant(WS-IdxPret) TO IM-CapitalRestant
    WRITE ImpayeRecord
  END-PERFORM
  CLOSE impayes.

ECRIRE-ETAT.
  OPEN OUTPUT etat
  MOVE SPACES TO EtatLigne
  STRING "POSITION DES IMPAYES DE PRETS - journée " DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
    INTO EtatLigne
  END-STRING
  WRITE EtatLigne
  MOVE "Prêt   Compte Éch. Montant impayé  Depuis   Jours Tr. Int. retard"
    TO EtatLigne
  WRITE EtatLigne
  PERFORM VARYING WS-IdxPret FROM 1 BY 1 UNTIL WS-IdxPret > WS-NbPrets
    IF WS-PT-NbEcheances(WS-IdxPret) > ZERO
       OR WS-PT-Penalites(WS-IdxPret) > ZERO THEN
      MOVE WS-PT-NbEcheances(WS-IdxPret) TO WS-EdNombre
      MOVE WS-PT-Montant(WS-IdxPret) TO WS-EdMontant
      MOVE WS-PT-Penalites(WS-IdxPret) TO WS-EdPenalite
      MOVE SPACES TO EtatLigne
      STRING WS-PT-Id(WS-IdxPret) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-PT-Compte(WS-IdxPret) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-EdNombre DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-EdMontant DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             WS-PT-PlusAncienne(WS-IdxPret) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-PT-Jours(WS-IdxPret) DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             WS-PT-Tranche(WS-IdxPret) DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             WS-EdPenalite DELIMITED BY SIZE
        INTO EtatLigne
      END-STRING
      WRITE EtatLigne
    END-IF
  END-PERFORM
  MOVE SPACES TO EtatLigne
  STRING "Prêts en retard : " DELIMITED BY SIZE
         WS-NbEnRetard DELIMITED BY SIZE
         " ; échéances représentées : " DELIMITED BY SIZE
         WS-NbRelancees DELIMITED BY SIZE
         ", encaissées : " DELIMITED BY SIZE
         WS-NbEncaissees DELIMITED BY SIZE
         " ; intérêts de retard prélevés : " DELIMITED BY SIZE
         WS-NbPenalites DELIMITED BY SIZE
    INTO EtatLigne
  END-STRING
  WRITE EtatLigne
  CLOSE etat.

*> Pourcentages par tranche : tauxprovision.txt s'il existe, sinon le
*> défaut de la maison.
CHARGER-TAUX-PROVISION.
  MOVE 10.00  TO WS-TR-Taux(1)
  MOVE 25.00  TO WS-TR-Taux(2)
  MOVE 50.00  TO WS-TR-Taux(3)
  MOVE 100.00 TO WS-TR-Taux(4)
  OPEN INPUT tauxprovision
  IF WS-TAUXPROV-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-TAUX-PROVISION UNTIL WS-FinLecture = 'O'
    CLOSE tauxprovision
  END-IF.

LIRE-TAUX-PROVISION.
  READ tauxprovision
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF TP-Tranche >= '1' AND TP-Tranche <= '4' AND TP-Taux NUMERIC
         AND TP-Taux <= 100 THEN
        MOVE TP-Tranche TO WS-IdxTranche
        MOVE TP-Taux TO WS-TR-Taux(WS-IdxTranche)
      END-IF
  END-READ.

*> Provision = encours exposé (capital restant dû) de la tranche
*> multiplié par son pourcentage ; le montant impayé est repris pour
*> information.
ECRIRE-PROVISIONS.
  PERFORM CHARGER-TAUX-PROVISION
  PERFORM VARYING WS-IdxTranche FROM 1 BY 1 UNTIL WS-IdxTranche > 4
    MOVE ZERO TO WS-TR-Nombre(WS-IdxTranche)
    MOVE ZERO TO WS-TR-Impaye(WS-IdxTranche)
    MOVE ZERO TO WS-TR-Encours(WS-IdxTranche)
  END-PERFORM
  PERFORM VARYING WS-IdxPret FROM 1 BY 1 UNTIL WS-IdxPret > WS-NbPrets
    IF WS-PT-Tranche(WS-IdxPret) NOT = '0' THEN
      MOVE WS-PT-Tranche(WS-IdxPret) TO WS-IdxTranche
      ADD 1 TO WS-TR-Nombre(WS-IdxTranche)
      ADD WS-PT-Montant(WS-IdxPret) TO WS-TR-Impaye(WS-IdxTranche)
      ADD WS-PT-Restant(WS-IdxPret) TO WS-TR-Encours(WS-IdxTranche)
    END-IF
  END-PERFORM

  OPEN OUTPUT provisions
  MOVE SPACES TO ProvisionLigne
  STRING "PROVISIONNEMENT DES PRETS EN RETARD - arrêté du " DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
    INTO ProvisionLigne
  END-STRING
  WRITE ProvisionLigne
  MOVE "Tranche      Prêts  Montant impayé  Encours exposé    Taux %      Provision"
    TO ProvisionLigne
  WRITE ProvisionLigne
  PERFORM VARYING WS-IdxTranche FROM 1 BY 1 UNTIL WS-IdxTranche > 4
    COMPUTE WS-TR-Provision(WS-IdxTranche) ROUNDED =
            WS-TR-Encours(WS-IdxTranche) * WS-TR-Taux(WS-IdxTranche) / 100
    ADD WS-TR-Impaye(WS-IdxTranche) TO WS-TotalImpaye
    ADD WS-TR-Encours(WS-IdxTranche) TO WS-TotalEncours
    ADD WS-TR-Provision(WS-IdxTranche) TO WS-TotalProvision
    MOVE WS-TR-Nombre(WS-IdxTranche) TO WS-EdNombre
    MOVE WS-TR-Impaye(WS-IdxTranche) TO WS-EdMontant
    MOVE WS-TR-Encours(WS-IdxTranche) TO WS-EdMontant2
    MOVE WS-TR-Taux(WS-IdxTranche) TO WS-EdTaux
    MOVE WS-TR-Provision(WS-IdxTranche) TO WS-EdMontant3
    MOVE SPACES TO ProvisionLigne
    STRING WS-TR-Libelle(WS-IdxTranche) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EdNombre DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EdMontant DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EdMontant2 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EdTaux DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EdMontant3 DELIMITED BY SIZE
      INTO ProvisionLigne
    END-STRING
    WRITE ProvisionLigne
  END-PERFORM
  MOVE WS-NbEnRetard TO WS-EdNombre
  MOVE WS-TotalImpaye TO WS-EdMontant
  MOVE WS-TotalEncours TO WS-EdMontant2
  MOVE WS-TotalProvision TO WS-EdMontant3
  MOVE SPACES TO ProvisionLigne
  STRING "TOTAL        " DELIMITED BY SIZE
         WS-EdNombre DELIMITED BY SIZE
         "  " DELIMITED BY SIZE
         WS-EdMontant DELIMITED BY SIZE
         "  " DELIMITED BY SIZE
         WS-EdMontant2 DELIMITED BY SIZE
         "          " DELIMITED BY SIZE
         WS-EdMontant3 DELIMITED BY SIZE
    INTO ProvisionLigne
  END-STRING
  WRITE ProvisionLigne
  CLOSE provisions
  DISPLAY "Fin de mois : provision pour pertes de crédit " WS-EdMontant3
          " (provisionsprets.txt).".
