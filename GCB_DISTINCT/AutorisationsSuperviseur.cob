IDENTIFICATION DIVISION.
PROGRAM-ID. AutorisationsSuperviseur.

*> Poste superviseur de la file d'autorisations (autorisations.dat) :
*> liste les opérations parquées au-dessus du seuil par
*> GestionCompteEF_MAIN, et pour chacune approuve (l'opération est
*> alors postée par les sous-programmes Depot / Retrait / Virement ou,
*> contrôle à quatre yeux sur les gros montants. Un virement approuvé
*> entre devises différentes est converti au taux du jour avec le même
*> contrôle de fraîcheur que le guichet (DETERMINER-TAUX-CHANGE) : pas
*> de conversion silencieuse au pair sur les plus gros montants. La
*> file est indexée par numéro d'opération : l'opération décidée est
*> relue par sa clé et réécrite seule.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SOLDE-STATUS.

  SELECT autorisations ASSIGN TO "autorisations.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS AU-Id
      FILE STATUS IS WS-AUTORISATIONS-STATUS.

  SELECT comptes ASSIGN TO "comptes.dat"
01 WS-AUTORISATIONS-STATUS PIC XX.
01 WS-COMPTES-STATUS       PIC XX.
01 WS-FinLecture PIC X(1).
01 WS-Choix      PIC X(1).

01 WS-SupNom     PIC X(30).
01 WS-AccesAccorde PIC X(1).
01 WS-IdSaisi    PIC 9(6).
01 WS-Decision   PIC X(1).
01 WS-NbEnAttente PIC 9(3).

*> Opération en cours de décision, relue de la file par son numéro.
01 WS-AutorisationLue.
   05 WS-AU-Id        PIC 9(6).
   05 WS-AU-Date      PIC X(8).
   05 WS-AU-Operateur PIC X(6).
   05 WS-AU-Type      PIC X(1).
   05 WS-AU-Compte    PIC X(6).
   05 WS-AU-Montant   PIC 9(6)V99.
   05 WS-AU-Statut    PIC X(1).
   05 WS-AU-MotifRejet PIC X(20).
   05 WS-AU-Reference  PIC X(6).
   05 WS-AU-Decideur     PIC X(6).
   05 WS-AU-DateDecision PIC X(8).
01 WS-AutorisationTrouvee PIC X(1).

01 WS-TAUXCHANGE-STATUS PIC XX.
01 WS-MAXAGETAUX-STATUS PIC XX.
  PERFORM CHARGER-TAUX-CHANGE
  PERFORM CHARGER-AGE-MAX-TAUX
  PERFORM CHARGER-SOLDE

*> Verrou de posting : une approbation poste comme le guichet, la
*> session superviseur prend donc le même verrou que lui pour sa durée
    CLOSE solde
  END-IF.

*> L'opération lue est recopiée dans WS-AutorisationLue, d'où la
*> décision est reportée par SAUVER-AUTORISATION.
CHARGER-AUTORISATION.
  MOVE 'N' TO WS-AutorisationTrouvee
  OPEN INPUT autorisations
  IF WS-AUTORISATIONS-STATUS = "00" THEN
    MOVE WS-IdSaisi TO AU-Id
    READ autorisations
      INVALID KEY CONTINUE
      NOT INVALID KEY
        MOVE 'O' TO WS-AutorisationTrouvee
        MOVE AU-Id        TO WS-AU-Id
        MOVE AU-Date      TO WS-AU-Date
        MOVE AU-Operateur TO WS-AU-Operateur
        MOVE AU-Type      TO WS-AU-Type
        MOVE AU-Compte    TO WS-AU-Compte
        MOVE AU-Montant   TO WS-AU-Montant
        MOVE AU-Statut    TO WS-AU-Statut
        MOVE AU-MotifRejet TO WS-AU-MotifRejet
        MOVE AU-Reference TO WS-AU-Reference
        MOVE AU-Decideur TO WS-AU-Decideur
        MOVE AU-DateDecision TO WS-AU-DateDecision
    END-READ
    CLOSE autorisations
  END-IF.

SAUVER-AUTORISATION.
  OPEN I-O autorisations
  IF WS-AUTORISATIONS-STATUS NOT = "00" THEN
    DISPLAY "File d'autorisations indisponible ("
            WS-AUTORISATIONS-STATUS "), décision non enregistrée."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-AU-Id TO AU-Id
  READ autorisations
    INVALID KEY
      DISPLAY "Opération " WS-AU-Id " disparue de la file, décision "
              "non enregistrée."
    NOT INVALID KEY
      MOVE WS-AU-Statut    TO AU-Statut
      MOVE WS-AU-MotifRejet TO AU-MotifRejet
      MOVE WS-AU-Decideur TO AU-Decideur
      MOVE WS-AU-DateDecision TO AU-DateDecision
      REWRITE AutorisationRecord
  END-READ
  CLOSE autorisations.

LISTER-EN-ATTENTE.
  MOVE ZERO TO WS-NbEnAttente
  DISPLAY "--- Opérations en attente d'approbation ---"
  OPEN INPUT autorisations
  IF WS-AUTORISATIONS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LISTER-AUTORISATION-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE autorisations
  END-IF
  IF WS-NbEnAttente = ZERO THEN
    DISPLAY "(aucune)"
  END-IF.

LISTER-AUTORISATION-SUIVANTE.
  READ autorisations NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF AUTORISATION-EN-ATTENTE THEN
        ADD 1 TO WS-NbEnAttente
        DISPLAY "n° " AU-Id " du " AU-Date
                " par " AU-Operateur
                " : " AU-Type
                " compte " AU-Compte
                " montant " AU-Montant
      END-IF
  END-READ.

TRAITER-AUTORISATION.
  PERFORM CHARGER-AUTORISATION
  IF WS-AutorisationTrouvee NOT = 'O' OR WS-AU-Statut NOT = 'A' THEN
    DISPLAY "Opération " WS-IdSaisi " inconnue ou déjà traitée."
  ELSE
    DISPLAY "V -> Valider et poster, R -> Rejeter : "
        PERFORM POSTER-AUTORISATION
      WHEN 'R'
        DISPLAY "Motif du rejet : "
        ACCEPT WS-AU-MotifRejet
        MOVE 'R' TO WS-AU-Statut
        PERFORM CONSIGNER-DECIDEUR
        PERFORM SAUVER-AUTORISATION
        DISPLAY "Opération " WS-IdSaisi " rejetée."
      WHEN OTHER
        DISPLAY "Décision inconnue, opération laissée en attente."
    END-EVALUATE
  END-IF.

*> Le décideur et la date de décision restent sur la ligne, pour la
*> revue de séparation des tâches.
CONSIGNER-DECIDEUR.
  PERFORM CHARGER-DATE-VALEUR
  MOVE OperateurId TO WS-AU-Decideur
  MOVE WS-DateJour TO WS-AU-DateDecision.

POSTER-AUTORISATION.
  MOVE ZERO TO Depot
  MOVE ZERO TO Retrait
  MOVE ZERO TO Virement
  MOVE WS-AU-Compte TO CompteCible
  IF WS-AU-Type = 'R'
     OR WS-AU-Type = 'P' THEN
    PERFORM REACTIVER-SI-DORMANT
  END-IF
  EVALUATE WS-AU-Type
    WHEN 'D'
      MOVE WS-AU-Montant TO Depot
      MOVE 'D' TO Choix
      CALL 'Depot' USING SoldeCompteA SoldeCompteB SoldeCompteC
                         Depot Retrait Virement Choix OperateurId OperationStatut
                         CompteCible OperationMotif OperationLibelle
    WHEN 'R'
      MOVE WS-AU-Montant TO Retrait
      MOVE 'R' TO Choix
      CALL 'Retrait' USING SoldeCompteA SoldeCompteB SoldeCompteC
                           Depot Retrait Virement Choix OperateurId OperationStatut
      PERFORM POSTER-PAIEMENT-APPROUVE
    WHEN OTHER
      MOVE 'R' TO OperationStatut
      DISPLAY "Type d'opération inconnu : " WS-AU-Type
  END-EVALUATE
  IF OPERATION-REUSSIE THEN
    MOVE 'V' TO WS-AU-Statut
    PERFORM CONSIGNER-DECIDEUR
    PERFORM SAUVER-AUTORISATION
    DISPLAY "Opération " WS-IdSaisi " approuvée et postée."
  ELSE
    DISPLAY "Le sous-programme a refusé l'opération, laissée en attente."
*> utilisable, le débit du compte A et le crédit converti sont postés
*> et journalisés comme un virement du guichet.
POSTER-VIREMENT-APPROUVE.
  MOVE WS-AU-Reference TO CompteSource
  IF CompteSource = SPACES THEN
    MOVE "000001" TO CompteSource
  END-IF
  ELSE
  IF WS-DeviseSource = WS-DeviseCible
     OR WS-DeviseSource = SPACES OR WS-DeviseCible = SPACES THEN
    MOVE WS-AU-Montant TO Virement
    MOVE 'V' TO Choix
    CALL 'Virement' USING SoldeCompteA SoldeCompteB SoldeCompteC
                          Depot Retrait Virement Choix OperateurId OperationStatut
    IF WS-TauxRefuse = 'O' THEN
      MOVE 'R' TO OperationStatut
    ELSE
      MOVE WS-AU-Montant TO Virement
*> Même règle que la branche même-devise (sous-programme Virement) :
*> le débit se contrôle sur le solde disponible, retenues déduites.
      CALL 'CalculerDisponible' USING CompteSource
    MOVE 'R' TO OperationStatut
    EXIT PARAGRAPH
  END-IF
  MOVE WS-AU-Montant TO Retrait
*> Le contrôle se fait sur le solde DISPONIBLE (retenues déduites,
*> CalculerDisponible), pas sur le solde brut : une retenue active ne
*> doit pas pouvoir être dépensée deux fois, surtout sur les gros
    OPEN OUTPUT paiementsexternes
  END-IF
  MOVE WS-DateJour TO PX-Date
  MOVE WS-AU-Reference TO PX-Beneficiaire
  MOVE CompteCible TO PX-Compte
  MOVE Retrait TO PX-Montant
  MOVE 'A' TO PX-Statut
