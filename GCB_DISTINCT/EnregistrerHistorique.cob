      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CKPT-STATUS.

  SELECT mouvements ASSIGN TO WS-NomMouvements
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS MV-Cle
      FILE STATUS IS WS-MVT-STATUS.

  SELECT secours ASSIGN TO "../historique_secours.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SECOURS-STATUS.

  SELECT modeformation ASSIGN TO "../modeformation.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
FD checkpoint.
01 CheckpointId PIC 9(9).

FD mouvements.
COPY "MOUVEMENTS.cpy".

FD secours.
01 SecoursLigne PIC X(99).

FD modeformation.
01 ModeFormationLigne PIC X(1).

01 WS-HIST-STATUS PIC XX.
01 WS-CKPT-STATUS PIC XX.
01 WS-MODEFORM-STATUS PIC XX.
01 WS-MVT-STATUS PIC XX.
01 WS-SECOURS-STATUS PIC XX.

*> Garde-fou du mode formation : quand modeformation.txt est à 'O', le
*> journal et son checkpoint basculent sur le jeu d'exercice — une
01 WS-ModeFormation PIC X(1) VALUE 'N'.
01 WS-NomHistorique PIC X(30) VALUE "historique.txt".
01 WS-NomCheckpoint PIC X(30) VALUE "checkpoint.txt".
01 WS-NomMouvements PIC X(30) VALUE "mouvements.dat".

01 WS-DernierIdFichier   PIC 9(9) VALUE ZERO.
01 WS-DernierIdCheckpoint PIC 9(9) VALUE ZERO.
    WHEN 'Q'
      MOVE Depot TO HistoriqueValA
      MOVE SoldeCompteCible TO HistoriqueValB
    WHEN 'Z'
      MOVE Depot TO HistoriqueValA
      MOVE SoldeCompteCible TO HistoriqueValB
    WHEN 'J'
      MOVE Retrait TO HistoriqueValA
      MOVE SoldeCompteCible TO HistoriqueValB
      MOVE Retrait TO HistoriqueValA
      MOVE SoldeCompteCible TO HistoriqueValB
    WHEN 'K'
    WHEN '1'
    WHEN '2'
      MOVE Depot TO HistoriqueValA
      MOVE SoldeCompteCible TO HistoriqueValB
    WHEN 'E'
      MOVE Retrait TO HistoriqueValA
      MOVE SoldeCompteCible TO HistoriqueValB
    WHEN 'A'
      MOVE Retrait TO HistoriqueValA
      MOVE SoldeCompteCible TO HistoriqueValB
    WHEN 'Y'
      MOVE Retrait TO HistoriqueValA
      MOVE SoldeCompteCible TO HistoriqueValB
    WHEN 'H'
      MOVE Retrait TO HistoriqueValA
      MOVE SoldeCompteCible TO HistoriqueValB
    WHEN 'C'
      IF Depot NOT = ZERO THEN
        MOVE Depot TO HistoriqueValA
  MOVE LibelleOperation TO HistoriqueLibelle
  PERFORM ESTAMPER-DATE-HEURE
  WRITE HistoriqueRecord
  CLOSE historique
  PERFORM DOUBLER-ECRITURE
  PERFORM INDEXER-MOUVEMENT
  GOBACK.

*> Copie de secours de chaque écriture, tenue hors du répertoire de
*> production (../historique_secours.txt) : après la perte des fichiers
*> en cours de journée, RestaurerSnapshot remet la photographie de la
*> veille puis rejoue depuis cette copie les écritures postées depuis.
*> Les écritures du mode formation n'y vont jamais.
DOUBLER-ECRITURE.
  IF WS-ModeFormation = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  OPEN EXTEND secours
  IF WS-SECOURS-STATUS NOT = "00" THEN
    OPEN OUTPUT secours
  END-IF
  IF WS-SECOURS-STATUS NOT = "00" THEN
    DISPLAY "Copie de secours du journal indisponible ("
            WS-SECOURS-STATUS "), écriture " HistoriqueId
            " non doublée."
    EXIT PARAGRAPH
  END-IF
  MOVE HistoriqueRecord TO SecoursLigne
  WRITE SecoursLigne
  CLOSE secours.

*> Reporte l'écriture dans l'index des mouvements par compte. Un échec
*> ici n'annule pas l'écriture du journal, qui fait foi :
*> ReconstruireMouvements remet l'index d'aplomb. Une fiche déjà
*> présente sous la même clé est un reste d'avant une restauration ou
*> une remise à zéro du journal : elle est remplacée par l'écriture.
INDEXER-MOUVEMENT.
  IF HistoriqueCompte = SPACES
     OR HistoriqueDescrp = 'S' OR HistoriqueDescrp = 'X' THEN
    EXIT PARAGRAPH
  END-IF
  OPEN I-O mouvements
  IF WS-MVT-STATUS = "35" THEN
    OPEN OUTPUT mouvements
  END-IF
  IF WS-MVT-STATUS NOT = "00" THEN
    DISPLAY "Index des mouvements indisponible (" WS-MVT-STATUS
            "), écriture " HistoriqueId " non indexée."
    EXIT PARAGRAPH
  END-IF
  MOVE HistoriqueCompte  TO MV-Compte
  MOVE HistoriqueId      TO MV-Id
  MOVE HistoriqueDate    TO MV-Date
  MOVE HistoriqueDescrp  TO MV-Code
  MOVE HistoriqueValA    TO MV-Montant
  MOVE HistoriqueValB    TO MV-Solde
  MOVE HistoriqueLibelle TO MV-Libelle
  WRITE MouvementRecord
    INVALID KEY
      REWRITE MouvementRecord
        INVALID KEY
          DISPLAY "Écriture " HistoriqueId " non indexée pour le "
                  "compte " HistoriqueCompte " (" WS-MVT-STATUS ")."
      END-REWRITE
  END-WRITE
  CLOSE mouvements.

*> Le prochain numéro vient du checkpoint seul : le temps d'écriture
*> reste plat quelle que soit la taille du journal, au lieu de relire
*> La date d'écriture est la date de valeur du site tant que la journée
*> comptable est ouverte (voir OuvrirJournee) : un enchaînement de nuit
*> qui déborde après minuit poste toujours sous la bonne journée. Hors
*> journée ouverte, la date machine est retenue. La date de valeur en
*> découle, selon la règle du code journal.
ESTAMPER-DATE-HEURE.
  PERFORM CHARGER-DATE-VALEUR
  ACCEPT WS-HeureMachine FROM TIME
  MOVE WS-DateJour TO HistoriqueDate
  MOVE WS-HeureMachine(1:6) TO HistoriqueHeure
  CALL 'DeterminerDateValeur' USING HistoriqueDescrp WS-DateJour
                                     HistoriqueDateValeur.

CHARGER-DATE-VALEUR.
  ACCEPT WS-DateJour FROM DATE YYYYMMDD
  IF WS-ModeFormation = 'O' THEN
    MOVE "formationhistorique.txt" TO WS-NomHistorique
    MOVE "formationcheckpoint.txt" TO WS-NomCheckpoint
    MOVE "formationmouvements.dat" TO WS-NomMouvements
  ELSE
    MOVE "historique.txt" TO WS-NomHistorique
    MOVE "checkpoint.txt" TO WS-NomCheckpoint
    MOVE "mouvements.dat" TO WS-NomMouvements
  END-IF.

ECRIRE-CHECKPOINT.
