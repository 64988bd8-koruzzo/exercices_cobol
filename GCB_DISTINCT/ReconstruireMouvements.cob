IDENTIFICATION DIVISION.
PROGRAM-ID. ReconstruireMouvements.

*> Recharge entièrement l'index des mouvements par compte
*> (mouvements.dat, copybook MOUVEMENTS) que tient EnregistrerHistorique
*> et que lit l'interrogation guichet. À lancer à la mise en place de
*> l'index, après une restauration (RestaurerSnapshot) ou si une
*> écriture n'a pas pu être indexée. Les écritures sont reprises dans
*> l'ordre chronologique : l'ancienne archive non datée
*> (historique_archive.txt), chaque partition annuelle listée dans
*> archiveindex.txt (historique_archive-AAAA.txt), puis le journal
*> vivant historique.txt. Le journal étant fermé aux postings pendant
*> la reconstruction (VerrouPosting), aucune écriture ne passe à côté.
*> RC 4 si des doublons d'id ont été écartés, RC 8 si l'index n'a pas
*> pu être recréé.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT historique ASSIGN TO "historique.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HIST-STATUS.

  SELECT archive ASSIGN TO "historique_archive.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ARCHIVE-STATUS.

  SELECT partition ASSIGN TO WS-NomPartition
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PARTITION-STATUS.

  SELECT archiveindex ASSIGN TO "archiveindex.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-INDEX-STATUS.

  SELECT mouvements ASSIGN TO "mouvements.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS MV-Cle
      FILE STATUS IS WS-MVT-STATUS.

DATA DIVISION.

FILE SECTION.
FD historique.
COPY "HISTORIQUE.cpy".

FD archive.
01 ArchiveRecord.
   05 ArchiveDescrp PIC X(1).
   05 ArchiveValA   PIC 9(10)V99.
   05 ArchiveValB   PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 ArchiveId     PIC 9(9).
   05 ArchiveOperateur PIC X(6).
   05 ArchiveCompte PIC X(6).
   05 ArchiveDate   PIC X(8).
   05 ArchiveHeure  PIC X(6).
   05 ArchiveLibelle PIC X(30).
   05 ArchiveDateValeur PIC X(8).

FD partition.
01 PartitionRecord.
   05 PT-Descrp PIC X(1).
   05 PT-ValA   PIC 9(10)V99.
   05 PT-ValB   PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 PT-Id     PIC 9(9).
   05 PT-Operateur PIC X(6).
   05 PT-Compte PIC X(6).
   05 PT-Date   PIC X(8).
   05 PT-Heure  PIC X(6).
   05 PT-Libelle PIC X(30).
   05 PT-DateValeur PIC X(8).

FD archiveindex.
01 ArchiveIndexRecord.
   05 AI-Annee       PIC X(4).
   05 AI-DateMin     PIC X(8).
   05 AI-DateMax     PIC X(8).
   05 AI-IdMin       PIC 9(9).
   05 AI-IdMax       PIC 9(9).
   05 AI-NbEcritures PIC 9(9).
   05 AI-SommeValA   PIC 9(12)V99.

FD mouvements.
COPY "MOUVEMENTS.cpy".

WORKING-STORAGE SECTION.
01 WS-HIST-STATUS      PIC XX.
01 WS-ARCHIVE-STATUS   PIC XX.
01 WS-PARTITION-STATUS PIC XX.
01 WS-INDEX-STATUS     PIC XX.
01 WS-MVT-STATUS       PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "ReconstruireMouvemts".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-VerrouAction    PIC X(1).
01 WS-VerrouDemandeur PIC X(20).
01 WS-VerrouAccorde   PIC X(1).

01 WS-NomPartition PIC X(30).
01 WS-FinLecture   PIC X(1).
01 WS-FinIndex     PIC X(1).
01 WS-NbPartitions PIC 9(3) VALUE ZERO.
01 WS-NbLues       PIC 9(9) VALUE ZERO.
01 WS-NbIndexees   PIC 9(9) VALUE ZERO.
01 WS-NbDoublons   PIC 9(9) VALUE ZERO.

*> Écriture en cours, quelle que soit sa source.
01 WS-Ecriture.
   05 WS-EC-Descrp  PIC X(1).
   05 WS-EC-ValA    PIC 9(10)V99.
   05 WS-EC-ValB    PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 WS-EC-Id      PIC 9(9).
   05 WS-EC-Compte  PIC X(6).
   05 WS-EC-Date    PIC X(8).
   05 WS-EC-Libelle PIC X(30).

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC

  MOVE 'P' TO WS-VerrouAction
  MOVE "ReconstruireMouvemts" TO WS-VerrouDemandeur
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  IF WS-VerrouAccorde NOT = 'O' THEN
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  OPEN OUTPUT mouvements
  IF WS-MVT-STATUS NOT = "00" THEN
    DISPLAY "mouvements.dat ne peut être recréé (" WS-MVT-STATUS
            "), index inchangé."
    MOVE 8 TO WS-JobRC
  ELSE
    PERFORM INDEXER-ARCHIVE
    PERFORM INDEXER-PARTITIONS
    PERFORM INDEXER-JOURNAL
    CLOSE mouvements
    DISPLAY "Index des mouvements reconstruit : " WS-NbIndexees
            " mouvement(s) sur " WS-NbLues " écriture(s) lue(s), "
            WS-NbPartitions " partition(s) d'archive."
    IF WS-NbDoublons > ZERO THEN
      DISPLAY WS-NbDoublons " écriture(s) écartée(s) : id déjà indexé "
              "pour le même compte."
      MOVE 4 TO WS-JobRC
    END-IF
  END-IF

  MOVE 'L' TO WS-VerrouAction
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbIndexees TO WS-JobCompteur
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  MOVE WS-JobRC TO RETURN-CODE
  STOP RUN.

INDEXER-ARCHIVE.
  OPEN INPUT archive
  IF WS-ARCHIVE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-ARCHIVE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE archive
  END-IF.

LIRE-ARCHIVE-SUIVANTE.
  READ archive
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE ArchiveDescrp  TO WS-EC-Descrp
      MOVE ArchiveValA    TO WS-EC-ValA
      MOVE ArchiveValB    TO WS-EC-ValB
      MOVE ArchiveId      TO WS-EC-Id
      MOVE ArchiveCompte  TO WS-EC-Compte
      MOVE ArchiveDate    TO WS-EC-Date
      MOVE ArchiveLibelle TO WS-EC-Libelle
      PERFORM INDEXER-ECRITURE
  END-READ.

*> Les partitions sont reprises dans l'ordre de archiveindex.txt, qui
*> est celui des années archivées.
INDEXER-PARTITIONS.
  OPEN INPUT archiveindex
  IF WS-INDEX-STATUS = "00" THEN
    MOVE 'N' TO WS-FinIndex
    PERFORM INDEXER-PARTITION-SUIVANTE UNTIL WS-FinIndex = 'O'
    CLOSE archiveindex
  END-IF.

INDEXER-PARTITION-SUIVANTE.
  READ archiveindex
    AT END MOVE 'O' TO WS-FinIndex
    NOT AT END
      MOVE SPACES TO WS-NomPartition
      STRING "historique_archive-" DELIMITED BY SIZE
             AI-Annee DELIMITED BY SIZE
             ".txt" DELIMITED BY SIZE
        INTO WS-NomPartition
      END-STRING
      OPEN INPUT partition
      IF WS-PARTITION-STATUS = "00" THEN
        ADD 1 TO WS-NbPartitions
        MOVE 'N' TO WS-FinLecture
        PERFORM LIRE-PARTITION-SUIVANTE UNTIL WS-FinLecture = 'O'
        CLOSE partition
      ELSE
        DISPLAY WS-NomPartition " listée dans archiveindex.txt mais "
                "illisible (" WS-PARTITION-STATUS "), ignorée."
      END-IF
  END-READ.

LIRE-PARTITION-SUIVANTE.
  READ partition
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE PT-Descrp  TO WS-EC-Descrp
      MOVE PT-ValA    TO WS-EC-ValA
      MOVE PT-ValB    TO WS-EC-ValB
      MOVE PT-Id      TO WS-EC-Id
      MOVE PT-Compte  TO WS-EC-Compte
      MOVE PT-Date    TO WS-EC-Date
      MOVE PT-Libelle TO WS-EC-Libelle
      PERFORM INDEXER-ECRITURE
  END-READ.

INDEXER-JOURNAL.
  OPEN INPUT historique
  IF WS-HIST-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-JOURNAL-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE historique
  END-IF.

LIRE-JOURNAL-SUIVANT.
  READ historique
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE HistoriqueDescrp  TO WS-EC-Descrp
      MOVE HistoriqueValA    TO WS-EC-ValA
      MOVE HistoriqueValB    TO WS-EC-ValB
      MOVE HistoriqueId      TO WS-EC-Id
      MOVE HistoriqueCompte  TO WS-EC-Compte
      MOVE HistoriqueDate    TO WS-EC-Date
      MOVE HistoriqueLibelle TO WS-EC-Libelle
      PERFORM INDEXER-ECRITURE
  END-READ.

*> Même sélection qu'EnregistrerHistorique : ni consultation ('S') ni
*> virement refusé ('X'), ni écriture sans compte.
INDEXER-ECRITURE.
  ADD 1 TO WS-NbLues
  IF WS-EC-Compte = SPACES
     OR WS-EC-Descrp = 'S' OR WS-EC-Descrp = 'X' THEN
    EXIT PARAGRAPH
  END-IF
  MOVE WS-EC-Compte  TO MV-Compte
  MOVE WS-EC-Id      TO MV-Id
  MOVE WS-EC-Date    TO MV-Date
  MOVE WS-EC-Descrp  TO MV-Code
  MOVE WS-EC-ValA    TO MV-Montant
  MOVE WS-EC-ValB    TO MV-Solde
  MOVE WS-EC-Libelle TO MV-Libelle
  WRITE MouvementRecord
    INVALID KEY ADD 1 TO WS-NbDoublons
    NOT INVALID KEY ADD 1 TO WS-NbIndexees
  END-WRITE.
