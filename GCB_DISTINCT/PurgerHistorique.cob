   05 ArchiveDate   PIC X(8).
   05 ArchiveHeure  PIC X(6).
   05 ArchiveLibelle PIC X(30).
   05 ArchiveDateValeur PIC X(8).

FD partition.
01 PartitionRecord.
   05 PT-Date   PIC X(8).
   05 PT-Heure  PIC X(6).
   05 PT-Libelle PIC X(30).
   05 PT-DateValeur PIC X(8).

FD archiveindex.
01 ArchiveIndexRecord.
      10 WS-H-Date   PIC X(8).
      10 WS-H-Heure  PIC X(6).
      10 WS-H-Libelle PIC X(30).
      10 WS-H-DateValeur PIC X(8).

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  MOVE HistoriqueDate   TO WS-H-Date(WS-NbLignes)
  MOVE HistoriqueHeure  TO WS-H-Heure(WS-NbLignes)
  MOVE HistoriqueLibelle TO WS-H-Libelle(WS-NbLignes)
  MOVE HistoriqueDateValeur TO WS-H-DateValeur(WS-NbLignes)
  IF HistoriqueId > WS-MaxId THEN
    MOVE HistoriqueId TO WS-MaxId
  END-IF
      MOVE WS-H-Date(WS-Idx)   TO HistoriqueDate
      MOVE WS-H-Heure(WS-Idx)  TO HistoriqueHeure
      MOVE WS-H-Libelle(WS-Idx) TO HistoriqueLibelle
      MOVE WS-H-DateValeur(WS-Idx) TO HistoriqueDateValeur
      WRITE HistoriqueRecord
      IF WS-HIST-STATUS NOT = "00" THEN
        DISPLAY "Échec d'écriture dans historique.txt (" WS-HIST-STATUS ")."
        MOVE WS-H-Date(WS-Idx)   TO ArchiveDate
        MOVE WS-H-Heure(WS-Idx)  TO ArchiveHeure
        MOVE WS-H-Libelle(WS-Idx) TO ArchiveLibelle
        MOVE WS-H-DateValeur(WS-Idx) TO ArchiveDateValeur
        WRITE ArchiveRecord
        IF WS-ARCHIVE-STATUS NOT = "00" THEN
          DISPLAY "Échec d'écriture dans historique_archive.txt ("
  MOVE WS-H-Date(WS-Idx)   TO PT-Date
  MOVE WS-H-Heure(WS-Idx)  TO PT-Heure
  MOVE WS-H-Libelle(WS-Idx) TO PT-Libelle
  MOVE WS-H-DateValeur(WS-Idx) TO PT-DateValeur
  WRITE PartitionRecord
  IF WS-PARTITION-STATUS NOT = "00" THEN
    DISPLAY "Échec d'écriture dans " WS-NomPartition " ("
