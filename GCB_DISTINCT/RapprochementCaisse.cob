*> les versements sans écriture 'K' au journal, et les écarts de
*> montant entre les trois traces. Sans ce contrôle, un 'K' manquant
*> n'apparaissait qu'à l'audit annuel.
*> Lancé après CloturerJournee, le rapprochement porte sur la journée
*> clôturée : les 'K' sont lus dans l'extrait historique_jour.txt
*> (vérifié contre le scellé du journal par ControlerExtraitJour) et
*> seules les traces et les rapports Z de cette journée sont confrontés.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ZJOURNAL-STATUS.

  SELECT historique ASSIGN TO "historique_jour.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HIST-STATUS.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-FinLecture  PIC X(1) VALUE 'N'.
01 WS-ExtraitValide PIC X(1).
01 WS-DateJour    PIC X(8).
01 WS-NbAnomalies PIC 9(4) VALUE ZERO.
01 WS-Idx         PIC 9(3).
01 WS-IdxAutre    PIC 9(3).
PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-EXTRAIT-JOUR

  PERFORM CHARGER-TRACES
  PERFORM CHARGER-RAPPORTS-Z
  PERFORM CHARGER-VERSEMENTS-K

  OPEN OUTPUT rapprochement
  MOVE SPACES TO RapprochementLigne
  STRING "RAPPROCHEMENT CAISSE MAGASIN / BANQUE - journée "
         DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
    INTO RapprochementLigne
  END-STRING
  WRITE RapprochementLigne

  PERFORM CONTROLER-TRACE
  MOVE WS-JobRC TO RETURN-CODE
  STOP RUN.

*> La journée traitée est celle de l'extrait produit par CloturerJournee,
*> qui doit concorder avec le scellé du journal.
CHARGER-EXTRAIT-JOUR.
  CALL 'ControlerExtraitJour' USING WS-DateJour WS-ExtraitValide
  IF WS-ExtraitValide NOT = 'O' THEN
    DISPLAY "RapprochementCaisse refusé : extrait de la journée non conforme, "
            "aucune donnée produite."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF.

CHARGER-TRACES.
  OPEN INPUT tracereglement
  IF WS-TRACE-STATUS = "00" THEN
  READ tracereglement
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF TG-Date = WS-DateJour THEN
        ADD 1 TO WS-NbTraces
        MOVE TG-Date    TO WS-TG-Date(WS-NbTraces)
        MOVE TG-NumeroZ TO WS-TG-NumeroZ(WS-NbTraces)
        MOVE TG-Montant TO WS-TG-Montant(WS-NbTraces)
      END-IF
  END-READ.

CHARGER-RAPPORTS-Z.
  READ zjournal
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF ZR-Date = WS-DateJour THEN
        ADD 1 TO WS-NbZ
        MOVE ZR-Numero TO WS-Z-Numero(WS-NbZ)
        MOVE ZR-Date   TO WS-Z-Date(WS-NbZ)
*> Seul le net espèces est versé à la banque depuis la ventilation des
*> règlements ; une ligne de clôture antérieure (colonne à blanc)
*> retombe sur l'ancien net global, comme ReglementCaisseBanque.
        IF ZR-NetEspeces NUMERIC THEN
          MOVE ZR-NetEspeces TO WS-Z-Net(WS-NbZ)
        ELSE
          MOVE ZR-Net TO WS-Z-Net(WS-NbZ)
        END-IF
        MOVE 'N'       TO WS-Z-Verse(WS-NbZ)
      END-IF
  END-READ.

CHARGER-VERSEMENTS-K.
