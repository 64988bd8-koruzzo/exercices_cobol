IDENTIFICATION DIVISION.
PROGRAM-ID. RapportControleTotaux.

*> Job de fin de journée, lancé après CloturerJournee : lit l'extrait
*> de la journée clôturée (historique_jour.txt, vérifié contre le
*> scellé du journal par ControlerExtraitJour) et accumule, par code
*> d'opération (D/R/V/S), le nombre d'écritures et le montant total
*> (HistoriqueValA), puis écrit le récapitulatif dans
*> controletotaux.txt. Sert de total de contrôle pour rapprocher le
*> volume traité dans la journée, indépendamment de ReconciliationSolde
*> qui ne compare que le dernier solde du compte A.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT historique ASSIGN TO "historique_jour.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HIST-STATUS.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TOLERANCE-STATUS.

DATA DIVISION.

FILE SECTION.
FD tolerance.
01 ToleranceLigne PIC X(10).

WORKING-STORAGE SECTION.
01 WS-HIST-STATUS PIC XX.
01 WS-CTRL-STATUS PIC XX.
01 WS-HISTO-STATUS PIC XX.
01 WS-TOLERANCE-STATUS PIC XX.
01 WS-FinHistorique PIC X(1) VALUE 'N'.
01 WS-FinHisto      PIC X(1) VALUE 'N'.

01 WS-ExtraitValide PIC X(1).
01 WS-DateJour      PIC X(8).
01 TOLERANCE-DEFAUT PIC 9(3) VALUE 30.
01 WS-TolerancePct  PIC 9(3).
PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-EXTRAIT-JOUR
  PERFORM CHARGER-TOLERANCE
  PERFORM LIRE-VEILLE
  OPEN OUTPUT controletotaux
  MOVE WS-JobRC TO RETURN-CODE
  STOP RUN.

*> La journée traitée est celle de l'extrait produit par CloturerJournee,
*> qui doit concorder avec le scellé du journal.
CHARGER-EXTRAIT-JOUR.
  CALL 'ControlerExtraitJour' USING WS-DateJour WS-ExtraitValide
  IF WS-ExtraitValide NOT = 'O' THEN
    DISPLAY "RapportControleTotaux refusé : extrait de la journée non conforme, "
            "aucune donnée produite."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF.

CHARGER-TOLERANCE.
    PERFORM ACCUMULER-ECRITURE UNTIL WS-FinHistorique = 'O'
    CLOSE historique
  ELSE
    MOVE "historique_jour.txt absent, aucun total à établir." TO ControleLigne
    WRITE ControleLigne
  END-IF.

