IDENTIFICATION DIVISION.
PROGRAM-ID. SurveillanceActivite.

*> Job de nuit de surveillance, lancé après CloturerJournee : parcourt
*> l'extrait de la journée clôturée (historique_jour.txt, vérifié
*> contre le scellé du journal par ControlerExtraitJour) à la recherche
*> des schémas d'abus que la revue du matin reconstituait à l'œil :
*>  - retraits répétés — y compris ceux postés en découvert (code
*>    'O'), la population visée au premier chef — juste sous le plafond
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT historique ASSIGN TO "historique_jour.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HIST-STATUS.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-FinHistorique  PIC X(1) VALUE 'N'.
01 WS-ExtraitValide  PIC X(1).
01 WS-DateJour       PIC X(8).

01 WS-LimiteVirementJour PIC 9(6)V99 VALUE 2000.00.
01 WS-PlafondDecouvertA  PIC 9(6)V99 VALUE 300.00.
PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-EXTRAIT-JOUR
  PERFORM CHARGER-BAREME
  COMPUTE WS-SeuilBasVirement  = WS-LimiteVirementJour * 0.8
  COMPUTE WS-SeuilBasDecouvert = WS-PlafondDecouvertA * 0.8

  PERFORM DEPOUILLER-HISTORIQUE
  PERFORM ECRIRE-ALERTES
  DISPLAY "Surveillance de la journée " WS-DateJour " terminée : "
          WS-NbAlertes " alerte(s) dans alertes.txt."
  IF WS-NbAlertes > ZERO THEN
    MOVE 4 TO WS-JobRC
  END-IF
  MOVE WS-JobRC TO RETURN-CODE
  STOP RUN.

*> La journée traitée est celle de l'extrait produit par CloturerJournee,
*> qui doit concorder avec le scellé du journal.
CHARGER-EXTRAIT-JOUR.
  CALL 'ControlerExtraitJour' USING WS-DateJour WS-ExtraitValide
  IF WS-ExtraitValide NOT = 'O' THEN
    DISPLAY "SurveillanceActivite refusé : extrait de la journée non conforme, "
            "aucune donnée produite."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF.

CHARGER-BAREME.
  MOVE 2.0000  TO BM-TauxInteretAnnuel
  MOVE 300.00  TO BM-PlafondDecouvertA
