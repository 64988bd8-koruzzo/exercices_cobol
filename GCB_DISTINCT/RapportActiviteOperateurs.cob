IDENTIFICATION DIVISION.
PROGRAM-ID. RapportActiviteOperateurs.

*> Rapport de fin de journée par opérateur, lancé après
*> CloturerJournee : lit l'extrait de la journée clôturée
*> (historique_jour.txt, vérifié contre le scellé du journal par
*> ControlerExtraitJour, la même source que la clôture de caisse) et en
*> ventile les écritures par HistoriqueOperateur (capturé à la
*> connexion dans SAISIR-OPERATEUR) : nombre et total des dépôts,
*> retraits (y compris en découvert, code 'O') et virements (y compris
*> en découvert, code 'W') postés par chaque guichetier, corrections
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT historique ASSIGN TO "historique_jour.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HIST-STATUS.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RAPPORT-STATUS.

DATA DIVISION.

FILE SECTION.
FD rapport.
01 RapportLigne PIC X(120).

WORKING-STORAGE SECTION.
01 WS-HIST-STATUS    PIC XX.
01 WS-RAPPORT-STATUS PIC XX.
01 WS-ExtraitValide  PIC X(1).
01 WS-DateJour       PIC X(8).

01 WS-JobNomLog   PIC X(20) VALUE "ActiviteOperateurs".
PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-EXTRAIT-JOUR
  PERFORM DEPOUILLER-HISTORIQUE
  PERFORM ECRIRE-RAPPORT
  MOVE 'F' TO WS-JobPhase
  MOVE WS-JobRC TO RETURN-CODE
  STOP RUN.

*> La journée traitée est celle de l'extrait produit par CloturerJournee,
*> qui doit concorder avec le scellé du journal.
CHARGER-EXTRAIT-JOUR.
  CALL 'ControlerExtraitJour' USING WS-DateJour WS-ExtraitValide
  IF WS-ExtraitValide NOT = 'O' THEN
    DISPLAY "RapportActiviteOperateurs refusé : extrait de la journée non conforme, "
            "aucune donnée produite."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF.

DEPOUILLER-HISTORIQUE.
  END-STRING
  WRITE RapportLigne
  IF WS-NbOperateurs = ZERO THEN
    MOVE "Aucune écriture pour cette journée dans historique_jour.txt." TO RapportLigne
    WRITE RapportLigne
  END-IF
  PERFORM VARYING WS-IdxOper FROM 1 BY 1 UNTIL WS-IdxOper > WS-NbOperateurs
