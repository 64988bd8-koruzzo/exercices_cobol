IDENTIFICATION DIVISION.
PROGRAM-ID. CalculerSoldeValeur.

*> Solde en valeur d'un compte à une date : le solde comptable (celui
*> de comptes.dat) diminué des écritures de historique.txt déjà
*> comptabilisées mais dont la date de valeur (DeterminerDateValeur)
*> est postérieure à la date demandée — typiquement un versement
*> d'espèces du jour, valeur demain, ou une remise de chèque encore en
*> compensation. C'est ce solde qui porte intérêts créditeurs et agios.
*> Les écritures antérieures à la colonne de date de valeur (à blanc)
*> sont en valeur à leur date comptable et ne décalent rien.
*> Sens des codes : celui de RejouerHistorique.
*> Les jobs de nuit (InteretsJournaliers, AgiosJournaliers) appellent
*> ce calcul compte par compte : le journal n'est donc lu qu'une fois
*> par date demandée, au premier appel, et seules les écritures pas
*> encore en valeur — quelques jours de postings au plus — sont gardées
*> en table pour les appels suivants. Au-delà de la capacité de la
*> table, chaque appel relit le journal comme auparavant.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT historique ASSIGN TO "historique.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HIST-STATUS.

DATA DIVISION.

FILE SECTION.
FD historique.
COPY "HISTORIQUE.cpy".

WORKING-STORAGE SECTION.
01 WS-HIST-STATUS PIC XX.
01 WS-FinLecture  PIC X(1).

01 WS-DateChargee       PIC X(8) VALUE SPACES.
01 WS-EcrituresDeborde  PIC X(1) VALUE 'N'.
01 WS-TableEcritures.
   05 WS-EcritureEntree OCCURS 2000 TIMES.
      10 WS-EC-Compte  PIC X(6).
      10 WS-EC-Descrp  PIC X(1).
      10 WS-EC-ValA    PIC 9(10)V99.
01 WS-NbEcritures PIC 9(4) VALUE ZERO.
01 WS-Idx         PIC 9(4).

LINKAGE SECTION.
01 SoldeValeurCompte    PIC X(6).
01 SoldeValeurComptable PIC S9(8)V99 SIGN LEADING SEPARATE.
01 SoldeValeurDate      PIC X(8).
01 SoldeValeurResultat  PIC S9(8)V99 SIGN LEADING SEPARATE.

PROCEDURE DIVISION USING SoldeValeurCompte SoldeValeurComptable
                         SoldeValeurDate SoldeValeurResultat.
  MOVE SoldeValeurComptable TO SoldeValeurResultat
  IF SoldeValeurDate NOT = WS-DateChargee THEN
    PERFORM CHARGER-ECRITURES
  END-IF
  IF WS-EcrituresDeborde = 'O' THEN
    OPEN INPUT historique
    IF WS-HIST-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM EXAMINER-ECRITURE UNTIL WS-FinLecture = 'O'
      CLOSE historique
    END-IF
  ELSE
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbEcritures
      IF WS-EC-Compte(WS-Idx) = SoldeValeurCompte THEN
        MOVE WS-EC-Descrp(WS-Idx) TO HistoriqueDescrp
        MOVE WS-EC-ValA(WS-Idx)   TO HistoriqueValA
        MOVE WS-EC-Compte(WS-Idx) TO HistoriqueCompte
        PERFORM RETIRER-ECRITURE
      END-IF
    END-PERFORM
  END-IF
  GOBACK.

*> Une seule lecture du journal par date demandée : les écritures dont
*> la valeur tombe après cette date sont gardées en table.
CHARGER-ECRITURES.
  MOVE SoldeValeurDate TO WS-DateChargee
  MOVE 'N' TO WS-EcrituresDeborde
  MOVE ZERO TO WS-NbEcritures
  OPEN INPUT historique
  IF WS-HIST-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CHARGER-ECRITURE-SUIVANTE
        UNTIL WS-FinLecture = 'O' OR WS-EcrituresDeborde = 'O'
    CLOSE historique
  END-IF
  IF WS-EcrituresDeborde = 'O' THEN
    DISPLAY "Plus de 2000 écritures pas encore en valeur au "
            SoldeValeurDate " : le journal est relu compte par compte."
  END-IF.

CHARGER-ECRITURE-SUIVANTE.
  READ historique
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF HistoriqueCompte NOT = SPACES
         AND HistoriqueDateValeur NOT = SPACES
         AND HistoriqueDateValeur > SoldeValeurDate THEN
        IF WS-NbEcritures = 2000 THEN
          MOVE 'O' TO WS-EcrituresDeborde
        ELSE
          ADD 1 TO WS-NbEcritures
          MOVE HistoriqueCompte TO WS-EC-Compte(WS-NbEcritures)
          MOVE HistoriqueDescrp TO WS-EC-Descrp(WS-NbEcritures)
          MOVE HistoriqueValA   TO WS-EC-ValA(WS-NbEcritures)
        END-IF
      END-IF
  END-READ.

EXAMINER-ECRITURE.
  READ historique
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF HistoriqueCompte = SoldeValeurCompte
         AND HistoriqueDateValeur NOT = SPACES
         AND HistoriqueDateValeur > SoldeValeurDate THEN
        PERFORM RETIRER-ECRITURE
      END-IF
  END-READ.

*> L'écriture n'est pas encore en valeur : son effet est retiré du
*> solde comptable (un crédit est retranché, un débit rajouté).
RETIRER-ECRITURE.
  EVALUATE HistoriqueDescrp
    WHEN 'D'
    WHEN 'I'
    WHEN 'K'
    WHEN '1'
    WHEN '2'
    WHEN 'B'
    WHEN 'Q'
    WHEN 'Z'
    WHEN 'U'
      SUBTRACT HistoriqueValA FROM SoldeValeurResultat
    WHEN 'R'
    WHEN 'F'
    WHEN 'O'
    WHEN 'W'
    WHEN 'P'
    WHEN 'L'
    WHEN 'M'
    WHEN 'J'
    WHEN 'G'
    WHEN 'N'
    WHEN 'E'
    WHEN 'A'
    WHEN 'Y'
    WHEN 'H'
    WHEN 'T'
      ADD HistoriqueValA TO SoldeValeurResultat
    WHEN 'V'
      IF HistoriqueCompte = "000001" THEN
        ADD HistoriqueValA TO SoldeValeurResultat
      ELSE
        SUBTRACT HistoriqueValA FROM SoldeValeurResultat
      END-IF
    WHEN OTHER
      CONTINUE
  END-EVALUATE.
