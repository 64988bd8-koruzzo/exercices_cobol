PROGRAM-ID. EcheancierPrets.

*> Générateur des plans d'amortissement : pour chaque prêt actif de
*> prets.dat, calcule la mensualité constante (capital, taux annuel,
*> durée en mois) et écrit une ligne par échéance dans
*> echeancierprets.txt — identifiant du prêt, numéro et date de
*> l'échéance, part de capital, part d'intérêts, capital restant dû.
*> Le fichier est réécrit en entier à chaque exécution : relancer ce
*> job après toute ouverture ou clôture de prêt dans GestionPrets.
*> PrelevementsPrets relit cet échéancier pour encaisser les échéances
*> dues. Les remboursements anticipés du registre
*> remboursementsanticipes.txt (RemboursementPret) sont rejoués à leur
*> place dans le plan : les échéances jusqu'à RA-ApresEcheance restent
*> celles du plan d'origine, puis le capital remboursé est déduit et la
*> suite recalculée — mensualité gardée et durée raccourcie ('D'), ou
*> mensualité recalculée sur les mois restants ('M'). Chaque ligne du
*> registre est ensuite marquée reprise (RA-Applique = 'O').

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT prets ASSIGN TO "prets.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS PR-Id
      FILE STATUS IS WS-PRETS-STATUS.

  SELECT echeancier ASSIGN TO "echeancierprets.txt"
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ECHEANCIER-STATUS.

  SELECT rembanticipes ASSIGN TO "remboursementsanticipes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-REMBANT-STATUS.

DATA DIVISION.

FILE SECTION.
   05 EC-Interet PIC 9(8)V99.
   05 EC-Restant PIC 9(8)V99.

FD rembanticipes.
COPY "REMBANTICIPES.cpy".

WORKING-STORAGE SECTION.
01 WS-PRETS-STATUS      PIC XX.
01 WS-ECHEANCIER-STATUS PIC XX.
01 WS-REMBANT-STATUS    PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "EcheancierPrets".
01 WS-JobPhase    PIC X(1).
01 WS-PartCapital  PIC 9(8)V99.
01 WS-CapitalRestant PIC S9(9)V99.
01 WS-NoEcheance   PIC 9(3).
01 WS-MoisRestants PIC 9(3).

*> Registre des remboursements anticipés, gardé en table pour être
*> rejoué prêt par prêt puis réécrit avec la marque de reprise.
01 WS-NbRembts     PIC 9(3) VALUE ZERO.
01 WS-IdxRembt     PIC 9(3).
01 WS-FinRegistre  PIC X(1).
01 WS-RegistreDeborde PIC X(1) VALUE 'N'.
01 WS-AvecRembt    PIC X(1).
01 WS-TableRembts.
   05 WS-RB-Entree OCCURS 500 TIMES.
      10 WS-RB-Enreg   PIC X(75).
      10 WS-RB-Pret    PIC X(6).
      10 WS-RB-Apres   PIC 9(3).
      10 WS-RB-Type    PIC X(1).
      10 WS-RB-Capital PIC 9(8)V99.

01 WS-DateEcheance.
   05 WS-DE-Annee PIC 9(4).
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC

  PERFORM CHARGER-REMBOURSEMENTS
  IF WS-RegistreDeborde = 'O' THEN
    DISPLAY "remboursementsanticipes.txt dépasse la capacité de travail "
            "(500) : échéancier non régénéré."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  OPEN INPUT prets
  IF WS-PRETS-STATUS NOT = "00" THEN
    DISPLAY "prets.dat introuvable, aucun échéancier à générer."
    MOVE 8 TO WS-JobRC
  ELSE
    OPEN OUTPUT echeancier
    PERFORM TRAITER-PRET UNTIL WS-FinLecture = 'O'
    CLOSE prets
    CLOSE echeancier
    PERFORM MARQUER-REMBOURSEMENTS
    DISPLAY "Échéanciers générés : " WS-NbPrets " prêt(s), "
            WS-NbEcheances " échéance(s) (echeancierprets.txt)."
  END-IF
  STOP RUN.

LIRE-PRET.
  READ prets NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
  END-READ.

CHARGER-REMBOURSEMENTS.
  OPEN INPUT rembanticipes
  IF WS-REMBANT-STATUS = "00" THEN
    MOVE 'N' TO WS-FinRegistre
    PERFORM LIRE-REMBOURSEMENT UNTIL WS-FinRegistre = 'O'
    CLOSE rembanticipes
  END-IF.

LIRE-REMBOURSEMENT.
  READ rembanticipes
    AT END MOVE 'O' TO WS-FinRegistre
    NOT AT END
      IF WS-NbRembts >= 500 THEN
        MOVE 'O' TO WS-RegistreDeborde
      ELSE
        ADD 1 TO WS-NbRembts
        MOVE RembAnticipeRecord TO WS-RB-Enreg(WS-NbRembts)
        MOVE RA-Pret TO WS-RB-Pret(WS-NbRembts)
        MOVE RA-ApresEcheance TO WS-RB-Apres(WS-NbRembts)
        MOVE RA-Type TO WS-RB-Type(WS-NbRembts)
        MOVE RA-Capital TO WS-RB-Capital(WS-NbRembts)
      END-IF
  END-READ.

MARQUER-REMBOURSEMENTS.
  IF WS-NbRembts > ZERO THEN
    OPEN OUTPUT rembanticipes
    PERFORM VARYING WS-IdxRembt FROM 1 BY 1 UNTIL WS-IdxRembt > WS-NbRembts
      MOVE WS-RB-Enreg(WS-IdxRembt) TO RembAnticipeRecord
      MOVE 'O' TO RA-Applique
      WRITE RembAnticipeRecord
    END-PERFORM
    CLOSE rembanticipes
  END-IF.

*> Mensualité constante : m = C * t * (1+t)^n / ((1+t)^n - 1), t étant
*> le taux mensuel. À taux nul, la mensualité est le capital divisé par
*> la durée. La dernière échéance ramasse l'arrondi résiduel pour que
*> le capital restant tombe exactement à zéro. Un prêt qui a connu un
*> remboursement anticipé s'arrête dès que son capital est amorti.
TRAITER-PRET.
  IF PRET-ACTIF AND PR-Capital > ZERO AND PR-DureeMois > ZERO THEN
    ADD 1 TO WS-NbPrets
    END-IF
    MOVE PR-Capital TO WS-CapitalRestant
    MOVE PR-DateDebut TO WS-DateEcheance
    MOVE 'N' TO WS-AvecRembt
    PERFORM VARYING WS-IdxRembt FROM 1 BY 1 UNTIL WS-IdxRembt > WS-NbRembts
      IF WS-RB-Pret(WS-IdxRembt) = PR-Id THEN
        MOVE 'O' TO WS-AvecRembt
      END-IF
    END-PERFORM
    IF WS-AvecRembt = 'O' THEN
      MOVE ZERO TO WS-NoEcheance
      PERFORM APPLIQUER-REMBOURSEMENTS
    END-IF
    PERFORM ECRIRE-ECHEANCE
        VARYING WS-NoEcheance FROM 1 BY 1
        UNTIL WS-NoEcheance > PR-DureeMois
           OR WS-CapitalRestant <= ZERO
  END-IF
  PERFORM LIRE-PRET.

    MOVE WS-CapitalRestant TO WS-PartCapital
  ELSE
    COMPUTE WS-PartCapital = WS-Mensualite - WS-PartInteret
    IF WS-AvecRembt = 'O' AND WS-PartCapital > WS-CapitalRestant THEN
      MOVE WS-CapitalRestant TO WS-PartCapital
    END-IF
  END-IF
  SUBTRACT WS-PartCapital FROM WS-CapitalRestant
  MOVE PR-Id          TO EC-Pret
  MOVE WS-PartInteret TO EC-Interet
  MOVE WS-CapitalRestant TO EC-Restant
  WRITE EcheanceRecord
  ADD 1 TO WS-NbEcheances
  IF WS-AvecRembt = 'O' THEN
    PERFORM APPLIQUER-REMBOURSEMENTS
  END-IF.

*> Remboursements anticipés posés après l'échéance courante : le capital
*> remboursé sort du restant dû ; en option 'M' la mensualité est
*> recalculée sur les mois qui restent, en option 'D' elle est gardée.
APPLIQUER-REMBOURSEMENTS.
  PERFORM VARYING WS-IdxRembt FROM 1 BY 1 UNTIL WS-IdxRembt > WS-NbRembts
    IF WS-RB-Pret(WS-IdxRembt) = PR-Id
       AND WS-RB-Apres(WS-IdxRembt) = WS-NoEcheance THEN
      IF WS-RB-Capital(WS-IdxRembt) >= WS-CapitalRestant THEN
        MOVE ZERO TO WS-CapitalRestant
      ELSE
        SUBTRACT WS-RB-Capital(WS-IdxRembt) FROM WS-CapitalRestant
      END-IF
      COMPUTE WS-MoisRestants = PR-DureeMois - WS-NoEcheance
      IF WS-RB-Type(WS-IdxRembt) = 'M' AND WS-CapitalRestant > ZERO
         AND WS-MoisRestants > ZERO THEN
        IF WS-TauxMensuel = ZERO THEN
          COMPUTE WS-Mensualite ROUNDED = WS-CapitalRestant / WS-MoisRestants
        ELSE
          COMPUTE WS-Facteur = (1 + WS-TauxMensuel) ** WS-MoisRestants
          COMPUTE WS-Mensualite ROUNDED =
              WS-CapitalRestant * WS-TauxMensuel * WS-Facteur
              / (WS-Facteur - 1)
        END-IF
      END-IF
    END-IF
  END-PERFORM.

AVANCER-UN-MOIS.
  ADD 1 TO WS-DE-Mois
