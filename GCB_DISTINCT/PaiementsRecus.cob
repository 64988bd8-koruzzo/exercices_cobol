*> réaffectation sur un bon compte, renvoi au remettant ou passage en
*> perte — au lieu de l'éditer à la main ; les éléments restent
*> ouverts ('O') d'une exécution à l'autre. Protégé par le journal des
*> exécutions comme les autres jobs périodiques. Chaque remettant passe
*> d'abord le filtrage contre la liste de gel des avoirs
*> (ControlerSanctions) : une touche non levée n'est pas créditée, le
*> paiement part en suspens sous le motif FILTRAGE SANCTIONS et
*> l'alerte attend la décision d'un superviseur dans RevueConformite.
*> Un paiement peut désigner le compte par son IBAN (PR-Iban) plutôt
*> que par le numéro interne : l'IBAN est résolu par RibCompte, et un
*> IBAN dont la clé ne vérifie pas, qui n'est pas l'un de nos comptes
*> ou qui contredit le numéro interne fourni part en suspens avec
*> l'IBAN reçu, pour réaffectation dans GestionSuspens.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   05 PR-Compte    PIC X(6).
   05 PR-Montant   PIC 9(6)V99.
   05 PR-Remettant PIC X(20).
   05 PR-Iban      PIC X(34).

FD suspens.
01 SuspensRecord.
      88 SUSPENS-RENVOYE  VALUE 'R'.
      88 SUSPENS-EN-PERTE VALUE 'P'.
   05 SU-Motif     PIC X(20).
   05 SU-Iban      PIC X(34).

FD datevaleur.
01 DateValeurRecord.
01 WS-FinLecture   PIC X(1) VALUE 'N'.
01 WS-NbCredites   PIC 9(6) VALUE ZERO.
01 WS-NbSuspens    PIC 9(6) VALUE ZERO.
01 WS-NbFiltres    PIC 9(6) VALUE ZERO.
01 WS-MotifSuspens PIC X(20).

01 WS-JobNomLog   PIC X(20) VALUE "PaiementsRecus".
01 WS-JobPhase    PIC X(1).
01 CompteCible  PIC X(6).
01 OperationLibelle PIC X(30).

01 WS-FiltrageSource    PIC X(1).
01 WS-FiltrageReference PIC X(10).
01 WS-FiltrageNom       PIC X(30).
01 WS-FiltrageTouche    PIC X(1).
01 WS-FiltrageRefListe  PIC X(10).
01 WS-FiltrageScore     PIC 9(3).
01 WS-FiltrageAlerteId  PIC 9(6).

01 WS-RibMode     PIC X(1).
01 WS-RibCompte   PIC X(6).
COPY "RIB.cpy".
01 WS-RibResultat PIC X(1).
01 WS-RibMotif    PIC X(30).

01 WS-VerrouAction    PIC X(1).
01 WS-VerrouDemandeur PIC X(20).
01 WS-VerrouAccorde   PIC X(1).
    CLOSE paiementsrecus
    CLOSE suspens
    DISPLAY "Paiements entrants : " WS-NbCredites " crédité(s), "
            WS-NbSuspens " en suspens (suspens.txt), dont "
            WS-NbFiltres " arrêté(s) au filtrage sanctions."
    MOVE 'S' TO WS-ResultatJob
    CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob
  END-IF
  END-READ.

TRAITER-PAIEMENT.
  MOVE 'P' TO WS-FiltrageSource
  MOVE SPACES TO WS-FiltrageReference
  MOVE PR-Compte TO WS-FiltrageReference
  MOVE SPACES TO WS-FiltrageNom
  MOVE PR-Remettant TO WS-FiltrageNom
  CALL 'ControlerSanctions' USING WS-FiltrageSource WS-FiltrageReference
                                   WS-FiltrageNom WS-FiltrageTouche
                                   WS-FiltrageRefListe WS-FiltrageScore
                                   WS-FiltrageAlerteId
  IF WS-FiltrageTouche = 'O' THEN
    ADD 1 TO WS-NbFiltres
    MOVE "FILTRAGE SANCTIONS" TO WS-MotifSuspens
    PERFORM ECRIRE-SUSPENS
    PERFORM LIRE-PAIEMENT
    EXIT PARAGRAPH
  END-IF
  IF PR-Iban NOT = SPACES THEN
    PERFORM RESOUDRE-IBAN-PAIEMENT
    IF WS-RibResultat NOT = 'O' THEN
      PERFORM ECRIRE-SUSPENS
      PERFORM LIRE-PAIEMENT
      EXIT PARAGRAPH
    END-IF
  END-IF
  MOVE "NON AFFECTE" TO WS-MotifSuspens
  CALL 'RechercherCompte' USING PR-Compte WS-CompteNomVerif
                                 WS-CompteDeviseVerif WS-CompteSoldeVerif
                                 WS-CompteStatutVerif WS-CompteTrouveVerif
  END-IF
  PERFORM LIRE-PAIEMENT.

*> Un IBAN reçu doit être le nôtre, avec une clé juste, et désigner le
*> même compte que PR-Compte quand celui-ci est aussi renseigné.
RESOUDRE-IBAN-PAIEMENT.
  MOVE 'R' TO WS-RibMode
  MOVE SPACES TO RibIdentifiant
  MOVE PR-Iban TO RI-Iban
  CALL 'RibCompte' USING WS-RibMode WS-RibCompte RibIdentifiant
                         WS-RibResultat WS-RibMotif
  EVALUATE WS-RibResultat
    WHEN 'O'
      IF PR-Compte = SPACES THEN
        MOVE WS-RibCompte TO PR-Compte
      ELSE
        IF PR-Compte NOT = WS-RibCompte THEN
          MOVE 'N' TO WS-RibResultat
          MOVE "IBAN COMPTE DISCORDS" TO WS-MotifSuspens
        END-IF
      END-IF
    WHEN 'A'
      MOVE "IBAN AUTRE BANQUE" TO WS-MotifSuspens
    WHEN OTHER
      MOVE "IBAN INVALIDE" TO WS-MotifSuspens
  END-EVALUATE.

ECRIRE-SUSPENS.
  ADD 1 TO WS-NbSuspens
  MOVE WS-DateJour TO SU-Date
  MOVE PR-Montant TO SU-Montant
  MOVE PR-Remettant TO SU-Remettant
  SET SUSPENS-OUVERT TO TRUE
  MOVE WS-MotifSuspens TO SU-Motif
  MOVE PR-Iban TO SU-Iban
  WRITE SuspensRecord.
