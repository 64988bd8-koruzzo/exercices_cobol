IDENTIFICATION DIVISION.
PROGRAM-ID. EcheancesDepotsATerme.

*> Job de fin de journée des dépôts à terme : chaque dépôt actif du
*> registre depotsaterme.txt (GestionDepotsATerme) arrivé à échéance à
*> la journée comptable reçoit ses intérêts au taux fixe du contrat,
*> sur les jours réellement courus du début à l'échéance — brut crédité
*> sous 'I', retenue à la source reprise sous 'G' et cumulée dans
*> retenuesfiscales.txt, comme dans InteretsJournaliers. Puis la
*> consigne du client s'applique : 'R' renouvelle le dépôt pour la même
*> durée, intérêts nets capitalisés, au même taux ; 'P' rembourse le
*> solde entier sur le compte lié (patte 'T' sur le dépôt, patte 'V'
*> sur le compte lié) et le dépôt passe échu ('E'), libérant le compte.
*> Un dépôt dont l'échéance a été manquée (job non passé un jour) est
*> rattrapé au passage suivant, intérêts comptés jusqu'à l'échéance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT depotsaterme ASSIGN TO "depotsaterme.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DEPOTS-STATUS.

  SELECT bareme ASSIGN TO "../baremetarifs.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-BAREME-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

  SELECT retenuesfiscales ASSIGN TO "retenuesfiscales.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RETFISC-STATUS.

DATA DIVISION.

FILE SECTION.
FD depotsaterme.
COPY "DEPOTTERME.cpy".

FD bareme.
COPY "BAREME.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

FD retenuesfiscales.
01 RetenueFiscaleRecord.
   05 RF-Date    PIC X(8).
   05 RF-Compte  PIC X(6).
   05 RF-Brut    PIC 9(8)V99.
   05 RF-Retenue PIC 9(8)V99.

WORKING-STORAGE SECTION.
01 WS-DEPOTS-STATUS     PIC XX.
01 WS-BAREME-STATUS     PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-RETFISC-STATUS    PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "EcheancesDepotsTerme".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-DateJour      PIC X(8).
01 WS-NomJob        PIC X(20) VALUE "EcheancesDepotsTerme".
01 WS-ExecAutorisee PIC X(1).
01 WS-ResultatJob   PIC X(1).

01 WS-FinLecture     PIC X(1).
01 WS-Idx            PIC 9(3).
01 WS-NbEchus        PIC 9(3) VALUE ZERO.
01 WS-NbRenouveles   PIC 9(3) VALUE ZERO.

01 WS-TableDepots.
   05 WS-DepotEntree OCCURS 100 TIMES.
      10 WS-DT-Compte       PIC X(6).
      10 WS-DT-CompteLie    PIC X(6).
      10 WS-DT-Capital      PIC 9(8)V99.
      10 WS-DT-TauxAnnuel   PIC 9(2)V9(4).
      10 WS-DT-TauxPenalite PIC 9(2)V9(4).
      10 WS-DT-DureeMois    PIC 9(3).
      10 WS-DT-DateDebut    PIC X(8).
      10 WS-DT-DateEcheance PIC X(8).
      10 WS-DT-Instruction  PIC X(1).
      10 WS-DT-Statut       PIC X(1).
      10 WS-DT-JourContrat  PIC X(2).
01 WS-NbDepots       PIC 9(3) VALUE ZERO.
01 WS-FichierDeborde PIC X(1) VALUE 'N'.

01 WS-DateEcheance PIC X(8).
01 WS-DateNum     PIC 9(8).
01 WS-JoursDebut  PIC S9(9).
01 WS-JoursFin    PIC S9(9).
01 WS-JoursCourus PIC S9(9).

01 WS-TauxRetenue    PIC 9(2)V9(4).
01 WS-Interet        PIC 9(6)V99.
01 WS-Retenue        PIC 9(6)V99.
01 WS-MontantRendu   PIC 9(6)V99.
01 WS-SoldeCourant   PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-SoldeJournal   PIC S9(6)V99 SIGN LEADING SEPARATE.

01 WS-CompteNomTrouve    PIC X(20).
01 WS-CompteDeviseTrouve PIC X(3).
01 WS-CompteSoldeTrouve  PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-CompteStatutTrouve PIC X(1).
01 WS-CompteTrouveInd    PIC X(1).
01 WS-SoldeLie           PIC S9(8)V99 SIGN LEADING SEPARATE.

01 SoldeCompteA PIC S9(6)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 SoldeCompteB PIC 9(6)V99 VALUE ZERO.
01 Depot        PIC 9(6)V99 VALUE ZERO.
01 Retrait      PIC 9(6)V99 VALUE ZERO.
01 Virement     PIC 9(6)V99 VALUE ZERO.
01 Choix        PIC X(1).
01 OperateurId  PIC X(6) VALUE "BATCH".
01 OperationLibelle PIC X(30).

01 WS-VerrouAction    PIC X(1).
01 WS-VerrouDemandeur PIC X(20).
01 WS-VerrouAccorde   PIC X(1).

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR
  CALL 'ControlerExecution' USING WS-NomJob WS-DateJour WS-ExecAutorisee
  IF WS-ExecAutorisee NOT = 'O' THEN
    DISPLAY "EcheancesDepotsATerme déjà exécuté pour la journée "
            WS-DateJour ", second lancement refusé (voir "
            "journalexecutions.txt)."
    MOVE 4 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF
  PERFORM CHARGER-DEPOTS
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "depotsaterme.txt dépasse la capacité de travail (100) : "
            "toute réécriture tronquerait le registre, job arrêté."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF
  MOVE 'P' TO WS-VerrouAction
  MOVE "EcheancesDepotsTerme" TO WS-VerrouDemandeur
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  IF WS-VerrouAccorde NOT = 'O' THEN
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF
  PERFORM CHARGER-BAREME

  PERFORM TRAITER-DEPOT
      VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbDepots
  IF WS-NbEchus > ZERO THEN
    PERFORM SAUVER-DEPOTS
  END-IF
  DISPLAY "Dépôts à terme échus : " WS-NbEchus " (dont " WS-NbRenouveles
          " renouvelé(s))."
  MOVE 'S' TO WS-ResultatJob
  CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob

  MOVE 'L' TO WS-VerrouAction
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbEchus TO WS-JobCompteur
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  MOVE WS-JobRC TO RETURN-CODE
  STOP RUN.

CHARGER-DATE-VALEUR.
  ACCEPT WS-DateJour FROM DATE YYYYMMDD
  OPEN INPUT datevaleur
  IF WS-DATEVALEUR-STATUS = "00" THEN
    READ datevaleur
      NOT AT END
        IF DV-Etat = 'O' THEN
          MOVE DV-Date TO WS-DateJour
        END-IF
    END-READ
    CLOSE datevaleur
  END-IF.

CHARGER-BAREME.
  MOVE 2.0000  TO BM-TauxInteretAnnuel
  MOVE 300.00  TO BM-PlafondDecouvertA
  MOVE 5.00    TO BM-FraisMensuel
  MOVE 500.00  TO BM-SeuilPalier2
  MOVE 5.0000  TO BM-TauxPalier2
  MOVE 9999.99 TO BM-SeuilPalier3
  MOVE 10.0000 TO BM-TauxPalier3
  MOVE 30.0000 TO BM-TauxRetenueInterets
  OPEN INPUT bareme
  IF WS-BAREME-STATUS = "00" THEN
    READ bareme
    END-READ
    CLOSE bareme
  END-IF
  IF BM-TauxRetenueInterets NUMERIC THEN
    MOVE BM-TauxRetenueInterets TO WS-TauxRetenue
  ELSE
    MOVE 30.0000 TO WS-TauxRetenue
  END-IF.

CHARGER-DEPOTS.
  MOVE ZERO TO WS-NbDepots
  OPEN INPUT depotsaterme
  IF WS-DEPOTS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-DEPOT-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-NbDepots = 100
    IF WS-FinLecture NOT = 'O' THEN
      READ depotsaterme
        AT END CONTINUE
        NOT AT END MOVE 'O' TO WS-FichierDeborde
      END-READ
    END-IF
    CLOSE depotsaterme
  END-IF.

LIRE-DEPOT-SUIVANT.
  READ depotsaterme
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbDepots
      MOVE DT-Compte       TO WS-DT-Compte(WS-NbDepots)
      MOVE DT-CompteLie    TO WS-DT-CompteLie(WS-NbDepots)
      MOVE DT-Capital      TO WS-DT-Capital(WS-NbDepots)
      MOVE DT-TauxAnnuel   TO WS-DT-TauxAnnuel(WS-NbDepots)
      MOVE DT-TauxPenalite TO WS-DT-TauxPenalite(WS-NbDepots)
      MOVE DT-DureeMois    TO WS-DT-DureeMois(WS-NbDepots)
      MOVE DT-DateDebut    TO WS-DT-DateDebut(WS-NbDepots)
      MOVE DT-DateEcheance TO WS-DT-DateEcheance(WS-NbDepots)
      MOVE DT-Instruction  TO WS-DT-Instruction(WS-NbDepots)
      MOVE DT-Statut       TO WS-DT-Statut(WS-NbDepots)
      MOVE DT-JourContrat  TO WS-DT-JourContrat(WS-NbDepots)
  END-READ.

SAUVER-DEPOTS.
  OPEN OUTPUT depotsaterme
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbDepots
    MOVE WS-DT-Compte(WS-Idx)       TO DT-Compte
    MOVE WS-DT-CompteLie(WS-Idx)    TO DT-CompteLie
    MOVE WS-DT-Capital(WS-Idx)      TO DT-Capital
    MOVE WS-DT-TauxAnnuel(WS-Idx)   TO DT-TauxAnnuel
    MOVE WS-DT-TauxPenalite(WS-Idx) TO DT-TauxPenalite
    MOVE WS-DT-DureeMois(WS-Idx)    TO DT-DureeMois
    MOVE WS-DT-DateDebut(WS-Idx)    TO DT-DateDebut
    MOVE WS-DT-DateEcheance(WS-Idx) TO DT-DateEcheance
    MOVE WS-DT-Instruction(WS-Idx)  TO DT-Instruction
    MOVE WS-DT-Statut(WS-Idx)       TO DT-Statut
    MOVE WS-DT-JourContrat(WS-Idx)  TO DT-JourContrat
    WRITE DepotTermeRecord
  END-PERFORM
  CLOSE depotsaterme.

TRAITER-DEPOT.
  IF WS-DT-Statut(WS-Idx) NOT = 'A'
     OR WS-DT-DateEcheance(WS-Idx) > WS-DateJour THEN
    EXIT PARAGRAPH
  END-IF
  CALL 'RechercherCompte' USING WS-DT-Compte(WS-Idx) WS-CompteNomTrouve
                                 WS-CompteDeviseTrouve WS-CompteSoldeTrouve
                                 WS-CompteStatutTrouve WS-CompteTrouveInd
  IF WS-CompteTrouveInd NOT = 'O' THEN
    DISPLAY "Compte du dépôt " WS-DT-Compte(WS-Idx) " introuvable : "
            "échéance du " WS-DT-DateEcheance(WS-Idx) " non traitée, "
            "reprise au prochain passage."
    MOVE 4 TO WS-JobRC
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO WS-NbEchus
  MOVE WS-CompteSoldeTrouve TO WS-SoldeCourant
  PERFORM PAYER-INTERETS-ECHEANCE
  IF WS-DT-Instruction(WS-Idx) = 'R' THEN
    PERFORM RENOUVELER-DEPOT
  ELSE
    PERFORM REMBOURSER-DEPOT
  END-IF.

*> Intérêts au taux fixe sur les jours du contrat (début -> échéance),
*> pas au-delà : un rattrapage tardif ne paie pas de jours en plus.
PAYER-INTERETS-ECHEANCE.
  MOVE WS-DT-DateDebut(WS-Idx) TO WS-DateNum
  COMPUTE WS-JoursDebut = FUNCTION INTEGER-OF-DATE(WS-DateNum)
  MOVE WS-DT-DateEcheance(WS-Idx) TO WS-DateNum
  COMPUTE WS-JoursFin = FUNCTION INTEGER-OF-DATE(WS-DateNum)
  COMPUTE WS-JoursCourus = WS-JoursFin - WS-JoursDebut
  IF WS-JoursCourus < ZERO THEN
    MOVE ZERO TO WS-JoursCourus
  END-IF
  COMPUTE WS-Interet ROUNDED =
      WS-DT-Capital(WS-Idx) * WS-DT-TauxAnnuel(WS-Idx)
      * WS-JoursCourus / 365 / 100
  IF WS-Interet = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  COMPUTE WS-Retenue ROUNDED = WS-Interet * WS-TauxRetenue / 100
  COMPUTE WS-SoldeCourant = WS-SoldeCourant + WS-Interet
  MOVE WS-SoldeCourant TO WS-SoldeJournal
  MOVE WS-Interet TO Depot
  MOVE 'I' TO Choix
  MOVE "Intérêts dépôt à terme" TO OperationLibelle
  CALL 'EnregistrerHistorique' USING SoldeCompteA SoldeCompteB Depot Retrait Virement Choix OperateurId
                                      WS-SoldeJournal WS-DT-Compte(WS-Idx)
                                      OperationLibelle
  MOVE ZERO TO Depot
  IF WS-Retenue NOT = ZERO THEN
    COMPUTE WS-SoldeCourant = WS-SoldeCourant - WS-Retenue
    MOVE WS-SoldeCourant TO WS-SoldeJournal
    MOVE WS-Retenue TO Retrait
    MOVE 'G' TO Choix
    MOVE "Retenue fiscale intérêts" TO OperationLibelle
    CALL 'EnregistrerHistorique' USING SoldeCompteA SoldeCompteB Depot Retrait Virement Choix OperateurId
                                        WS-SoldeJournal WS-DT-Compte(WS-Idx)
                                        OperationLibelle
    MOVE ZERO TO Retrait
    OPEN EXTEND retenuesfiscales
    IF WS-RETFISC-STATUS NOT = "00" THEN
      OPEN OUTPUT retenuesfiscales
    END-IF
    MOVE WS-DateJour TO RF-Date
    MOVE WS-DT-Compte(WS-Idx) TO RF-Compte
    MOVE WS-Interet TO RF-Brut
    MOVE WS-Retenue TO RF-Retenue
    WRITE RetenueFiscaleRecord
    CLOSE retenuesfiscales
  END-IF
  CALL 'EnregistrerSoldeCompte' USING WS-DT-Compte(WS-Idx)
                                       WS-SoldeCourant
  DISPLAY "Dépôt " WS-DT-Compte(WS-Idx) " : intérêts " WS-Interet
          " (retenue " WS-Retenue ") sur " WS-JoursCourus " jours.".

*> Renouvellement : nouveau contrat de même durée et même taux qui part
*> de l'ancienne échéance, sur le solde du compte de dépôt (intérêts
*> nets capitalisés). La nouvelle échéance revient au jour du contrat,
*> même si l'ancienne a été ramenée en fin de mois ; une ligne sans
*> jour de contrat prend celui de sa date de début.
RENOUVELER-DEPOT.
  ADD 1 TO WS-NbRenouveles
  IF WS-DT-JourContrat(WS-Idx) NOT NUMERIC THEN
    MOVE WS-DT-DateDebut(WS-Idx)(7:2) TO WS-DT-JourContrat(WS-Idx)
  END-IF
  MOVE WS-SoldeCourant TO WS-DT-Capital(WS-Idx)
  MOVE WS-DT-DateEcheance(WS-Idx) TO WS-DT-DateDebut(WS-Idx)
  CALL 'AjouterMoisDate' USING WS-DT-DateDebut(WS-Idx)
                               WS-DT-JourContrat(WS-Idx)
                               WS-DT-DureeMois(WS-Idx) WS-DateEcheance
  MOVE WS-DateEcheance TO WS-DT-DateEcheance(WS-Idx)
  DISPLAY "Dépôt " WS-DT-Compte(WS-Idx) " renouvelé : capital "
          WS-DT-Capital(WS-Idx) ", nouvelle échéance "
          WS-DT-DateEcheance(WS-Idx) ".".

*> Remboursement : patte 'T' sur le compte de dépôt, patte 'V' sur le
*> compte lié ; le dépôt passe échu et son compte est libéré.
REMBOURSER-DEPOT.
  MOVE 'E' TO WS-DT-Statut(WS-Idx)
  IF WS-SoldeCourant NOT > ZERO THEN
    EXIT PARAGRAPH
  END-IF
  MOVE WS-SoldeCourant TO WS-MontantRendu
  CALL 'RechercherCompte' USING WS-DT-CompteLie(WS-Idx)
                                 WS-CompteNomTrouve WS-CompteDeviseTrouve
                                 WS-SoldeLie WS-CompteStatutTrouve
                                 WS-CompteTrouveInd
  IF WS-CompteTrouveInd NOT = 'O'
     OR WS-CompteStatutTrouve = 'B' OR WS-CompteStatutTrouve = 'C' THEN
    DISPLAY "Compte lié " WS-DT-CompteLie(WS-Idx) " du dépôt "
            WS-DT-Compte(WS-Idx) " introuvable, bloqué ou clos : fonds "
            "laissés sur le compte de dépôt, à reprendre au guichet."
    MOVE 4 TO WS-JobRC
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO WS-SoldeCourant
  MOVE WS-SoldeCourant TO WS-SoldeJournal
  MOVE WS-MontantRendu TO Virement
  MOVE 'T' TO Choix
  MOVE "Remboursement dépôt à terme" TO OperationLibelle
  CALL 'EnregistrerHistorique' USING SoldeCompteA SoldeCompteB Depot Retrait Virement Choix OperateurId
                                      WS-SoldeJournal WS-DT-Compte(WS-Idx)
                                      OperationLibelle
  CALL 'EnregistrerSoldeCompte' USING WS-DT-Compte(WS-Idx)
                                       WS-SoldeCourant
  COMPUTE WS-SoldeLie = WS-SoldeLie + WS-MontantRendu
  MOVE WS-SoldeLie TO WS-SoldeJournal
  MOVE 'V' TO Choix
  CALL 'EnregistrerHistorique' USING SoldeCompteA SoldeCompteB Depot Retrait Virement Choix OperateurId
                                      WS-SoldeJournal WS-DT-CompteLie(WS-Idx)
                                      OperationLibelle
  CALL 'EnregistrerSoldeCompte' USING WS-DT-CompteLie(WS-Idx)
                                       WS-SoldeLie
  MOVE ZERO TO Virement
  DISPLAY "Dépôt " WS-DT-Compte(WS-Idx) " remboursé : " WS-MontantRendu
          " versés sur le compte " WS-DT-CompteLie(WS-Idx) ".".
