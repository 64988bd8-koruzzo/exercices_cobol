IDENTIFICATION DIVISION.
PROGRAM-ID. RapprochementNostro.

*> Job de rapprochement de notre compte chez la banque partenaire
*> (compte nostro), lancé après CloturerJournee, PaiementsRecus,
*> ChargerConfirmations et ChequesPresentes : le relevé quotidien de la
*> banque partenaire (relevenostro.txt : solde d'ouverture 'O',
*> mouvements 'M', solde de clôture 'C') est rapproché, ligne à ligne,
*> de ce que nos propres fichiers de règlement disent avoir mouvementé
*> le compte dans la journée :
*>  - débits : paiements remis dans reglementsortant.txt (référence le
*>    bénéficiaire), chèques présentés payés (chequespresentes.txt moins
*>    chequesrejetes.txt, référence le numéro de chèque) ;
*>  - crédits : paiements entrants de paiementsrecus.txt (référence le
*>    remettant), retours des paiements échoués confirmés par la banque
*>    (confirmationsreglement.txt en 'E'), remises de chèques du jour
*>    (remisescheques.txt).
*> Un mouvement est apparié sur le sens, le montant et la référence, à
*> la même date d'abord, puis à une autre date (décalage de valeur) ;
*> un débit de chèque impayé du relevé est apparié à une remise
*> marquée retournée au registre. Les non-appariés des deux côtés sont
*> reportés d'un passage à l'autre (nostroouverts.txt) avec leur date
*> d'origine, pour l'ancienneté. Les frais de la banque partenaire
*> (nature FRA) ne s'apparient pas : ils sont proposés en écritures
*> (ecrituresnostro.txt, au format de l'interface grand livre, journal
*> FRB : débit 627000 services bancaires, crédit 471000 transit) et
*> retenus dans notre solde comptable du nostro (soldenostro.txt),
*> initialisé au premier passage sur le solde d'ouverture du relevé.
*> L'écart entre le solde de clôture de la banque et le nôtre est
*> expliqué par les suspens ouverts ; état dans rapprochementnostro.txt.
*> RC 4 s'il reste un suspens ou un écart inexpliqué, RC 8 sans relevé.
*> Protégé par le journal des exécutions comme les autres jobs
*> périodiques : les suspens ne sont reportés qu'une fois par journée.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT releve ASSIGN TO "relevenostro.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RELEVE-STATUS.

  SELECT reglement ASSIGN TO "reglementsortant.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-REGLEMENT-STATUS.

  SELECT confirmations ASSIGN TO "confirmationsreglement.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CONFIRM-STATUS.

  SELECT paiementsrecus ASSIGN TO "paiementsrecus.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECUS-STATUS.

  SELECT presentes ASSIGN TO "chequespresentes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PRESENTES-STATUS.

  SELECT rejetes ASSIGN TO "chequesrejetes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-REJETES-STATUS.

  SELECT remises ASSIGN TO "remisescheques.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-REMISES-STATUS.

  SELECT ouverts ASSIGN TO "nostroouverts.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-OUVERTS-STATUS.

  SELECT soldenostro ASSIGN TO "soldenostro.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SOLDENOSTRO-STATUS.

  SELECT propositions ASSIGN TO "ecrituresnostro.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PROPOS-STATUS.

  SELECT etat ASSIGN TO "rapprochementnostro.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ETAT-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD releve.
01 ReleveNostroRecord.
   05 RN-Type      PIC X(1).
      88 RELEVE-OUVERTURE VALUE 'O'.
      88 RELEVE-MOUVEMENT VALUE 'M'.
      88 RELEVE-CLOTURE   VALUE 'C'.
   05 RN-Date      PIC X(8).
   05 RN-Sens      PIC X(1).
   05 RN-Montant   PIC 9(10)V99.
   05 RN-Nature    PIC X(3).
      88 RELEVE-FRAIS VALUE "FRA".
   05 RN-Reference PIC X(20).
   05 RN-Libelle   PIC X(30).

*> Ligne détail de l'export de CloturerJournee :
*> "AAAAMMJJ BENEF. depuis COMPTE montant 99999999".
FD reglement.
01 ReglementLigne PIC X(100).
01 ReglementDetail.
   05 RS-DatePaiement PIC X(8).
   05 FILLER          PIC X(1).
   05 RS-Beneficiaire PIC X(6).
   05 RS-MotDepuis    PIC X(8).
   05 RS-Compte       PIC X(6).
   05 FILLER          PIC X(9).
   05 RS-Montant      PIC 9(6)V99.
   05 FILLER          PIC X(54).

FD confirmations.
01 ConfirmationRecord.
   05 CF-Date         PIC X(8).
   05 CF-Beneficiaire PIC X(6).
   05 CF-Montant      PIC 9(6)V99.
   05 CF-Resultat     PIC X(1).
      88 CONFIRMATION-REGLEE  VALUE 'S'.
      88 CONFIRMATION-ECHOUEE VALUE 'E'.
   05 CF-Motif        PIC X(20).

FD paiementsrecus.
01 PaiementRecuRecord.
   05 PR-Compte    PIC X(6).
   05 PR-Montant   PIC 9(6)V99.
   05 PR-Remettant PIC X(20).
   05 PR-Iban      PIC X(34).

FD presentes.
01 ChequePresenteRecord.
   05 CP-Compte  PIC X(6).
   05 CP-Numero  PIC 9(6).
   05 CP-Montant PIC 9(6)V99.

FD rejetes.
01 ChequeRejeteRecord.
   05 CJ-Compte  PIC X(6).
   05 CJ-Numero  PIC 9(6).
   05 CJ-Montant PIC 9(6)V99.
   05 CJ-Motif   PIC X(2).

FD remises.
01 RemiseChequeRecord.
   05 RC-Compte        PIC X(6).
   05 RC-NumeroCheque  PIC 9(6).
   05 RC-Montant       PIC 9(6)V99.
   05 RC-DateRemise    PIC X(8).
   05 RC-DateDisponible PIC X(8).
   05 RC-Statut        PIC X(1).
      88 REMISE-RETOURNEE VALUE 'R'.

*> Suspens reportés : 'B' ligne du relevé de la banque, 'N' nos
*> écritures.
FD ouverts.
01 SuspensNostroRecord.
   05 NO-Cote      PIC X(1).
   05 NO-Date      PIC X(8).
   05 NO-Sens      PIC X(1).
   05 NO-Montant   PIC 9(10)V99.
   05 NO-Nature    PIC X(3).
   05 NO-Reference PIC X(20).
   05 NO-Libelle   PIC X(30).

FD soldenostro.
01 SoldeNostroRecord.
   05 SN-Date  PIC X(8).
   05 SN-Solde PIC S9(12)V99 SIGN LEADING SEPARATE.

FD propositions.
01 PropositionRecord.
   05 GL-Date    PIC X(8).
   05 GL-Journal PIC X(3).
   05 GL-Sens    PIC X(1).
   05 GL-Compte  PIC X(6).
   05 GL-Montant PIC 9(10)V99.
   05 GL-Piece   PIC 9(9).
   05 GL-Libelle PIC X(30).

FD etat.
01 EtatLigne PIC X(100).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-RELEVE-STATUS      PIC XX.
01 WS-REGLEMENT-STATUS   PIC XX.
01 WS-CONFIRM-STATUS     PIC XX.
01 WS-RECUS-STATUS       PIC XX.
01 WS-PRESENTES-STATUS   PIC XX.
01 WS-REJETES-STATUS     PIC XX.
01 WS-REMISES-STATUS     PIC XX.
01 WS-OUVERTS-STATUS     PIC XX.
01 WS-SOLDENOSTRO-STATUS PIC XX.
01 WS-PROPOS-STATUS      PIC XX.
01 WS-ETAT-STATUS        PIC XX.
01 WS-DATEVALEUR-STATUS  PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "RapprochementNostro".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-NomJob        PIC X(20) VALUE "RapprochementNostro".
01 WS-ExecAutorisee PIC X(1).
01 WS-ResultatJob   PIC X(1).

01 COMPTE-SERVICES-BANCAIRES PIC X(6) VALUE "627000".
01 COMPTE-TRANSIT            PIC X(6) VALUE "471000".
01 MAX-LIGNES                PIC 9(4) VALUE 1000.

01 WS-DateJour    PIC X(8).
01 WS-DateNum     PIC 9(8).
01 WS-JoursJour   PIC 9(8).
01 WS-Age         PIC S9(6).
01 WS-FinLecture  PIC X(1).
01 WS-Debordement PIC X(1) VALUE 'N'.

*> Lignes du relevé (la banque) et nos écritures attendues, reportées
*> et du jour ; Apparie passe à 'O' au rapprochement.
01 WS-TableBanque.
   05 WS-Banque OCCURS 1000 TIMES.
      10 WS-BQ-Date      PIC X(8).
      10 WS-BQ-Sens      PIC X(1).
      10 WS-BQ-Montant   PIC 9(10)V99.
      10 WS-BQ-Nature    PIC X(3).
      10 WS-BQ-Reference PIC X(20).
      10 WS-BQ-Libelle   PIC X(30).
      10 WS-BQ-Apparie   PIC X(1).
01 WS-NbBanque PIC 9(4) VALUE ZERO.

01 WS-TableNous.
   05 WS-Nous OCCURS 1000 TIMES.
      10 WS-NS-Date      PIC X(8).
      10 WS-NS-Sens      PIC X(1).
      10 WS-NS-Montant   PIC 9(10)V99.
      10 WS-NS-Nature    PIC X(3).
      10 WS-NS-Reference PIC X(20).
      10 WS-NS-Libelle   PIC X(30).
      10 WS-NS-Apparie   PIC X(1).
01 WS-NbNous PIC 9(4) VALUE ZERO.

01 WS-TableRejetes.
   05 WS-Rejete OCCURS 500 TIMES.
      10 WS-RJ-Compte PIC X(6).
      10 WS-RJ-Numero PIC 9(6).
01 WS-NbRejetes PIC 9(4) VALUE ZERO.

01 WS-TableRetours.
   05 WS-Retour OCCURS 500 TIMES.
      10 WS-RT-Reference PIC X(20).
      10 WS-RT-Montant   PIC 9(10)V99.
      10 WS-RT-Utilise   PIC X(1).
01 WS-NbRetours PIC 9(4) VALUE ZERO.

01 WS-IdxB     PIC 9(4).
01 WS-IdxN     PIC 9(4).
01 WS-IdxR     PIC 9(4).
01 WS-Trouve   PIC X(1).
01 WS-Passe    PIC 9(1).

*> Zone de travail d'une écriture attendue avant ajout à la table.
01 WS-Attendu.
   05 WS-AT-Date      PIC X(8).
   05 WS-AT-Sens      PIC X(1).
   05 WS-AT-Montant   PIC 9(10)V99.
   05 WS-AT-Nature    PIC X(3).
   05 WS-AT-Reference PIC X(20).
   05 WS-AT-Libelle   PIC X(30).

01 WS-ReleveOuverture PIC S9(12)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-ReleveCloture   PIC S9(12)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-ReleveMouvements PIC S9(12)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-OuvertureVue    PIC X(1) VALUE 'N'.
01 WS-ClotureVue      PIC X(1) VALUE 'N'.
01 WS-SoldeNostro     PIC S9(12)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-SoldeConnu      PIC X(1) VALUE 'N'.
01 WS-MouvementsNous  PIC S9(12)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalFrais      PIC 9(10)V99 VALUE ZERO.
01 WS-NbFrais         PIC 9(4) VALUE ZERO.
01 WS-Ecart           PIC S9(12)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-EcartExplique   PIC S9(12)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-EcartResiduel   PIC S9(12)V99 SIGN LEADING SEPARATE VALUE ZERO.

01 WS-NbApparies      PIC 9(5) VALUE ZERO.
01 WS-NbDecales       PIC 9(5) VALUE ZERO.
01 WS-NbRetoursVus    PIC 9(5) VALUE ZERO.
01 WS-NbOuvertsBanque PIC 9(5) VALUE ZERO.
01 WS-NbOuvertsNous   PIC 9(5) VALUE ZERO.

*> Ancienneté des suspens : 0-5 jours, 6-30 jours, plus de 30 jours ;
*> indice 1 la banque, 2 nos écritures.
01 WS-TableAnciennete.
   05 WS-Cote OCCURS 2 TIMES.
      10 WS-Tranche OCCURS 3 TIMES.
         15 WS-TR-Nombre  PIC 9(5).
         15 WS-TR-Montant PIC 9(12)V99.
01 WS-IdxCote    PIC 9(1).
01 WS-IdxTranche PIC 9(1).
01 WS-LibellesTranches.
   05 FILLER PIC X(16) VALUE "0 a 5 jours".
   05 FILLER PIC X(16) VALUE "6 a 30 jours".
   05 FILLER PIC X(16) VALUE "plus de 30 jours".
01 WS-LibellesRedef REDEFINES WS-LibellesTranches.
   05 WS-LibelleTranche OCCURS 3 TIMES PIC X(16).

01 WS-MontantEdite PIC -Z(11)9.99.
01 WS-NombreEdite  PIC Z(4)9.
01 WS-AgeEdite     PIC -Z(4)9.
01 WS-PieceFrais   PIC 9(9) VALUE ZERO.

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR
  CALL 'ControlerExecution' USING WS-NomJob WS-DateJour WS-ExecAutorisee
  IF WS-ExecAutorisee NOT = 'O' THEN
    DISPLAY "RapprochementNostro déjà exécuté pour la journée " WS-DateJour
            ", second lancement refusé (voir journalexecutions.txt)."
    MOVE 4 TO WS-JobRC
    PERFORM TERMINER-JOB
  END-IF

  PERFORM CHARGER-RELEVE
  IF WS-RELEVE-STATUS NOT = "00" OR WS-ClotureVue NOT = 'O' THEN
    DISPLAY "relevenostro.txt absent ou sans solde de clôture, "
            "rapprochement du nostro non effectué."
    MOVE 8 TO WS-JobRC
    PERFORM TERMINER-JOB
  END-IF
  PERFORM CHARGER-SOLDE-NOSTRO
  PERFORM CHARGER-SUSPENS-REPORTES
  PERFORM CHARGER-REGLEMENTS-SORTANTS
  PERFORM CHARGER-PAIEMENTS-ECHOUES
  PERFORM CHARGER-PAIEMENTS-RECUS
  PERFORM CHARGER-CHEQUES-PAYES
  PERFORM CHARGER-REMISES-CHEQUES
  IF WS-Debordement = 'O' THEN
    DISPLAY "Tables du rapprochement saturées (" MAX-LIGNES
            " lignes), rapprochement non effectué."
    MOVE 8 TO WS-JobRC
    PERFORM TERMINER-JOB
  END-IF

  MOVE 1 TO WS-Passe
  PERFORM APPARIER-LIGNE-BANQUE
      VARYING WS-IdxB FROM 1 BY 1 UNTIL WS-IdxB > WS-NbBanque
  MOVE 2 TO WS-Passe
  PERFORM APPARIER-LIGNE-BANQUE
      VARYING WS-IdxB FROM 1 BY 1 UNTIL WS-IdxB > WS-NbBanque
  PERFORM APPARIER-RETOUR-CHEQUE
      VARYING WS-IdxB FROM 1 BY 1 UNTIL WS-IdxB > WS-NbBanque

  PERFORM PROPOSER-FRAIS
  COMPUTE WS-SoldeNostro = WS-SoldeNostro + WS-MouvementsNous - WS-TotalFrais
  PERFORM ECRIRE-ETAT
  PERFORM ECRIRE-SUSPENS-REPORTES
  PERFORM ECRIRE-SOLDE-NOSTRO

  MOVE 'S' TO WS-ResultatJob
  CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob
  DISPLAY "Rapprochement nostro " WS-DateJour " : " WS-NbApparies
          " apparié(s), " WS-NbOuvertsBanque " suspens banque, "
          WS-NbOuvertsNous " suspens chez nous, écart résiduel "
          WS-EcartResiduel " (rapprochementnostro.txt)."
  IF WS-NbOuvertsBanque > ZERO OR WS-NbOuvertsNous > ZERO
     OR WS-EcartResiduel NOT = ZERO THEN
    MOVE 4 TO WS-JobRC
  END-IF
  MOVE WS-NbApparies TO WS-JobCompteur
  PERFORM TERMINER-JOB.

TERMINER-JOB.
  MOVE 'F' TO WS-JobPhase
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
  END-IF
  MOVE WS-DateJour TO WS-DateNum
  COMPUTE WS-JoursJour = FUNCTION INTEGER-OF-DATE(WS-DateNum).

*> Les mouvements du relevé entrent dans la table de la banque, sauf
*> les frais, cumulés à part pour proposition.
CHARGER-RELEVE.
  OPEN INPUT releve
  IF WS-RELEVE-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM LIRE-LIGNE-RELEVE UNTIL WS-FinLecture = 'O'
  CLOSE releve.

LIRE-LIGNE-RELEVE.
  READ releve
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      EVALUATE TRUE
        WHEN RELEVE-OUVERTURE
          MOVE RN-Montant TO WS-ReleveOuverture
          IF RN-Sens = 'D' THEN
            COMPUTE WS-ReleveOuverture = ZERO - WS-ReleveOuverture
          END-IF
          MOVE 'O' TO WS-OuvertureVue
        WHEN RELEVE-CLOTURE
          MOVE RN-Montant TO WS-ReleveCloture
          IF RN-Sens = 'D' THEN
            COMPUTE WS-ReleveCloture = ZERO - WS-ReleveCloture
          END-IF
          MOVE 'O' TO WS-ClotureVue
        WHEN RELEVE-MOUVEMENT
          IF RN-Sens = 'D' THEN
            SUBTRACT RN-Montant FROM WS-ReleveMouvements
          ELSE
            ADD RN-Montant TO WS-ReleveMouvements
          END-IF
          IF RELEVE-FRAIS THEN
            PERFORM RETENIR-FRAIS
          ELSE
            IF WS-NbBanque < MAX-LIGNES THEN
              ADD 1 TO WS-NbBanque
              MOVE RN-Date      TO WS-BQ-Date(WS-NbBanque)
              MOVE RN-Sens      TO WS-BQ-Sens(WS-NbBanque)
              MOVE RN-Montant   TO WS-BQ-Montant(WS-NbBanque)
              MOVE RN-Nature    TO WS-BQ-Nature(WS-NbBanque)
              MOVE RN-Reference TO WS-BQ-Reference(WS-NbBanque)
              MOVE RN-Libelle   TO WS-BQ-Libelle(WS-NbBanque)
              MOVE 'N'          TO WS-BQ-Apparie(WS-NbBanque)
            ELSE
              MOVE 'O' TO WS-Debordement
            END-IF
          END-IF
      END-EVALUATE
  END-READ.

*> Frais débités (ou ristournés) par la banque partenaire : nets, ils
*> réduisent notre solde comptable du nostro une fois comptabilisés.
RETENIR-FRAIS.
  ADD 1 TO WS-NbFrais
  IF RN-Sens = 'D' THEN
    ADD RN-Montant TO WS-TotalFrais
  ELSE
    SUBTRACT RN-Montant FROM WS-TotalFrais
  END-IF.

*> Au premier passage, notre solde part du solde d'ouverture du relevé.
CHARGER-SOLDE-NOSTRO.
  OPEN INPUT soldenostro
  IF WS-SOLDENOSTRO-STATUS = "00" THEN
    READ soldenostro
      NOT AT END
        MOVE SN-Solde TO WS-SoldeNostro
        MOVE 'O' TO WS-SoldeConnu
    END-READ
    CLOSE soldenostro
  END-IF
  IF WS-SoldeConnu NOT = 'O' THEN
    MOVE WS-ReleveOuverture TO WS-SoldeNostro
    DISPLAY "soldenostro.txt absent : solde comptable du nostro "
            "initialisé sur l'ouverture du relevé."
  END-IF.

CHARGER-SUSPENS-REPORTES.
  OPEN INPUT ouverts
  IF WS-OUVERTS-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM LIRE-SUSPENS-REPORTE UNTIL WS-FinLecture = 'O'
  CLOSE ouverts.

LIRE-SUSPENS-REPORTE.
  READ ouverts
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF NO-Cote = 'B' THEN
        IF WS-NbBanque < MAX-LIGNES THEN
          ADD 1 TO WS-NbBanque
          MOVE NO-Date      TO WS-BQ-Date(WS-NbBanque)
          MOVE NO-Sens      TO WS-BQ-Sens(WS-NbBanque)
          MOVE NO-Montant   TO WS-BQ-Montant(WS-NbBanque)
          MOVE NO-Nature    TO WS-BQ-Nature(WS-NbBanque)
          MOVE NO-Reference TO WS-BQ-Reference(WS-NbBanque)
          MOVE NO-Libelle   TO WS-BQ-Libelle(WS-NbBanque)
          MOVE 'N'          TO WS-BQ-Apparie(WS-NbBanque)
        ELSE
          MOVE 'O' TO WS-Debordement
        END-IF
      ELSE
        MOVE NO-Date      TO WS-AT-Date
        MOVE NO-Sens      TO WS-AT-Sens
        MOVE NO-Montant   TO WS-AT-Montant
        MOVE NO-Nature    TO WS-AT-Nature
        MOVE NO-Reference TO WS-AT-Reference
        MOVE NO-Libelle   TO WS-AT-Libelle
        PERFORM AJOUTER-ATTENDU
      END-IF
  END-READ.

*> Une écriture reportée est déjà dans notre solde : seules celles du
*> jour (date du jour) le font varier, voir CUMULER-ATTENDU.
AJOUTER-ATTENDU.
  IF WS-NbNous < MAX-LIGNES THEN
    ADD 1 TO WS-NbNous
    MOVE WS-AT-Date      TO WS-NS-Date(WS-NbNous)
    MOVE WS-AT-Sens      TO WS-NS-Sens(WS-NbNous)
    MOVE WS-AT-Montant   TO WS-NS-Montant(WS-NbNous)
    MOVE WS-AT-Nature    TO WS-NS-Nature(WS-NbNous)
    MOVE WS-AT-Reference TO WS-NS-Reference(WS-NbNous)
    MOVE WS-AT-Libelle   TO WS-NS-Libelle(WS-NbNous)
    MOVE 'N'             TO WS-NS-Apparie(WS-NbNous)
  ELSE
    MOVE 'O' TO WS-Debordement
  END-IF.

CUMULER-ATTENDU.
  IF WS-AT-Sens = 'D' THEN
    SUBTRACT WS-AT-Montant FROM WS-MouvementsNous
  ELSE
    ADD WS-AT-Montant TO WS-MouvementsNous
  END-IF
  PERFORM AJOUTER-ATTENDU.

CHARGER-REGLEMENTS-SORTANTS.
  OPEN INPUT reglement
  IF WS-REGLEMENT-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM LIRE-REGLEMENT-SORTANT UNTIL WS-FinLecture = 'O'
  CLOSE reglement.

LIRE-REGLEMENT-SORTANT.
  READ reglement
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF RS-MotDepuis = " depuis " AND RS-Montant IS NUMERIC THEN
        MOVE WS-DateJour TO WS-AT-Date
        MOVE 'D' TO WS-AT-Sens
        MOVE RS-Montant TO WS-AT-Montant
        MOVE "PAI" TO WS-AT-Nature
        MOVE SPACES TO WS-AT-Reference
        MOVE RS-Beneficiaire TO WS-AT-Reference
        MOVE SPACES TO WS-AT-Libelle
        STRING "PAIEMENT SORTANT DE " DELIMITED BY SIZE
               RS-Compte DELIMITED BY SIZE
          INTO WS-AT-Libelle
        END-STRING
        PERFORM CUMULER-ATTENDU
      END-IF
  END-READ.

CHARGER-PAIEMENTS-ECHOUES.
  OPEN INPUT confirmations
  IF WS-CONFIRM-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM LIRE-CONFIRMATION UNTIL WS-FinLecture = 'O'
  CLOSE confirmations.

LIRE-CONFIRMATION.
  READ confirmations
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF CONFIRMATION-ECHOUEE THEN
        MOVE CF-Date TO WS-AT-Date
        MOVE 'C' TO WS-AT-Sens
        MOVE CF-Montant TO WS-AT-Montant
        MOVE "RET" TO WS-AT-Nature
        MOVE SPACES TO WS-AT-Reference
        MOVE CF-Beneficiaire TO WS-AT-Reference
        MOVE SPACES TO WS-AT-Libelle
        STRING "RETOUR PAIEMENT " DELIMITED BY SIZE
               CF-Motif DELIMITED BY SIZE
          INTO WS-AT-Libelle
        END-STRING
        PERFORM CUMULER-ATTENDU
      END-IF
  END-READ.

CHARGER-PAIEMENTS-RECUS.
  OPEN INPUT paiementsrecus
  IF WS-RECUS-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM LIRE-PAIEMENT-RECU UNTIL WS-FinLecture = 'O'
  CLOSE paiementsrecus.

LIRE-PAIEMENT-RECU.
  READ paiementsrecus
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE WS-DateJour TO WS-AT-Date
      MOVE 'C' TO WS-AT-Sens
      MOVE PR-Montant TO WS-AT-Montant
      MOVE "REC" TO WS-AT-Nature
      MOVE PR-Remettant TO WS-AT-Reference
      MOVE SPACES TO WS-AT-Libelle
      STRING "PAIEMENT RECU POUR " DELIMITED BY SIZE
             PR-Compte DELIMITED BY SIZE
        INTO WS-AT-Libelle
      END-STRING
      PERFORM CUMULER-ATTENDU
  END-READ.

*> Les chèques présentés refusés repartent en compensation : ils ne
*> sont pas payés par le nostro.
CHARGER-CHEQUES-PAYES.
  OPEN INPUT rejetes
  IF WS-REJETES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-CHEQUE-REJETE UNTIL WS-FinLecture = 'O'
    CLOSE rejetes
  END-IF
  OPEN INPUT presentes
  IF WS-PRESENTES-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM LIRE-CHEQUE-PRESENTE UNTIL WS-FinLecture = 'O'
  CLOSE presentes.

LIRE-CHEQUE-REJETE.
  READ rejetes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF WS-NbRejetes < 500 THEN
        ADD 1 TO WS-NbRejetes
        MOVE CJ-Compte TO WS-RJ-Compte(WS-NbRejetes)
        MOVE CJ-Numero TO WS-RJ-Numero(WS-NbRejetes)
      ELSE
        MOVE 'O' TO WS-Debordement
      END-IF
  END-READ.

LIRE-CHEQUE-PRESENTE.
  READ presentes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE 'N' TO WS-Trouve
      PERFORM VARYING WS-IdxR FROM 1 BY 1
          UNTIL WS-IdxR > WS-NbRejetes OR WS-Trouve = 'O'
        IF WS-RJ-Compte(WS-IdxR) = CP-Compte
           AND WS-RJ-Numero(WS-IdxR) = CP-Numero THEN
          MOVE 'O' TO WS-Trouve
        END-IF
      END-PERFORM
      IF WS-Trouve = 'N' THEN
        MOVE WS-DateJour TO WS-AT-Date
        MOVE 'D' TO WS-AT-Sens
        MOVE CP-Montant TO WS-AT-Montant
        MOVE "CHQ" TO WS-AT-Nature
        MOVE SPACES TO WS-AT-Reference
        MOVE CP-Numero TO WS-AT-Reference
        MOVE SPACES TO WS-AT-Libelle
        STRING "CHEQUE PAYE SUR " DELIMITED BY SIZE
               CP-Compte DELIMITED BY SIZE
          INTO WS-AT-Libelle
        END-STRING
        PERFORM CUMULER-ATTENDU
      END-IF
  END-READ.

*> Remises du jour : crédit attendu en compensation. Les remises
*> retournées servent à reconnaître les impayés débités par la banque.
CHARGER-REMISES-CHEQUES.
  OPEN INPUT remises
  IF WS-REMISES-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM LIRE-REMISE-CHEQUE UNTIL WS-FinLecture = 'O'
  CLOSE remises.

LIRE-REMISE-CHEQUE.
  READ remises
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF RC-DateRemise = WS-DateJour THEN
        MOVE WS-DateJour TO WS-AT-Date
        MOVE 'C' TO WS-AT-Sens
        MOVE RC-Montant TO WS-AT-Montant
        MOVE "CHQ" TO WS-AT-Nature
        MOVE SPACES TO WS-AT-Reference
        MOVE RC-NumeroCheque TO WS-AT-Reference
        MOVE SPACES TO WS-AT-Libelle
        STRING "REMISE CHEQUE DE " DELIMITED BY SIZE
               RC-Compte DELIMITED BY SIZE
          INTO WS-AT-Libelle
        END-STRING
        PERFORM CUMULER-ATTENDU
      END-IF
      IF REMISE-RETOURNEE AND WS-NbRetours < 500 THEN
        ADD 1 TO WS-NbRetours
        MOVE SPACES TO WS-RT-Reference(WS-NbRetours)
        MOVE RC-NumeroCheque TO WS-RT-Reference(WS-NbRetours)
        MOVE RC-Montant TO WS-RT-Montant(WS-NbRetours)
        MOVE 'N' TO WS-RT-Utilise(WS-NbRetours)
      END-IF
  END-READ.

*> Passe 1 : même date ; passe 2 : toute date (décalage de valeur ou
*> suspens reporté).
APPARIER-LIGNE-BANQUE.
  IF WS-BQ-Apparie(WS-IdxB) = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-Trouve
  PERFORM VARYING WS-IdxN FROM 1 BY 1
      UNTIL WS-IdxN > WS-NbNous OR WS-Trouve = 'O'
    IF WS-NS-Apparie(WS-IdxN) = 'N'
       AND WS-NS-Sens(WS-IdxN) = WS-BQ-Sens(WS-IdxB)
       AND WS-NS-Montant(WS-IdxN) = WS-BQ-Montant(WS-IdxB)
       AND WS-NS-Reference(WS-IdxN) = WS-BQ-Reference(WS-IdxB)
       AND (WS-Passe = 2 OR WS-NS-Date(WS-IdxN) = WS-BQ-Date(WS-IdxB))
    THEN
      MOVE 'O' TO WS-Trouve
      MOVE 'O' TO WS-NS-Apparie(WS-IdxN)
      MOVE 'O' TO WS-BQ-Apparie(WS-IdxB)
      ADD 1 TO WS-NbApparies
      IF WS-Passe = 2 THEN
        ADD 1 TO WS-NbDecales
      END-IF
    END-IF
  END-PERFORM.

*> Un chèque revenu impayé est débité par la banque : la remise marquée
*> retournée au registre (ChequesRetournes) en est la contrepartie.
APPARIER-RETOUR-CHEQUE.
  IF WS-BQ-Apparie(WS-IdxB) = 'O' OR WS-BQ-Sens(WS-IdxB) NOT = 'D'
     OR WS-BQ-Nature(WS-IdxB) NOT = "CHQ" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-Trouve
  PERFORM VARYING WS-IdxR FROM 1 BY 1
      UNTIL WS-IdxR > WS-NbRetours OR WS-Trouve = 'O'
    IF WS-RT-Utilise(WS-IdxR) = 'N'
       AND WS-RT-Reference(WS-IdxR) = WS-BQ-Reference(WS-IdxB)
       AND WS-RT-Montant(WS-IdxR) = WS-BQ-Montant(WS-IdxB) THEN
      MOVE 'O' TO WS-Trouve
      MOVE 'O' TO WS-RT-Utilise(WS-IdxR)
      MOVE 'O' TO WS-BQ-Apparie(WS-IdxB)
      ADD 1 TO WS-NbApparies
      ADD 1 TO WS-NbRetoursVus
      SUBTRACT WS-BQ-Montant(WS-IdxB) FROM WS-MouvementsNous
    END-IF
  END-PERFORM.

*> Les frais sont relus ligne à ligne pour les propositions
*> d'écritures, une pièce par ligne de frais.
PROPOSER-FRAIS.
  OPEN OUTPUT propositions
  IF WS-PROPOS-STATUS NOT = "00" THEN
    DISPLAY "ecrituresnostro.txt inaccessible en écriture ("
            WS-PROPOS-STATUS "), frais non proposés."
    MOVE ZERO TO WS-TotalFrais
    EXIT PARAGRAPH
  END-IF
  IF WS-NbFrais > ZERO THEN
    OPEN INPUT releve
    MOVE 'N' TO WS-FinLecture
    PERFORM PROPOSER-LIGNE-FRAIS UNTIL WS-FinLecture = 'O'
    CLOSE releve
  END-IF
  CLOSE propositions.

PROPOSER-LIGNE-FRAIS.
  READ releve
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF RELEVE-MOUVEMENT AND RELEVE-FRAIS THEN
        ADD 1 TO WS-PieceFrais
        MOVE RN-Date TO GL-Date
        MOVE "FRB" TO GL-Journal
        MOVE RN-Montant TO GL-Montant
        MOVE WS-PieceFrais TO GL-Piece
        MOVE RN-Libelle TO GL-Libelle
        IF RN-Sens = 'D' THEN
          MOVE 'D' TO GL-Sens
          MOVE COMPTE-SERVICES-BANCAIRES TO GL-Compte
          WRITE PropositionRecord
          MOVE 'C' TO GL-Sens
          MOVE COMPTE-TRANSIT TO GL-Compte
          WRITE PropositionRecord
        ELSE
          MOVE 'D' TO GL-Sens
          MOVE COMPTE-TRANSIT TO GL-Compte
          WRITE PropositionRecord
          MOVE 'C' TO GL-Sens
          MOVE COMPTE-SERVICES-BANCAIRES TO GL-Compte
          WRITE PropositionRecord
        END-IF
      END-IF
  END-READ.

ECRIRE-ETAT.
  OPEN OUTPUT etat
  MOVE SPACES TO EtatLigne
  STRING "RAPPROCHEMENT DU COMPTE NOSTRO - journée " DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
    INTO EtatLigne
  END-STRING
  WRITE EtatLigne
  MOVE WS-ReleveOuverture TO WS-MontantEdite
  MOVE SPACES TO EtatLigne
  STRING "Solde d'ouverture banque ........ " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
    INTO EtatLigne
  END-STRING
  WRITE EtatLigne
  MOVE WS-ReleveMouvements TO WS-MontantEdite
  MOVE SPACES TO EtatLigne
  STRING "Mouvements du relevé ............ " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
    INTO EtatLigne
  END-STRING
  WRITE EtatLigne
  MOVE WS-ReleveCloture TO WS-MontantEdite
  MOVE SPACES TO EtatLigne
  STRING "Solde de clôture banque ......... " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
    INTO EtatLigne
  END-STRING
  WRITE EtatLigne
  IF WS-OuvertureVue = 'O' AND
     WS-ReleveOuverture + WS-ReleveMouvements NOT = WS-ReleveCloture THEN
    MOVE "  ATTENTION : le relevé ne s'équilibre pas (ouverture + "
        TO EtatLigne
    WRITE EtatLigne
    MOVE "  mouvements <> clôture), à signaler à la banque partenaire."
        TO EtatLigne
    WRITE EtatLigne
    MOVE 4 TO WS-JobRC
  END-IF
  MOVE WS-SoldeNostro TO WS-MontantEdite
  MOVE SPACES TO EtatLigne
  STRING "Notre solde comptable ........... " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
    INTO EtatLigne
  END-STRING
  WRITE EtatLigne
  MOVE WS-TotalFrais TO WS-MontantEdite
  MOVE WS-NbFrais TO WS-NombreEdite
  MOVE SPACES TO EtatLigne
  STRING "  dont frais proposés ........... " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
         " (" DELIMITED BY SIZE
         WS-NombreEdite DELIMITED BY SIZE
         " ligne(s), ecrituresnostro.txt)" DELIMITED BY SIZE
    INTO EtatLigne
  END-STRING
  WRITE EtatLigne
  MOVE WS-NbApparies TO WS-NombreEdite
  MOVE SPACES TO EtatLigne
  STRING "Lignes appariées ................ " DELIMITED BY SIZE
         WS-NombreEdite DELIMITED BY SIZE
    INTO EtatLigne
  END-STRING
  WRITE EtatLigne
  MOVE WS-NbDecales TO WS-NombreEdite
  MOVE SPACES TO EtatLigne
  STRING "  dont à une autre date ......... " DELIMITED BY SIZE
         WS-NombreEdite DELIMITED BY SIZE
    INTO EtatLigne
  END-STRING
  WRITE EtatLigne
  MOVE WS-NbRetoursVus TO WS-NombreEdite
  MOVE SPACES TO EtatLigne
  STRING "  dont chèques retournés ........ " DELIMITED BY SIZE
         WS-NombreEdite DELIMITED BY SIZE
    INTO EtatLigne
  END-STRING
  WRITE EtatLigne

  INITIALIZE WS-TableAnciennete
  MOVE ZERO TO WS-EcartExplique
  MOVE "Suspens de la banque (relevé non rapproché) :" TO EtatLigne
  WRITE EtatLigne
  MOVE 1 TO WS-IdxCote
  PERFORM ECRIRE-SUSPENS-BANQUE
      VARYING WS-IdxB FROM 1 BY 1 UNTIL WS-IdxB > WS-NbBanque
  MOVE "Suspens chez nous (non vus sur le relevé) :" TO EtatLigne
  WRITE EtatLigne
  MOVE 2 TO WS-IdxCote
  PERFORM ECRIRE-SUSPENS-NOUS
      VARYING WS-IdxN FROM 1 BY 1 UNTIL WS-IdxN > WS-NbNous

  MOVE "Ancienneté des suspens         banque             chez nous"
      TO EtatLigne
  WRITE EtatLigne
  PERFORM ECRIRE-TRANCHE
      VARYING WS-IdxTranche FROM 1 BY 1 UNTIL WS-IdxTranche > 3

  COMPUTE WS-Ecart = WS-ReleveCloture - WS-SoldeNostro
  COMPUTE WS-EcartResiduel = WS-Ecart - WS-EcartExplique
  MOVE WS-Ecart TO WS-MontantEdite
  MOVE SPACES TO EtatLigne
  STRING "Ecart banque - nous ............. " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
    INTO EtatLigne
  END-STRING
  WRITE EtatLigne
  MOVE WS-EcartExplique TO WS-MontantEdite
  MOVE SPACES TO EtatLigne
  STRING "  expliqué par les suspens ...... " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
    INTO EtatLigne
  END-STRING
  WRITE EtatLigne
  MOVE WS-EcartResiduel TO WS-MontantEdite
  MOVE SPACES TO EtatLigne
  IF WS-EcartResiduel = ZERO THEN
    STRING "  écart inexpliqué .............. " DELIMITED BY SIZE
           WS-MontantEdite DELIMITED BY SIZE
      INTO EtatLigne
    END-STRING
  ELSE
    STRING "  ECART INEXPLIQUE .............. " DELIMITED BY SIZE
           WS-MontantEdite DELIMITED BY SIZE
           " : à rechercher." DELIMITED BY SIZE
      INTO EtatLigne
    END-STRING
  END-IF
  WRITE EtatLigne
  CLOSE etat.

*> Un suspens de la banque explique l'écart dans son sens, un suspens
*> chez nous en sens inverse.
ECRIRE-SUSPENS-BANQUE.
  IF WS-BQ-Apparie(WS-IdxB) = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO WS-NbOuvertsBanque
  IF WS-BQ-Sens(WS-IdxB) = 'D' THEN
    SUBTRACT WS-BQ-Montant(WS-IdxB) FROM WS-EcartExplique
  ELSE
    ADD WS-BQ-Montant(WS-IdxB) TO WS-EcartExplique
  END-IF
  MOVE WS-BQ-Date(WS-IdxB) TO WS-AT-Date
  MOVE WS-BQ-Sens(WS-IdxB) TO WS-AT-Sens
  MOVE WS-BQ-Montant(WS-IdxB) TO WS-AT-Montant
  MOVE WS-BQ-Nature(WS-IdxB) TO WS-AT-Nature
  MOVE WS-BQ-Reference(WS-IdxB) TO WS-AT-Reference
  MOVE WS-BQ-Libelle(WS-IdxB) TO WS-AT-Libelle
  PERFORM ECRIRE-LIGNE-SUSPENS.

ECRIRE-SUSPENS-NOUS.
  IF WS-NS-Apparie(WS-IdxN) = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO WS-NbOuvertsNous
  IF WS-NS-Sens(WS-IdxN) = 'D' THEN
    ADD WS-NS-Montant(WS-IdxN) TO WS-EcartExplique
  ELSE
    SUBTRACT WS-NS-Montant(WS-IdxN) FROM WS-EcartExplique
  END-IF
  MOVE WS-NS-Date(WS-IdxN) TO WS-AT-Date
  MOVE WS-NS-Sens(WS-IdxN) TO WS-AT-Sens
  MOVE WS-NS-Montant(WS-IdxN) TO WS-AT-Montant
  MOVE WS-NS-Nature(WS-IdxN) TO WS-AT-Nature
  MOVE WS-NS-Reference(WS-IdxN) TO WS-AT-Reference
  MOVE WS-NS-Libelle(WS-IdxN) TO WS-AT-Libelle
  PERFORM ECRIRE-LIGNE-SUSPENS.

ECRIRE-LIGNE-SUSPENS.
  MOVE ZERO TO WS-Age
  IF WS-AT-Date IS NUMERIC THEN
    MOVE WS-AT-Date TO WS-DateNum
    COMPUTE WS-Age = WS-JoursJour - FUNCTION INTEGER-OF-DATE(WS-DateNum)
  END-IF
  EVALUATE TRUE
    WHEN WS-Age <= 5
      MOVE 1 TO WS-IdxTranche
    WHEN WS-Age <= 30
      MOVE 2 TO WS-IdxTranche
    WHEN OTHER
      MOVE 3 TO WS-IdxTranche
  END-EVALUATE
  ADD 1 TO WS-TR-Nombre(WS-IdxCote WS-IdxTranche)
  ADD WS-AT-Montant TO WS-TR-Montant(WS-IdxCote WS-IdxTranche)
  MOVE WS-AT-Montant TO WS-MontantEdite
  MOVE WS-Age TO WS-AgeEdite
  MOVE SPACES TO EtatLigne
  STRING "  " DELIMITED BY SIZE
         WS-AT-Date DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-AT-Sens DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-AT-Nature DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-AT-Reference DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
         WS-AgeEdite DELIMITED BY SIZE
         " j " DELIMITED BY SIZE
         WS-AT-Libelle DELIMITED BY SIZE
    INTO EtatLigne
  END-STRING
  WRITE EtatLigne.

ECRIRE-TRANCHE.
  MOVE SPACES TO EtatLigne
  MOVE WS-TR-Nombre(1 WS-IdxTranche) TO WS-NombreEdite
  MOVE WS-TR-Montant(1 WS-IdxTranche) TO WS-MontantEdite
  STRING "  " DELIMITED BY SIZE
         WS-LibelleTranche(WS-IdxTranche) DELIMITED BY SIZE
         WS-NombreEdite DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
    INTO EtatLigne
  END-STRING
  MOVE WS-TR-Nombre(2 WS-IdxTranche) TO WS-NombreEdite
  MOVE WS-TR-Montant(2 WS-IdxTranche) TO WS-MontantEdite
  MOVE WS-NombreEdite TO EtatLigne(52:5)
  MOVE WS-MontantEdite TO EtatLigne(57:16)
  WRITE EtatLigne.

ECRIRE-SUSPENS-REPORTES.
  OPEN OUTPUT ouverts
  PERFORM VARYING WS-IdxB FROM 1 BY 1 UNTIL WS-IdxB > WS-NbBanque
    IF WS-BQ-Apparie(WS-IdxB) = 'N' THEN
      MOVE 'B' TO NO-Cote
      MOVE WS-BQ-Date(WS-IdxB) TO NO-Date
      MOVE WS-BQ-Sens(WS-IdxB) TO NO-Sens
      MOVE WS-BQ-Montant(WS-IdxB) TO NO-Montant
      MOVE WS-BQ-Nature(WS-IdxB) TO NO-Nature
      MOVE WS-BQ-Reference(WS-IdxB) TO NO-Reference
      MOVE WS-BQ-Libelle(WS-IdxB) TO NO-Libelle
      WRITE SuspensNostroRecord
    END-IF
  END-PERFORM
  PERFORM VARYING WS-IdxN FROM 1 BY 1 UNTIL WS-IdxN > WS-NbNous
    IF WS-NS-Apparie(WS-IdxN) = 'N' THEN
      MOVE 'N' TO NO-Cote
      MOVE WS-NS-Date(WS-IdxN) TO NO-Date
      MOVE WS-NS-Sens(WS-IdxN) TO NO-Sens
      MOVE WS-NS-Montant(WS-IdxN) TO NO-Montant
      MOVE WS-NS-Nature(WS-IdxN) TO NO-Nature
      MOVE WS-NS-Reference(WS-IdxN) TO NO-Reference
      MOVE WS-NS-Libelle(WS-IdxN) TO NO-Libelle
      WRITE SuspensNostroRecord
    END-IF
  END-PERFORM
  CLOSE ouverts.

ECRIRE-SOLDE-NOSTRO.
  OPEN OUTPUT soldenostro
  MOVE WS-DateJour TO SN-Date
  MOVE WS-SoldeNostro TO SN-Solde
  WRITE SoldeNostroRecord
  CLOSE soldenostro.
