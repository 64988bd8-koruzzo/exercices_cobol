IDENTIFICATION DIVISION.
PROGRAM-ID. AgiosJournaliers.

*> Job de fin de journée, pendant débiteur d'InteretsJournaliers : chaque
*> compte actif de comptes.dat dont le solde est négatif (découvert
*> autorisé du compte A, produits à ProduitDecouvert = 'O', ou
*> dépassement) accumule ses agios au jour le jour, au taux débiteur de
*> son produit (ProduitTauxDebiteur) ou, à défaut, à celui du barème
*> partagé (BM-TauxDebiteur). Rien n'est posté au fil de l'eau : les
*> nombres débiteurs (solde x jours) et les agios courus s'accumulent
*> par compte et par trimestre dans agioscumul.txt. Le dernier jour du
*> trimestre — ou au premier passage suivant si ce jour n'a pas été
*> traité — les agios du trimestre sont débités du compte sous le code
*> journal 'A' et un relevé d'agios est produit pour le client
*> (relevesagios.txt et courrier spoolé) : jours débiteurs, solde
*> débiteur moyen, taux nominal et taux effectif global annualisé.
*> Les jours écoulés depuis le passage précédent (agiosdernier.txt)
*> sont comptés d'un coup, au solde du jour, pour couvrir week-ends et
*> jours fériés ; à cheval sur deux trimestres, chaque trimestre reçoit
*> ses propres jours. Le solde retenu est le solde en valeur du jour
*> (CalculerSoldeValeur), pas le solde comptable : une remise de chèque
*> encore en compensation ne couvre pas le découvert.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT bareme ASSIGN TO "../baremetarifs.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-BAREME-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

  SELECT comptes ASSIGN TO "comptes.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CompteNumero
      FILE STATUS IS WS-COMPTES-STATUS.

  SELECT produits ASSIGN TO "produits.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ProduitCode
      FILE STATUS IS WS-PRODUITS-STATUS.

  SELECT agioscumul ASSIGN TO "agioscumul.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CUMUL-STATUS.

  SELECT agiosdernier ASSIGN TO "agiosdernier.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DERNIER-STATUS.

  SELECT relevesagios ASSIGN TO "relevesagios.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RELEVES-STATUS.

  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-TITULAIRES-STATUS.

DATA DIVISION.

FILE SECTION.
FD bareme.
COPY "BAREME.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

FD comptes.
COPY "COMPTES.cpy".

FD produits.
COPY "PRODUITS.cpy".

*> Une ligne par compte et par trimestre (AAAAT) encore à débiter.
FD agioscumul.
01 AgiosCumulRecord.
   05 AC-Compte    PIC X(6).
   05 AC-Trimestre PIC X(5).
   05 AC-Jours     PIC 9(3).
   05 AC-Nombres   PIC 9(12)V99.
   05 AC-Agios     PIC 9(8)V99.
   05 AC-Taux      PIC 9(2)V9(4).

FD agiosdernier.
01 AgiosDernierRecord.
   05 AD-Date PIC X(8).

FD relevesagios.
01 ReleveAgiosLigne PIC X(100).

FD titulaires.
COPY "TITULAIRES.cpy".

WORKING-STORAGE SECTION.
01 WS-BAREME-STATUS     PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-COMPTES-STATUS    PIC XX.
01 WS-PRODUITS-STATUS   PIC XX.
01 WS-CUMUL-STATUS      PIC XX.
01 WS-DERNIER-STATUS    PIC XX.
01 WS-RELEVES-STATUS    PIC XX.
01 WS-TITULAIRES-STATUS PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "AgiosJournaliers".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-DateJour      PIC X(8).
01 WS-NomJob        PIC X(20) VALUE "AgiosJournaliers".
01 WS-ExecAutorisee PIC X(1).
01 WS-ResultatJob   PIC X(1).

01 WS-FinLecture     PIC X(1).
01 WS-Idx            PIC 9(3).
01 WS-IdxCumul       PIC 9(3).
01 WS-NbComptes      PIC 9(3) VALUE ZERO.
01 WS-NbDebiteurs    PIC 9(3) VALUE ZERO.
01 WS-NbPostes       PIC 9(3) VALUE ZERO.
01 WS-FichierDeborde PIC X(1) VALUE 'N'.

01 WS-TableComptes.
   05 WS-CompteEntree OCCURS 50 TIMES.
      10 WS-TB-Numero  PIC X(6).
      10 WS-TB-Solde   PIC S9(8)V99 SIGN LEADING SEPARATE.
      10 WS-TB-Produit PIC X(6).

01 WS-TableCumul.
   05 WS-CumulEntree OCCURS 100 TIMES.
      10 WS-AC-Compte    PIC X(6).
      10 WS-AC-Trimestre PIC X(5).
      10 WS-AC-Jours     PIC 9(3).
      10 WS-AC-Nombres   PIC 9(12)V99.
      10 WS-AC-Agios     PIC 9(8)V99.
      10 WS-AC-Taux      PIC 9(2)V9(4).
      10 WS-AC-Poste     PIC X(1).
01 WS-NbCumul PIC 9(3) VALUE ZERO.

*> Découpage calendaire : jours du passage, trimestre courant et
*> trimestre du passage précédent.
01 WS-DateDernier    PIC X(8).
01 WS-DateNum        PIC 9(8).
01 WS-DateCalc.
   05 WS-DC-Annee PIC 9(4).
   05 WS-DC-Mois  PIC 9(2).
   05 WS-DC-Jour  PIC 9(2).
01 WS-JourJour       PIC S9(9).
01 WS-JourDernier    PIC S9(9).
01 WS-JourDebutTrim  PIC S9(9).
01 WS-TrimestreJour  PIC X(5).
01 WS-TrimestrePrec  PIC X(5).
01 WS-TrimestreVise  PIC X(5).
01 WS-NoTrimestre    PIC 9(1).
01 WS-JoursCourant   PIC 9(3).
01 WS-JoursPrec      PIC 9(3).
01 WS-JoursVises     PIC 9(3).
01 WS-FinTrimestre   PIC X(1).

01 WS-TauxDefaut     PIC 9(2)V9(4).
01 WS-TauxCompte     PIC 9(2)V9(4).
01 WS-ProduitVise    PIC X(6).
01 WS-SoldeDebiteur  PIC 9(8)V99.
01 WS-SoldeValeur    PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-Nombres        PIC 9(12)V99.
01 WS-Agios          PIC 9(8)V99.
01 WS-SoldeMoyen     PIC 9(8)V99.
01 WS-TauxEffectif   PIC 9(3)V9(6).
01 WS-TEG            PIC 9(3)V9(4).
01 WS-TEGAffiche     PIC ZZ9.9999.
01 WS-TauxAffiche    PIC Z9.9999.
01 WS-MontantAffiche PIC Z(7)9.99.
01 WS-JoursAffiche   PIC ZZ9.

01 WS-CompteNomTrouve    PIC X(20).
01 WS-CompteDeviseTrouve PIC X(3).
01 WS-CompteSoldeTrouve  PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-CompteStatutTrouve PIC X(1).
01 WS-CompteTrouveInd    PIC X(1).
01 WS-SoldeAReporter     PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-SoldeCibleJournal  PIC S9(6)V99 SIGN LEADING SEPARATE.

01 WS-CompteAvis           PIC X(6).
01 WS-CourrierType         PIC X(10).
01 WS-CourrierSource       PIC X(1).
01 WS-CourrierDestinataire PIC X(6).
01 WS-CourrierTexte        PIC X(100).
01 WS-CourrierNumero       PIC 9(6).
01 WS-FinTitulaires        PIC X(1).
01 WS-TitulairePrincipal   PIC X(6).

01 SoldeCompteA PIC S9(6)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 SoldeCompteB PIC 9(6)V99 VALUE ZERO.
01 Depot        PIC 9(6)V99 VALUE ZERO.
01 Retrait      PIC 9(6)V99 VALUE ZERO.
01 Virement     PIC 9(6)V99 VALUE ZERO.
01 Choix        PIC X(1)    VALUE 'A'.
01 OperateurId  PIC X(6)    VALUE "BATCH".
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
    DISPLAY "AgiosJournaliers déjà exécuté pour la journée " WS-DateJour
            ", second lancement refusé (voir journalexecutions.txt)."
    MOVE 4 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF
  PERFORM CHARGER-CUMULS
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "agioscumul.txt dépasse la capacité de travail (100) : "
            "toute réécriture tronquerait les cumuls, job arrêté."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF
  MOVE 'P' TO WS-VerrouAction
  MOVE "AgiosJournaliers" TO WS-VerrouDemandeur
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
  PERFORM DETERMINER-PERIODE
  PERFORM CHARGER-COMPTES
  IF WS-NbComptes = ZERO THEN
    DISPLAY "comptes.dat absent ou vide, aucun agio ne sera calculé."
    MOVE 8 TO WS-JobRC
  ELSE
    PERFORM CUMULER-AGIOS-COMPTE
        VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbComptes
    PERFORM ARRETER-TRIMESTRE
        VARYING WS-IdxCumul FROM 1 BY 1 UNTIL WS-IdxCumul > WS-NbCumul
    IF WS-FichierDeborde = 'O' THEN
      DISPLAY "Table des cumuls d'agios saturée (100) : des comptes "
              "débiteurs n'ont pas été cumulés ce jour."
      MOVE 4 TO WS-JobRC
    END-IF
    PERFORM SAUVER-CUMULS
    PERFORM SAUVER-DERNIER-PASSAGE
    DISPLAY "Agios cumulés sur " WS-NbDebiteurs " compte(s) débiteur(s), "
            WS-NbPostes " arrêté(s) trimestriel(s) débité(s)."
    MOVE 'S' TO WS-ResultatJob
    CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob
  END-IF
  MOVE 'L' TO WS-VerrouAction
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbPostes TO WS-JobCompteur
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

*> Taux débiteur de repli : colonne du barème partagé ; un
*> baremetarifs.txt antérieur à la colonne la laisse à blanc et le
*> défaut de la maison (12 %) s'applique.
CHARGER-BAREME.
  MOVE 2.0000  TO BM-TauxInteretAnnuel
  MOVE 300.00  TO BM-PlafondDecouvertA
  MOVE 5.00    TO BM-FraisMensuel
  MOVE 500.00  TO BM-SeuilPalier2
  MOVE 5.0000  TO BM-TauxPalier2
  MOVE 9999.99 TO BM-SeuilPalier3
  MOVE 10.0000 TO BM-TauxPalier3
  MOVE 30.0000 TO BM-TauxRetenueInterets
  MOVE 12.0000 TO BM-TauxDebiteur
  OPEN INPUT bareme
  IF WS-BAREME-STATUS = "00" THEN
    READ bareme
    END-READ
    CLOSE bareme
  END-IF
  IF BM-TauxDebiteur NUMERIC AND BM-TauxDebiteur > ZERO THEN
    MOVE BM-TauxDebiteur TO WS-TauxDefaut
  ELSE
    MOVE 12.0000 TO WS-TauxDefaut
  END-IF.

*> Jours à compter depuis le passage précédent (au moins un), répartis
*> entre le trimestre précédent et le trimestre courant si le passage
*> précédent tombait avant le début du trimestre. Le jour comptable est
*> aussi le dernier du trimestre si son lendemain est un 1er janvier,
*> avril, juillet ou octobre.
DETERMINER-PERIODE.
  MOVE WS-DateJour TO WS-DateNum
  COMPUTE WS-JourJour = FUNCTION INTEGER-OF-DATE(WS-DateNum)
  MOVE WS-DateJour TO WS-DateCalc
  PERFORM CALCULER-TRIMESTRE
  MOVE WS-TrimestreVise TO WS-TrimestreJour
  COMPUTE WS-DC-Mois = (WS-NoTrimestre - 1) * 3 + 1
  MOVE 1 TO WS-DC-Jour
  MOVE WS-DateCalc TO WS-DateNum
  COMPUTE WS-JourDebutTrim = FUNCTION INTEGER-OF-DATE(WS-DateNum)

  MOVE SPACES TO WS-DateDernier
  OPEN INPUT agiosdernier
  IF WS-DERNIER-STATUS = "00" THEN
    READ agiosdernier
      NOT AT END MOVE AD-Date TO WS-DateDernier
    END-READ
    CLOSE agiosdernier
  END-IF
  MOVE 1 TO WS-JoursCourant
  MOVE ZERO TO WS-JoursPrec
  MOVE SPACES TO WS-TrimestrePrec
  IF WS-DateDernier NUMERIC AND WS-DateDernier < WS-DateJour THEN
    MOVE WS-DateDernier TO WS-DateNum
    COMPUTE WS-JourDernier = FUNCTION INTEGER-OF-DATE(WS-DateNum)
    IF WS-JourDernier < WS-JourDebutTrim THEN
      COMPUTE WS-JoursCourant = WS-JourJour - WS-JourDebutTrim + 1
      COMPUTE WS-JoursPrec = WS-JourDebutTrim - 1 - WS-JourDernier
      MOVE WS-DateDernier TO WS-DateCalc
      PERFORM CALCULER-TRIMESTRE
      MOVE WS-TrimestreVise TO WS-TrimestrePrec
    ELSE
      COMPUTE WS-JoursCourant = WS-JourJour - WS-JourDernier
    END-IF
  END-IF

  MOVE 'N' TO WS-FinTrimestre
  COMPUTE WS-DateNum = FUNCTION DATE-OF-INTEGER(WS-JourJour + 1)
  MOVE WS-DateNum TO WS-DateCalc
  IF WS-DC-Jour = 1 AND (WS-DC-Mois = 1 OR WS-DC-Mois = 4
                         OR WS-DC-Mois = 7 OR WS-DC-Mois = 10) THEN
    MOVE 'O' TO WS-FinTrimestre
  END-IF.

CALCULER-TRIMESTRE.
  COMPUTE WS-NoTrimestre = (WS-DC-Mois - 1) / 3 + 1
  MOVE SPACES TO WS-TrimestreVise
  STRING WS-DC-Annee DELIMITED BY SIZE
         WS-NoTrimestre DELIMITED BY SIZE
    INTO WS-TrimestreVise
  END-STRING.

CHARGER-COMPTES.
  MOVE ZERO TO WS-NbComptes
  OPEN INPUT comptes
  IF WS-COMPTES-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUES TO CompteNumero
  START comptes KEY IS NOT LESS THAN CompteNumero
    INVALID KEY
      CLOSE comptes
      EXIT PARAGRAPH
  END-START
  MOVE 'N' TO WS-FinLecture
  PERFORM CHARGER-COMPTE-SUIVANT
      UNTIL WS-FinLecture = 'O' OR WS-NbComptes = 50
  CLOSE comptes.

CHARGER-COMPTE-SUIVANT.
  READ comptes NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF COMPTE-ACTIF OR CompteStatut = SPACE THEN
        ADD 1 TO WS-NbComptes
        MOVE CompteNumero  TO WS-TB-Numero(WS-NbComptes)
        MOVE CompteSolde   TO WS-TB-Solde(WS-NbComptes)
        MOVE CompteProduit TO WS-TB-Produit(WS-NbComptes)
      END-IF
  END-READ.

CHARGER-CUMULS.
  MOVE ZERO TO WS-NbCumul
  OPEN INPUT agioscumul
  IF WS-CUMUL-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-CUMUL-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-NbCumul = 100
    IF WS-FinLecture NOT = 'O' THEN
      READ agioscumul
        AT END CONTINUE
        NOT AT END MOVE 'O' TO WS-FichierDeborde
      END-READ
    END-IF
    CLOSE agioscumul
  END-IF.

LIRE-CUMUL-SUIVANT.
  READ agioscumul
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbCumul
      MOVE AC-Compte    TO WS-AC-Compte(WS-NbCumul)
      MOVE AC-Trimestre TO WS-AC-Trimestre(WS-NbCumul)
      MOVE AC-Jours     TO WS-AC-Jours(WS-NbCumul)
      MOVE AC-Nombres   TO WS-AC-Nombres(WS-NbCumul)
      MOVE AC-Agios     TO WS-AC-Agios(WS-NbCumul)
      MOVE AC-Taux      TO WS-AC-Taux(WS-NbCumul)
      MOVE 'N'          TO WS-AC-Poste(WS-NbCumul)
  END-READ.

*> Les lignes arrêtées et débitées ce jour ne sont pas réécrites.
SAUVER-CUMULS.
  OPEN OUTPUT agioscumul
  PERFORM VARYING WS-IdxCumul FROM 1 BY 1 UNTIL WS-IdxCumul > WS-NbCumul
    IF WS-AC-Poste(WS-IdxCumul) NOT = 'O' THEN
      MOVE WS-AC-Compte(WS-IdxCumul)    TO AC-Compte
      MOVE WS-AC-Trimestre(WS-IdxCumul) TO AC-Trimestre
      MOVE WS-AC-Jours(WS-IdxCumul)     TO AC-Jours
      MOVE WS-AC-Nombres(WS-IdxCumul)   TO AC-Nombres
      MOVE WS-AC-Agios(WS-IdxCumul)     TO AC-Agios
      MOVE WS-AC-Taux(WS-IdxCumul)      TO AC-Taux
      WRITE AgiosCumulRecord
    END-IF
  END-PERFORM
  CLOSE agioscumul.

SAUVER-DERNIER-PASSAGE.
  OPEN OUTPUT agiosdernier
  MOVE WS-DateJour TO AD-Date
  WRITE AgiosDernierRecord
  CLOSE agiosdernier.

*> Taux débiteur du compte : celui de son produit s'il en fixe un, le
*> taux de repli du barème sinon.
DETERMINER-TAUX-COMPTE.
  MOVE WS-TauxDefaut TO WS-TauxCompte
  MOVE WS-TB-Produit(WS-Idx) TO WS-ProduitVise
  IF WS-ProduitVise NOT = SPACES THEN
    OPEN INPUT produits
    IF WS-PRODUITS-STATUS = "00" THEN
      MOVE WS-ProduitVise TO ProduitCode
      READ produits
        NOT INVALID KEY
          IF ProduitTauxDebiteur NUMERIC
             AND ProduitTauxDebiteur > ZERO THEN
            MOVE ProduitTauxDebiteur TO WS-TauxCompte
          END-IF
      END-READ
      CLOSE produits
    END-IF
  END-IF.

CUMULER-AGIOS-COMPTE.
  CALL 'CalculerSoldeValeur' USING WS-TB-Numero(WS-Idx)
                                    WS-TB-Solde(WS-Idx) WS-DateJour
                                    WS-SoldeValeur
  IF WS-SoldeValeur NOT < ZERO THEN
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO WS-NbDebiteurs
  PERFORM DETERMINER-TAUX-COMPTE
  COMPUTE WS-SoldeDebiteur = 0 - WS-SoldeValeur
  IF WS-JoursPrec > ZERO THEN
    MOVE WS-TrimestrePrec TO WS-TrimestreVise
    MOVE WS-JoursPrec TO WS-JoursVises
    PERFORM AJOUTER-AU-CUMUL
  END-IF
  MOVE WS-TrimestreJour TO WS-TrimestreVise
  MOVE WS-JoursCourant TO WS-JoursVises
  PERFORM AJOUTER-AU-CUMUL.

*> Ajoute les nombres et agios des jours visés à la ligne du compte
*> pour le trimestre visé, créée au besoin.
AJOUTER-AU-CUMUL.
  COMPUTE WS-Nombres = WS-SoldeDebiteur * WS-JoursVises
  COMPUTE WS-Agios ROUNDED = WS-Nombres * WS-TauxCompte / 36500
  PERFORM VARYING WS-IdxCumul FROM 1 BY 1
      UNTIL WS-IdxCumul > WS-NbCumul
         OR (WS-AC-Compte(WS-IdxCumul) = WS-TB-Numero(WS-Idx)
             AND WS-AC-Trimestre(WS-IdxCumul) = WS-TrimestreVise)
    CONTINUE
  END-PERFORM
  IF WS-IdxCumul > WS-NbCumul THEN
    IF WS-NbCumul = 100 THEN
      MOVE 'O' TO WS-FichierDeborde
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-NbCumul
    MOVE WS-NbCumul TO WS-IdxCumul
    MOVE WS-TB-Numero(WS-Idx) TO WS-AC-Compte(WS-IdxCumul)
    MOVE WS-TrimestreVise TO WS-AC-Trimestre(WS-IdxCumul)
    MOVE ZERO TO WS-AC-Jours(WS-IdxCumul) WS-AC-Nombres(WS-IdxCumul)
                 WS-AC-Agios(WS-IdxCumul)
    MOVE 'N' TO WS-AC-Poste(WS-IdxCumul)
  END-IF
  ADD WS-JoursVises TO WS-AC-Jours(WS-IdxCumul)
  ADD WS-Nombres TO WS-AC-Nombres(WS-IdxCumul)
  ADD WS-Agios TO WS-AC-Agios(WS-IdxCumul)
  MOVE WS-TauxCompte TO WS-AC-Taux(WS-IdxCumul).

*> Arrêté trimestriel : tout trimestre révolu, et le trimestre courant
*> le jour de sa clôture, est débité et fait l'objet d'un relevé.
ARRETER-TRIMESTRE.
  IF WS-AC-Trimestre(WS-IdxCumul) < WS-TrimestreJour
     OR (WS-AC-Trimestre(WS-IdxCumul) = WS-TrimestreJour
         AND WS-FinTrimestre = 'O') THEN
    PERFORM DEBITER-AGIOS
  END-IF.

DEBITER-AGIOS.
  MOVE 'O' TO WS-AC-Poste(WS-IdxCumul)
  IF WS-AC-Agios(WS-IdxCumul) = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  CALL 'RechercherCompte' USING WS-AC-Compte(WS-IdxCumul)
                                 WS-CompteNomTrouve WS-CompteDeviseTrouve
                                 WS-CompteSoldeTrouve WS-CompteStatutTrouve
                                 WS-CompteTrouveInd
  IF WS-CompteTrouveInd NOT = 'O' THEN
    DISPLAY "Compte " WS-AC-Compte(WS-IdxCumul) " introuvable : agios "
            "du trimestre " WS-AC-Trimestre(WS-IdxCumul)
            " conservés pour le prochain arrêté."
    MOVE 'N' TO WS-AC-Poste(WS-IdxCumul)
    MOVE 4 TO WS-JobRC
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO WS-NbPostes
  COMPUTE WS-SoldeAReporter =
      WS-CompteSoldeTrouve - WS-AC-Agios(WS-IdxCumul)
  MOVE WS-SoldeAReporter TO WS-SoldeCibleJournal
  EVALUATE WS-AC-Compte(WS-IdxCumul)
    WHEN "000001" MOVE WS-SoldeAReporter TO SoldeCompteA
    WHEN "000002" MOVE WS-SoldeAReporter TO SoldeCompteB
    WHEN OTHER CONTINUE
  END-EVALUATE
  MOVE WS-AC-Agios(WS-IdxCumul) TO Retrait
  MOVE 'A' TO Choix
  MOVE SPACES TO OperationLibelle
  STRING "Agios trimestre " DELIMITED BY SIZE
         WS-AC-Trimestre(WS-IdxCumul)(5:1) DELIMITED BY SIZE
         "/" DELIMITED BY SIZE
         WS-AC-Trimestre(WS-IdxCumul)(1:4) DELIMITED BY SIZE
    INTO OperationLibelle
  END-STRING
  CALL 'EnregistrerHistorique' USING SoldeCompteA SoldeCompteB Depot Retrait Virement Choix OperateurId
                                      WS-SoldeCibleJournal
                                      WS-AC-Compte(WS-IdxCumul)
                                      OperationLibelle
  MOVE ZERO TO Retrait
  CALL 'EnregistrerSoldeCompte' USING WS-AC-Compte(WS-IdxCumul)
                                       WS-SoldeAReporter
  DISPLAY "Agios " WS-AC-Agios(WS-IdxCumul) " débités du compte "
          WS-AC-Compte(WS-IdxCumul) " (trimestre "
          WS-AC-Trimestre(WS-IdxCumul) ")."
  PERFORM EDITER-RELEVE-AGIOS.

*> Relevé d'agios réglementaire : jours débiteurs, solde débiteur
*> moyen (nombres / jours), taux nominal et taux effectif global, soit
*> le taux réellement supporté sur le trimestre (agios x 36500 /
*> nombres) composé sur quatre trimestres.
EDITER-RELEVE-AGIOS.
  COMPUTE WS-SoldeMoyen ROUNDED =
      WS-AC-Nombres(WS-IdxCumul) / WS-AC-Jours(WS-IdxCumul)
  COMPUTE WS-TauxEffectif ROUNDED =
      WS-AC-Agios(WS-IdxCumul) * 36500 / WS-AC-Nombres(WS-IdxCumul)
  COMPUTE WS-TEG ROUNDED =
      ((1 + WS-TauxEffectif / 400) ** 4 - 1) * 100
  OPEN EXTEND relevesagios
  IF WS-RELEVES-STATUS NOT = "00" THEN
    OPEN OUTPUT relevesagios
  END-IF
  MOVE SPACES TO ReleveAgiosLigne
  STRING WS-DateJour DELIMITED BY SIZE
         " - RELEVE D'AGIOS compte " DELIMITED BY SIZE
         WS-AC-Compte(WS-IdxCumul) DELIMITED BY SIZE
         " (" DELIMITED BY SIZE
         WS-CompteNomTrouve DELIMITED BY SIZE
         ") trimestre " DELIMITED BY SIZE
         WS-AC-Trimestre(WS-IdxCumul)(5:1) DELIMITED BY SIZE
         "/" DELIMITED BY SIZE
         WS-AC-Trimestre(WS-IdxCumul)(1:4) DELIMITED BY SIZE
    INTO ReleveAgiosLigne
  END-STRING
  WRITE ReleveAgiosLigne
  MOVE WS-AC-Jours(WS-IdxCumul) TO WS-JoursAffiche
  MOVE WS-SoldeMoyen TO WS-MontantAffiche
  MOVE SPACES TO ReleveAgiosLigne
  STRING "  Jours débiteurs : " DELIMITED BY SIZE
         WS-JoursAffiche DELIMITED BY SIZE
         "   Solde débiteur moyen : " DELIMITED BY SIZE
         WS-MontantAffiche DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-CompteDeviseTrouve DELIMITED BY SIZE
    INTO ReleveAgiosLigne
  END-STRING
  WRITE ReleveAgiosLigne
  MOVE WS-AC-Taux(WS-IdxCumul) TO WS-TauxAffiche
  MOVE WS-TEG TO WS-TEGAffiche
  MOVE SPACES TO ReleveAgiosLigne
  STRING "  Taux nominal : " DELIMITED BY SIZE
         WS-TauxAffiche DELIMITED BY SIZE
         " %   Taux effectif global : " DELIMITED BY SIZE
         WS-TEGAffiche DELIMITED BY SIZE
         " % l'an" DELIMITED BY SIZE
    INTO ReleveAgiosLigne
  END-STRING
  WRITE ReleveAgiosLigne
  MOVE WS-AC-Agios(WS-IdxCumul) TO WS-MontantAffiche
  MOVE SPACES TO ReleveAgiosLigne
  STRING "  Agios débités : " DELIMITED BY SIZE
         WS-MontantAffiche DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-CompteDeviseTrouve DELIMITED BY SIZE
    INTO ReleveAgiosLigne
  END-STRING
  WRITE ReleveAgiosLigne
  CLOSE relevesagios
  MOVE SPACES TO WS-CourrierTexte
  STRING "Agios trimestre " DELIMITED BY SIZE
         WS-AC-Trimestre(WS-IdxCumul)(5:1) DELIMITED BY SIZE
         "/" DELIMITED BY SIZE
         WS-AC-Trimestre(WS-IdxCumul)(1:4) DELIMITED BY SIZE
         " compte " DELIMITED BY SIZE
         WS-AC-Compte(WS-IdxCumul) DELIMITED BY SIZE
         " : " DELIMITED BY SIZE
         WS-MontantAffiche DELIMITED BY SIZE
         " sur " DELIMITED BY SIZE
         WS-JoursAffiche DELIMITED BY SIZE
         " j, TEG " DELIMITED BY SIZE
         WS-TEGAffiche DELIMITED BY SIZE
         " %" DELIMITED BY SIZE
    INTO WS-CourrierTexte
  END-STRING
  MOVE WS-AC-Compte(WS-IdxCumul) TO WS-CompteAvis
  PERFORM SPOOLER-RELEVE.

*> Le relevé est adressé au titulaire du compte (CompteClient de
*> comptes.dat), puis à chaque cotitulaire de titulaires.dat.
SPOOLER-RELEVE.
  MOVE SPACES TO WS-CourrierDestinataire
  OPEN INPUT comptes
  IF WS-COMPTES-STATUS = "00" THEN
    MOVE WS-CompteAvis TO CompteNumero
    READ comptes
      NOT INVALID KEY
        MOVE CompteClient TO WS-CourrierDestinataire
    END-READ
    CLOSE comptes
  END-IF
  IF WS-CourrierDestinataire = SPACES THEN
    DISPLAY "Titulaire du compte " WS-CompteAvis " introuvable, "
            "relevé d'agios non spoolé (voir relevesagios.txt)."
  ELSE
    MOVE "AGIOS" TO WS-CourrierType
    MOVE 'C' TO WS-CourrierSource
    CALL 'SpoolerCourrier' USING WS-CourrierType WS-CourrierSource
                                  WS-CourrierDestinataire
                                  WS-CourrierTexte WS-CourrierNumero
    MOVE WS-CourrierDestinataire TO WS-TitulairePrincipal
    PERFORM SPOOLER-COTITULAIRES
  END-IF.

SPOOLER-COTITULAIRES.
  OPEN INPUT titulaires
  IF WS-TITULAIRES-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinTitulaires
  PERFORM SPOOLER-COTITULAIRE-SUIVANT UNTIL WS-FinTitulaires = 'O'
  CLOSE titulaires.

SPOOLER-COTITULAIRE-SUIVANT.
  READ titulaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinTitulaires
    NOT AT END
      IF TI-Compte = WS-CompteAvis
         AND TI-Client NOT = WS-TitulairePrincipal THEN
        MOVE TI-Client TO WS-CourrierDestinataire
        CALL 'SpoolerCourrier' USING WS-CourrierType WS-CourrierSource
                                      WS-CourrierDestinataire
                                      WS-CourrierTexte WS-CourrierNumero
      END-IF
  END-READ.
