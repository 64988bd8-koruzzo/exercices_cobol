IDENTIFICATION DIVISION.
PROGRAM-ID. ExportGrandLivre.

*> Job de clôture, lancé après CloturerJournee : convertit les
*> mouvements de l'extrait de la journée (historique_jour.txt, vérifié
*> contre le scellé du journal par ControlerExtraitJour) en lignes de
*> journal comptable équilibrées débit/crédit et écrit le fichier
*> d'interface grandlivre.txt pour la comptabilité, qui
*> re-saisissait jusqu'ici l'activité à la main depuis le relevé.
*> Codes journal par type d'opération : DEP dépôt, RET retrait, VIR
*> virement, INT intérêts ('I'), FRA frais ('F'), PEX paiement externe
*> ('P'), PRT échéance de prêt ('L'), COR correction ('C'). Chaque
*> mouvement produit une ligne de débit et une ligne de crédit
*> (contreparties : 580000 caisse, 471000
*> transit, 668000 charges d'intérêts, 708000 produits de frais). Un
*> trailer de contrôle porte le nombre de lignes et les totaux de
*> hachage (somme des montants, somme des numéros de pièce) que la
*> comptabilité vérifie à la réception. Le même fichier alimente ensuite
*> le grand livre interne de la banque (GrandLivreInterne).
*>
*> Une correction ('C') ne porte pas son sens dans l'écriture : il est
*> déduit du solde résultant (HistoriqueValB) comparé au dernier solde
*> connu du compte — la même technique que le rejeu de
*> RejouerHistorique. Le suivi part du solde d'ouverture de chaque
*> compte mouvementé, relevé sur tout le journal par CloturerJournee
*> dans le contrôle de l'extrait (historique_jour_ctl.txt), puis suit
*> les écritures de la journée. Les versements caisse du magasin ('K')
*> et de la bibliothèque ('1') sont exportés comme un dépôt (journal
*> VRS) ; un retrait en découvert ('O') est un mouvement espèces (RET
*> vers la caisse) tandis qu'un virement en découvert ('W') part en
*> transit comme tout virement — le compte 471000 reste équilibré.
*>
*> Les mouvements de la chambre forte avec le transporteur de fonds
*> (mouvementscoffre.txt, tenu par MouvementCoffre) sont aussi exportés
*> sous le journal FDS, une pièce par mouvement (son numéro) : une
*> réception de fonds débite 580000 caisse par le crédit de 512000
*> banque centrale, une remise au transporteur l'inverse. Seuls les
*> mouvements EUR de la journée comptent ; les dotations et reversements
*> de tiroirs restent internes à la caisse et ne sont pas exportés.
*>
*> Une journée d'une période bancaire close (GestionPeriodes) n'est
*> plus réexportée : le comptable a déjà reçu l'interface de ce mois.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT historique ASSIGN TO "historique_jour.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HIST-STATUS.

  SELECT ctlextrait ASSIGN TO "historique_jour_ctl.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CTLEXTRAIT-STATUS.

  SELECT grandlivre ASSIGN TO "grandlivre.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-GL-STATUS.

  SELECT mouvementscoffre ASSIGN TO "mouvementscoffre.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-MVTCOFFRE-STATUS.

DATA DIVISION.

FD historique.
COPY "HISTORIQUE.cpy".

FD ctlextrait.
COPY "EXTRAITJOUR.cpy".

FD grandlivre.
01 GrandLivreRecord.
   05 GL-Date    PIC X(8).
   05 GL-Piece   PIC 9(9).
   05 GL-Libelle PIC X(30).

FD mouvementscoffre.
COPY "MVTCOFFRE.cpy".

WORKING-STORAGE SECTION.
01 WS-HIST-STATUS PIC XX.
01 WS-GL-STATUS   PIC XX.
01 WS-CTLEXTRAIT-STATUS PIC XX.
01 WS-MVTCOFFRE-STATUS PIC XX.
01 WS-JobNomLog   PIC X(20) VALUE "ExportGrandLivre".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.

01 WS-FinHistorique PIC X(1) VALUE 'N'.

01 WS-ExtraitValide PIC X(1).
01 WS-DateJour    PIC X(8).
01 WS-DomaineBanque  PIC X(1) VALUE 'B'.
01 WS-PeriodeJour    PIC X(6).
01 WS-PeriodeOuverte PIC X(1).
01 WS-NbLignes    PIC 9(6) VALUE ZERO.
01 WS-HashMontants PIC 9(12)V99 VALUE ZERO.
01 WS-HashPieces  PIC 9(12) VALUE ZERO.
01 WS-AExporter   PIC X(1).

01 WS-SoldesPrecedents.
   05 WS-SoldePrec OCCURS 1000 TIMES.
      10 WS-SP-Compte PIC X(6).
      10 WS-SP-Connu PIC X(1).
      10 WS-SP-Solde PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-NbSoldesPrec PIC 9(4) VALUE ZERO.
01 WS-IdxSolde    PIC 9(4).
01 WS-IdxCompte   PIC 9(4).
01 WS-FinControle PIC X(1).
01 WS-DeltaSolde  PIC S9(10)V99 SIGN LEADING SEPARATE.

01 WS-FinCoffre      PIC X(1).
01 WS-PieceFonds     PIC 9(9) VALUE ZERO.
01 WS-MontantFonds   PIC 9(10)V99 VALUE ZERO.
01 WS-LibelleFonds   PIC X(30).

01 COMPTE-CAISSE   PIC X(6) VALUE "580000".
01 COMPTE-TRANSIT  PIC X(6) VALUE "471000".
01 COMPTE-INTERETS PIC X(6) VALUE "668000".
01 COMPTE-PRETS    PIC X(6) VALUE "274000".
01 COMPTE-ETAT     PIC X(6) VALUE "442000".
01 COMPTE-REEVAL   PIC X(6) VALUE "476000".
01 COMPTE-PRODUITS-INTERETS PIC X(6) VALUE "761000".
01 COMPTE-LITIGES  PIC X(6) VALUE "671000".
01 COMPTE-BANQUE-CENTRALE PIC X(6) VALUE "512000".

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-EXTRAIT-JOUR
  PERFORM CONTROLER-PERIODE-JOUR
  PERFORM CHARGER-SOLDES-OUVERTURE
  OPEN OUTPUT grandlivre
  IF WS-GL-STATUS NOT = "00" THEN
    DISPLAY "grandlivre.txt inaccessible en écriture (" WS-GL-STATUS
    MOVE 8 TO WS-JobRC
  ELSE
    PERFORM DEPOUILLER-HISTORIQUE
    PERFORM DEPOUILLER-MOUVEMENTS-COFFRE
    PERFORM ECRIRE-TRAILER
    CLOSE grandlivre
    DISPLAY "Interface grand livre écrite : " WS-NbLignes
  MOVE WS-JobRC TO RETURN-CODE
  STOP RUN.

*> La journée traitée est celle de l'extrait produit par CloturerJournee,
*> qui doit concorder avec le scellé du journal.
CHARGER-EXTRAIT-JOUR.
  CALL 'ControlerExtraitJour' USING WS-DateJour WS-ExtraitValide
  IF WS-ExtraitValide NOT = 'O' THEN
    DISPLAY "ExportGrandLivre refusé : extrait de la journée non conforme, "
            "aucune donnée produite."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF.

CONTROLER-PERIODE-JOUR.
  MOVE WS-DateJour(1:6) TO WS-PeriodeJour
  CALL 'ControlerPeriode' USING WS-DomaineBanque WS-PeriodeJour
                                WS-PeriodeOuverte
  IF WS-PeriodeOuverte NOT = 'O' THEN
    DISPLAY "ExportGrandLivre refusé : la période " WS-PeriodeJour
            " est close, aucune donnée produite."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF.

*> Soldes d'ouverture des comptes mouvementés dans la journée, relevés
*> par CloturerJournee sur tout le journal : point de départ du suivi
*> des soldes qui oriente les corrections.
CHARGER-SOLDES-OUVERTURE.
  MOVE ZERO TO WS-NbSoldesPrec
  OPEN INPUT ctlextrait
  IF WS-CTLEXTRAIT-STATUS = "00" THEN
    MOVE 'N' TO WS-FinControle
    PERFORM LIRE-SOLDE-OUVERTURE
        UNTIL WS-FinControle = 'O' OR WS-NbSoldesPrec = 1000
    CLOSE ctlextrait
  END-IF.

LIRE-SOLDE-OUVERTURE.
  READ ctlextrait
    AT END MOVE 'O' TO WS-FinControle
    NOT AT END
      IF XJ-OUVERTURE THEN
        ADD 1 TO WS-NbSoldesPrec
        MOVE XJ-Compte TO WS-SP-Compte(WS-NbSoldesPrec)
        MOVE XJ-SoldeConnu TO WS-SP-Connu(WS-NbSoldesPrec)
        MOVE XJ-SoldeOuverture TO WS-SP-Solde(WS-NbSoldesPrec)
      END-IF
  END-READ.

DEPOUILLER-HISTORIQUE.
  OPEN INPUT historique
  IF WS-HIST-STATUS = "00" THEN
*> transit, puis transit vers le compte crédité), chacune produisant
*> son couple.
CONVERTIR-ECRITURE.
  MOVE ZERO TO WS-IdxCompte
  PERFORM VARYING WS-IdxSolde FROM 1 BY 1
      UNTIL WS-IdxSolde > WS-NbSoldesPrec OR WS-IdxCompte > ZERO
    IF WS-SP-Compte(WS-IdxSolde) = HistoriqueCompte THEN
      MOVE WS-IdxSolde TO WS-IdxCompte
    END-IF
  END-PERFORM
  IF HistoriqueDate = WS-DateJour THEN
    MOVE 'O' TO WS-AExporter
    EVALUATE HistoriqueDescrp
        MOVE HistoriqueCompte TO WS-CompteDebit
        MOVE COMPTE-REEVAL TO WS-CompteCredit
      WHEN 'K'
      WHEN '1'
        MOVE "VRS" TO WS-Journal
        MOVE COMPTE-CAISSE TO WS-CompteDebit
        MOVE HistoriqueCompte TO WS-CompteCredit
*> Encaissement des prélèvements de la bibliothèque et des loyers du
*> jardin : contrepartie des prélèvements 'M' sur les comptes des
*> adhérents et des locataires, via le transit.
      WHEN '2'
        MOVE "PRL" TO WS-Journal
        MOVE COMPTE-TRANSIT TO WS-CompteDebit
        MOVE HistoriqueCompte TO WS-CompteCredit
*> Pénalité de rupture d'un dépôt à terme : elle reprend une partie des
*> intérêts servis, d'où le crédit en atténuation des charges
*> d'intérêts.
      WHEN 'E'
        MOVE "PEN" TO WS-Journal
        MOVE HistoriqueCompte TO WS-CompteDebit
        MOVE COMPTE-INTERETS TO WS-CompteCredit
*> Agios sur solde débiteur : produit d'intérêts de la banque.
      WHEN 'A'
        MOVE "AGI" TO WS-Journal
        MOVE HistoriqueCompte TO WS-CompteDebit
        MOVE COMPTE-PRODUITS-INTERETS TO WS-CompteCredit
*> Intérêts de retard sur échéances de prêt impayées : produit d'intérêts.
      WHEN 'H'
        MOVE "IRP" TO WS-Journal
        MOVE HistoriqueCompte TO WS-CompteDebit
        MOVE COMPTE-PRODUITS-INTERETS TO WS-CompteCredit
*> Retrait DAB ou paiement par carte : dû au réseau, réglé par le transit.
      WHEN 'Y'
        MOVE "CRT" TO WS-Journal
        MOVE HistoriqueCompte TO WS-CompteDebit
        MOVE COMPTE-TRANSIT TO WS-CompteCredit
*> Remboursement d'une écriture contestée par le client (GestionLitiges) :
*> charge de la banque, au crédit du compte.
      WHEN 'Z'
        MOVE "LIT" TO WS-Journal
        MOVE COMPTE-LITIGES TO WS-CompteDebit
        MOVE HistoriqueCompte TO WS-CompteCredit
      WHEN 'C'
        MOVE "COR" TO WS-Journal
        PERFORM ORIENTER-CORRECTION
  ADD HistoriqueValA TO WS-HashMontants
  ADD HistoriqueId TO WS-HashPieces.

*> Les lignes d'un même mouvement (une par coupure) se suivent dans le
*> fichier : elles sont regroupées en une seule écriture par numéro.
DEPOUILLER-MOUVEMENTS-COFFRE.
  OPEN INPUT mouvementscoffre
  IF WS-MVTCOFFRE-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinCoffre
  PERFORM CUMULER-MOUVEMENT-COFFRE UNTIL WS-FinCoffre = 'O'
  PERFORM ECRIRE-COUPLE-FONDS
  CLOSE mouvementscoffre.

CUMULER-MOUVEMENT-COFFRE.
  READ mouvementscoffre
    AT END MOVE 'O' TO WS-FinCoffre
    NOT AT END
      IF MC-Date = WS-DateJour AND MC-Devise = "EUR"
         AND (MC-RECEPTION-FONDS OR MC-REMISE-FONDS) THEN
        IF MC-Numero NOT = WS-PieceFonds THEN
          PERFORM ECRIRE-COUPLE-FONDS
          MOVE MC-Numero TO WS-PieceFonds
          MOVE ZERO TO WS-MontantFonds
          MOVE SPACES TO WS-LibelleFonds
          IF MC-RECEPTION-FONDS THEN
            MOVE COMPTE-CAISSE TO WS-CompteDebit
            MOVE COMPTE-BANQUE-CENTRALE TO WS-CompteCredit
            STRING "RECEPTION FONDS CDE " DELIMITED BY SIZE
                   MC-Tiers DELIMITED BY SIZE
              INTO WS-LibelleFonds
            END-STRING
          ELSE
            MOVE COMPTE-BANQUE-CENTRALE TO WS-CompteDebit
            MOVE COMPTE-CAISSE TO WS-CompteCredit
            STRING "REMISE FONDS CDE " DELIMITED BY SIZE
                   MC-Tiers DELIMITED BY SIZE
              INTO WS-LibelleFonds
            END-STRING
          END-IF
        END-IF
        ADD MC-Montant TO WS-MontantFonds
      END-IF
  END-READ.

ECRIRE-COUPLE-FONDS.
  IF WS-PieceFonds = ZERO OR WS-MontantFonds = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  MOVE WS-DateJour TO GL-Date
  MOVE "FDS" TO GL-Journal
  MOVE 'D' TO GL-Sens
  MOVE WS-CompteDebit TO GL-Compte
  MOVE WS-MontantFonds TO GL-Montant
  MOVE WS-PieceFonds TO GL-Piece
  MOVE WS-LibelleFonds TO GL-Libelle
  WRITE GrandLivreRecord
  ADD 1 TO WS-NbLignes
  ADD WS-MontantFonds TO WS-HashMontants
  ADD WS-PieceFonds TO WS-HashPieces

  MOVE 'C' TO GL-Sens
  MOVE WS-CompteCredit TO GL-Compte
  WRITE GrandLivreRecord
  ADD 1 TO WS-NbLignes
  ADD WS-MontantFonds TO WS-HashMontants
  ADD WS-PieceFonds TO WS-HashPieces.

ECRIRE-TRAILER.
  MOVE WS-DateJour TO GL-Date
  MOVE "FIN" TO GL-Journal
