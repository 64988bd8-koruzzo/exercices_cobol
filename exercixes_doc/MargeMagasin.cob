IDENTIFICATION DIVISION.
PROGRAM-ID. MargeMagasin.

*> Marge brute mensuelle du magasin, sur le modèle de DeclarationTVA :
*> relit l'archive des tickets (recuarchive.txt) et le recu.txt encore
*> ouvert pour le mois demandé (moismarge.txt AAAAMM ; à défaut, le
*> mois de la journée comptable) et repasse les lignes de chaque
*> ticket (reculignes.txt). Le chiffre d'affaires net d'une ligne est
*> son montant au prorata du net du ticket — remises de paliers,
*> coupons et points de fidélité déduits ; le coût des ventes est la
*> quantité au coût unitaire figé sur la ligne au moment de la vente
*> (RL-CoutUnitaire, coût moyen pondéré de ReceptionStock), ou, pour
*> une ligne d'avant la colonne, au coût moyen actuel de la fiche
*> (compté à part comme estimé). Les cartes cadeaux (lignes CADEAU)
*> ne sont pas de la marchandise et restent hors marge. Les avoirs
*> (RE-Sens 'A') se DEDUISENT du mois d'émission, ventes et coût, en
*> repassant les lignes du ticket d'origine. L'état
*> margemagasin-AAAAMM.txt donne par produit puis par catégorie de TVA
*> le net, le coût des ventes, la marge et son taux, puis la valeur du
*> stock en main au coût moyen du jour d'édition. La démarque du mois
*> (demarques.txt, DEMARQUE : périmés, casse, vol, au coût moyen du
*> jour de la sortie) est détaillée par produit et par motif puis
*> retranchée de la marge brute : marge après démarque.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT recu ASSIGN TO "recu.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECU-STATUS.

  SELECT archive ASSIGN TO "recuarchive.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ARCHIVE-STATUS.

  SELECT reculignes ASSIGN TO "reculignes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECULIGNES-STATUS.

  SELECT produits ASSIGN TO "produits.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PRODUITS-STATUS.

  SELECT demarques ASSIGN TO "demarques.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DEMARQUES-STATUS.

  SELECT moismarge ASSIGN TO "moismarge.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-MOIS-STATUS.

  SELECT etat ASSIGN TO WS-NomEtat
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ETAT-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD recu.
COPY "RECU.cpy".

FD archive.
01 ArchiveRecuRecord.
   05 AR-NumTicket     PIC 9(6).
   05 AR-Date          PIC X(8).
   05 AR-MontantEntre  PIC 9(6)V99.
   05 AR-Reduction     PIC 9(6)V99.
   05 AR-MontantFinal  PIC 9(6)V99.
   05 AR-TVA           PIC 9(6)V99.
   05 AR-Sens          PIC X(1).
   05 AR-RefOrigine    PIC 9(6).
   05 AR-Motif         PIC X(2).
   05 AR-ModePaiement  PIC X(1).
   05 AR-MontantCarte  PIC 9(6)V99.
   05 AR-MontantCheque PIC 9(6)V99.
   05 AR-MontantCadeau PIC 9(6)V99.

FD reculignes.
01 ReculigneRecord.
   05 RL-NumTicket    PIC 9(6).
   05 RL-CodeProduit  PIC X(6).
   05 RL-Libelle      PIC X(20).
   05 RL-Quantite     PIC 9(3).
   05 RL-PrixUnitaire PIC 9(6)V99.
   05 RL-MontantLigne PIC 9(6)V99.
   05 RL-CategorieTVA PIC X(2).
   05 RL-CoutUnitaire PIC 9(6)V99.

FD produits.
01 ProduitRecord.
   05 PD-Code         PIC X(6).
   05 PD-Libelle      PIC X(20).
   05 PD-Prix         PIC 9(6)V99.
   05 PD-CategorieTVA PIC X(2).
   05 PD-Stock        PIC 9(5).
   05 PD-Fournisseur  PIC X(6).
   05 PD-QteReappro   PIC 9(5).
   05 PD-PrixAchat    PIC 9(6)V99.
   05 PD-CoutMoyen    PIC 9(6)V99.

FD demarques.
COPY "DEMARQUE.cpy".

FD moismarge.
01 MoisMargeLigne PIC X(6).

FD etat.
01 EtatLigne PIC X(120).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-RECU-STATUS       PIC XX.
01 WS-ARCHIVE-STATUS    PIC XX.
01 WS-RECULIGNES-STATUS PIC XX.
01 WS-PRODUITS-STATUS   PIC XX.
01 WS-MOIS-STATUS       PIC XX.
01 WS-ETAT-STATUS       PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-DEMARQUES-STATUS  PIC XX.

01 WS-FinLecture PIC X(1) VALUE 'N'.
01 WS-FinLignes  PIC X(1).
01 WS-DateJour   PIC X(8).
01 WS-Mois       PIC X(6).
01 WS-NomEtat    PIC X(30).

*> Cumuls par produit : les produits de la fiche, puis les codes
*> vendus qui n'y figurent plus.
01 WS-TableProduits.
   05 WS-ProduitEntree OCCURS 100 TIMES.
      10 WS-PD-Code       PIC X(6).
      10 WS-PD-Libelle    PIC X(20).
      10 WS-PD-Categorie  PIC X(2).
      10 WS-PD-Stock      PIC X(5).
      10 WS-PD-CoutMoyen  PIC 9(6)V99.
      10 WS-PD-Quantite   PIC S9(7) SIGN LEADING SEPARATE.
      10 WS-PD-Net        PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-PD-Cout       PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-PD-Demarque   PIC 9(10)V99.
01 WS-NbProduits PIC 9(3) VALUE ZERO.
01 WS-IdxProduit PIC 9(3).
01 WS-IdxRecherche PIC 9(3).

*> Cumuls par catégorie de TVA.
01 WS-TableCategories.
   05 WS-CategorieEntree OCCURS 10 TIMES.
      10 WS-CT-Categorie PIC X(2).
      10 WS-CT-Net       PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-CT-Cout      PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-NbCategories PIC 9(2) VALUE ZERO.
01 WS-IdxCategorie PIC 9(2).

*> Lignes du ticket en cours de ventilation.
01 WS-TableLignes.
   05 WS-LigneEntree OCCURS 20 TIMES.
      10 WS-LG-Code      PIC X(6).
      10 WS-LG-Libelle   PIC X(20).
      10 WS-LG-Quantite  PIC 9(3).
      10 WS-LG-Montant   PIC 9(6)V99.
      10 WS-LG-Categorie PIC X(2).
      10 WS-LG-Cout      PIC X(8).
      10 WS-LG-CoutNum REDEFINES WS-LG-Cout PIC 9(6)V99.
01 WS-NbLignes PIC 9(2).
01 WS-Idx      PIC 9(3).

01 WS-TicketLignes   PIC 9(6).
01 WS-SensTicket     PIC S9(1) VALUE +1.
01 WS-BrutTicket     PIC 9(6)V99.
01 WS-FinalTicket    PIC 9(6)V99.
01 WS-CadeauxTicket  PIC 9(6)V99.
01 WS-BrutMarchandise PIC 9(6)V99.
01 WS-NetMarchandise PIC 9(6)V99.
01 WS-NetLigne       PIC 9(6)V99.
01 WS-CoutLigne      PIC 9(8)V99.
01 WS-NbVentes       PIC 9(6) VALUE ZERO.
01 WS-NbAvoirs       PIC 9(6) VALUE ZERO.
01 WS-NbCoutsEstimes PIC 9(6) VALUE ZERO.
01 WS-NbHorsTable    PIC 9(6) VALUE ZERO.
01 WS-SansDetail     PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalNet       PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalCout      PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-Marge          PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-TauxMarge      PIC S9(3)V99 SIGN LEADING SEPARATE.
01 WS-NetReference   PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-StockNum       PIC 9(5).
01 WS-ValeurStock    PIC 9(10)V99 VALUE ZERO.

*> Démarque du mois au coût, par motif.
01 WS-DemarquePerime PIC 9(10)V99 VALUE ZERO.
01 WS-DemarqueCasse  PIC 9(10)V99 VALUE ZERO.
01 WS-DemarqueVol    PIC 9(10)V99 VALUE ZERO.
01 WS-TotalDemarque  PIC 9(10)V99 VALUE ZERO.

*> Zones éditées pour l'état.
01 WS-QteEdit        PIC -(6)9.
01 WS-NetEdit        PIC -(9)9.99.
01 WS-CoutEdit       PIC -(9)9.99.
01 WS-MargeEdit      PIC -(9)9.99.
01 WS-TauxEdit       PIC -(3)9.99.
01 WS-MontantEdit    PIC -(9)9.99.
01 WS-PerimeEdit     PIC -(9)9.99.
01 WS-CasseEdit      PIC -(9)9.99.
01 WS-VolEdit        PIC -(9)9.99.
01 WS-DemarqueEdit   PIC -(9)9.99.

PROCEDURE DIVISION.
    PERFORM CHARGER-DATE-VALEUR
    MOVE WS-DateJour(1:6) TO WS-Mois
    OPEN INPUT moismarge
    IF WS-MOIS-STATUS = "00" THEN
      READ moismarge
        NOT AT END
          IF MoisMargeLigne NUMERIC THEN
            MOVE MoisMargeLigne TO WS-Mois
          END-IF
      END-READ
      CLOSE moismarge
    END-IF
    PERFORM CHARGER-PRODUITS

    OPEN INPUT archive
    IF WS-ARCHIVE-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM DEPOUILLER-ARCHIVE-SUIVANT UNTIL WS-FinLecture = 'O'
      CLOSE archive
    END-IF
    OPEN INPUT recu
    IF WS-RECU-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM DEPOUILLER-VIVANT-SUIVANT UNTIL WS-FinLecture = 'O'
      CLOSE recu
    END-IF
    OPEN INPUT demarques
    IF WS-DEMARQUES-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM DEPOUILLER-DEMARQUE-SUIVANTE UNTIL WS-FinLecture = 'O'
      CLOSE demarques
    END-IF

    PERFORM ECRIRE-ETAT
    DISPLAY "Marge du magasin " WS-Mois " écrite (" WS-NomEtat ")."
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

CHARGER-PRODUITS.
    OPEN INPUT produits
    IF WS-PRODUITS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-PRODUIT-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbProduits = 50
      CLOSE produits
    END-IF.

LIRE-PRODUIT-SUIVANT.
    READ produits
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbProduits
        MOVE PD-Code         TO WS-PD-Code(WS-NbProduits)
        MOVE PD-Libelle      TO WS-PD-Libelle(WS-NbProduits)
        MOVE PD-CategorieTVA TO WS-PD-Categorie(WS-NbProduits)
        MOVE PD-Stock        TO WS-PD-Stock(WS-NbProduits)
        MOVE PD-CoutMoyen    TO WS-PD-CoutMoyen(WS-NbProduits)
        MOVE ZERO TO WS-PD-Quantite(WS-NbProduits)
                     WS-PD-Net(WS-NbProduits)
                     WS-PD-Cout(WS-NbProduits)
                     WS-PD-Demarque(WS-NbProduits)
    END-READ.

DEPOUILLER-ARCHIVE-SUIVANT.
    READ archive
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF AR-Date(1:6) = WS-Mois THEN
          IF AR-Sens = 'A' THEN
            MOVE -1 TO WS-SensTicket
            MOVE AR-RefOrigine TO WS-TicketLignes
            ADD 1 TO WS-NbAvoirs
          ELSE
            MOVE +1 TO WS-SensTicket
            MOVE AR-NumTicket TO WS-TicketLignes
            ADD 1 TO WS-NbVentes
          END-IF
          MOVE AR-MontantEntre TO WS-BrutTicket
          MOVE AR-MontantFinal TO WS-FinalTicket
          PERFORM VENTILER-TICKET
        END-IF
    END-READ.

DEPOUILLER-VIVANT-SUIVANT.
    READ recu
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF RE-Date(1:6) = WS-Mois THEN
          IF RECU-AVOIR THEN
            MOVE -1 TO WS-SensTicket
            MOVE RE-RefOrigine TO WS-TicketLignes
            ADD 1 TO WS-NbAvoirs
          ELSE
            MOVE +1 TO WS-SensTicket
            MOVE RE-NumTicket TO WS-TicketLignes
            ADD 1 TO WS-NbVentes
          END-IF
          MOVE RE-MontantEntre TO WS-BrutTicket
          MOVE RE-MontantFinal TO WS-FinalTicket
          PERFORM VENTILER-TICKET
        END-IF
    END-READ.

*> Une démarque d'un produit retiré de la fiche ne compte qu'aux
*> totaux par motif.
DEPOUILLER-DEMARQUE-SUIVANTE.
    READ demarques
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF DM-Date(1:6) = WS-Mois THEN
          EVALUATE TRUE
            WHEN DEMARQUE-PERIME
              ADD DM-Valeur TO WS-DemarquePerime
            WHEN DEMARQUE-CASSE
              ADD DM-Valeur TO WS-DemarqueCasse
            WHEN OTHER
              ADD DM-Valeur TO WS-DemarqueVol
          END-EVALUATE
          ADD DM-Valeur TO WS-TotalDemarque
          PERFORM VARYING WS-IdxRecherche FROM 1 BY 1
              UNTIL WS-IdxRecherche > WS-NbProduits
            IF WS-PD-Code(WS-IdxRecherche) = DM-Code THEN
              ADD DM-Valeur TO WS-PD-Demarque(WS-IdxRecherche)
            END-IF
          END-PERFORM
        END-IF
    END-READ.

*> Les lignes du ticket (celles du ticket d'origine pour un avoir)
*> sont d'abord rassemblées : la part des cartes cadeaux, hors remise
*> à la caisse, est retirée du brut et du net avant de répartir le net
*> marchandise au prorata des lignes.
VENTILER-TICKET.
    MOVE ZERO TO WS-NbLignes
    MOVE ZERO TO WS-CadeauxTicket
    OPEN INPUT reculignes
    IF WS-RECULIGNES-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLignes
      PERFORM LIRE-LIGNE-SUIVANTE UNTIL WS-FinLignes = 'O'
      CLOSE reculignes
    END-IF
    IF WS-NbLignes = ZERO THEN
      PERFORM VENTILER-SANS-LIGNES
      EXIT PARAGRAPH
    END-IF
    IF WS-BrutTicket > WS-CadeauxTicket THEN
      COMPUTE WS-BrutMarchandise = WS-BrutTicket - WS-CadeauxTicket
    ELSE
      MOVE ZERO TO WS-BrutMarchandise
    END-IF
    IF WS-FinalTicket > WS-CadeauxTicket THEN
      COMPUTE WS-NetMarchandise = WS-FinalTicket - WS-CadeauxTicket
    ELSE
      MOVE ZERO TO WS-NetMarchandise
    END-IF
    PERFORM VENTILER-LIGNE
        VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbLignes.

LIRE-LIGNE-SUIVANTE.
    READ reculignes
      AT END MOVE 'O' TO WS-FinLignes
      NOT AT END
        IF RL-NumTicket = WS-TicketLignes THEN
          IF RL-CodeProduit = "CADEAU" THEN
            ADD RL-MontantLigne TO WS-CadeauxTicket
          ELSE
            IF WS-NbLignes < 20 THEN
              ADD 1 TO WS-NbLignes
              MOVE RL-CodeProduit  TO WS-LG-Code(WS-NbLignes)
              MOVE RL-Libelle      TO WS-LG-Libelle(WS-NbLignes)
              MOVE RL-Quantite     TO WS-LG-Quantite(WS-NbLignes)
              MOVE RL-MontantLigne TO WS-LG-Montant(WS-NbLignes)
              MOVE RL-CategorieTVA TO WS-LG-Categorie(WS-NbLignes)
              IF RL-CoutUnitaire NUMERIC THEN
                MOVE RL-CoutUnitaire TO WS-LG-CoutNum(WS-NbLignes)
              ELSE
                MOVE SPACES TO WS-LG-Cout(WS-NbLignes)
              END-IF
            END-IF
          END-IF
        END-IF
    END-READ.

*> Tickets de lot (CalculReductionsBatch) sans lignes : leur net est
*> compté à part, sans coût connu, pour que le total rejoigne le
*> chiffre d'affaires du mois.
VENTILER-SANS-LIGNES.
    IF WS-FinalTicket > WS-CadeauxTicket THEN
      COMPUTE WS-NetMarchandise = WS-FinalTicket - WS-CadeauxTicket
    ELSE
      MOVE ZERO TO WS-NetMarchandise
    END-IF
    IF WS-SensTicket = +1 THEN
      ADD WS-NetMarchandise TO WS-SansDetail
    ELSE
      SUBTRACT WS-NetMarchandise FROM WS-SansDetail
    END-IF.

VENTILER-LIGNE.
    IF WS-BrutMarchandise = ZERO THEN
      MOVE WS-LG-Montant(WS-Idx) TO WS-NetLigne
    ELSE
      COMPUTE WS-NetLigne ROUNDED =
          WS-LG-Montant(WS-Idx) * WS-NetMarchandise / WS-BrutMarchandise
    END-IF
    PERFORM TROUVER-PRODUIT
    IF WS-LG-Cout(WS-Idx) NUMERIC THEN
      COMPUTE WS-CoutLigne =
          WS-LG-Quantite(WS-Idx) * WS-LG-CoutNum(WS-Idx)
    ELSE
      ADD 1 TO WS-NbCoutsEstimes
      IF WS-IdxProduit > ZERO THEN
        COMPUTE WS-CoutLigne =
            WS-LG-Quantite(WS-Idx) * WS-PD-CoutMoyen(WS-IdxProduit)
      ELSE
        MOVE ZERO TO WS-CoutLigne
      END-IF
    END-IF
    PERFORM TROUVER-CATEGORIE
    IF WS-SensTicket = +1 THEN
      ADD WS-NetLigne TO WS-TotalNet
      ADD WS-CoutLigne TO WS-TotalCout
      IF WS-IdxProduit > ZERO THEN
        ADD WS-LG-Quantite(WS-Idx) TO WS-PD-Quantite(WS-IdxProduit)
        ADD WS-NetLigne TO WS-PD-Net(WS-IdxProduit)
        ADD WS-CoutLigne TO WS-PD-Cout(WS-IdxProduit)
      END-IF
      IF WS-IdxCategorie > ZERO THEN
        ADD WS-NetLigne TO WS-CT-Net(WS-IdxCategorie)
        ADD WS-CoutLigne TO WS-CT-Cout(WS-IdxCategorie)
      END-IF
    ELSE
      SUBTRACT WS-NetLigne FROM WS-TotalNet
      SUBTRACT WS-CoutLigne FROM WS-TotalCout
      IF WS-IdxProduit > ZERO THEN
        SUBTRACT WS-LG-Quantite(WS-Idx) FROM WS-PD-Quantite(WS-IdxProduit)
        SUBTRACT WS-NetLigne FROM WS-PD-Net(WS-IdxProduit)
        SUBTRACT WS-CoutLigne FROM WS-PD-Cout(WS-IdxProduit)
      END-IF
      IF WS-IdxCategorie > ZERO THEN
        SUBTRACT WS-NetLigne FROM WS-CT-Net(WS-IdxCategorie)
        SUBTRACT WS-CoutLigne FROM WS-CT-Cout(WS-IdxCategorie)
      END-IF
    END-IF.

*> Un code vendu qui n'est plus sur la fiche prend une entrée à lui
*> (sans coût moyen ni stock) ; au-delà de la table, seul le total
*> du mois et sa catégorie le comptent.
TROUVER-PRODUIT.
    MOVE ZERO TO WS-IdxProduit
    PERFORM VARYING WS-IdxRecherche FROM 1 BY 1
        UNTIL WS-IdxRecherche > WS-NbProduits OR WS-IdxProduit > ZERO
      IF WS-PD-Code(WS-IdxRecherche) = WS-LG-Code(WS-Idx) THEN
        MOVE WS-IdxRecherche TO WS-IdxProduit
      END-IF
    END-PERFORM
    IF WS-IdxProduit > ZERO THEN
      EXIT PARAGRAPH
    END-IF
    IF WS-NbProduits = 100 THEN
      ADD 1 TO WS-NbHorsTable
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-NbProduits
    MOVE WS-NbProduits TO WS-IdxProduit
    MOVE WS-LG-Code(WS-Idx)      TO WS-PD-Code(WS-IdxProduit)
    MOVE WS-LG-Libelle(WS-Idx)   TO WS-PD-Libelle(WS-IdxProduit)
    MOVE WS-LG-Categorie(WS-Idx) TO WS-PD-Categorie(WS-IdxProduit)
    MOVE SPACES TO WS-PD-Stock(WS-IdxProduit)
    MOVE ZERO TO WS-PD-CoutMoyen(WS-IdxProduit)
                 WS-PD-Quantite(WS-IdxProduit)
                 WS-PD-Net(WS-IdxProduit)
                 WS-PD-Cout(WS-IdxProduit)
                 WS-PD-Demarque(WS-IdxProduit).

TROUVER-CATEGORIE.
    MOVE ZERO TO WS-IdxCategorie
    PERFORM VARYING WS-IdxRecherche FROM 1 BY 1
        UNTIL WS-IdxRecherche > WS-NbCategories OR WS-IdxCategorie > ZERO
      IF WS-CT-Categorie(WS-IdxRecherche) = WS-LG-Categorie(WS-Idx) THEN
        MOVE WS-IdxRecherche TO WS-IdxCategorie
      END-IF
    END-PERFORM
    IF WS-IdxCategorie > ZERO OR WS-NbCategories = 10 THEN
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-NbCategories
    MOVE WS-NbCategories TO WS-IdxCategorie
    MOVE WS-LG-Categorie(WS-Idx) TO WS-CT-Categorie(WS-IdxCategorie)
    MOVE ZERO TO WS-CT-Net(WS-IdxCategorie)
                 WS-CT-Cout(WS-IdxCategorie).

ECRIRE-ETAT.
    MOVE SPACES TO WS-NomEtat
    STRING "margemagasin-" DELIMITED BY SIZE
           WS-Mois DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
      INTO WS-NomEtat
    END-STRING
    OPEN OUTPUT etat
    MOVE SPACES TO EtatLigne
    STRING "MARGE BRUTE DU MAGASIN - mois " DELIMITED BY SIZE
           WS-Mois DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-NbVentes DELIMITED BY SIZE
           " vente(s), " DELIMITED BY SIZE
           WS-NbAvoirs DELIMITED BY SIZE
           " avoir(s)" DELIMITED BY SIZE
      INTO EtatLigne
    END-STRING
    WRITE EtatLigne
    MOVE SPACES TO EtatLigne
    WRITE EtatLigne
    MOVE "PAR PRODUIT" TO EtatLigne
    WRITE EtatLigne
    PERFORM ECRIRE-LIGNE-PRODUIT
        VARYING WS-IdxProduit FROM 1 BY 1
        UNTIL WS-IdxProduit > WS-NbProduits
    MOVE SPACES TO EtatLigne
    WRITE EtatLigne
    MOVE "PAR CATEGORIE DE TVA" TO EtatLigne
    WRITE EtatLigne
    PERFORM ECRIRE-LIGNE-CATEGORIE
        VARYING WS-IdxCategorie FROM 1 BY 1
        UNTIL WS-IdxCategorie > WS-NbCategories
    MOVE SPACES TO EtatLigne
    WRITE EtatLigne
    COMPUTE WS-Marge = WS-TotalNet - WS-TotalCout
    PERFORM CALCULER-TAUX-MARGE
    MOVE WS-TotalNet TO WS-NetEdit
    MOVE WS-TotalCout TO WS-CoutEdit
    MOVE WS-Marge TO WS-MargeEdit
    MOVE WS-TauxMarge TO WS-TauxEdit
    MOVE SPACES TO EtatLigne
    STRING "TOTAL : net " DELIMITED BY SIZE
           WS-NetEdit DELIMITED BY SIZE
           ", coût des ventes " DELIMITED BY SIZE
           WS-CoutEdit DELIMITED BY SIZE
           ", marge " DELIMITED BY SIZE
           WS-MargeEdit DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-TauxEdit DELIMITED BY SIZE
           " %)" DELIMITED BY SIZE
      INTO EtatLigne
    END-STRING
    WRITE EtatLigne
    IF WS-SansDetail NOT = ZERO THEN
      MOVE WS-SansDetail TO WS-MontantEdit
      MOVE SPACES TO EtatLigne
      STRING "Ventes sans détail de lignes (tickets de lot), hors "
             "marge : net " DELIMITED BY SIZE
             WS-MontantEdit DELIMITED BY SIZE
        INTO EtatLigne
      END-STRING
      WRITE EtatLigne
    END-IF
    IF WS-NbCoutsEstimes > ZERO THEN
      MOVE SPACES TO EtatLigne
      STRING WS-NbCoutsEstimes DELIMITED BY SIZE
             " ligne(s) sans coût figé, estimée(s) au coût moyen "
             "actuel." DELIMITED BY SIZE
        INTO EtatLigne
      END-STRING
      WRITE EtatLigne
    END-IF
    IF WS-NbHorsTable > ZERO THEN
      MOVE SPACES TO EtatLigne
      STRING WS-NbHorsTable DELIMITED BY SIZE
             " ligne(s) de produits hors table : au total et à la "
             "catégorie seulement." DELIMITED BY SIZE
        INTO EtatLigne
      END-STRING
      WRITE EtatLigne
    END-IF
    PERFORM ECRIRE-DEMARQUE
    PERFORM VARYING WS-IdxProduit FROM 1 BY 1
        UNTIL WS-IdxProduit > WS-NbProduits
      IF WS-PD-Stock(WS-IdxProduit) NUMERIC
         AND WS-PD-CoutMoyen(WS-IdxProduit) NUMERIC THEN
        MOVE WS-PD-Stock(WS-IdxProduit) TO WS-StockNum
        COMPUTE WS-ValeurStock = WS-ValeurStock
            + WS-StockNum * WS-PD-CoutMoyen(WS-IdxProduit)
      END-IF
    END-PERFORM
    MOVE WS-ValeurStock TO WS-MontantEdit
    MOVE SPACES TO EtatLigne
    STRING "Valeur du stock en main au coût moyen (au " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
           ") : " DELIMITED BY SIZE
           WS-MontantEdit DELIMITED BY SIZE
      INTO EtatLigne
    END-STRING
    WRITE EtatLigne
    CLOSE etat.

ECRIRE-DEMARQUE.
    MOVE SPACES TO EtatLigne
    WRITE EtatLigne
    MOVE "DEMARQUE AU COUT" TO EtatLigne
    WRITE EtatLigne
    PERFORM VARYING WS-IdxProduit FROM 1 BY 1
        UNTIL WS-IdxProduit > WS-NbProduits
      IF WS-PD-Demarque(WS-IdxProduit) NOT = ZERO THEN
        MOVE WS-PD-Demarque(WS-IdxProduit) TO WS-DemarqueEdit
        MOVE SPACES TO EtatLigne
        STRING WS-PD-Code(WS-IdxProduit) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PD-Libelle(WS-IdxProduit) DELIMITED BY SIZE
               " démarque " DELIMITED BY SIZE
               WS-DemarqueEdit DELIMITED BY SIZE
          INTO EtatLigne
        END-STRING
        WRITE EtatLigne
      END-IF
    END-PERFORM
    MOVE WS-DemarquePerime TO WS-PerimeEdit
    MOVE WS-DemarqueCasse TO WS-CasseEdit
    MOVE WS-DemarqueVol TO WS-VolEdit
    MOVE WS-TotalDemarque TO WS-DemarqueEdit
    MOVE SPACES TO EtatLigne
    STRING "Périmés " DELIMITED BY SIZE
           WS-PerimeEdit DELIMITED BY SIZE
           ", casse " DELIMITED BY SIZE
           WS-CasseEdit DELIMITED BY SIZE
           ", vol " DELIMITED BY SIZE
           WS-VolEdit DELIMITED BY SIZE
           ", total " DELIMITED BY SIZE
           WS-DemarqueEdit DELIMITED BY SIZE
      INTO EtatLigne
    END-STRING
    WRITE EtatLigne
    COMPUTE WS-Marge = WS-TotalNet - WS-TotalCout - WS-TotalDemarque
    PERFORM CALCULER-TAUX-MARGE
    MOVE WS-Marge TO WS-MargeEdit
    MOVE WS-TauxMarge TO WS-TauxEdit
    MOVE SPACES TO EtatLigne
    STRING "Marge après démarque : " DELIMITED BY SIZE
           WS-MargeEdit DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-TauxEdit DELIMITED BY SIZE
           " %)" DELIMITED BY SIZE
      INTO EtatLigne
    END-STRING
    WRITE EtatLigne
    MOVE SPACES TO EtatLigne
    WRITE EtatLigne.

ECRIRE-LIGNE-PRODUIT.
    IF WS-PD-Quantite(WS-IdxProduit) = ZERO
       AND WS-PD-Net(WS-IdxProduit) = ZERO THEN
      EXIT PARAGRAPH
    END-IF
    COMPUTE WS-Marge = WS-PD-Net(WS-IdxProduit) - WS-PD-Cout(WS-IdxProduit)
    MOVE WS-PD-Net(WS-IdxProduit) TO WS-NetReference
    PERFORM CALCULER-TAUX-LIGNE
    MOVE WS-PD-Quantite(WS-IdxProduit) TO WS-QteEdit
    MOVE WS-PD-Net(WS-IdxProduit) TO WS-NetEdit
    MOVE WS-PD-Cout(WS-IdxProduit) TO WS-CoutEdit
    MOVE WS-Marge TO WS-MargeEdit
    MOVE WS-TauxMarge TO WS-TauxEdit
    MOVE SPACES TO EtatLigne
    STRING WS-PD-Code(WS-IdxProduit) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PD-Libelle(WS-IdxProduit) DELIMITED BY SIZE
           " qté " DELIMITED BY SIZE
           WS-QteEdit DELIMITED BY SIZE
           " net " DELIMITED BY SIZE
           WS-NetEdit DELIMITED BY SIZE
           " coût " DELIMITED BY SIZE
           WS-CoutEdit DELIMITED BY SIZE
           " marge " DELIMITED BY SIZE
           WS-MargeEdit DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-TauxEdit DELIMITED BY SIZE
           " %" DELIMITED BY SIZE
      INTO EtatLigne
    END-STRING
    WRITE EtatLigne.

ECRIRE-LIGNE-CATEGORIE.
    COMPUTE WS-Marge =
        WS-CT-Net(WS-IdxCategorie) - WS-CT-Cout(WS-IdxCategorie)
    MOVE WS-CT-Net(WS-IdxCategorie) TO WS-NetReference
    PERFORM CALCULER-TAUX-LIGNE
    MOVE WS-CT-Net(WS-IdxCategorie) TO WS-NetEdit
    MOVE WS-CT-Cout(WS-IdxCategorie) TO WS-CoutEdit
    MOVE WS-Marge TO WS-MargeEdit
    MOVE WS-TauxMarge TO WS-TauxEdit
    MOVE SPACES TO EtatLigne
    STRING "Cat. " DELIMITED BY SIZE
           WS-CT-Categorie(WS-IdxCategorie) DELIMITED BY SIZE
           " : net " DELIMITED BY SIZE
           WS-NetEdit DELIMITED BY SIZE
           ", coût " DELIMITED BY SIZE
           WS-CoutEdit DELIMITED BY SIZE
           ", marge " DELIMITED BY SIZE
           WS-MargeEdit DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-TauxEdit DELIMITED BY SIZE
           " %)" DELIMITED BY SIZE
      INTO EtatLigne
    END-STRING
    WRITE EtatLigne.

CALCULER-TAUX-MARGE.
    MOVE WS-TotalNet TO WS-NetReference
    PERFORM CALCULER-TAUX-LIGNE.

*> Taux de marge sur le net ; zéro quand le net est nul.
CALCULER-TAUX-LIGNE.
    IF WS-NetReference = ZERO THEN
      MOVE ZERO TO WS-TauxMarge
    ELSE
      COMPUTE WS-TauxMarge ROUNDED = WS-Marge * 100 / WS-NetReference
        ON SIZE ERROR MOVE ZERO TO WS-TauxMarge
      END-COMPUTE
    END-IF.
