IDENTIFICATION DIVISION.
PROGRAM-ID. CommandesReappro.

*> Commandes de réapprovisionnement du magasin : les produits passés
*> sous le seuil (seuilreappro.txt, défaut 5 — la liste d'alerte de
*> CalculateurReductions) deviennent des lignes de commande chez leur
*> fournisseur préféré (colonne PD-Fournisseur de produits.txt, fiches
*> tenues par GestionFournisseursMagasin). La quantité commandée est la
*> quantité de réapprovisionnement de la fiche, ou à défaut de quoi
*> remonter le stock au double du seuil ; le prix d'achat de la fiche
*> est figé sur la ligne pour contrôler la facture à la réception. Un
*> produit qui a déjà une ligne ouverte (commandesmagasin.txt, CDEMAG)
*> n'est pas recommandé. Les lignes d'un même fournisseur forment une
*> seule commande, imprimée dans bonscommande.txt et annoncée au
*> fournisseur par le spool commun (SpoolerCourrier, source 'S') ; la
*> date de livraison attendue est la date du jour plus le délai du
*> fournisseur. Les produits sans fournisseur, ou dont le fournisseur
*> est inconnu ou retiré, sont signalés en fin de bon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT produits ASSIGN TO "produits.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PRODUITS-STATUS.

  SELECT fournisseurs ASSIGN TO "fournisseursmagasin.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-FOURNISSEURS-STATUS.

  SELECT commandes ASSIGN TO "commandesmagasin.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COMMANDES-STATUS.

  SELECT seuilreappro ASSIGN TO "seuilreappro.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SEUILREAPPRO-STATUS.

  SELECT bons ASSIGN TO "bonscommande.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-BONS-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
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

FD fournisseurs.
COPY "FOURNMAG.cpy".

FD commandes.
COPY "CDEMAG.cpy".

FD seuilreappro.
01 SeuilReapproLigne PIC X(5).

FD bons.
01 BonLigne PIC X(100).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-PRODUITS-STATUS     PIC XX.
01 WS-FOURNISSEURS-STATUS PIC XX.
01 WS-COMMANDES-STATUS    PIC XX.
01 WS-SEUILREAPPRO-STATUS PIC XX.
01 WS-BONS-STATUS         PIC XX.
01 WS-DATEVALEUR-STATUS   PIC XX.

01 SEUIL-REAPPRO-DEFAUT PIC 9(5) VALUE 5.
01 WS-SeuilReappro  PIC 9(5).

01 WS-DateJour     PIC X(8).
01 WS-DateJourNum  PIC 9(8).
01 WS-DateAttendue PIC 9(8).
01 WS-JoursCalc    PIC 9(8).
01 WS-FinLecture   PIC X(1).
01 WS-Idx          PIC 9(2).
01 WS-IdxF         PIC 9(2).
01 WS-IdxFournisseur PIC 9(2).
01 WS-StockNum     PIC 9(5).
01 WS-QteCommande  PIC 9(5).
01 WS-DernierNumero PIC 9(5) VALUE ZERO.
01 WS-NumeroCommande PIC 9(5).
01 WS-NbLignesCommande PIC 9(3).
01 WS-NbCommandes  PIC 9(3) VALUE ZERO.
01 WS-NbLignes     PIC 9(3) VALUE ZERO.
01 WS-NbSansFournisseur PIC 9(3) VALUE ZERO.
01 WS-MontantLigne PIC 9(8)V99.
01 WS-MontantCommande PIC 9(8)V99.
01 WS-MontantEdit  PIC Z(7)9.99.
01 WS-PrixEdit     PIC Z(5)9.99.

01 WS-CourrierType PIC X(10).
01 WS-CourrierSource PIC X(1).
01 WS-CourrierDestinataire PIC X(6).
01 WS-CourrierTexte PIC X(100).
01 WS-CourrierNumero PIC 9(6).

01 WS-TableProduits.
   05 WS-ProduitEntree OCCURS 50 TIMES.
      10 WS-PD-Code         PIC X(6).
      10 WS-PD-Libelle      PIC X(20).
      10 WS-PD-Stock        PIC X(5).
      10 WS-PD-Fournisseur  PIC X(6).
      10 WS-PD-QteReappro   PIC X(5).
      10 WS-PD-PrixAchat    PIC 9(6)V99.
      10 WS-PD-EnCommande   PIC X(1).
01 WS-NbProduits PIC 9(2) VALUE ZERO.

01 WS-TableFournisseurs.
   05 WS-FournisseurEntree OCCURS 50 TIMES.
      10 WS-FS-Code    PIC X(6).
      10 WS-FS-Nom     PIC X(20).
      10 WS-FS-Delai   PIC 9(3).
      10 WS-FS-Actif   PIC X(1).
01 WS-NbFournisseurs PIC 9(2) VALUE ZERO.

PROCEDURE DIVISION.
    PERFORM CHARGER-DATE-VALEUR
    PERFORM CHARGER-SEUIL
    PERFORM CHARGER-PRODUITS
    PERFORM CHARGER-FOURNISSEURS
    PERFORM MARQUER-COMMANDES-OUVERTES

    OPEN OUTPUT bons
    MOVE SPACES TO BonLigne
    STRING "BONS DE COMMANDE DU MAGASIN DU " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
           " - SEUIL " DELIMITED BY SIZE
           WS-SeuilReappro DELIMITED BY SIZE
      INTO BonLigne
    END-STRING
    WRITE BonLigne
    IF WS-NbProduits = ZERO THEN
      MOVE "produits.txt absent ou vide, aucune commande." TO BonLigne
      WRITE BonLigne
    ELSE
      OPEN EXTEND commandes
      IF WS-COMMANDES-STATUS NOT = "00" THEN
        OPEN OUTPUT commandes
      END-IF
      PERFORM COMMANDER-FOURNISSEUR
          VARYING WS-IdxF FROM 1 BY 1 UNTIL WS-IdxF > WS-NbFournisseurs
      CLOSE commandes
      PERFORM SIGNALER-SANS-FOURNISSEUR
          VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbProduits
    END-IF
    MOVE SPACES TO BonLigne
    WRITE BonLigne
    MOVE SPACES TO BonLigne
    STRING "Total : " DELIMITED BY SIZE
           WS-NbCommandes DELIMITED BY SIZE
           " commande(s), " DELIMITED BY SIZE
           WS-NbLignes DELIMITED BY SIZE
           " ligne(s), " DELIMITED BY SIZE
           WS-NbSansFournisseur DELIMITED BY SIZE
           " produit(s) sans fournisseur actif." DELIMITED BY SIZE
      INTO BonLigne
    END-STRING
    WRITE BonLigne
    CLOSE bons
    DISPLAY "Commandes de réapprovisionnement : " WS-NbCommandes
            " commande(s), " WS-NbLignes " ligne(s) (bonscommande.txt)."
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
    MOVE WS-DateJour TO WS-DateJourNum.

CHARGER-SEUIL.
    MOVE SEUIL-REAPPRO-DEFAUT TO WS-SeuilReappro
    OPEN INPUT seuilreappro
    IF WS-SEUILREAPPRO-STATUS = "00" THEN
      READ seuilreappro
        NOT AT END MOVE SeuilReapproLigne TO WS-SeuilReappro
      END-READ
      CLOSE seuilreappro
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
        MOVE PD-Code        TO WS-PD-Code(WS-NbProduits)
        MOVE PD-Libelle     TO WS-PD-Libelle(WS-NbProduits)
        MOVE PD-Stock       TO WS-PD-Stock(WS-NbProduits)
        MOVE PD-Fournisseur TO WS-PD-Fournisseur(WS-NbProduits)
        MOVE PD-QteReappro  TO WS-PD-QteReappro(WS-NbProduits)
        MOVE PD-PrixAchat   TO WS-PD-PrixAchat(WS-NbProduits)
        MOVE 'N' TO WS-PD-EnCommande(WS-NbProduits)
    END-READ.

CHARGER-FOURNISSEURS.
    OPEN INPUT fournisseurs
    IF WS-FOURNISSEURS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-FOURNISSEUR-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbFournisseurs = 50
      CLOSE fournisseurs
    END-IF.

LIRE-FOURNISSEUR-SUIVANT.
    READ fournisseurs
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbFournisseurs
        MOVE FS-Code  TO WS-FS-Code(WS-NbFournisseurs)
        MOVE FS-Nom   TO WS-FS-Nom(WS-NbFournisseurs)
        MOVE FS-Delai TO WS-FS-Delai(WS-NbFournisseurs)
        MOVE FS-Actif TO WS-FS-Actif(WS-NbFournisseurs)
    END-READ.

*> Un passage sur les commandes existantes : dernier numéro attribué
*> et produits ayant encore une ligne ouverte.
MARQUER-COMMANDES-OUVERTES.
    OPEN INPUT commandes
    IF WS-COMMANDES-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-COMMANDE-SUIVANTE UNTIL WS-FinLecture = 'O'
      CLOSE commandes
    END-IF.

LIRE-COMMANDE-SUIVANTE.
    READ commandes
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF CM-Numero > WS-DernierNumero THEN
          MOVE CM-Numero TO WS-DernierNumero
        END-IF
        IF COMMANDE-OUVERTE THEN
          PERFORM VARYING WS-Idx FROM 1 BY 1
              UNTIL WS-Idx > WS-NbProduits
            IF WS-PD-Code(WS-Idx) = CM-Code THEN
              MOVE 'O' TO WS-PD-EnCommande(WS-Idx)
            END-IF
          END-PERFORM
        END-IF
    END-READ.

*> Une commande par fournisseur actif : toutes ses lignes à commander
*> partagent le même numéro ; le bon n'est ouvert qu'à la première.
COMMANDER-FOURNISSEUR.
    IF WS-FS-Actif(WS-IdxF) = 'N' THEN
      EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-NbLignesCommande
    MOVE ZERO TO WS-MontantCommande
    COMPUTE WS-JoursCalc = FUNCTION INTEGER-OF-DATE(WS-DateJourNum)
                         + WS-FS-Delai(WS-IdxF)
    COMPUTE WS-DateAttendue = FUNCTION DATE-OF-INTEGER(WS-JoursCalc)
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbProduits
      IF WS-PD-Fournisseur(WS-Idx) = WS-FS-Code(WS-IdxF)
         AND WS-PD-EnCommande(WS-Idx) = 'N'
         AND WS-PD-Stock(WS-Idx) NUMERIC THEN
        MOVE WS-PD-Stock(WS-Idx) TO WS-StockNum
        IF WS-StockNum < WS-SeuilReappro THEN
          PERFORM ECRIRE-LIGNE-COMMANDE
        END-IF
      END-IF
    END-PERFORM
    IF WS-NbLignesCommande > ZERO THEN
      PERFORM CLORE-BON-COMMANDE
    END-IF.

ECRIRE-LIGNE-COMMANDE.
    IF WS-NbLignesCommande = ZERO THEN
      ADD 1 TO WS-DernierNumero
      MOVE WS-DernierNumero TO WS-NumeroCommande
      ADD 1 TO WS-NbCommandes
      MOVE SPACES TO BonLigne
      WRITE BonLigne
      MOVE SPACES TO BonLigne
      STRING "COMMANDE N° " DELIMITED BY SIZE
             WS-NumeroCommande DELIMITED BY SIZE
             " - FOURNISSEUR " DELIMITED BY SIZE
             WS-FS-Code(WS-IdxF) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-FS-Nom(WS-IdxF) DELIMITED BY SIZE
             " - LIVRAISON ATTENDUE LE " DELIMITED BY SIZE
             WS-DateAttendue DELIMITED BY SIZE
        INTO BonLigne
      END-STRING
      WRITE BonLigne
    END-IF
    IF WS-PD-QteReappro(WS-Idx) NUMERIC
       AND WS-PD-QteReappro(WS-Idx) > ZERO THEN
      MOVE WS-PD-QteReappro(WS-Idx) TO WS-QteCommande
    ELSE
      COMPUTE WS-QteCommande = 2 * WS-SeuilReappro - WS-StockNum
    END-IF
    ADD 1 TO WS-NbLignesCommande
    ADD 1 TO WS-NbLignes
    MOVE 'O' TO WS-PD-EnCommande(WS-Idx)
    MOVE WS-NumeroCommande TO CM-Numero
    MOVE WS-DateJour TO CM-Date
    MOVE WS-FS-Code(WS-IdxF) TO CM-Fournisseur
    MOVE WS-PD-Code(WS-Idx) TO CM-Code
    MOVE WS-QteCommande TO CM-Quantite
    MOVE WS-PD-PrixAchat(WS-Idx) TO CM-PrixAchat
    MOVE WS-DateAttendue TO CM-DateAttendue
    MOVE ZERO TO CM-QteRecue
    MOVE ZERO TO CM-PrixFacture
    SET COMMANDE-OUVERTE TO TRUE
    WRITE CommandeMagasinRecord
    COMPUTE WS-MontantLigne = WS-QteCommande * WS-PD-PrixAchat(WS-Idx)
    ADD WS-MontantLigne TO WS-MontantCommande
    MOVE WS-PD-PrixAchat(WS-Idx) TO WS-PrixEdit
    MOVE WS-MontantLigne TO WS-MontantEdit
    MOVE SPACES TO BonLigne
    STRING "  " DELIMITED BY SIZE
           WS-PD-Code(WS-Idx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PD-Libelle(WS-Idx) DELIMITED BY SIZE
           " qté " DELIMITED BY SIZE
           WS-QteCommande DELIMITED BY SIZE
           " x " DELIMITED BY SIZE
           WS-PrixEdit DELIMITED BY SIZE
           " = " DELIMITED BY SIZE
           WS-MontantEdit DELIMITED BY SIZE
      INTO BonLigne
    END-STRING
    WRITE BonLigne.

CLORE-BON-COMMANDE.
    MOVE WS-MontantCommande TO WS-MontantEdit
    MOVE SPACES TO BonLigne
    STRING "  Total commande : " DELIMITED BY SIZE
           WS-MontantEdit DELIMITED BY SIZE
      INTO BonLigne
    END-STRING
    WRITE BonLigne
    MOVE SPACES TO WS-CourrierTexte
    STRING "Commande n° " DELIMITED BY SIZE
           WS-NumeroCommande DELIMITED BY SIZE
           " : " DELIMITED BY SIZE
           WS-NbLignesCommande DELIMITED BY SIZE
           " ligne(s), montant " DELIMITED BY SIZE
           WS-MontantEdit DELIMITED BY SIZE
           ", livraison attendue le " DELIMITED BY SIZE
           WS-DateAttendue DELIMITED BY SIZE
           "." DELIMITED BY SIZE
      INTO WS-CourrierTexte
    END-STRING
    MOVE "COMMANDE" TO WS-CourrierType
    MOVE 'S' TO WS-CourrierSource
    MOVE WS-FS-Code(WS-IdxF) TO WS-CourrierDestinataire
    CALL 'SpoolerCourrier' USING WS-CourrierType WS-CourrierSource
                                  WS-CourrierDestinataire
                                  WS-CourrierTexte
                                  WS-CourrierNumero
    MOVE SPACES TO BonLigne
    STRING "  Envoyée au fournisseur : lettre n° " DELIMITED BY SIZE
           WS-CourrierNumero DELIMITED BY SIZE
      INTO BonLigne
    END-STRING
    WRITE BonLigne.

*> Produits sous le seuil restés sans commande faute de fournisseur
*> actif : sans fournisseur préféré, fournisseur inconnu ou retiré.
SIGNALER-SANS-FOURNISSEUR.
    IF WS-PD-EnCommande(WS-Idx) = 'O'
       OR WS-PD-Stock(WS-Idx) NOT NUMERIC THEN
      EXIT PARAGRAPH
    END-IF
    MOVE WS-PD-Stock(WS-Idx) TO WS-StockNum
    IF WS-StockNum >= WS-SeuilReappro THEN
      EXIT PARAGRAPH
    END-IF
    IF WS-NbSansFournisseur = ZERO THEN
      MOVE SPACES TO BonLigne
      WRITE BonLigne
      MOVE "SOUS LE SEUIL SANS FOURNISSEUR ACTIF (non commandés) :"
          TO BonLigne
      WRITE BonLigne
    END-IF
    ADD 1 TO WS-NbSansFournisseur
    MOVE ZERO TO WS-IdxFournisseur
    PERFORM VARYING WS-IdxF FROM 1 BY 1
        UNTIL WS-IdxF > WS-NbFournisseurs OR WS-IdxFournisseur > ZERO
      IF WS-FS-Code(WS-IdxF) = WS-PD-Fournisseur(WS-Idx) THEN
        MOVE WS-IdxF TO WS-IdxFournisseur
      END-IF
    END-PERFORM
    MOVE SPACES TO BonLigne
    EVALUATE TRUE
      WHEN WS-PD-Fournisseur(WS-Idx) = SPACES
        STRING "  " DELIMITED BY SIZE
               WS-PD-Code(WS-Idx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PD-Libelle(WS-Idx) DELIMITED BY SIZE
               " stock " DELIMITED BY SIZE
               WS-StockNum DELIMITED BY SIZE
               " : aucun fournisseur préféré" DELIMITED BY SIZE
          INTO BonLigne
        END-STRING
      WHEN WS-IdxFournisseur = ZERO
        STRING "  " DELIMITED BY SIZE
               WS-PD-Code(WS-Idx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PD-Libelle(WS-Idx) DELIMITED BY SIZE
               " stock " DELIMITED BY SIZE
               WS-StockNum DELIMITED BY SIZE
               " : fournisseur inconnu " DELIMITED BY SIZE
               WS-PD-Fournisseur(WS-Idx) DELIMITED BY SIZE
          INTO BonLigne
        END-STRING
      WHEN OTHER
        STRING "  " DELIMITED BY SIZE
               WS-PD-Code(WS-Idx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PD-Libelle(WS-Idx) DELIMITED BY SIZE
               " stock " DELIMITED BY SIZE
               WS-StockNum DELIMITED BY SIZE
               " : fournisseur retiré " DELIMITED BY SIZE
               WS-PD-Fournisseur(WS-Idx) DELIMITED BY SIZE
          INTO BonLigne
        END-STRING
    END-EVALUATE
    WRITE BonLigne.
