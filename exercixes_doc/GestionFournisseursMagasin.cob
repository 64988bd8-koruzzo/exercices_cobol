IDENTIFICATION DIVISION.
PROGRAM-ID. GestionFournisseursMagasin.

*> Tenue du fichier maître des fournisseurs du magasin
*> (fournisseursmagasin.txt, FOURNMAG.cpy) et des colonnes d'achat de
*> produits.txt : pour chaque produit, le fournisseur préféré, la
*> quantité de réapprovisionnement commandée d'office quand le stock
*> passe sous le seuil (seuilreappro.txt) et le prix d'achat unitaire
*> convenu, auquel les réceptions sont comparées. CommandesReappro s'en
*> sert pour transformer les alertes de stock bas en bons de commande.
*> Les deux fichiers sont rechargés en table puis réécrits en entier
*> après chaque mise à jour, comme ReceptionStock.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT fournisseurs ASSIGN TO "fournisseursmagasin.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-FOURNISSEURS-STATUS.

  SELECT produits ASSIGN TO "produits.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PRODUITS-STATUS.

DATA DIVISION.

FILE SECTION.
FD fournisseurs.
COPY "FOURNMAG.cpy".

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

WORKING-STORAGE SECTION.
01 WS-FOURNISSEURS-STATUS PIC XX.
01 WS-PRODUITS-STATUS     PIC XX.

01 WS-Choix        PIC X(1).
01 WS-FinLecture   PIC X(1).
01 WS-CodeSaisi    PIC X(6).
01 WS-NomSaisi     PIC X(20).
01 WS-AdresseSaisie PIC X(40).
01 WS-DelaiSaisi   PIC 9(3).
01 WS-QteSaisie    PIC 9(5).
01 WS-PrixSaisi    PIC 9(6)V99.
01 WS-Idx          PIC 9(2).
01 WS-IdxTrouve    PIC 9(2).
01 WS-IdxFournisseur PIC 9(2).
01 WS-FournisseursDeborde PIC X(1) VALUE 'N'.
01 WS-ProduitsDeborde     PIC X(1) VALUE 'N'.

01 WS-TableFournisseurs.
   05 WS-FournisseurEntree OCCURS 50 TIMES.
      10 WS-FS-Code    PIC X(6).
      10 WS-FS-Nom     PIC X(20).
      10 WS-FS-Adresse PIC X(40).
      10 WS-FS-Delai   PIC 9(3).
      10 WS-FS-Actif   PIC X(1).
01 WS-NbFournisseurs PIC 9(2) VALUE ZERO.

01 WS-TableProduits.
   05 WS-ProduitEntree OCCURS 50 TIMES.
      10 WS-PD-Code         PIC X(6).
      10 WS-PD-Libelle      PIC X(20).
      10 WS-PD-Prix         PIC 9(6)V99.
      10 WS-PD-CategorieTVA PIC X(2).
      10 WS-PD-Stock        PIC X(5).
      10 WS-PD-Fournisseur  PIC X(6).
      10 WS-PD-QteReappro   PIC X(5).
      10 WS-PD-PrixAchat    PIC 9(6)V99.
      10 WS-PD-CoutMoyen    PIC 9(6)V99.
01 WS-NbProduits PIC 9(2) VALUE ZERO.

PROCEDURE DIVISION.
    DISPLAY "Fournisseurs et achats du magasin."
    PERFORM CHARGER-FOURNISSEURS
    PERFORM CHARGER-PRODUITS
    IF WS-FournisseursDeborde = 'O' OR WS-ProduitsDeborde = 'O' THEN
      DISPLAY "Plus de 50 fournisseurs ou produits : fichier non "
              "modifiable ici sans perte, tenue refusée."
      STOP RUN
    END-IF

    PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

    DISPLAY "Fin de la tenue des fournisseurs."
    STOP RUN.

NOUVELLE-ACTION.
    DISPLAY "---------------------------------------------------"
    DISPLAY "F -> Créer / modifier un fournisseur"
    DISPLAY "R -> Retirer / réactiver un fournisseur"
    DISPLAY "L -> Lister les fournisseurs"
    DISPLAY "P -> Conditions d'achat d'un produit"
    DISPLAY "E -> Quitter"
    DISPLAY "---------------------------------------------------"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
      WHEN 'F'
        PERFORM SAISIR-FOURNISSEUR
      WHEN 'R'
        PERFORM BASCULER-FOURNISSEUR
      WHEN 'L'
        PERFORM LISTER-FOURNISSEURS
      WHEN 'P'
        PERFORM SAISIR-CONDITIONS-PRODUIT
      WHEN 'E'
        CONTINUE
      WHEN OTHER
        DISPLAY "Choix invalide."
    END-EVALUATE.

CHARGER-FOURNISSEURS.
    OPEN INPUT fournisseurs
    IF WS-FOURNISSEURS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-FOURNISSEUR-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbFournisseurs = 50
      IF WS-FinLecture NOT = 'O' THEN
        READ fournisseurs
          NOT AT END MOVE 'O' TO WS-FournisseursDeborde
        END-READ
      END-IF
      CLOSE fournisseurs
    END-IF.

LIRE-FOURNISSEUR-SUIVANT.
    READ fournisseurs
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbFournisseurs
        MOVE FS-Code    TO WS-FS-Code(WS-NbFournisseurs)
        MOVE FS-Nom     TO WS-FS-Nom(WS-NbFournisseurs)
        MOVE FS-Adresse TO WS-FS-Adresse(WS-NbFournisseurs)
        MOVE FS-Delai   TO WS-FS-Delai(WS-NbFournisseurs)
        MOVE FS-Actif   TO WS-FS-Actif(WS-NbFournisseurs)
    END-READ.

SAUVER-FOURNISSEURS.
    OPEN OUTPUT fournisseurs
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbFournisseurs
      MOVE WS-FS-Code(WS-Idx)    TO FS-Code
      MOVE WS-FS-Nom(WS-Idx)     TO FS-Nom
      MOVE WS-FS-Adresse(WS-Idx) TO FS-Adresse
      MOVE WS-FS-Delai(WS-Idx)   TO FS-Delai
      MOVE WS-FS-Actif(WS-Idx)   TO FS-Actif
      WRITE FournisseurMagasinRecord
    END-PERFORM
    CLOSE fournisseurs.

CHARGER-PRODUITS.
    OPEN INPUT produits
    IF WS-PRODUITS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-PRODUIT-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbProduits = 50
      IF WS-FinLecture NOT = 'O' THEN
        READ produits
          NOT AT END MOVE 'O' TO WS-ProduitsDeborde
        END-READ
      END-IF
      CLOSE produits
    END-IF.

LIRE-PRODUIT-SUIVANT.
    READ produits
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbProduits
        MOVE PD-Code         TO WS-PD-Code(WS-NbProduits)
        MOVE PD-Libelle      TO WS-PD-Libelle(WS-NbProduits)
        MOVE PD-Prix         TO WS-PD-Prix(WS-NbProduits)
        MOVE PD-CategorieTVA TO WS-PD-CategorieTVA(WS-NbProduits)
        MOVE PD-Stock        TO WS-PD-Stock(WS-NbProduits)
        MOVE PD-Fournisseur  TO WS-PD-Fournisseur(WS-NbProduits)
        MOVE PD-QteReappro   TO WS-PD-QteReappro(WS-NbProduits)
        MOVE PD-PrixAchat    TO WS-PD-PrixAchat(WS-NbProduits)
        MOVE PD-CoutMoyen    TO WS-PD-CoutMoyen(WS-NbProduits)
    END-READ.

SAUVER-PRODUITS.
    OPEN OUTPUT produits
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbProduits
      MOVE WS-PD-Code(WS-Idx)         TO PD-Code
      MOVE WS-PD-Libelle(WS-Idx)      TO PD-Libelle
      MOVE WS-PD-Prix(WS-Idx)         TO PD-Prix
      MOVE WS-PD-CategorieTVA(WS-Idx) TO PD-CategorieTVA
      MOVE WS-PD-Stock(WS-Idx)        TO PD-Stock
      MOVE WS-PD-Fournisseur(WS-Idx)  TO PD-Fournisseur
      MOVE WS-PD-QteReappro(WS-Idx)   TO PD-QteReappro
      MOVE WS-PD-PrixAchat(WS-Idx)    TO PD-PrixAchat
      MOVE WS-PD-CoutMoyen(WS-Idx)    TO PD-CoutMoyen
      WRITE ProduitRecord
    END-PERFORM
    CLOSE produits.

CHERCHER-FOURNISSEUR.
    MOVE ZERO TO WS-IdxFournisseur
    PERFORM VARYING WS-Idx FROM 1 BY 1
        UNTIL WS-Idx > WS-NbFournisseurs OR WS-IdxFournisseur > ZERO
      IF WS-FS-Code(WS-Idx) = WS-CodeSaisi THEN
        MOVE WS-Idx TO WS-IdxFournisseur
      END-IF
    END-PERFORM.

*> Création d'un fournisseur, ou mise à jour de sa fiche si le code
*> existe déjà (une saisie vide garde la valeur en place).
SAISIR-FOURNISSEUR.
    DISPLAY "Code fournisseur : "
    ACCEPT WS-CodeSaisi
    IF WS-CodeSaisi = SPACES THEN
      EXIT PARAGRAPH
    END-IF
    PERFORM CHERCHER-FOURNISSEUR
    IF WS-IdxFournisseur = ZERO THEN
      IF WS-NbFournisseurs = 50 THEN
        DISPLAY "Fichier des fournisseurs plein (50)."
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO WS-NbFournisseurs
      MOVE WS-NbFournisseurs TO WS-IdxFournisseur
      MOVE WS-CodeSaisi TO WS-FS-Code(WS-IdxFournisseur)
      MOVE SPACES TO WS-FS-Nom(WS-IdxFournisseur)
                     WS-FS-Adresse(WS-IdxFournisseur)
      MOVE ZERO TO WS-FS-Delai(WS-IdxFournisseur)
      MOVE 'O' TO WS-FS-Actif(WS-IdxFournisseur)
      DISPLAY "Nouveau fournisseur."
    ELSE
      DISPLAY "Fournisseur " WS-FS-Nom(WS-IdxFournisseur)
              " - délai " WS-FS-Delai(WS-IdxFournisseur) " jour(s)."
    END-IF
    DISPLAY "Raison sociale : "
    MOVE SPACES TO WS-NomSaisi
    ACCEPT WS-NomSaisi
    IF WS-NomSaisi NOT = SPACES THEN
      MOVE WS-NomSaisi TO WS-FS-Nom(WS-IdxFournisseur)
    END-IF
    DISPLAY "Adresse : "
    MOVE SPACES TO WS-AdresseSaisie
    ACCEPT WS-AdresseSaisie
    IF WS-AdresseSaisie NOT = SPACES THEN
      MOVE WS-AdresseSaisie TO WS-FS-Adresse(WS-IdxFournisseur)
    END-IF
    DISPLAY "Délai de livraison en jours (0 = inchangé) : "
    MOVE ZERO TO WS-DelaiSaisi
    ACCEPT WS-DelaiSaisi
    IF WS-DelaiSaisi > ZERO THEN
      MOVE WS-DelaiSaisi TO WS-FS-Delai(WS-IdxFournisseur)
    END-IF
    PERFORM SAUVER-FOURNISSEURS
    DISPLAY "Fournisseur " WS-CodeSaisi " enregistré.".

BASCULER-FOURNISSEUR.
    DISPLAY "Code fournisseur : "
    ACCEPT WS-CodeSaisi
    PERFORM CHERCHER-FOURNISSEUR
    IF WS-IdxFournisseur = ZERO THEN
      DISPLAY "Fournisseur inconnu."
      EXIT PARAGRAPH
    END-IF
    IF WS-FS-Actif(WS-IdxFournisseur) = 'N' THEN
      MOVE 'O' TO WS-FS-Actif(WS-IdxFournisseur)
      DISPLAY WS-FS-Nom(WS-IdxFournisseur) " réactivé."
    ELSE
      MOVE 'N' TO WS-FS-Actif(WS-IdxFournisseur)
      DISPLAY WS-FS-Nom(WS-IdxFournisseur)
              " retiré des commandes automatiques."
    END-IF
    PERFORM SAUVER-FOURNISSEURS.

LISTER-FOURNISSEURS.
    IF WS-NbFournisseurs = ZERO THEN
      DISPLAY "Aucun fournisseur."
      EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbFournisseurs
      DISPLAY WS-FS-Code(WS-Idx) " " WS-FS-Nom(WS-Idx) " délai "
              WS-FS-Delai(WS-Idx) " actif " WS-FS-Actif(WS-Idx)
              " - " WS-FS-Adresse(WS-Idx)
    END-PERFORM.

*> Conditions d'achat d'un produit : le fournisseur préféré doit
*> exister au fichier maître ; quantité et prix à zéro gardent la
*> valeur en place.
SAISIR-CONDITIONS-PRODUIT.
    DISPLAY "Code produit : "
    ACCEPT WS-CodeSaisi
    MOVE ZERO TO WS-IdxTrouve
    PERFORM VARYING WS-Idx FROM 1 BY 1
        UNTIL WS-Idx > WS-NbProduits OR WS-IdxTrouve > ZERO
      IF WS-PD-Code(WS-Idx) = WS-CodeSaisi THEN
        MOVE WS-Idx TO WS-IdxTrouve
      END-IF
    END-PERFORM
    IF WS-IdxTrouve = ZERO THEN
      DISPLAY "Code produit inconnu."
      EXIT PARAGRAPH
    END-IF
    DISPLAY WS-PD-Libelle(WS-IdxTrouve) " - fournisseur "
            WS-PD-Fournisseur(WS-IdxTrouve) " - quantité de réappro. "
            WS-PD-QteReappro(WS-IdxTrouve) " - prix d'achat "
            WS-PD-PrixAchat(WS-IdxTrouve)
    DISPLAY "Fournisseur préféré (vide = inchangé) : "
    MOVE SPACES TO WS-CodeSaisi
    ACCEPT WS-CodeSaisi
    IF WS-CodeSaisi NOT = SPACES THEN
      PERFORM CHERCHER-FOURNISSEUR
      IF WS-IdxFournisseur = ZERO THEN
        DISPLAY "Fournisseur inconnu (option F), produit inchangé."
        EXIT PARAGRAPH
      END-IF
      MOVE WS-CodeSaisi TO WS-PD-Fournisseur(WS-IdxTrouve)
    END-IF
    DISPLAY "Quantité de réapprovisionnement (0 = inchangée) : "
    MOVE ZERO TO WS-QteSaisie
    ACCEPT WS-QteSaisie
    IF WS-QteSaisie > ZERO THEN
      MOVE WS-QteSaisie TO WS-PD-QteReappro(WS-IdxTrouve)
    END-IF
    DISPLAY "Prix d'achat unitaire (0 = inchangé) : "
    MOVE ZERO TO WS-PrixSaisi
    ACCEPT WS-PrixSaisi
    IF WS-PrixSaisi > ZERO THEN
      MOVE WS-PrixSaisi TO WS-PD-PrixAchat(WS-IdxTrouve)
    END-IF
    PERFORM SAUVER-PRODUITS
    DISPLAY "Conditions d'achat de " WS-PD-Libelle(WS-IdxTrouve)
            " enregistrées.".
