IDENTIFICATION DIVISION.
PROGRAM-ID. TransfertRecoltes.

*> Passage en rayon de la récolte du jardin : les pesées du carnet de
*> récolte (../recoltes.txt, tenu par SaisieRecolte) partaient en
*> rayon sans jamais entrer dans produits.txt, et la caisse les vendait
*> sous un code générique. Chaque pesée non encore transférée est
*> rattachée à un code produit par la table de correspondance
*> recoltesproduits.txt (produit récolté, code produit, nombre
*> d'unités de vente par unité récoltée — 0 ou à blanc vaut 1) ; la
*> quantité convertie, arrondie à l'unité, est créditée à PD-Stock comme
*> une réception hors commande (trace receptionsstock.txt, commande
*> zéro, sans lot) et la pesée est marquée transférée avec son code
*> produit et ses unités de vente : elle ne peut plus partir deux fois.
*> Le coût moyen de la fiche n'est pas touché (récolte sans prix
*> d'achat, comme une réception sans prix). Pesées sans correspondance,
*> vers un code absent de la fiche ou de moins d'une unité de vente
*> restent en attente et sont signalées. RapportRecoltes lit ensuite
*> les ventes réelles de ces produits.
*> Le carnet est lu au fil de l'eau et recopié, pesées marquées ou
*> non, dans le fichier de travail recoltestransfert.txt, qui remplace
*> ensuite ../recoltes.txt ligne à ligne : sa taille n'est pas bornée.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT recoltes ASSIGN TO "../recoltes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECOLTES-STATUS.

  SELECT travail ASSIGN TO "recoltestransfert.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TRAVAIL-STATUS.

  SELECT correspondances ASSIGN TO "recoltesproduits.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CORRESPONDANCES-STATUS.

  SELECT produits ASSIGN TO "produits.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PRODUITS-STATUS.

  SELECT receptions ASSIGN TO "receptionsstock.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECEPTIONS-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD recoltes.
01 RecolteRecord.
   05 RC-Date     PIC 9(8).
   05 RC-Parcelle PIC X(20).
   05 RC-Produit  PIC X(20).
   05 RC-Quantite PIC 9(7)V99.
   05 RC-Unite    PIC X(5).
   05 RC-Transfert PIC X(1).
      88 RECOLTE-TRANSFEREE VALUE 'T'.
   05 RC-CodeProduit PIC X(6).
   05 RC-UnitesVente PIC 9(5).

FD travail.
01 TravailLigne PIC X(74).

FD correspondances.
01 CorrespondanceRecord.
   05 RP-Produit PIC X(20).
   05 RP-Code    PIC X(6).
   05 RP-Facteur PIC 9(3)V999.

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

FD receptions.
01 ReceptionRecord.
   05 RS-Date     PIC X(8).
   05 RS-Code     PIC X(6).
   05 RS-Quantite PIC 9(5).
   05 RS-Commande PIC 9(5).
   05 RS-Lot      PIC X(10).
   05 RS-DateLimite PIC X(8).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-RECOLTES-STATUS   PIC XX.
01 WS-TRAVAIL-STATUS    PIC XX.
01 WS-CORRESPONDANCES-STATUS PIC XX.
01 WS-PRODUITS-STATUS   PIC XX.
01 WS-RECEPTIONS-STATUS PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-DateJour   PIC X(8).
01 WS-FinLecture PIC X(1).
01 WS-Idx        PIC 9(2).
01 WS-IdxTrouve  PIC 9(2).
01 WS-IdxCorresp PIC 9(2).
01 WS-StockNum   PIC 9(5).
01 WS-Facteur    PIC 9(3)V999.
01 WS-Unites     PIC 9(7).
01 WS-NbTransferees PIC 9(6) VALUE ZERO.
01 WS-NbEnAttente   PIC 9(6) VALUE ZERO.
01 WS-NbDejaFaites  PIC 9(6) VALUE ZERO.

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

01 WS-TableCorrespondances.
   05 WS-CorrespEntree OCCURS 50 TIMES.
      10 WS-RP-Produit PIC X(20).
      10 WS-RP-Code    PIC X(6).
      10 WS-RP-Facteur PIC 9(3)V999.
01 WS-NbCorresp PIC 9(2) VALUE ZERO.

PROCEDURE DIVISION.
    DISPLAY "Passage en rayon de la récolte du jardin."
    PERFORM CHARGER-DATE-VALEUR
    PERFORM CHARGER-PRODUITS
    IF WS-NbProduits = ZERO THEN
      DISPLAY "produits.txt absent ou vide, aucun transfert possible."
      STOP RUN
    END-IF
    PERFORM CHARGER-CORRESPONDANCES
    IF WS-NbCorresp = ZERO THEN
      DISPLAY "recoltesproduits.txt absent ou vide : aucune récolte "
              "rattachée à un code produit."
      STOP RUN
    END-IF
    OPEN INPUT recoltes
    IF WS-RECOLTES-STATUS NOT = "00" THEN
      DISPLAY "../recoltes.txt absent : aucune pesée à transférer."
      STOP RUN
    END-IF
    OPEN OUTPUT travail
    IF WS-TRAVAIL-STATUS NOT = "00" THEN
      DISPLAY "recoltestransfert.txt inaccessible (" WS-TRAVAIL-STATUS
              ") : transfert abandonné, le carnet n'est pas réécrit."
      CLOSE recoltes
      STOP RUN
    END-IF
    OPEN EXTEND receptions
    IF WS-RECEPTIONS-STATUS NOT = "00" THEN
      OPEN OUTPUT receptions
    END-IF
    MOVE 'N' TO WS-FinLecture
    PERFORM TRAITER-PESEE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE receptions
    CLOSE travail
    CLOSE recoltes

    IF WS-NbTransferees > ZERO THEN
      PERFORM SAUVER-PRODUITS
      PERFORM RECOPIER-CARNET
    END-IF
    DISPLAY "Transfert terminé : " WS-NbTransferees
            " pesée(s) passée(s) en stock, " WS-NbEnAttente
            " en attente, " WS-NbDejaFaites " déjà transférée(s)."
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

CHARGER-CORRESPONDANCES.
    OPEN INPUT correspondances
    IF WS-CORRESPONDANCES-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-CORRESPONDANCE-SUIVANTE
          UNTIL WS-FinLecture = 'O' OR WS-NbCorresp = 50
      CLOSE correspondances
    END-IF.

LIRE-CORRESPONDANCE-SUIVANTE.
    READ correspondances
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbCorresp
        MOVE RP-Produit TO WS-RP-Produit(WS-NbCorresp)
        MOVE RP-Code    TO WS-RP-Code(WS-NbCorresp)
        IF RP-Facteur NUMERIC AND RP-Facteur > ZERO THEN
          MOVE RP-Facteur TO WS-RP-Facteur(WS-NbCorresp)
        ELSE
          MOVE 1 TO WS-RP-Facteur(WS-NbCorresp)
        END-IF
    END-READ.

*> Chaque pesée est recopiée dans le fichier de travail, marquée si
*> elle vient de passer en stock ; une ligne d'avant les zones de
*> transfert est recopiée non transférée.
TRAITER-PESEE-SUIVANTE.
    READ recoltes
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF NOT RECOLTE-TRANSFEREE THEN
          MOVE SPACE  TO RC-Transfert
          MOVE SPACES TO RC-CodeProduit
          MOVE ZERO   TO RC-UnitesVente
        END-IF
        PERFORM TRANSFERER-PESEE
        MOVE RecolteRecord TO TravailLigne
        WRITE TravailLigne
    END-READ.

*> Le fichier de travail remplace le carnet, ligne à ligne.
RECOPIER-CARNET.
    OPEN INPUT travail
    OPEN OUTPUT recoltes
    IF WS-TRAVAIL-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM RECOPIER-LIGNE-SUIVANTE UNTIL WS-FinLecture = 'O'
      CLOSE travail
    END-IF
    CLOSE recoltes.

RECOPIER-LIGNE-SUIVANTE.
    READ travail
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        MOVE TravailLigne TO RecolteRecord
        WRITE RecolteRecord
    END-READ.

TRANSFERER-PESEE.
    IF RC-Transfert = 'T' THEN
      ADD 1 TO WS-NbDejaFaites
      EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-IdxCorresp
    PERFORM VARYING WS-Idx FROM 1 BY 1
        UNTIL WS-Idx > WS-NbCorresp OR WS-IdxCorresp > ZERO
      IF WS-RP-Produit(WS-Idx) = RC-Produit THEN
        MOVE WS-Idx TO WS-IdxCorresp
      END-IF
    END-PERFORM
    IF WS-IdxCorresp = ZERO THEN
      ADD 1 TO WS-NbEnAttente
      DISPLAY "Sans correspondance : "
              FUNCTION TRIM(RC-Produit) " du "
              RC-Date " ("
              FUNCTION TRIM(RC-Parcelle) "), en attente."
      EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-IdxTrouve
    PERFORM VARYING WS-Idx FROM 1 BY 1
        UNTIL WS-Idx > WS-NbProduits OR WS-IdxTrouve > ZERO
      IF WS-PD-Code(WS-Idx) = WS-RP-Code(WS-IdxCorresp) THEN
        MOVE WS-Idx TO WS-IdxTrouve
      END-IF
    END-PERFORM
    IF WS-IdxTrouve = ZERO THEN
      ADD 1 TO WS-NbEnAttente
      DISPLAY "Code produit " WS-RP-Code(WS-IdxCorresp)
              " absent de produits.txt : "
              FUNCTION TRIM(RC-Produit) " du "
              RC-Date " en attente."
      EXIT PARAGRAPH
    END-IF
    MOVE WS-RP-Facteur(WS-IdxCorresp) TO WS-Facteur
    COMPUTE WS-Unites ROUNDED = RC-Quantite * WS-Facteur
    IF WS-Unites = ZERO THEN
      ADD 1 TO WS-NbEnAttente
      DISPLAY "Moins d'une unité de vente : "
              FUNCTION TRIM(RC-Produit) " du "
              RC-Date " en attente."
      EXIT PARAGRAPH
    END-IF
    IF WS-PD-Stock(WS-IdxTrouve) NUMERIC THEN
      MOVE WS-PD-Stock(WS-IdxTrouve) TO WS-StockNum
    ELSE
      MOVE ZERO TO WS-StockNum
    END-IF
    IF WS-StockNum + WS-Unites > 99999 THEN
      ADD 1 TO WS-NbEnAttente
      DISPLAY "Stock de " WS-PD-Code(WS-IdxTrouve)
              " saturé : pesée du " RC-Date
              " en attente."
      EXIT PARAGRAPH
    END-IF
    ADD WS-Unites TO WS-StockNum
    MOVE WS-StockNum TO WS-PD-Stock(WS-IdxTrouve)

    MOVE WS-DateJour TO RS-Date
    MOVE WS-PD-Code(WS-IdxTrouve) TO RS-Code
    MOVE WS-Unites TO RS-Quantite
    MOVE ZERO TO RS-Commande
    MOVE SPACES TO RS-Lot
    MOVE SPACES TO RS-DateLimite
    WRITE ReceptionRecord

    MOVE 'T' TO RC-Transfert
    MOVE WS-PD-Code(WS-IdxTrouve) TO RC-CodeProduit
    MOVE WS-Unites TO RC-UnitesVente
    ADD 1 TO WS-NbTransferees
    DISPLAY FUNCTION TRIM(RC-Produit) " du "
            RC-Date " : " WS-Unites " unité(s) en stock "
            "sous " WS-PD-Code(WS-IdxTrouve) " (stock porté à "
            WS-StockNum ").".
