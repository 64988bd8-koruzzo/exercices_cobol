*> doit exister au registre (parcelles.txt). Le bilan par parcelle —
*> rendement au m², coût des intrants, valeur estimée — se tire en fin
*> de saison par RapportRecoltes.
*> Une pesée partie en rayon est marquée transférée par
*> TransfertRecoltes (magasin), avec le code produit et la quantité en
*> unités de vente créditées au stock ; elle est saisie non transférée.
*> Une pesée est refusée tant que la parcelle est dans le délai avant
*> récolte d'un traitement du registre (traitements.txt, SaisieTraitement)
*> passé sur toute la parcelle ou sur la culture récoltée. Seuls les
*> traitements dont le délai court encore au début de la saison
*> (saison.txt AAAAMMJJ ; défaut : 1er mars de l'année en cours, comme
*> RapportTraitements) sont chargés : le registre ne fait que grossir.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECOLTES-STATUS.

  SELECT traitements ASSIGN TO "traitements.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TRAITEMENTS-STATUS.

  SELECT saison ASSIGN TO "saison.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SAISON-STATUS.

DATA DIVISION.

FILE SECTION.
   05 RC-Produit  PIC X(20).
   05 RC-Quantite PIC 9(7)V99.
   05 RC-Unite    PIC X(5).
   05 RC-Transfert PIC X(1).
      88 RECOLTE-TRANSFEREE VALUE 'T'.
   05 RC-CodeProduit PIC X(6).
   05 RC-UnitesVente PIC 9(5).

FD traitements.
01 TraitementRecord.
   05 TR-Date      PIC 9(8).
   05 TR-Parcelle  PIC X(20).
   05 TR-Produit   PIC X(20).
   05 TR-Culture   PIC X(20).
   05 TR-Dose      PIC 9(3)V9(3).
   05 TR-Operateur PIC X(20).
   05 TR-Motif     PIC X(40).
   05 TR-DoseMax   PIC 9(3)V9(3).
   05 TR-Delai     PIC 9(3).

FD saison.
01 SaisonLigne PIC X(8).

WORKING-STORAGE SECTION.
01 WS-PARCELLES-STATUS PIC XX.
01 WS-RECOLTES-STATUS  PIC XX.
01 WS-TRAITEMENTS-STATUS PIC XX.
01 WS-SAISON-STATUS    PIC XX.
01 WS-FinLecture PIC X(1).
01 WS-Choix      PIC X(1).
01 WS-DateJour   PIC 9(8).
      10 WS-PA-Nom PIC X(20).
01 WS-NbParcelles PIC 9(3) VALUE ZERO.

*> Traitements à délai avant récolte, avec le premier jour où la
*> récolte redevient possible (en jours depuis l'origine des dates).
01 WS-TableDelais.
   05 WS-DelaiEntree OCCURS 2000 TIMES.
      10 WS-TR-Date      PIC 9(8).
      10 WS-TR-Parcelle  PIC X(20).
      10 WS-TR-Produit   PIC X(20).
      10 WS-TR-Culture   PIC X(20).
      10 WS-TR-LibreNum  PIC 9(8).
01 WS-NbDelais   PIC 9(4) VALUE ZERO.
01 WS-IdxDelai   PIC 9(4).
01 WS-IdxBloquant PIC 9(4).
01 WS-RecolteNum PIC 9(8).
01 WS-DateLibre  PIC 9(8).
01 WS-LibreNum   PIC 9(8).
01 WS-DebutSaison    PIC 9(8).
01 WS-DebutSaisonNum PIC 9(8).

PROCEDURE DIVISION.
    ACCEPT WS-DateJour FROM DATE YYYYMMDD
    PERFORM CHARGER-PARCELLES
      DISPLAY "parcelles.txt absent ou vide : saisie impossible."
      STOP RUN
    END-IF
    PERFORM CHARGER-SAISON
    PERFORM CHARGER-DELAIS
    IF WS-NbDelais = 2000 THEN
      DISPLAY "Plus de 2000 traitements à délai en cours depuis le "
              WS-DebutSaison " : contrôle des délais impossible, "
              "saisie refusée."
      STOP RUN
    END-IF
    DISPLAY "Saisie des récoltes (date du jour " WS-DateJour ")."

    MOVE 'S' TO WS-Choix
        MOVE PA-Nom TO WS-PA-Nom(WS-NbParcelles)
    END-READ.

*> Le début de saison vient de saison.txt ; à défaut, le 1er mars de
*> l'année en cours.
CHARGER-SAISON.
    ACCEPT WS-DebutSaison FROM DATE YYYYMMDD
    MOVE 0301 TO WS-DebutSaison(5:4)
    OPEN INPUT saison
    IF WS-SAISON-STATUS = "00" THEN
      READ saison
        NOT AT END
          IF SaisonLigne NUMERIC THEN
            MOVE SaisonLigne TO WS-DebutSaison
          END-IF
      END-READ
      CLOSE saison
    END-IF
    COMPUTE WS-DebutSaisonNum = FUNCTION INTEGER-OF-DATE(WS-DebutSaison).

CHARGER-DELAIS.
    OPEN INPUT traitements
    IF WS-TRAITEMENTS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-TRAITEMENT-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbDelais = 2000
      CLOSE traitements
    END-IF.

LIRE-TRAITEMENT-SUIVANT.
    READ traitements
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF TR-Delai NUMERIC AND TR-Delai > ZERO THEN
          COMPUTE WS-LibreNum = FUNCTION INTEGER-OF-DATE(TR-Date) + TR-Delai
          IF WS-LibreNum > WS-DebutSaisonNum THEN
            ADD 1 TO WS-NbDelais
            MOVE TR-Date     TO WS-TR-Date(WS-NbDelais)
            MOVE TR-Parcelle TO WS-TR-Parcelle(WS-NbDelais)
            MOVE TR-Produit  TO WS-TR-Produit(WS-NbDelais)
            MOVE TR-Culture  TO WS-TR-Culture(WS-NbDelais)
            MOVE WS-LibreNum TO WS-TR-LibreNum(WS-NbDelais)
          END-IF
        END-IF
    END-READ.

*> Retient le traitement qui bloque la récolte le plus longtemps ; un
*> traitement postérieur à la pesée ne la concerne pas.
CONTROLER-DELAIS.
    MOVE ZERO TO WS-IdxBloquant
    COMPUTE WS-RecolteNum = FUNCTION INTEGER-OF-DATE(RC-Date)
    PERFORM VARYING WS-IdxDelai FROM 1 BY 1 UNTIL WS-IdxDelai > WS-NbDelais
      IF WS-TR-Parcelle(WS-IdxDelai) = RC-Parcelle
         AND (WS-TR-Culture(WS-IdxDelai) = SPACES
              OR WS-TR-Culture(WS-IdxDelai) = RC-Produit)
         AND WS-TR-Date(WS-IdxDelai) <= RC-Date
         AND WS-TR-LibreNum(WS-IdxDelai) > WS-RecolteNum THEN
        IF WS-IdxBloquant = ZERO THEN
          MOVE WS-IdxDelai TO WS-IdxBloquant
        ELSE
          IF WS-TR-LibreNum(WS-IdxDelai)
             > WS-TR-LibreNum(WS-IdxBloquant) THEN
            MOVE WS-IdxDelai TO WS-IdxBloquant
          END-IF
        END-IF
      END-IF
    END-PERFORM.

NOUVELLE-SAISIE.
    DISPLAY "---------------------------------------------------"
    DISPLAY "S -> Saisir une pesée"
    END-IF
    DISPLAY "Produit récolté : "
    ACCEPT RC-Produit
    PERFORM CONTROLER-DELAIS
    IF WS-IdxBloquant > ZERO THEN
      COMPUTE WS-DateLibre =
          FUNCTION DATE-OF-INTEGER(WS-TR-LibreNum(WS-IdxBloquant))
      DISPLAY "Délai avant récolte en cours : "
              FUNCTION TRIM(WS-TR-Produit(WS-IdxBloquant))
              " passé le " WS-TR-Date(WS-IdxBloquant)
              ", récolte possible à partir du " WS-DateLibre
              ". Pesée refusée."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Quantité : "
    ACCEPT WS-QuantiteSaisie
    IF WS-QuantiteSaisie = ZERO THEN
    MOVE WS-QuantiteSaisie TO RC-Quantite
    DISPLAY "Unité (kg, botte, pièce...) : "
    ACCEPT RC-Unite
    MOVE SPACE TO RC-Transfert
    MOVE SPACES TO RC-CodeProduit
    MOVE ZERO TO RC-UnitesVente

    OPEN EXTEND recoltes
    IF WS-RECOLTES-STATUS NOT = "00" THEN
