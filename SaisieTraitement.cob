IDENTIFICATION DIVISION.
PROGRAM-ID. SaisieTraitement.

*> Registre phytosanitaire du jardin : les traitements passaient sur
*> les parcelles sans laisser de trace, alors que le registre est une
*> obligation légale et que la récolte part en rayon. Chaque traitement
*> (date, parcelle, produit appliqué, culture visée — vide pour toute
*> la parcelle —, dose par m², opérateur, motif) est ajouté à
*> traitements.txt ; la parcelle doit exister au registre
*> (parcelles.txt) et le produit figurer au catalogue des intrants
*> (intrants.txt) avec sa dose maximale légale par m² et son délai
*> avant récolte en jours — un intrant sans dose maximale n'est pas un
*> produit de traitement. Une dose au-delà du maximum légal n'est
*> enregistrée qu'après confirmation : le registre dit ce qui a été
*> passé, RapportTraitements le fait ressortir. La dose maximale et le
*> délai du catalogue sont recopiés sur la ligne du registre, qui reste
*> lisible même si le catalogue change. SaisieRecolte refuse
*> ensuite toute pesée de la culture traitée pendant le délai avant
*> récolte.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT parcelles ASSIGN TO "parcelles.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PARCELLES-STATUS.

  SELECT intrants ASSIGN TO "intrants.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-INTRANTS-STATUS.

  SELECT traitements ASSIGN TO "traitements.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TRAITEMENTS-STATUS.

DATA DIVISION.

FILE SECTION.
FD parcelles.
01 ParcelleRecord.
   05 PA-Nom      PIC X(20).
   05 PA-Forme    PIC X(1).
   05 PA-Longueur PIC 9(5).
   05 PA-Largeur  PIC 9(5).
   05 PA-Materiau PIC X(1).

FD intrants.
01 IntrantRecord.
   05 IN-Produit       PIC X(20).
   05 IN-DoseParM2     PIC 9(3)V9(3).
   05 IN-PrixPaquet    PIC 9(5)V99.
   05 IN-Paquet        PIC 9(5).
   05 IN-DoseMax       PIC 9(3)V9(3).
   05 IN-DelaiRecolte  PIC 9(3).

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

WORKING-STORAGE SECTION.
01 WS-PARCELLES-STATUS   PIC XX.
01 WS-INTRANTS-STATUS    PIC XX.
01 WS-TRAITEMENTS-STATUS PIC XX.
01 WS-FinLecture PIC X(1).
01 WS-Choix      PIC X(1).
01 WS-Confirmation PIC X(1).
01 WS-DateJour   PIC 9(8).
01 WS-DateSaisie PIC X(8).
01 WS-ParcelleSaisie PIC X(20).
01 WS-ProduitSaisi   PIC X(20).
01 WS-DoseSaisie     PIC 9(3)V9(3).
01 WS-Idx        PIC 9(3).
01 WS-IdxParcelle PIC 9(3).
01 WS-IdxProduit PIC 9(2).
01 WS-NbSaisies  PIC 9(3) VALUE ZERO.

01 WS-TableParcelles.
   05 WS-ParcEntree OCCURS 100 TIMES.
      10 WS-PA-Nom PIC X(20).
01 WS-NbParcelles PIC 9(3) VALUE ZERO.

*> Seuls les intrants porteurs d'une dose maximale légale sont retenus.
01 WS-TableProduits.
   05 WS-ProdEntree OCCURS 20 TIMES.
      10 WS-PP-Produit PIC X(20).
      10 WS-PP-DoseMax PIC 9(3)V9(3).
      10 WS-PP-Delai   PIC 9(3).
01 WS-NbProduits PIC 9(2) VALUE ZERO.

PROCEDURE DIVISION.
    ACCEPT WS-DateJour FROM DATE YYYYMMDD
    PERFORM CHARGER-PARCELLES
    IF WS-NbParcelles = ZERO THEN
      DISPLAY "parcelles.txt absent ou vide : saisie impossible."
      STOP RUN
    END-IF
    PERFORM CHARGER-PRODUITS
    IF WS-NbProduits = ZERO THEN
      DISPLAY "Aucun produit de traitement (dose maximale) dans "
              "intrants.txt : saisie impossible."
      STOP RUN
    END-IF
    DISPLAY "Registre des traitements (date du jour " WS-DateJour ")."

    MOVE 'S' TO WS-Choix
    PERFORM NOUVELLE-SAISIE UNTIL WS-Choix = 'E'

    DISPLAY "Fin de saisie : " WS-NbSaisies
            " traitement(s) ajouté(s) à traitements.txt."
    STOP RUN.

CHARGER-PARCELLES.
    OPEN INPUT parcelles
    IF WS-PARCELLES-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-PARCELLE-SUIVANTE
          UNTIL WS-FinLecture = 'O' OR WS-NbParcelles = 100
      CLOSE parcelles
    END-IF.

LIRE-PARCELLE-SUIVANTE.
    READ parcelles
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbParcelles
        MOVE PA-Nom TO WS-PA-Nom(WS-NbParcelles)
    END-READ.

CHARGER-PRODUITS.
    OPEN INPUT intrants
    IF WS-INTRANTS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-INTRANT-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbProduits = 20
      CLOSE intrants
    END-IF.

LIRE-INTRANT-SUIVANT.
    READ intrants
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF IN-DoseMax NUMERIC AND IN-DoseMax > ZERO THEN
          ADD 1 TO WS-NbProduits
          MOVE IN-Produit TO WS-PP-Produit(WS-NbProduits)
          MOVE IN-DoseMax TO WS-PP-DoseMax(WS-NbProduits)
          IF IN-DelaiRecolte NUMERIC THEN
            MOVE IN-DelaiRecolte TO WS-PP-Delai(WS-NbProduits)
          ELSE
            MOVE ZERO TO WS-PP-Delai(WS-NbProduits)
          END-IF
        END-IF
    END-READ.

NOUVELLE-SAISIE.
    DISPLAY "---------------------------------------------------"
    DISPLAY "S -> Saisir un traitement"
    DISPLAY "E -> Quitter"
    DISPLAY "---------------------------------------------------"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
      WHEN 'S'
        PERFORM SAISIR-TRAITEMENT
      WHEN 'E'
        CONTINUE
      WHEN OTHER
        DISPLAY "Choix invalide."
    END-EVALUATE.

SAISIR-TRAITEMENT.
    DISPLAY "Parcelle : "
    ACCEPT WS-ParcelleSaisie
    MOVE ZERO TO WS-IdxParcelle
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbParcelles
      IF WS-PA-Nom(WS-Idx) = WS-ParcelleSaisie THEN
        MOVE WS-Idx TO WS-IdxParcelle
      END-IF
    END-PERFORM
    IF WS-IdxParcelle = ZERO THEN
      DISPLAY "Parcelle inconnue au registre, traitement refusé."
      EXIT PARAGRAPH
    END-IF
    MOVE WS-ParcelleSaisie TO TR-Parcelle
    DISPLAY "Date (AAAAMMJJ, vide = aujourd'hui) : "
    ACCEPT WS-DateSaisie
    IF WS-DateSaisie = SPACES OR WS-DateSaisie NOT NUMERIC THEN
      MOVE WS-DateJour TO TR-Date
    ELSE
      MOVE WS-DateSaisie TO TR-Date
    END-IF
    IF TR-Date > WS-DateJour THEN
      DISPLAY "Date future, traitement refusé."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Produit appliqué :"
    PERFORM VARYING WS-IdxProduit FROM 1 BY 1
        UNTIL WS-IdxProduit > WS-NbProduits
      DISPLAY "  " WS-PP-Produit(WS-IdxProduit) " dose max "
              WS-PP-DoseMax(WS-IdxProduit) " /m2, délai "
              WS-PP-Delai(WS-IdxProduit) " j"
    END-PERFORM
    ACCEPT WS-ProduitSaisi
    MOVE ZERO TO WS-IdxProduit
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbProduits
      IF WS-PP-Produit(WS-Idx) = WS-ProduitSaisi THEN
        MOVE WS-Idx TO WS-IdxProduit
      END-IF
    END-PERFORM
    IF WS-IdxProduit = ZERO THEN
      DISPLAY "Produit absent du catalogue des traitements, "
              "traitement refusé."
      EXIT PARAGRAPH
    END-IF
    MOVE WS-ProduitSaisi TO TR-Produit
    DISPLAY "Culture visée (vide = toute la parcelle) : "
    ACCEPT TR-Culture
    DISPLAY "Dose par m2 (ex. 0.015) : "
    ACCEPT WS-DoseSaisie
    IF WS-DoseSaisie = ZERO THEN
      DISPLAY "Dose nulle, traitement refusé."
      EXIT PARAGRAPH
    END-IF
    IF WS-DoseSaisie > WS-PP-DoseMax(WS-IdxProduit) THEN
      DISPLAY "ATTENTION : dose supérieure au maximum légal ("
              WS-PP-DoseMax(WS-IdxProduit) " /m2)."
      DISPLAY "Enregistrer quand même ce traitement (O/N) ? "
      ACCEPT WS-Confirmation
      IF WS-Confirmation NOT = 'O' THEN
        DISPLAY "Traitement non enregistré."
        EXIT PARAGRAPH
      END-IF
    END-IF
    MOVE WS-DoseSaisie TO TR-Dose
    MOVE WS-PP-DoseMax(WS-IdxProduit) TO TR-DoseMax
    MOVE WS-PP-Delai(WS-IdxProduit) TO TR-Delai
    DISPLAY "Opérateur : "
    ACCEPT TR-Operateur
    IF TR-Operateur = SPACES THEN
      DISPLAY "Opérateur obligatoire, traitement refusé."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Motif (ravageur, maladie...) : "
    ACCEPT TR-Motif
    IF TR-Motif = SPACES THEN
      DISPLAY "Motif obligatoire, traitement refusé."
      EXIT PARAGRAPH
    END-IF

    OPEN EXTEND traitements
    IF WS-TRAITEMENTS-STATUS NOT = "00" THEN
      OPEN OUTPUT traitements
    END-IF
    WRITE TraitementRecord
    CLOSE traitements
    ADD 1 TO WS-NbSaisies
    DISPLAY "Traitement enregistré : " FUNCTION TRIM(TR-Produit)
            " sur " FUNCTION TRIM(TR-Parcelle) ", pas de récolte avant "
            WS-PP-Delai(WS-IdxProduit) " jour(s).".
