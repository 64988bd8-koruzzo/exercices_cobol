IDENTIFICATION DIVISION.
PROGRAM-ID. RapportTraitements.

*> État de la saison du registre phytosanitaire, prêt pour un
*> contrôle : chaque traitement de traitements.txt (tenu par
*> SaisieTraitement) daté de la saison — du début de saison
*> (saison.txt AAAAMMJJ ; défaut : 1er mars de l'année en cours) au
*> même jour de l'année suivante exclu — est listé par parcelle avec
*> la culture visée, la dose appliquée par m² face à la dose maximale
*> légale relevée au catalogue lors du traitement, le délai avant
*> récolte, l'opérateur et le motif ; la quantité passée sur la
*> parcelle est chiffrée sur son aire (mêmes formules de géométrie que
*> CalculPerimetreBatch). Toute dose au-delà du maximum est marquée
*> DEPASSEMENT et comptée par parcelle et au total.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT parcelles ASSIGN TO "parcelles.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PARCELLES-STATUS.

  SELECT traitements ASSIGN TO "traitements.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TRAITEMENTS-STATUS.

  SELECT saison ASSIGN TO "saison.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SAISON-STATUS.

  SELECT rapport ASSIGN TO "rapporttraitements.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RAPPORT-STATUS.

DATA DIVISION.

FILE SECTION.
FD parcelles.
01 ParcelleRecord.
   05 PA-Nom      PIC X(20).
   05 PA-Forme    PIC X(1).
   05 PA-Longueur PIC 9(5).
   05 PA-Largeur  PIC 9(5).
   05 PA-Materiau PIC X(1).

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

FD rapport.
01 RapportLigne PIC X(200).

WORKING-STORAGE SECTION.
01 WS-PARCELLES-STATUS   PIC XX.
01 WS-TRAITEMENTS-STATUS PIC XX.
01 WS-SAISON-STATUS      PIC XX.
01 WS-RAPPORT-STATUS     PIC XX.

01 WS-FinLecture PIC X(1).

01 Aire      PIC 9(9)V99.
01 WS-Pi     PIC 9(1)V9(5) VALUE 3.14159.

01 WS-DebutSaison PIC 9(8).
01 WS-FinSaison   PIC 9(8).

01 WS-TableParcelles.
   05 WS-ParcAire OCCURS 100 TIMES.
      10 WS-PAI-Nom  PIC X(20).
      10 WS-PAI-Aire PIC 9(9)V99.
01 WS-NbParcelles PIC 9(3) VALUE ZERO.

01 WS-TableTraitements.
   05 WS-TraitEntree OCCURS 2000 TIMES.
      10 WS-TR-Date      PIC 9(8).
      10 WS-TR-Parcelle  PIC X(20).
      10 WS-TR-Produit   PIC X(20).
      10 WS-TR-Culture   PIC X(20).
      10 WS-TR-Dose      PIC 9(3)V9(3).
      10 WS-TR-Operateur PIC X(20).
      10 WS-TR-Motif     PIC X(40).
      10 WS-TR-DoseMax   PIC 9(3)V9(3).
      10 WS-TR-Delai     PIC 9(3).
      10 WS-TR-Edite     PIC X(1).
01 WS-NbTraitements PIC 9(4) VALUE ZERO.
01 WS-Tronque       PIC X(1) VALUE 'N'.

01 WS-Idx          PIC 9(4).
01 WS-IdxTrait     PIC 9(4).
01 WS-IdxParcelle  PIC 9(3).
01 WS-ParcelleCourante PIC X(20).
01 WS-AireCourante PIC 9(9)V99.
01 WS-Quantite     PIC 9(9)V999.
01 WS-Conformite   PIC X(11).

01 WS-DoseEdit     PIC ZZ9.999.
01 WS-DoseMaxEdit  PIC ZZ9.999.
01 WS-QuantiteEdit PIC ZZZZZZZZ9.999.

01 WS-NbParcelle       PIC 9(4).
01 WS-DepParcelle      PIC 9(4).
01 WS-NbParcellesTraitees PIC 9(3) VALUE ZERO.
01 WS-NbDepassements   PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
   PERFORM CHARGER-SAISON
   PERFORM CALCULER-AIRES-PARCELLES
   PERFORM CHARGER-TRAITEMENTS

   OPEN OUTPUT rapport
   MOVE SPACES TO RapportLigne
   STRING "REGISTRE DES TRAITEMENTS - saison du " DELIMITED BY SIZE
          WS-DebutSaison DELIMITED BY SIZE
          " au " DELIMITED BY SIZE
          WS-FinSaison DELIMITED BY SIZE
          " exclu" DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne

   IF WS-NbTraitements = ZERO THEN
     MOVE "Aucun traitement enregistré sur la saison." TO RapportLigne
     WRITE RapportLigne
   ELSE
     PERFORM EDITER-PARCELLE
         VARYING WS-IdxTrait FROM 1 BY 1
         UNTIL WS-IdxTrait > WS-NbTraitements
   END-IF

   MOVE SPACES TO RapportLigne
   STRING "TOTAL : " DELIMITED BY SIZE
          WS-NbTraitements DELIMITED BY SIZE
          " traitement(s) sur " DELIMITED BY SIZE
          WS-NbParcellesTraitees DELIMITED BY SIZE
          " parcelle(s), " DELIMITED BY SIZE
          WS-NbDepassements DELIMITED BY SIZE
          " dépassement(s) de la dose maximale légale" DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne
   IF WS-Tronque = 'O' THEN
     MOVE "Attention : registre tronqué à 2000 traitements sur la saison."
         TO RapportLigne
     WRITE RapportLigne
   END-IF
   CLOSE rapport
   DISPLAY "Registre des traitements : " WS-NbTraitements
           " traitement(s), " WS-NbDepassements
           " dépassement(s) (rapporttraitements.txt)."
   STOP RUN.

*> Le début de saison vient de saison.txt ; à défaut, le 1er mars de
*> l'année en cours. La saison court un an.
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
   COMPUTE WS-FinSaison = WS-DebutSaison + 10000.

*> Mêmes formules de géométrie que CalculPerimetreBatch.
CALCULER-AIRES-PARCELLES.
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
       EVALUATE PA-Forme
         WHEN 'C'
           COMPUTE Aire = WS-Pi * PA-Longueur * PA-Longueur
         WHEN 'T'
           COMPUTE Aire = (PA-Longueur * PA-Largeur) / 2
         WHEN OTHER
           COMPUTE Aire = PA-Longueur * PA-Largeur
       END-EVALUATE
       ADD 1 TO WS-NbParcelles
       MOVE PA-Nom TO WS-PAI-Nom(WS-NbParcelles)
       MOVE Aire   TO WS-PAI-Aire(WS-NbParcelles)
   END-READ.

CHARGER-TRAITEMENTS.
   OPEN INPUT traitements
   IF WS-TRAITEMENTS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-TRAITEMENT-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE traitements
   END-IF.

LIRE-TRAITEMENT-SUIVANT.
   READ traitements
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF TR-Date >= WS-DebutSaison AND TR-Date < WS-FinSaison THEN
         IF WS-NbTraitements = 2000 THEN
           MOVE 'O' TO WS-Tronque
         ELSE
           ADD 1 TO WS-NbTraitements
           MOVE TR-Date      TO WS-TR-Date(WS-NbTraitements)
           MOVE TR-Parcelle  TO WS-TR-Parcelle(WS-NbTraitements)
           MOVE TR-Produit   TO WS-TR-Produit(WS-NbTraitements)
           MOVE TR-Culture   TO WS-TR-Culture(WS-NbTraitements)
           MOVE TR-Dose      TO WS-TR-Dose(WS-NbTraitements)
           MOVE TR-Operateur TO WS-TR-Operateur(WS-NbTraitements)
           MOVE TR-Motif     TO WS-TR-Motif(WS-NbTraitements)
           MOVE TR-DoseMax   TO WS-TR-DoseMax(WS-NbTraitements)
           MOVE TR-Delai     TO WS-TR-Delai(WS-NbTraitements)
           MOVE 'N'          TO WS-TR-Edite(WS-NbTraitements)
         END-IF
       END-IF
   END-READ.

*> Chaque parcelle est éditée d'un bloc à la première de ses lignes
*> non encore éditée, dans l'ordre du registre.
EDITER-PARCELLE.
   IF WS-TR-Edite(WS-IdxTrait) = 'O' THEN
     EXIT PARAGRAPH
   END-IF
   MOVE WS-TR-Parcelle(WS-IdxTrait) TO WS-ParcelleCourante
   ADD 1 TO WS-NbParcellesTraitees
   MOVE ZERO TO WS-NbParcelle WS-DepParcelle WS-AireCourante
   PERFORM VARYING WS-IdxParcelle FROM 1 BY 1
       UNTIL WS-IdxParcelle > WS-NbParcelles
     IF WS-PAI-Nom(WS-IdxParcelle) = WS-ParcelleCourante THEN
       MOVE WS-PAI-Aire(WS-IdxParcelle) TO WS-AireCourante
     END-IF
   END-PERFORM
   MOVE SPACES TO RapportLigne
   STRING "Parcelle " DELIMITED BY SIZE
          FUNCTION TRIM(WS-ParcelleCourante) DELIMITED BY SIZE
          " (aire " DELIMITED BY SIZE
          WS-AireCourante DELIMITED BY SIZE
          " m2)" DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne
   PERFORM EDITER-TRAITEMENT
       VARYING WS-Idx FROM WS-IdxTrait BY 1
       UNTIL WS-Idx > WS-NbTraitements
   MOVE SPACES TO RapportLigne
   STRING "  Sous-total : " DELIMITED BY SIZE
          WS-NbParcelle DELIMITED BY SIZE
          " traitement(s), " DELIMITED BY SIZE
          WS-DepParcelle DELIMITED BY SIZE
          " dépassement(s)" DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne.

EDITER-TRAITEMENT.
   IF WS-TR-Parcelle(WS-Idx) NOT = WS-ParcelleCourante THEN
     EXIT PARAGRAPH
   END-IF
   MOVE 'O' TO WS-TR-Edite(WS-Idx)
   ADD 1 TO WS-NbParcelle
   IF WS-TR-Dose(WS-Idx) > WS-TR-DoseMax(WS-Idx) THEN
     MOVE "DEPASSEMENT" TO WS-Conformite
     ADD 1 TO WS-DepParcelle
     ADD 1 TO WS-NbDepassements
   ELSE
     MOVE "conforme" TO WS-Conformite
   END-IF
   COMPUTE WS-Quantite ROUNDED = WS-TR-Dose(WS-Idx) * WS-AireCourante
   MOVE WS-TR-Dose(WS-Idx)    TO WS-DoseEdit
   MOVE WS-TR-DoseMax(WS-Idx) TO WS-DoseMaxEdit
   MOVE WS-Quantite           TO WS-QuantiteEdit
   MOVE SPACES TO RapportLigne
   STRING "  " DELIMITED BY SIZE
          WS-TR-Date(WS-Idx) DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          WS-TR-Produit(WS-Idx) DELIMITED BY SIZE
          " culture " DELIMITED BY SIZE
          WS-TR-Culture(WS-Idx) DELIMITED BY SIZE
          " dose " DELIMITED BY SIZE
          WS-DoseEdit DELIMITED BY SIZE
          "/m2 max " DELIMITED BY SIZE
          WS-DoseMaxEdit DELIMITED BY SIZE
          " qté " DELIMITED BY SIZE
          FUNCTION TRIM(WS-QuantiteEdit) DELIMITED BY SIZE
          " délai " DELIMITED BY SIZE
          WS-TR-Delai(WS-Idx) DELIMITED BY SIZE
          " j " DELIMITED BY SIZE
          WS-Conformite DELIMITED BY SIZE
          " par " DELIMITED BY SIZE
          FUNCTION TRIM(WS-TR-Operateur(WS-Idx)) DELIMITED BY SIZE
          " - " DELIMITED BY SIZE
          FUNCTION TRIM(WS-TR-Motif(WS-Idx)) DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne.
