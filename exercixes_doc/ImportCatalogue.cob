IDENTIFICATION DIVISION.
PROGRAM-ID. ImportCatalogue.

*> Chargement en masse du catalogue à partir du fichier
*> bibliographique du fournisseur (bibliofournisseur.txt : ISBN-13,
*> titre, auteur, année, code genre du fournisseur, prix, quantité
*> livrée). Chaque ligne est contrôlée — clé de contrôle de l'ISBN-13,
*> titre renseigné, année et quantité numériques, code genre connu de
*> correspondancegenres.txt (code fournisseur -> LivreGenre) — puis
*> rapprochée du catalogue par la clé secondaire LivreIsbn : un ISBN
*> déjà connu reçoit les copies en plus (total et site du comptoir,
*> site.txt), un ISBN nouveau crée la notice. Chaque copie reçoit un
*> exemplaire en rayon dans exemplaires.txt sous un code-barres
*> attribué à la suite (CAT + numéro à 7 chiffres, après le plus grand
*> déjà attribué), et le prix est ajouté à prixlivres.txt (la dernière
*> ligne d'un titre fait foi pour EmpruntRetour et Acquisitions).
*> Les lignes refusées partent dans exceptionscatalogue.txt avec leur
*> motif, sans rien toucher au catalogue.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT bibliofournisseur ASSIGN TO "bibliofournisseur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-BIBLIO-STATUS.

  SELECT correspondancegenres ASSIGN TO "correspondancegenres.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-GENRES-STATUS.

  SELECT livres ASSIGN TO "livres.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS LivreTitre
      ALTERNATE RECORD KEY IS LivreIsbn
      FILE STATUS IS WS-LIVRES-STATUS.

  SELECT exemplaires ASSIGN TO "exemplaires.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-EXEMPLAIRES-STATUS.

  SELECT prixlivres ASSIGN TO "prixlivres.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PRIXLIVRES-STATUS.

  SELECT exceptions ASSIGN TO "exceptionscatalogue.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-EXCEPTIONS-STATUS.

  SELECT site ASSIGN TO "site.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SITE-STATUS.

DATA DIVISION.

FILE SECTION.
FD bibliofournisseur.
01 BiblioFournisseurRecord.
   05 BF-Isbn      PIC X(13).
   05 BF-Titre     PIC X(25).
   05 BF-Auteur    PIC X(25).
   05 BF-Annee     PIC X(4).
   05 BF-CodeGenre PIC X(4).
   05 BF-Prix      PIC 9(4)V99.
   05 BF-Quantite  PIC X(3).

FD correspondancegenres.
01 CorrespondanceGenreRecord.
   05 CG-CodeFournisseur PIC X(4).
   05 CG-Genre           PIC X(15).

FD livres.
COPY "LIVRE.cpy".

FD exemplaires.
01 ExemplaireRecord.
   05 EX-CodeBarre PIC X(10).
   05 EX-Titre     PIC X(25).
   05 EX-Site      PIC 9(1).
   05 EX-Statut    PIC X(1).

FD prixlivres.
01 PrixLivreRecord.
   05 PL-Titre PIC X(25).
   05 PL-Prix  PIC 9(4)V99.

FD exceptions.
01 ExceptionLigne PIC X(120).

FD site.
01 SiteLigne PIC X(1).

WORKING-STORAGE SECTION.
01 WS-BIBLIO-STATUS      PIC XX.
01 WS-GENRES-STATUS      PIC XX.
01 WS-LIVRES-STATUS      PIC XX.
01 WS-EXEMPLAIRES-STATUS PIC XX.
01 WS-PRIXLIVRES-STATUS  PIC XX.
01 WS-EXCEPTIONS-STATUS  PIC XX.
01 WS-SITE-STATUS        PIC XX.

01 WS-FinLecture  PIC X(1) VALUE 'N'.
01 WS-FinInterne  PIC X(1).
01 WS-NbCreees    PIC 9(4) VALUE ZERO.
01 WS-NbCompletees PIC 9(4) VALUE ZERO.
01 WS-NbCopiesAjoutees PIC 9(5) VALUE ZERO.
01 WS-NbRejetees  PIC 9(4) VALUE ZERO.
01 WS-MotifRejet  PIC X(40).
01 WS-LigneValide PIC X(1).
01 WS-Site        PIC 9(1) VALUE 1.

01 WS-TableGenres.
   05 WS-GenreEntree OCCURS 100 TIMES.
      10 WS-CG-CodeFournisseur PIC X(4).
      10 WS-CG-Genre           PIC X(15).
01 WS-NbGenres    PIC 9(3) VALUE ZERO.
01 WS-IdxGenre    PIC 9(3).
01 WS-GenreRetenu PIC X(15).

01 WS-Position    PIC 9(2).
01 WS-Chiffre     PIC 9(1).
01 WS-SommeIsbn   PIC 9(3).
01 WS-CleCalculee PIC 9(1).

01 WS-Quantite    PIC 9(3).
01 WS-Prix        PIC 9(4)V99.
01 WS-TitreCatalogue PIC X(25).
01 WS-NbCopiesExemplaires PIC 9(3).

01 PREFIXE-CODE-BARRE PIC X(3) VALUE "CAT".
01 WS-DernierNumero   PIC 9(7) VALUE ZERO.
01 WS-NumeroLu        PIC 9(7).
01 WS-CodeBarreNouveau.
   05 WS-CBN-Prefixe PIC X(3).
   05 WS-CBN-Numero  PIC 9(7).

PROCEDURE DIVISION.
   DISPLAY "Chargement du catalogue depuis le fichier fournisseur."
   PERFORM CHARGER-SITE
   PERFORM CHARGER-GENRES
   PERFORM CHERCHER-DERNIER-CODE

   OPEN INPUT bibliofournisseur
   IF WS-BIBLIO-STATUS NOT = "00" THEN
     DISPLAY "bibliofournisseur.txt introuvable, rien à charger."
     STOP RUN
   END-IF
   OPEN I-O livres
   IF WS-LIVRES-STATUS NOT = "00" THEN
     DISPLAY "livres.dat indisponible (" WS-LIVRES-STATUS ")."
     CLOSE bibliofournisseur
     STOP RUN
   END-IF
   OPEN EXTEND exemplaires
   IF WS-EXEMPLAIRES-STATUS NOT = "00" THEN
     OPEN OUTPUT exemplaires
   END-IF
   OPEN EXTEND prixlivres
   IF WS-PRIXLIVRES-STATUS NOT = "00" THEN
     OPEN OUTPUT prixlivres
   END-IF
   OPEN OUTPUT exceptions

   PERFORM LIRE-NOTICE
   PERFORM TRAITER-NOTICE UNTIL WS-FinLecture = 'O'

   CLOSE bibliofournisseur
   CLOSE livres
   CLOSE exemplaires
   CLOSE prixlivres
   CLOSE exceptions
   DISPLAY "Chargement terminé : " WS-NbCreees " notice(s) créée(s), "
           WS-NbCompletees " complétée(s), " WS-NbCopiesAjoutees
           " exemplaire(s) ajouté(s), " WS-NbRejetees
           " exception(s) (exceptionscatalogue.txt)."
   STOP RUN.

CHARGER-SITE.
   OPEN INPUT site
   IF WS-SITE-STATUS = "00" THEN
     READ site
       NOT AT END
         IF SiteLigne = '2' THEN
           MOVE 2 TO WS-Site
         END-IF
     END-READ
     CLOSE site
   END-IF.

CHARGER-GENRES.
   MOVE ZERO TO WS-NbGenres
   OPEN INPUT correspondancegenres
   IF WS-GENRES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinInterne
     PERFORM LIRE-GENRE-SUIVANT
         UNTIL WS-FinInterne = 'O' OR WS-NbGenres = 100
     CLOSE correspondancegenres
   ELSE
     DISPLAY "correspondancegenres.txt introuvable : toutes les lignes "
             "partiront en exception."
   END-IF.

LIRE-GENRE-SUIVANT.
   READ correspondancegenres
     AT END MOVE 'O' TO WS-FinInterne
     NOT AT END
       ADD 1 TO WS-NbGenres
       MOVE CG-CodeFournisseur TO WS-CG-CodeFournisseur(WS-NbGenres)
       MOVE CG-Genre           TO WS-CG-Genre(WS-NbGenres)
   END-READ.

*> Les codes-barres attribués par le chargement se suivent : on
*> repart du plus grand CAT nnnnnnn présent dans exemplaires.txt.
CHERCHER-DERNIER-CODE.
   OPEN INPUT exemplaires
   IF WS-EXEMPLAIRES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinInterne
     PERFORM LIRE-CODE-SUIVANT UNTIL WS-FinInterne = 'O'
     CLOSE exemplaires
   END-IF.

LIRE-CODE-SUIVANT.
   READ exemplaires
     AT END MOVE 'O' TO WS-FinInterne
     NOT AT END
       IF EX-CodeBarre(1:3) = PREFIXE-CODE-BARRE
          AND EX-CodeBarre(4:7) IS NUMERIC THEN
         MOVE EX-CodeBarre(4:7) TO WS-NumeroLu
         IF WS-NumeroLu > WS-DernierNumero THEN
           MOVE WS-NumeroLu TO WS-DernierNumero
         END-IF
       END-IF
   END-READ.

LIRE-NOTICE.
   READ bibliofournisseur
     AT END MOVE 'O' TO WS-FinLecture
   END-READ.

TRAITER-NOTICE.
   MOVE 'O' TO WS-LigneValide
   MOVE SPACES TO WS-MotifRejet
   PERFORM CONTROLER-NOTICE
   IF WS-LigneValide = 'O' THEN
     MOVE BF-Isbn TO LivreIsbn
     READ livres KEY IS LivreIsbn
       INVALID KEY
         PERFORM CREER-NOTICE
       NOT INVALID KEY
         PERFORM COMPLETER-NOTICE
     END-READ
   END-IF
   IF WS-LigneValide = 'O' THEN
     PERFORM CREER-EXEMPLAIRES
     MOVE WS-TitreCatalogue TO PL-Titre
     MOVE WS-Prix TO PL-Prix
     WRITE PrixLivreRecord
   ELSE
     PERFORM ECRIRE-EXCEPTION
   END-IF
   PERFORM LIRE-NOTICE.

CONTROLER-NOTICE.
   PERFORM CONTROLER-ISBN
   IF WS-LigneValide = 'O' AND BF-Titre = SPACES THEN
     MOVE 'N' TO WS-LigneValide
     MOVE "Titre absent" TO WS-MotifRejet
   END-IF
   IF WS-LigneValide = 'O' AND BF-Annee IS NOT NUMERIC THEN
     MOVE 'N' TO WS-LigneValide
     MOVE "Année de publication invalide" TO WS-MotifRejet
   END-IF
   IF WS-LigneValide = 'O' THEN
     IF BF-Quantite IS NOT NUMERIC THEN
       MOVE 'N' TO WS-LigneValide
       MOVE "Quantité invalide" TO WS-MotifRejet
     ELSE
       MOVE BF-Quantite TO WS-Quantite
       IF WS-Quantite = ZERO THEN
         MOVE 'N' TO WS-LigneValide
         MOVE "Quantité nulle" TO WS-MotifRejet
       END-IF
     END-IF
   END-IF
   IF WS-LigneValide = 'O' THEN
     IF BF-Prix IS NOT NUMERIC THEN
       MOVE 'N' TO WS-LigneValide
       MOVE "Prix invalide" TO WS-MotifRejet
     ELSE
       MOVE BF-Prix TO WS-Prix
     END-IF
   END-IF
   IF WS-LigneValide = 'O' THEN
     PERFORM TRADUIRE-GENRE
   END-IF.

*> ISBN-13 : 13 chiffres, les 12 premiers pondérés 1, 3, 1, 3...
*> la clé est le complément à 10 de la somme (0 si la somme finit
*> par 0).
CONTROLER-ISBN.
   IF BF-Isbn IS NOT NUMERIC THEN
     MOVE 'N' TO WS-LigneValide
     MOVE "ISBN non numérique" TO WS-MotifRejet
     EXIT PARAGRAPH
   END-IF
   MOVE ZERO TO WS-SommeIsbn
   PERFORM VARYING WS-Position FROM 1 BY 1 UNTIL WS-Position > 12
     MOVE BF-Isbn(WS-Position:1) TO WS-Chiffre
     IF FUNCTION MOD(WS-Position, 2) = 0 THEN
       COMPUTE WS-SommeIsbn = WS-SommeIsbn + WS-Chiffre * 3
     ELSE
       ADD WS-Chiffre TO WS-SommeIsbn
     END-IF
   END-PERFORM
   COMPUTE WS-CleCalculee =
       FUNCTION MOD(10 - FUNCTION MOD(WS-SommeIsbn, 10), 10)
   MOVE BF-Isbn(13:1) TO WS-Chiffre
   IF WS-Chiffre NOT = WS-CleCalculee THEN
     MOVE 'N' TO WS-LigneValide
     MOVE "Clé de contrôle ISBN erronée" TO WS-MotifRejet
   END-IF.

TRADUIRE-GENRE.
   MOVE SPACES TO WS-GenreRetenu
   PERFORM VARYING WS-IdxGenre FROM 1 BY 1
       UNTIL WS-IdxGenre > WS-NbGenres OR WS-GenreRetenu NOT = SPACES
     IF WS-CG-CodeFournisseur(WS-IdxGenre) = BF-CodeGenre THEN
       MOVE WS-CG-Genre(WS-IdxGenre) TO WS-GenreRetenu
     END-IF
   END-PERFORM
   IF WS-GenreRetenu = SPACES THEN
     MOVE 'N' TO WS-LigneValide
     MOVE "Code genre fournisseur inconnu" TO WS-MotifRejet
   END-IF.

*> ISBN inconnu : nouvelle notice. La clé primaire étant le titre, un
*> titre déjà pris par un autre ISBN part en exception.
CREER-NOTICE.
   MOVE BF-Titre    TO LivreTitre
   MOVE BF-Auteur   TO LivreAuteur
   MOVE BF-Annee    TO LivreAnneePublication
   MOVE WS-Quantite TO LivreNbCopies
   MOVE BF-Isbn     TO LivreIsbn
   MOVE WS-GenreRetenu TO LivreGenre
   MOVE ZERO TO LivreCopiesSite(1)
   MOVE ZERO TO LivreCopiesSite(2)
   MOVE WS-Quantite TO LivreCopiesSite(WS-Site)
   WRITE LivreRecord
     INVALID KEY
       MOVE 'N' TO WS-LigneValide
       MOVE "Titre déjà au catalogue sous un autre ISBN"
         TO WS-MotifRejet
     NOT INVALID KEY
       ADD 1 TO WS-NbCreees
       MOVE LivreTitre TO WS-TitreCatalogue
   END-WRITE.

*> ISBN connu : les copies s'ajoutent à la notice existante, sous
*> son titre du catalogue (le libellé du fournisseur peut différer).
COMPLETER-NOTICE.
   IF LivreNbCopies + WS-Quantite > 999
      OR LivreCopiesSite(WS-Site) + WS-Quantite > 999 THEN
     MOVE 'N' TO WS-LigneValide
     MOVE "Nombre de copies hors limite (999)" TO WS-MotifRejet
     EXIT PARAGRAPH
   END-IF
   ADD WS-Quantite TO LivreNbCopies
   ADD WS-Quantite TO LivreCopiesSite(WS-Site)
   REWRITE LivreRecord
     INVALID KEY
       MOVE 'N' TO WS-LigneValide
       MOVE "Mise à jour du catalogue impossible" TO WS-MotifRejet
     NOT INVALID KEY
       ADD 1 TO WS-NbCompletees
       MOVE LivreTitre TO WS-TitreCatalogue
   END-REWRITE.

CREER-EXEMPLAIRES.
   MOVE ZERO TO WS-NbCopiesExemplaires
   PERFORM CREER-EXEMPLAIRE-SUIVANT
       UNTIL WS-NbCopiesExemplaires = WS-Quantite.

CREER-EXEMPLAIRE-SUIVANT.
   ADD 1 TO WS-DernierNumero
   MOVE PREFIXE-CODE-BARRE TO WS-CBN-Prefixe
   MOVE WS-DernierNumero   TO WS-CBN-Numero
   MOVE WS-CodeBarreNouveau TO EX-CodeBarre
   MOVE WS-TitreCatalogue  TO EX-Titre
   MOVE WS-Site            TO EX-Site
   MOVE 'R'                TO EX-Statut
   WRITE ExemplaireRecord
   ADD 1 TO WS-NbCopiesExemplaires
   ADD 1 TO WS-NbCopiesAjoutees.

ECRIRE-EXCEPTION.
   ADD 1 TO WS-NbRejetees
   MOVE SPACES TO ExceptionLigne
   STRING BF-Isbn DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          FUNCTION TRIM(BF-Titre) DELIMITED BY SIZE
          " (genre " DELIMITED BY SIZE
          BF-CodeGenre DELIMITED BY SIZE
          ", qté " DELIMITED BY SIZE
          BF-Quantite DELIMITED BY SIZE
          ") : " DELIMITED BY SIZE
          FUNCTION TRIM(WS-MotifRejet) DELIMITED BY SIZE
     INTO ExceptionLigne
   END-STRING
   WRITE ExceptionLigne.
