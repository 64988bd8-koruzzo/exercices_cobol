IDENTIFICATION DIVISION.
PROGRAM-ID. ValorisationCollection.

*> Registre de valorisation du fonds pour l'assureur et l'inventaire
*> du patrimoine de la commune. Chaque copie du catalogue est estimée :
*> les exemplaires d'exemplaires.txt non retirés ('X' exclus), ou à
*> défaut d'exemplaires étiquetés pour le titre les compteurs
*> LivreCopiesSite (le reste de LivreNbCopies étant en transit). Les
*> copies désherbées (Desherbage) ou radiées (pertes.txt) ont déjà
*> quitté LivreNbCopies : les exemplaires au-delà de ce total ne sont
*> pas valorisés. Prix unitaire : le dernier prix de prixlivres.txt
*> pour le titre, à défaut la valeur par défaut du genre
*> (valeursgenres.txt : genre, prix), à défaut PRIX-DEFAUT. La décote
*> d'âge (decotevaleur.txt : taux annuel puis plancher, en %, défaut
*> 5 et 20) part de LivreAnneePublication. Sortie rapportvaleur.txt :
*> le détail par titre, les totaux par site et par genre, les
*> mouvements de l'exercice (copies acquises sur les commandes reçues
*> de l'exercice et entrées par don au registre des dons, retirées au
*> registre des cessions, perdues au
*> registre des pertes) et l'écart avec la valeur de l'exercice
*> précédent, tenue dans historiquevaleur.txt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
      FILE STATUS IS WS-PRIX-STATUS.

  SELECT valeursgenres ASSIGN TO "valeursgenres.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-VALEURSGENRES-STATUS.

  SELECT decotevaleur ASSIGN TO "decotevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DECOTE-STATUS.

  SELECT commandes ASSIGN TO "commandes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COMMANDES-STATUS.

  SELECT cessions ASSIGN TO "cessions.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CESSIONS-STATUS.

  SELECT pertes ASSIGN TO "pertes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PERTES-STATUS.

  SELECT dons ASSIGN TO "dons.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DONS-STATUS.

  SELECT historique ASSIGN TO "historiquevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HISTORIQUE-STATUS.

  SELECT rapport ASSIGN TO "rapportvaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RAPPORT-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
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

FD valeursgenres.
01 ValeurGenreRecord.
   05 VG-Genre PIC X(15).
   05 VG-Prix  PIC 9(4)V99.

FD decotevaleur.
01 DecoteRecord.
   05 DC-Taux     PIC X(2).
   05 DC-Plancher PIC X(2).

FD commandes.
01 CommandeRecord.
   05 CO-Numero        PIC 9(4).
   05 CO-Fournisseur   PIC X(20).
   05 CO-Titre         PIC X(25).
   05 CO-Isbn          PIC X(13).
   05 CO-Quantite      PIC 9(3).
   05 CO-QuantiteRecue PIC 9(3).
   05 CO-Statut        PIC X(1).
   05 CO-Exercice      PIC 9(4).
   05 CO-Fonds         PIC X(15).
   05 CO-PrixEstime    PIC 9(5)V99.
   05 CO-MontantFacture PIC 9(7)V99.

FD cessions.
01 CessionRecord.
   05 CE-Date     PIC X(8).
   05 CE-Titre    PIC X(25).
   05 CE-NbRetirees PIC 9(3).
   05 CE-Motif    PIC X(20).

FD pertes.
01 PerteRecord.
   05 PE-Date    PIC X(8).
   05 PE-Titre   PIC X(25).
   05 PE-MembreId PIC X(6).
   05 PE-Motif   PIC X(1).
   05 PE-Montant PIC 9(4)V99.

FD dons.
COPY "DON.cpy".

FD historique.
01 HistoriqueRecord.
   05 VH-Exercice PIC 9(4).
   05 VH-NbCopies PIC 9(6).
   05 VH-Valeur   PIC 9(9)V99.

FD rapport.
01 RapportLigne PIC X(120).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-LIVRES-STATUS        PIC XX.
01 WS-EXEMPLAIRES-STATUS   PIC XX.
01 WS-PRIX-STATUS          PIC XX.
01 WS-VALEURSGENRES-STATUS PIC XX.
01 WS-DECOTE-STATUS        PIC XX.
01 WS-COMMANDES-STATUS     PIC XX.
01 WS-CESSIONS-STATUS      PIC XX.
01 WS-PERTES-STATUS        PIC XX.
01 WS-HISTORIQUE-STATUS    PIC XX.
01 WS-DONS-STATUS          PIC XX.
01 WS-RAPPORT-STATUS       PIC XX.
01 WS-DATEVALEUR-STATUS    PIC XX.

01 WS-FinLecture PIC X(1).
01 WS-FinPrix    PIC X(1).
01 WS-DateJour   PIC X(8).
01 WS-Exercice   PIC 9(4).
01 WS-Idx        PIC 9(3).
01 WS-IdxTrouve  PIC 9(3).

01 PRIX-DEFAUT     PIC 9(4)V99 VALUE 15.00.
01 TAUX-DEFAUT     PIC 9(2) VALUE 5.
01 PLANCHER-DEFAUT PIC 9(2) VALUE 20.
01 WS-TauxDecote   PIC 9(2).
01 WS-Plancher     PIC 9(2).

*> Exemplaires non retirés cumulés par titre : site 1, site 2 et en
*> transit.
01 WS-TableExemplaires.
   05 WS-ExemplaireTitre OCCURS 200 TIMES.
      10 WS-TE-Titre   PIC X(25).
      10 WS-TE-Site    PIC 9(3) OCCURS 2 TIMES.
      10 WS-TE-Transit PIC 9(3).
01 WS-NbTitresEx     PIC 9(3) VALUE ZERO.
01 WS-ExemplairesDebordes PIC X(1) VALUE 'N'.

01 WS-TableValeursGenres.
   05 WS-ValeurGenreEntree OCCURS 50 TIMES.
      10 WS-VG-Genre PIC X(15).
      10 WS-VG-Prix  PIC 9(4)V99.
01 WS-NbValeursGenres PIC 9(3) VALUE ZERO.

01 WS-TableGenres.
   05 WS-GenreEntree OCCURS 50 TIMES.
      10 WS-GE-Genre    PIC X(15).
      10 WS-GE-NbCopies PIC 9(6).
      10 WS-GE-Valeur   PIC 9(9)V99.
01 WS-NbGenres PIC 9(3) VALUE ZERO.
01 WS-IdxGenre PIC 9(3).

*> Totaux par implantation : 1 et 2 les sites, 3 les copies en transit.
01 WS-TableSites.
   05 WS-SiteEntree OCCURS 3 TIMES.
      10 WS-SI-NbCopies PIC 9(6).
      10 WS-SI-Valeur   PIC 9(9)V99.
01 WS-IdxSite PIC 9(1).

01 WS-TableHistorique.
   05 WS-HistoriqueEntree OCCURS 50 TIMES.
      10 WS-VH-Exercice PIC 9(4).
      10 WS-VH-NbCopies PIC 9(6).
      10 WS-VH-Valeur   PIC 9(9)V99.
01 WS-NbHistorique PIC 9(3) VALUE ZERO.
01 WS-IdxHisto     PIC 9(3).

*> Copies valorisées du titre courant par implantation.
01 WS-CopiesTitre PIC 9(3) OCCURS 3 TIMES.
01 WS-NbCopiesTitre  PIC 9(4).
01 WS-Excedent       PIC 9(4).
01 WS-PrixUnitaire   PIC 9(4)V99.
01 WS-SourcePrix     PIC X(6).
01 WS-Age            PIC 9(4).
01 WS-Pourcentage    PIC 9(3).
01 WS-ValeurUnitaire PIC 9(4)V99.
01 WS-ValeurTitre    PIC 9(9)V99.

01 WS-TotalCopies    PIC 9(6) VALUE ZERO.
01 WS-TotalValeur    PIC 9(9)V99 VALUE ZERO.
01 WS-NbAcquises     PIC 9(6) VALUE ZERO.
01 WS-NbDonnees      PIC 9(6) VALUE ZERO.
01 WS-NbRetirees     PIC 9(6) VALUE ZERO.
01 WS-NbPerdues      PIC 9(6) VALUE ZERO.
01 WS-ValeurPerdues  PIC 9(8)V99 VALUE ZERO.
01 WS-ExercicePrecedent PIC 9(4).
01 WS-EcartValeur    PIC S9(9)V99.
01 WS-EcartCopies    PIC S9(6).

01 WS-EdValeur       PIC Z(8)9.99.
01 WS-EdUnitaire     PIC Z(3)9.99.
01 WS-EdEcart        PIC -(8)9.99.
01 WS-EdEcartCopies  PIC -(5)9.
01 WS-LibelleSite    PIC X(10).

PROCEDURE DIVISION.
   PERFORM CHARGER-DATE-VALEUR
   MOVE WS-DateJour(1:4) TO WS-Exercice
   INITIALIZE WS-TableSites WS-TableGenres
   PERFORM CHARGER-DECOTE
   PERFORM CHARGER-VALEURS-GENRES
   PERFORM CHARGER-EXEMPLAIRES
   PERFORM CHARGER-HISTORIQUE

   OPEN OUTPUT rapport
   MOVE SPACES TO RapportLigne
   STRING "VALORISATION DU FONDS - exercice " DELIMITED BY SIZE
          WS-Exercice DELIMITED BY SIZE
          ", situation au " DELIMITED BY SIZE
          WS-DateJour DELIMITED BY SIZE
          ", décote " DELIMITED BY SIZE
          WS-TauxDecote DELIMITED BY SIZE
          " %/an, plancher " DELIMITED BY SIZE
          WS-Plancher DELIMITED BY SIZE
          " %" DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne
   IF WS-ExemplairesDebordes = 'O' THEN
     MOVE "Plus de 200 titres étiquetés : les suivants sont valorisés sur les compteurs du catalogue."
       TO RapportLigne
     WRITE RapportLigne
   END-IF
   MOVE "TITRE                     GENRE           ANNEE COPIES  PRIX  SOURCE  VALEUR"
     TO RapportLigne
   WRITE RapportLigne

   OPEN INPUT livres
   IF WS-LIVRES-STATUS NOT = "00" THEN
     MOVE "livres.dat indisponible : aucun titre valorisé." TO RapportLigne
     WRITE RapportLigne
   ELSE
     MOVE 'N' TO WS-FinLecture
     PERFORM VALORISER-LIVRE-SUIVANT UNTIL WS-FinLecture = 'O'
     PERFORM COMPTER-ACQUISITIONS
     CLOSE livres
   END-IF
   PERFORM COMPTER-DONS
   PERFORM COMPTER-CESSIONS
   PERFORM COMPTER-PERTES

   PERFORM ECRIRE-TOTAUX-SITES
   PERFORM ECRIRE-TOTAUX-GENRES
   PERFORM ECRIRE-MOUVEMENTS
   CLOSE rapport
   PERFORM SAUVER-HISTORIQUE
   MOVE WS-TotalValeur TO WS-EdValeur
   DISPLAY "Valorisation " WS-Exercice " : " WS-TotalCopies
           " copie(s) pour " WS-EdValeur " € (rapportvaleur.txt)."
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

CHARGER-DECOTE.
   MOVE TAUX-DEFAUT TO WS-TauxDecote
   MOVE PLANCHER-DEFAUT TO WS-Plancher
   OPEN INPUT decotevaleur
   IF WS-DECOTE-STATUS = "00" THEN
     READ decotevaleur
       NOT AT END
         IF DC-Taux NUMERIC THEN
           MOVE DC-Taux TO WS-TauxDecote
         END-IF
         IF DC-Plancher NUMERIC THEN
           MOVE DC-Plancher TO WS-Plancher
         END-IF
     END-READ
     CLOSE decotevaleur
   END-IF.

CHARGER-VALEURS-GENRES.
   OPEN INPUT valeursgenres
   IF WS-VALEURSGENRES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-VALEUR-GENRE UNTIL WS-FinLecture = 'O'
     CLOSE valeursgenres
   END-IF.

LIRE-VALEUR-GENRE.
   READ valeursgenres
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF WS-NbValeursGenres < 50 AND VG-Prix NUMERIC THEN
         ADD 1 TO WS-NbValeursGenres
         MOVE VG-Genre TO WS-VG-Genre(WS-NbValeursGenres)
         MOVE VG-Prix  TO WS-VG-Prix(WS-NbValeursGenres)
       END-IF
   END-READ.

CHARGER-EXEMPLAIRES.
   OPEN INPUT exemplaires
   IF WS-EXEMPLAIRES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-EXEMPLAIRE UNTIL WS-FinLecture = 'O'
     CLOSE exemplaires
   END-IF.

LIRE-EXEMPLAIRE.
   READ exemplaires
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF EX-Statut NOT = 'X' THEN
         PERFORM CUMULER-EXEMPLAIRE
       END-IF
   END-READ.

CUMULER-EXEMPLAIRE.
   MOVE ZERO TO WS-IdxTrouve
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-NbTitresEx OR WS-IdxTrouve > ZERO
     IF WS-TE-Titre(WS-Idx) = EX-Titre THEN
       MOVE WS-Idx TO WS-IdxTrouve
     END-IF
   END-PERFORM
   IF WS-IdxTrouve = ZERO THEN
     IF WS-NbTitresEx = 200 THEN
       MOVE 'O' TO WS-ExemplairesDebordes
       EXIT PARAGRAPH
     END-IF
     ADD 1 TO WS-NbTitresEx
     MOVE WS-NbTitresEx TO WS-IdxTrouve
     MOVE EX-Titre TO WS-TE-Titre(WS-IdxTrouve)
     MOVE ZERO TO WS-TE-Site(WS-IdxTrouve, 1)
     MOVE ZERO TO WS-TE-Site(WS-IdxTrouve, 2)
     MOVE ZERO TO WS-TE-Transit(WS-IdxTrouve)
   END-IF
   IF EX-Statut = 'T' OR (EX-Site NOT = 1 AND EX-Site NOT = 2) THEN
     ADD 1 TO WS-TE-Transit(WS-IdxTrouve)
   ELSE
     ADD 1 TO WS-TE-Site(WS-IdxTrouve, EX-Site)
   END-IF.

CHARGER-HISTORIQUE.
   OPEN INPUT historique
   IF WS-HISTORIQUE-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-HISTORIQUE UNTIL WS-FinLecture = 'O'
     CLOSE historique
   END-IF.

LIRE-HISTORIQUE.
   READ historique
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF WS-NbHistorique < 50 AND VH-Exercice NOT = WS-Exercice THEN
         ADD 1 TO WS-NbHistorique
         MOVE VH-Exercice TO WS-VH-Exercice(WS-NbHistorique)
         MOVE VH-NbCopies TO WS-VH-NbCopies(WS-NbHistorique)
         MOVE VH-Valeur   TO WS-VH-Valeur(WS-NbHistorique)
       END-IF
   END-READ.

VALORISER-LIVRE-SUIVANT.
   READ livres NEXT RECORD
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       PERFORM COMPTER-COPIES-TITRE
       IF WS-NbCopiesTitre > ZERO THEN
         PERFORM VALORISER-TITRE
       END-IF
   END-READ.

*> Copies du titre par implantation : les exemplaires étiquetés quand
*> il y en a, plafonnés au total du catalogue (un retrait sans
*> code-barres n'a décrémenté que les compteurs ; l'excédent est ôté
*> du site 1 d'abord, comme le fait Desherbage), sinon les compteurs.
COMPTER-COPIES-TITRE.
   MOVE ZERO TO WS-IdxTrouve
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-NbTitresEx OR WS-IdxTrouve > ZERO
     IF WS-TE-Titre(WS-Idx) = LivreTitre THEN
       MOVE WS-Idx TO WS-IdxTrouve
     END-IF
   END-PERFORM
   IF WS-IdxTrouve > ZERO THEN
     MOVE WS-TE-Site(WS-IdxTrouve, 1) TO WS-CopiesTitre(1)
     MOVE WS-TE-Site(WS-IdxTrouve, 2) TO WS-CopiesTitre(2)
     MOVE WS-TE-Transit(WS-IdxTrouve) TO WS-CopiesTitre(3)
     COMPUTE WS-NbCopiesTitre = WS-CopiesTitre(1) + WS-CopiesTitre(2)
                              + WS-CopiesTitre(3)
     IF WS-NbCopiesTitre > LivreNbCopies THEN
       COMPUTE WS-Excedent = WS-NbCopiesTitre - LivreNbCopies
       PERFORM VARYING WS-IdxSite FROM 1 BY 1 UNTIL WS-IdxSite > 3
         IF WS-CopiesTitre(WS-IdxSite) >= WS-Excedent THEN
           SUBTRACT WS-Excedent FROM WS-CopiesTitre(WS-IdxSite)
           MOVE ZERO TO WS-Excedent
         ELSE
           SUBTRACT WS-CopiesTitre(WS-IdxSite) FROM WS-Excedent
           MOVE ZERO TO WS-CopiesTitre(WS-IdxSite)
         END-IF
       END-PERFORM
       MOVE LivreNbCopies TO WS-NbCopiesTitre
     END-IF
   ELSE
     MOVE LivreCopiesSite(1) TO WS-CopiesTitre(1)
     MOVE LivreCopiesSite(2) TO WS-CopiesTitre(2)
     MOVE ZERO TO WS-CopiesTitre(3)
     IF LivreNbCopies > LivreCopiesSite(1) + LivreCopiesSite(2) THEN
       COMPUTE WS-CopiesTitre(3) = LivreNbCopies - LivreCopiesSite(1)
                                 - LivreCopiesSite(2)
     END-IF
     COMPUTE WS-NbCopiesTitre = WS-CopiesTitre(1) + WS-CopiesTitre(2)
                              + WS-CopiesTitre(3)
   END-IF.

VALORISER-TITRE.
   PERFORM RECHERCHER-PRIX
   MOVE ZERO TO WS-Age
   IF LivreAnneePublication > ZERO
      AND LivreAnneePublication < WS-Exercice THEN
     COMPUTE WS-Age = WS-Exercice - LivreAnneePublication
   END-IF
   IF WS-Age * WS-TauxDecote >= 100 - WS-Plancher THEN
     MOVE WS-Plancher TO WS-Pourcentage
   ELSE
     COMPUTE WS-Pourcentage = 100 - WS-Age * WS-TauxDecote
   END-IF
   COMPUTE WS-ValeurUnitaire ROUNDED =
           WS-PrixUnitaire * WS-Pourcentage / 100
   COMPUTE WS-ValeurTitre = WS-ValeurUnitaire * WS-NbCopiesTitre

   ADD WS-NbCopiesTitre TO WS-TotalCopies
   ADD WS-ValeurTitre TO WS-TotalValeur
   PERFORM VARYING WS-IdxSite FROM 1 BY 1 UNTIL WS-IdxSite > 3
     ADD WS-CopiesTitre(WS-IdxSite) TO WS-SI-NbCopies(WS-IdxSite)
     COMPUTE WS-SI-Valeur(WS-IdxSite) = WS-SI-Valeur(WS-IdxSite)
             + WS-CopiesTitre(WS-IdxSite) * WS-ValeurUnitaire
   END-PERFORM
   PERFORM CUMULER-GENRE

   MOVE WS-PrixUnitaire TO WS-EdUnitaire
   MOVE WS-ValeurTitre TO WS-EdValeur
   MOVE SPACES TO RapportLigne
   STRING LivreTitre DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          LivreGenre DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          LivreAnneePublication DELIMITED BY SIZE
          "  " DELIMITED BY SIZE
          WS-NbCopiesTitre DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          WS-EdUnitaire DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          WS-SourcePrix DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          WS-EdValeur DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne.

*> Dernier prix connu du titre, sinon valeur par défaut de son genre.
RECHERCHER-PRIX.
   MOVE ZERO TO WS-PrixUnitaire
   MOVE "prix" TO WS-SourcePrix
   OPEN INPUT prixlivres
   IF WS-PRIX-STATUS = "00" THEN
     MOVE 'N' TO WS-FinPrix
     PERFORM LIRE-PRIX-SUIVANT UNTIL WS-FinPrix = 'O'
     CLOSE prixlivres
   END-IF
   IF WS-PrixUnitaire = ZERO THEN
     MOVE "genre" TO WS-SourcePrix
     MOVE PRIX-DEFAUT TO WS-PrixUnitaire
     PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbValeursGenres
       IF WS-VG-Genre(WS-Idx) = LivreGenre THEN
         MOVE WS-VG-Prix(WS-Idx) TO WS-PrixUnitaire
       END-IF
     END-PERFORM
   END-IF.

LIRE-PRIX-SUIVANT.
   READ prixlivres
     AT END MOVE 'O' TO WS-FinPrix
     NOT AT END
       IF PL-Titre = LivreTitre AND PL-Prix NUMERIC THEN
         MOVE PL-Prix TO WS-PrixUnitaire
       END-IF
   END-READ.

CUMULER-GENRE.
   MOVE ZERO TO WS-IdxGenre
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-NbGenres OR WS-IdxGenre > ZERO
     IF WS-GE-Genre(WS-Idx) = LivreGenre THEN
       MOVE WS-Idx TO WS-IdxGenre
     END-IF
   END-PERFORM
   IF WS-IdxGenre = ZERO THEN
     IF WS-NbGenres < 50 THEN
       ADD 1 TO WS-NbGenres
       MOVE WS-NbGenres TO WS-IdxGenre
       MOVE LivreGenre TO WS-GE-Genre(WS-IdxGenre)
     ELSE
       MOVE 50 TO WS-IdxGenre
       MOVE "AUTRES GENRES" TO WS-GE-Genre(WS-IdxGenre)
     END-IF
   END-IF
   ADD WS-NbCopiesTitre TO WS-GE-NbCopies(WS-IdxGenre)
   ADD WS-ValeurTitre TO WS-GE-Valeur(WS-IdxGenre).

*> Copies acquises : reçues sur les commandes de l'exercice dont le
*> titre est au catalogue (les renouvellements d'abonnements n'y sont
*> pas et ne sont pas valorisés).
COMPTER-ACQUISITIONS.
   OPEN INPUT commandes
   IF WS-COMMANDES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-COMMANDE UNTIL WS-FinLecture = 'O'
     CLOSE commandes
   END-IF.

LIRE-COMMANDE.
   READ commandes
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF CO-Exercice = WS-Exercice AND CO-QuantiteRecue > ZERO THEN
         MOVE CO-Titre TO LivreTitre
         READ livres KEY IS LivreTitre
           INVALID KEY CONTINUE
           NOT INVALID KEY ADD CO-QuantiteRecue TO WS-NbAcquises
         END-READ
       END-IF
   END-READ.

COMPTER-DONS.
   OPEN INPUT dons
   IF WS-DONS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-DON UNTIL WS-FinLecture = 'O'
     CLOSE dons
   END-IF.

LIRE-DON.
   READ dons
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF DON-CATALOGUE AND DN-DateDecision(1:4) = WS-DateJour(1:4) THEN
         ADD DN-Quantite TO WS-NbDonnees
       END-IF
   END-READ.

COMPTER-CESSIONS.
   OPEN INPUT cessions
   IF WS-CESSIONS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-CESSION UNTIL WS-FinLecture = 'O'
     CLOSE cessions
   END-IF.

LIRE-CESSION.
   READ cessions
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF CE-Date(1:4) = WS-DateJour(1:4) THEN
         ADD CE-NbRetirees TO WS-NbRetirees
       END-IF
   END-READ.

COMPTER-PERTES.
   OPEN INPUT pertes
   IF WS-PERTES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-PERTE UNTIL WS-FinLecture = 'O'
     CLOSE pertes
   END-IF.

LIRE-PERTE.
   READ pertes
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF PE-Date(1:4) = WS-DateJour(1:4) THEN
         ADD 1 TO WS-NbPerdues
         ADD PE-Montant TO WS-ValeurPerdues
       END-IF
   END-READ.

ECRIRE-TOTAUX-SITES.
   MOVE SPACES TO RapportLigne
   WRITE RapportLigne
   MOVE "TOTAUX PAR SITE" TO RapportLigne
   WRITE RapportLigne
   PERFORM VARYING WS-IdxSite FROM 1 BY 1 UNTIL WS-IdxSite > 3
     EVALUATE WS-IdxSite
       WHEN 1 MOVE "Site 1" TO WS-LibelleSite
       WHEN 2 MOVE "Site 2" TO WS-LibelleSite
       WHEN OTHER MOVE "En transit" TO WS-LibelleSite
     END-EVALUATE
     MOVE WS-SI-Valeur(WS-IdxSite) TO WS-EdValeur
     MOVE SPACES TO RapportLigne
     STRING WS-LibelleSite DELIMITED BY SIZE
            " : " DELIMITED BY SIZE
            WS-SI-NbCopies(WS-IdxSite) DELIMITED BY SIZE
            " copie(s) " DELIMITED BY SIZE
            WS-EdValeur DELIMITED BY SIZE
            " €" DELIMITED BY SIZE
       INTO RapportLigne
     END-STRING
     WRITE RapportLigne
   END-PERFORM
   MOVE WS-TotalValeur TO WS-EdValeur
   MOVE SPACES TO RapportLigne
   STRING "TOTAL FONDS : " DELIMITED BY SIZE
          WS-TotalCopies DELIMITED BY SIZE
          " copie(s) " DELIMITED BY SIZE
          WS-EdValeur DELIMITED BY SIZE
          " €" DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne.

ECRIRE-TOTAUX-GENRES.
   MOVE SPACES TO RapportLigne
   WRITE RapportLigne
   MOVE "TOTAUX PAR GENRE" TO RapportLigne
   WRITE RapportLigne
   PERFORM VARYING WS-IdxGenre FROM 1 BY 1 UNTIL WS-IdxGenre > WS-NbGenres
     MOVE WS-GE-Valeur(WS-IdxGenre) TO WS-EdValeur
     MOVE SPACES TO RapportLigne
     STRING WS-GE-Genre(WS-IdxGenre) DELIMITED BY SIZE
            " : " DELIMITED BY SIZE
            WS-GE-NbCopies(WS-IdxGenre) DELIMITED BY SIZE
            " copie(s) " DELIMITED BY SIZE
            WS-EdValeur DELIMITED BY SIZE
            " €" DELIMITED BY SIZE
       INTO RapportLigne
     END-STRING
     WRITE RapportLigne
   END-PERFORM.

ECRIRE-MOUVEMENTS.
   MOVE SPACES TO RapportLigne
   WRITE RapportLigne
   MOVE SPACES TO RapportLigne
   STRING "MOUVEMENTS DE L'EXERCICE " DELIMITED BY SIZE
          WS-Exercice DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne
   MOVE SPACES TO RapportLigne
   STRING "Copies acquises (commandes reçues) : " DELIMITED BY SIZE
          WS-NbAcquises DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne
   MOVE SPACES TO RapportLigne
   STRING "Copies entrées par don             : " DELIMITED BY SIZE
          WS-NbDonnees DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne
   MOVE SPACES TO RapportLigne
   STRING "Copies retirées (cessions)         : " DELIMITED BY SIZE
          WS-NbRetirees DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne
   MOVE WS-ValeurPerdues TO WS-EdValeur
   MOVE SPACES TO RapportLigne
   STRING "Copies perdues ou abîmées (pertes)  : " DELIMITED BY SIZE
          WS-NbPerdues DELIMITED BY SIZE
          " facturées " DELIMITED BY SIZE
          WS-EdValeur DELIMITED BY SIZE
          " €" DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne

   COMPUTE WS-ExercicePrecedent = WS-Exercice - 1
   MOVE ZERO TO WS-IdxTrouve
   PERFORM VARYING WS-IdxHisto FROM 1 BY 1 UNTIL WS-IdxHisto > WS-NbHistorique
     IF WS-VH-Exercice(WS-IdxHisto) = WS-ExercicePrecedent THEN
       MOVE WS-IdxHisto TO WS-IdxTrouve
     END-IF
   END-PERFORM
   MOVE SPACES TO RapportLigne
   IF WS-IdxTrouve = ZERO THEN
     STRING "Pas de valorisation enregistrée pour " DELIMITED BY SIZE
            WS-ExercicePrecedent DELIMITED BY SIZE
            " : écart non calculé." DELIMITED BY SIZE
       INTO RapportLigne
     END-STRING
   ELSE
     COMPUTE WS-EcartCopies = WS-TotalCopies
                            - WS-VH-NbCopies(WS-IdxTrouve)
     COMPUTE WS-EcartValeur = WS-TotalValeur
                            - WS-VH-Valeur(WS-IdxTrouve)
     MOVE WS-VH-Valeur(WS-IdxTrouve) TO WS-EdValeur
     MOVE WS-EcartValeur TO WS-EdEcart
     MOVE WS-EcartCopies TO WS-EdEcartCopies
     STRING "Valeur " DELIMITED BY SIZE
            WS-ExercicePrecedent DELIMITED BY SIZE
            " : " DELIMITED BY SIZE
            WS-EdValeur DELIMITED BY SIZE
            " € - écart " DELIMITED BY SIZE
            WS-EdEcartCopies DELIMITED BY SIZE
            " copie(s), " DELIMITED BY SIZE
            WS-EdEcart DELIMITED BY SIZE
            " €" DELIMITED BY SIZE
       INTO RapportLigne
     END-STRING
   END-IF
   WRITE RapportLigne.

*> La valorisation de l'exercice remplace celle d'un passage précédent
*> du même exercice ; les exercices antérieurs sont conservés.
SAUVER-HISTORIQUE.
   OPEN OUTPUT historique
   PERFORM VARYING WS-IdxHisto FROM 1 BY 1 UNTIL WS-IdxHisto > WS-NbHistorique
     MOVE WS-VH-Exercice(WS-IdxHisto) TO VH-Exercice
     MOVE WS-VH-NbCopies(WS-IdxHisto) TO VH-NbCopies
     MOVE WS-VH-Valeur(WS-IdxHisto)   TO VH-Valeur
     WRITE HistoriqueRecord
   END-PERFORM
   MOVE WS-Exercice    TO VH-Exercice
   MOVE WS-TotalCopies TO VH-NbCopies
   MOVE WS-TotalValeur TO VH-Valeur
   WRITE HistoriqueRecord
   CLOSE historique.
