IDENTIFICATION DIVISION.
PROGRAM-ID. SuggestionsAchat.

*> Job hebdomadaire des suggestions d'achat : les titres à longue file
*> de réservation ne dépendent plus de l'oeil d'un bibliothécaire.
*> Pour chaque titre, les réservations en attente ('A' dans
*> reservations.txt) sont comparées aux copies qui serviront la file :
*> les exemplaires d'exemplaires.txt non retirés (en rayon, prêtés, en
*> transit ou en réparation — à défaut d'exemplaires étiquetés, les
*> copies en rayon des deux sites, LivreCopiesSite), moins les copies
*> parties chez un partenaire (pretsille.txt statut 'S'). Un titre
*> au-dessus du ratio réservations par copie (ratioreservations.txt,
*> défaut 2) est proposé avec le nombre de copies qui ramènerait la
*> file au ratio ; un titre déjà en commande ouverte dans
*> commandes.txt est signalé sans être reproposé. Sorties :
*> suggestionsachat.txt (SUGGEST.cpy), revu dans Acquisitions (option
*> S) où une suggestion acceptée devient une commande, et l'état
*> lisible rapportsuggestions.txt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT reservations ASSIGN TO "reservations.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RESERVATIONS-STATUS.

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

  SELECT pretsille ASSIGN TO "pretsille.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PRETSILLE-STATUS.

  SELECT commandes ASSIGN TO "commandes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COMMANDES-STATUS.

  SELECT suggestions ASSIGN TO "suggestionsachat.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SUGGESTIONS-STATUS.

  SELECT rapport ASSIGN TO "rapportsuggestions.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RAPPORT-STATUS.

  SELECT ratioreservations ASSIGN TO "ratioreservations.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RATIO-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD reservations.
COPY "RESERVA.cpy".

FD livres.
COPY "LIVRE.cpy".

FD exemplaires.
01 ExemplaireRecord.
   05 EX-CodeBarre PIC X(10).
   05 EX-Titre     PIC X(25).
   05 EX-Site      PIC 9(1).
   05 EX-Statut    PIC X(1).

FD pretsille.
01 PretIlleRecord.
   05 PI-Titre      PIC X(25).
   05 PI-Partenaire PIC X(6).
   05 PI-Echeance   PIC X(8).
   05 PI-Statut     PIC X(1).

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

FD suggestions.
COPY "SUGGEST.cpy".

FD rapport.
01 RapportLigne PIC X(120).

FD ratioreservations.
01 RatioLigne PIC X(2).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-RESERVATIONS-STATUS PIC XX.
01 WS-LIVRES-STATUS       PIC XX.
01 WS-EXEMPLAIRES-STATUS  PIC XX.
01 WS-PRETSILLE-STATUS    PIC XX.
01 WS-COMMANDES-STATUS    PIC XX.
01 WS-SUGGESTIONS-STATUS  PIC XX.
01 WS-RAPPORT-STATUS      PIC XX.
01 WS-RATIO-STATUS        PIC XX.
01 WS-DATEVALEUR-STATUS   PIC XX.

01 WS-FinLecture  PIC X(1).
01 WS-DateJour    PIC X(8).
01 RATIO-DEFAUT   PIC 9(2) VALUE 2.
01 WS-Ratio       PIC 9(2).

01 WS-TableTitres.
   05 WS-TitreEntree OCCURS 200 TIMES.
      10 WS-TI-Titre       PIC X(25).
      10 WS-TI-NbAttente   PIC 9(3).
      10 WS-TI-NbExemplaires PIC 9(3).
      10 WS-TI-NbPeb       PIC 9(3).
      10 WS-TI-EnCommande  PIC X(1).
01 WS-NbTitres    PIC 9(3) VALUE ZERO.
01 WS-TitresDebordes PIC X(1) VALUE 'N'.
01 WS-Idx         PIC 9(3).
01 WS-IdxTitre    PIC 9(3).
01 WS-TitreCherche PIC X(25).

01 WS-NbCopies    PIC S9(4).
01 WS-Cible       PIC 9(4).
01 WS-Quantite    PIC 9(3).
01 WS-NbSuggestions PIC 9(3) VALUE ZERO.
01 WS-NbDejaCommandes PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
   PERFORM CHARGER-DATE-VALEUR
   PERFORM CHARGER-RATIO
   PERFORM CHARGER-FILES-ATTENTE
   PERFORM COMPTER-EXEMPLAIRES
   PERFORM COMPTER-PRETS-ILLE
   PERFORM REPERER-COMMANDES

   OPEN OUTPUT suggestions
   OPEN OUTPUT rapport
   MOVE SPACES TO RapportLigne
   STRING "SUGGESTIONS D'ACHAT au " DELIMITED BY SIZE
          WS-DateJour DELIMITED BY SIZE
          " (au-delà de " DELIMITED BY SIZE
          WS-Ratio DELIMITED BY SIZE
          " réservation(s) en attente par copie)" DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne
   IF WS-TitresDebordes = 'O' THEN
     MOVE "Plus de 200 titres en attente : seuls les 200 premiers sont examinés."
       TO RapportLigne
     WRITE RapportLigne
   END-IF

   OPEN INPUT livres
   IF WS-LIVRES-STATUS NOT = "00" THEN
     MOVE "livres.dat indisponible : aucune suggestion." TO RapportLigne
     WRITE RapportLigne
   ELSE
     PERFORM VARYING WS-IdxTitre FROM 1 BY 1
         UNTIL WS-IdxTitre > WS-NbTitres
       PERFORM EXAMINER-TITRE
     END-PERFORM
     CLOSE livres
   END-IF

   IF WS-NbSuggestions = ZERO THEN
     MOVE "Aucun titre au-delà du ratio." TO RapportLigne
     WRITE RapportLigne
   END-IF
   CLOSE suggestions
   CLOSE rapport
   DISPLAY "Suggestions d'achat : " WS-NbSuggestions " titre(s) proposé(s), "
           WS-NbDejaCommandes " déjà en commande (suggestionsachat.txt, "
           "rapportsuggestions.txt)."
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

CHARGER-RATIO.
   MOVE RATIO-DEFAUT TO WS-Ratio
   OPEN INPUT ratioreservations
   IF WS-RATIO-STATUS = "00" THEN
     READ ratioreservations
       NOT AT END MOVE RatioLigne TO WS-Ratio
     END-READ
     CLOSE ratioreservations
   END-IF
   IF WS-Ratio = ZERO THEN
     MOVE RATIO-DEFAUT TO WS-Ratio
   END-IF.

CHERCHER-TITRE.
   MOVE ZERO TO WS-IdxTitre
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-NbTitres OR WS-IdxTitre > ZERO
     IF WS-TI-Titre(WS-Idx) = WS-TitreCherche THEN
       MOVE WS-Idx TO WS-IdxTitre
     END-IF
   END-PERFORM.

CHARGER-FILES-ATTENTE.
   OPEN INPUT reservations
   IF WS-RESERVATIONS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-RESERVATION-SUIVANTE UNTIL WS-FinLecture = 'O'
     CLOSE reservations
   END-IF.

LIRE-RESERVATION-SUIVANTE.
   READ reservations
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF RESERVATION-EN-ATTENTE THEN
         MOVE ReservationTitre TO WS-TitreCherche
         PERFORM CHERCHER-TITRE
         IF WS-IdxTitre = ZERO THEN
           IF WS-NbTitres < 200 THEN
             ADD 1 TO WS-NbTitres
             MOVE WS-NbTitres TO WS-IdxTitre
             MOVE ReservationTitre TO WS-TI-Titre(WS-IdxTitre)
             MOVE ZERO TO WS-TI-NbAttente(WS-IdxTitre)
             MOVE ZERO TO WS-TI-NbExemplaires(WS-IdxTitre)
             MOVE ZERO TO WS-TI-NbPeb(WS-IdxTitre)
             MOVE 'N' TO WS-TI-EnCommande(WS-IdxTitre)
           ELSE
             MOVE 'O' TO WS-TitresDebordes
           END-IF
         END-IF
         IF WS-IdxTitre > ZERO THEN
           ADD 1 TO WS-TI-NbAttente(WS-IdxTitre)
         END-IF
       END-IF
   END-READ.

*> Un exemplaire retiré ('X') ne servira plus la file ; les autres
*> statuts (rayon, prêté, transit, réparation) reviendront en rayon.
COMPTER-EXEMPLAIRES.
   OPEN INPUT exemplaires
   IF WS-EXEMPLAIRES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-EXEMPLAIRE-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE exemplaires
   END-IF.

LIRE-EXEMPLAIRE-SUIVANT.
   READ exemplaires
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF EX-Statut NOT = 'X' THEN
         MOVE EX-Titre TO WS-TitreCherche
         PERFORM CHERCHER-TITRE
         IF WS-IdxTitre > ZERO THEN
           ADD 1 TO WS-TI-NbExemplaires(WS-IdxTitre)
         END-IF
       END-IF
   END-READ.

COMPTER-PRETS-ILLE.
   OPEN INPUT pretsille
   IF WS-PRETSILLE-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-PRET-ILLE-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE pretsille
   END-IF.

LIRE-PRET-ILLE-SUIVANT.
   READ pretsille
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF PI-Statut = 'S' THEN
         MOVE PI-Titre TO WS-TitreCherche
         PERFORM CHERCHER-TITRE
         IF WS-IdxTitre > ZERO THEN
           ADD 1 TO WS-TI-NbPeb(WS-IdxTitre)
         END-IF
       END-IF
   END-READ.

REPERER-COMMANDES.
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
       IF CO-Statut = 'C' OR CO-Statut = 'P' THEN
         MOVE CO-Titre TO WS-TitreCherche
         PERFORM CHERCHER-TITRE
         IF WS-IdxTitre > ZERO THEN
           MOVE 'O' TO WS-TI-EnCommande(WS-IdxTitre)
         END-IF
       END-IF
   END-READ.

*> Copies qui serviront la file, puis comparaison au ratio : la
*> quantité suggérée ramène la file à au plus WS-Ratio réservations
*> par copie.
EXAMINER-TITRE.
   MOVE WS-TI-Titre(WS-IdxTitre) TO LivreTitre
   READ livres
     INVALID KEY
       MOVE SPACES TO RapportLigne
       STRING WS-TI-Titre(WS-IdxTitre) DELIMITED BY SIZE
              " : réservé mais absent du catalogue." DELIMITED BY SIZE
         INTO RapportLigne
       END-STRING
       WRITE RapportLigne
       EXIT PARAGRAPH
   END-READ
   IF WS-TI-NbExemplaires(WS-IdxTitre) > ZERO THEN
     MOVE WS-TI-NbExemplaires(WS-IdxTitre) TO WS-NbCopies
   ELSE
     COMPUTE WS-NbCopies = LivreCopiesSite(1) + LivreCopiesSite(2)
   END-IF
   SUBTRACT WS-TI-NbPeb(WS-IdxTitre) FROM WS-NbCopies
   IF WS-NbCopies < ZERO THEN
     MOVE ZERO TO WS-NbCopies
   END-IF
   IF WS-TI-NbAttente(WS-IdxTitre) <= WS-NbCopies * WS-Ratio THEN
     EXIT PARAGRAPH
   END-IF
   IF WS-TI-EnCommande(WS-IdxTitre) = 'O' THEN
     ADD 1 TO WS-NbDejaCommandes
     MOVE SPACES TO RapportLigne
     STRING LivreTitre DELIMITED BY SIZE
            " : " DELIMITED BY SIZE
            WS-TI-NbAttente(WS-IdxTitre) DELIMITED BY SIZE
            " en attente, déjà en commande ouverte." DELIMITED BY SIZE
       INTO RapportLigne
     END-STRING
     WRITE RapportLigne
     EXIT PARAGRAPH
   END-IF
   COMPUTE WS-Cible = (WS-TI-NbAttente(WS-IdxTitre) + WS-Ratio - 1)
                    / WS-Ratio
   COMPUTE WS-Quantite = WS-Cible - WS-NbCopies
   IF WS-Quantite = ZERO THEN
     MOVE 1 TO WS-Quantite
   END-IF
   ADD 1 TO WS-NbSuggestions
   MOVE WS-DateJour TO SG-Date
   MOVE LivreTitre  TO SG-Titre
   MOVE LivreIsbn   TO SG-Isbn
   MOVE LivreGenre  TO SG-Genre
   MOVE WS-TI-NbAttente(WS-IdxTitre) TO SG-NbAttente
   MOVE WS-NbCopies TO SG-NbCopies
   MOVE WS-Quantite TO SG-Quantite
   MOVE 'S' TO SG-Statut
   MOVE ZERO TO SG-NumeroCommande
   WRITE SuggestionRecord
   MOVE SPACES TO RapportLigne
   STRING LivreTitre DELIMITED BY SIZE
          " : " DELIMITED BY SIZE
          WS-TI-NbAttente(WS-IdxTitre) DELIMITED BY SIZE
          " en attente pour " DELIMITED BY SIZE
          SG-NbCopies DELIMITED BY SIZE
          " copie(s) - suggéré " DELIMITED BY SIZE
          WS-Quantite DELIMITED BY SIZE
          " exemplaire(s)" DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne.
