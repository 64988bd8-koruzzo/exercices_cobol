IDENTIFICATION DIVISION.
PROGRAM-ID. GestionDons.

*> Registre des dons : les cartons de livres donnés ne finissent plus
*> en rayon sans trace ni dans la nature. R réceptionne un don — le
*> donateur (répertoire donateurs.txt, DONATEUR.cpy, enregistré par D),
*> la date et les titres du carton avec leur nombre d'exemplaires —
*> dans dons.txt (DON.cpy), chaque titre en attente de tri. T trie un
*> don titre par titre : C l'entre au catalogue (notice livres.dat créée
*> ou complétée, copies au site de réception site.txt et au fichier
*> des exemplaires sous un code-barres "DON" + 7 chiffres qui en marque
*> l'origine), V l'envoie à la vente de livres, R au recyclage. Quand
*> la dernière ligne d'un don est décidée, le donateur reçoit sa
*> lettre de remerciement par le spool commun (SpoolerCourrier, source
*> 'D'), avec le devenir de son don. StatistiquesCirculation rend
*> compte des emprunts des titres entrés par don.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT dons ASSIGN TO "dons.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DONS-STATUS.

  SELECT donateurs ASSIGN TO "donateurs.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DONATEURS-STATUS.

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

  SELECT site ASSIGN TO "site.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SITE-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD dons.
COPY "DON.cpy".

FD donateurs.
COPY "DONATEUR.cpy".

FD livres.
COPY "LIVRE.cpy".

FD exemplaires.
01 ExemplaireRecord.
   05 EX-CodeBarre PIC X(10).
   05 EX-Titre     PIC X(25).
   05 EX-Site      PIC 9(1).
   05 EX-Statut    PIC X(1).

FD site.
01 SiteLigne PIC X(1).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-DONS-STATUS        PIC XX.
01 WS-DONATEURS-STATUS   PIC XX.
01 WS-LIVRES-STATUS      PIC XX.
01 WS-EXEMPLAIRES-STATUS PIC XX.
01 WS-SITE-STATUS        PIC XX.
01 WS-DATEVALEUR-STATUS  PIC XX.

01 WS-Choix       PIC X(1).
01 WS-FinLecture  PIC X(1).
01 WS-FinSaisie   PIC X(1).
01 WS-DateJour    PIC X(8).
01 WS-Site        PIC 9(1) VALUE 1.
01 WS-Idx         PIC 9(3).
01 WS-IdxDon      PIC 9(3).
01 WS-CodeSaisi   PIC X(6).
01 WS-DonateurTrouve PIC X(1).
01 WS-NomDonateur PIC X(30).
01 WS-NumeroSaisi PIC 9(5).
01 WS-NumeroDon   PIC 9(5).
01 WS-DateDon     PIC X(8).
01 WS-DonateurDon PIC X(6).
01 WS-TitreSaisi  PIC X(25).
01 WS-DecisionSaisie PIC X(1).
01 WS-AjoutOk     PIC X(1).
01 WS-NbLignesDon PIC 9(3).
01 WS-NbLivresDon PIC 9(5).
01 WS-NbDecidees  PIC 9(3).
01 WS-NbEnAttente PIC 9(3).
01 WS-NbCatalogue PIC 9(5).
01 WS-NbVente     PIC 9(5).
01 WS-NbRecyclage PIC 9(5).
01 WS-NbCopiesCreees PIC 9(3).

01 WS-TableDons.
   05 WS-DonEntree OCCURS 500 TIMES.
      10 WS-DN-Numero       PIC 9(5).
      10 WS-DN-Date         PIC X(8).
      10 WS-DN-Donateur     PIC X(6).
      10 WS-DN-Titre        PIC X(25).
      10 WS-DN-Auteur       PIC X(25).
      10 WS-DN-Annee        PIC 9(4).
      10 WS-DN-Isbn         PIC X(13).
      10 WS-DN-Genre        PIC X(15).
      10 WS-DN-Quantite     PIC 9(3).
      10 WS-DN-Decision     PIC X(1).
      10 WS-DN-DateDecision PIC X(8).
01 WS-NbDons        PIC 9(3) VALUE ZERO.
01 WS-DonsDeborde   PIC X(1) VALUE 'N'.

*> Les copies entrées par don portent un code-barres "DON" + 7
*> chiffres, à la suite du plus grand code DON déjà attribué.
01 PREFIXE-CODE-BARRE PIC X(3) VALUE "DON".
01 WS-DernierNumero   PIC 9(7).
01 WS-NumeroLu        PIC 9(7).
01 WS-CodeBarreNouveau.
   05 WS-CBN-Prefixe PIC X(3).
   05 WS-CBN-Numero  PIC 9(7).

01 WS-CourrierType PIC X(10).
01 WS-CourrierSource PIC X(1).
01 WS-CourrierDestinataire PIC X(6).
01 WS-CourrierTexte PIC X(100).
01 WS-CourrierNumero PIC 9(6).

PROCEDURE DIVISION.
   DISPLAY "Registre des dons."
   PERFORM CHARGER-DATE-VALEUR
   PERFORM CHARGER-SITE
   PERFORM CHARGER-DONS

   PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

   DISPLAY "Fin du registre des dons."
   STOP RUN.

NOUVELLE-ACTION.
   DISPLAY "---------------------------------------------------"
   DISPLAY "D -> Enregistrer un donateur"
   DISPLAY "R -> Réceptionner un don"
   DISPLAY "T -> Trier un don (catalogue, vente, recyclage)"
   DISPLAY "L -> Lister le registre des dons"
   DISPLAY "E -> Quitter"
   DISPLAY "---------------------------------------------------"
   ACCEPT WS-Choix

   EVALUATE WS-Choix
     WHEN 'D'
       PERFORM ENREGISTRER-DONATEUR
     WHEN 'R'
       PERFORM RECEPTIONNER-DON
     WHEN 'T'
       PERFORM TRIER-DON
     WHEN 'L'
       PERFORM LISTER-DONS
     WHEN 'E'
       CONTINUE
     WHEN OTHER
       DISPLAY "Choix invalide."
   END-EVALUATE.

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

*> Les copies retenues entrent au site où le carton est trié
*> (site.txt, 1 par défaut).
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

CHARGER-DONS.
   MOVE ZERO TO WS-NbDons
   OPEN INPUT dons
   IF WS-DONS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-DON-SUIVANT
         UNTIL WS-FinLecture = 'O' OR WS-NbDons = 500
     IF WS-FinLecture NOT = 'O' THEN
       READ dons
         AT END CONTINUE
         NOT AT END MOVE 'O' TO WS-DonsDeborde
       END-READ
     END-IF
     CLOSE dons
   END-IF.

LIRE-DON-SUIVANT.
   READ dons
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       ADD 1 TO WS-NbDons
       MOVE DN-Numero       TO WS-DN-Numero(WS-NbDons)
       MOVE DN-Date         TO WS-DN-Date(WS-NbDons)
       MOVE DN-Donateur     TO WS-DN-Donateur(WS-NbDons)
       MOVE DN-Titre        TO WS-DN-Titre(WS-NbDons)
       MOVE DN-Auteur       TO WS-DN-Auteur(WS-NbDons)
       MOVE DN-Annee        TO WS-DN-Annee(WS-NbDons)
       MOVE DN-Isbn         TO WS-DN-Isbn(WS-NbDons)
       MOVE DN-Genre        TO WS-DN-Genre(WS-NbDons)
       MOVE DN-Quantite     TO WS-DN-Quantite(WS-NbDons)
       MOVE DN-Decision     TO WS-DN-Decision(WS-NbDons)
       MOVE DN-DateDecision TO WS-DN-DateDecision(WS-NbDons)
   END-READ.

SAUVER-DONS.
   OPEN OUTPUT dons
   PERFORM VARYING WS-IdxDon FROM 1 BY 1 UNTIL WS-IdxDon > WS-NbDons
     MOVE WS-DN-Numero(WS-IdxDon)       TO DN-Numero
     MOVE WS-DN-Date(WS-IdxDon)         TO DN-Date
     MOVE WS-DN-Donateur(WS-IdxDon)     TO DN-Donateur
     MOVE WS-DN-Titre(WS-IdxDon)        TO DN-Titre
     MOVE WS-DN-Auteur(WS-IdxDon)       TO DN-Auteur
     MOVE WS-DN-Annee(WS-IdxDon)        TO DN-Annee
     MOVE WS-DN-Isbn(WS-IdxDon)         TO DN-Isbn
     MOVE WS-DN-Genre(WS-IdxDon)        TO DN-Genre
     MOVE WS-DN-Quantite(WS-IdxDon)     TO DN-Quantite
     MOVE WS-DN-Decision(WS-IdxDon)     TO DN-Decision
     MOVE WS-DN-DateDecision(WS-IdxDon) TO DN-DateDecision
     WRITE DonRecord
   END-PERFORM
   CLOSE dons.

CHERCHER-DONATEUR.
   MOVE 'N' TO WS-DonateurTrouve
   MOVE SPACES TO WS-NomDonateur
   OPEN INPUT donateurs
   IF WS-DONATEURS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-DONATEUR-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE donateurs
   END-IF.

LIRE-DONATEUR-SUIVANT.
   READ donateurs
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF DT-Code = WS-CodeSaisi THEN
         MOVE 'O' TO WS-DonateurTrouve
         MOVE DT-Nom TO WS-NomDonateur
       END-IF
   END-READ.

ENREGISTRER-DONATEUR.
   DISPLAY "Code donateur (6 caractères) : "
   MOVE SPACES TO WS-CodeSaisi
   ACCEPT WS-CodeSaisi
   IF WS-CodeSaisi = SPACES THEN
     DISPLAY "Code obligatoire."
     EXIT PARAGRAPH
   END-IF
   PERFORM CHERCHER-DONATEUR
   IF WS-DonateurTrouve = 'O' THEN
     DISPLAY "Donateur déjà enregistré : " WS-NomDonateur
     EXIT PARAGRAPH
   END-IF
   MOVE WS-CodeSaisi TO DT-Code
   DISPLAY "Nom du donateur : "
   MOVE SPACES TO DT-Nom
   ACCEPT DT-Nom
   DISPLAY "Adresse d'envoi de la lettre de remerciement : "
   MOVE SPACES TO DT-Adresse
   ACCEPT DT-Adresse
   OPEN EXTEND donateurs
   IF WS-DONATEURS-STATUS = "35" THEN
     OPEN OUTPUT donateurs
   END-IF
   WRITE DonateurRecord
   CLOSE donateurs
   DISPLAY "Donateur " DT-Code " enregistré.".

*> Toute réécriture d'un registre chargé partiellement le tronquerait.
RECEPTIONNER-DON.
   IF WS-DonsDeborde = 'O' THEN
     DISPLAY "dons.txt dépasse la capacité de travail (500) : "
             "opération refusée pour ne pas tronquer le registre."
     EXIT PARAGRAPH
   END-IF
   DISPLAY "Code du donateur : "
   MOVE SPACES TO WS-CodeSaisi
   ACCEPT WS-CodeSaisi
   PERFORM CHERCHER-DONATEUR
   IF WS-DonateurTrouve NOT = 'O' THEN
     DISPLAY "Donateur inconnu : l'enregistrer d'abord (D)."
     EXIT PARAGRAPH
   END-IF
   MOVE 1 TO WS-NumeroDon
   PERFORM VARYING WS-IdxDon FROM 1 BY 1 UNTIL WS-IdxDon > WS-NbDons
     IF WS-DN-Numero(WS-IdxDon) >= WS-NumeroDon THEN
       COMPUTE WS-NumeroDon = WS-DN-Numero(WS-IdxDon) + 1
     END-IF
   END-PERFORM
   DISPLAY "Don n° " WS-NumeroDon " de " WS-NomDonateur
   MOVE ZERO TO WS-NbLignesDon
   MOVE ZERO TO WS-NbLivresDon
   MOVE 'N' TO WS-FinSaisie
   PERFORM SAISIR-TITRE-DON UNTIL WS-FinSaisie = 'O'
   IF WS-NbLignesDon = ZERO THEN
     DISPLAY "Aucun titre saisi, don non enregistré."
     EXIT PARAGRAPH
   END-IF
   PERFORM SAUVER-DONS
   DISPLAY "Don n° " WS-NumeroDon " enregistré : " WS-NbLignesDon
           " titre(s), " WS-NbLivresDon " livre(s), à trier (T).".

SAISIR-TITRE-DON.
   IF WS-NbDons = 500 THEN
     DISPLAY "Registre plein (500 lignes), saisie du don arrêtée."
     MOVE 'O' TO WS-FinSaisie
     EXIT PARAGRAPH
   END-IF
   DISPLAY "Titre (F pour finir le carton) : "
   MOVE SPACES TO WS-TitreSaisi
   ACCEPT WS-TitreSaisi
   IF WS-TitreSaisi = "F" OR WS-TitreSaisi = SPACES THEN
     MOVE 'O' TO WS-FinSaisie
     EXIT PARAGRAPH
   END-IF
   ADD 1 TO WS-NbDons
   MOVE WS-NumeroDon  TO WS-DN-Numero(WS-NbDons)
   MOVE WS-DateJour   TO WS-DN-Date(WS-NbDons)
   MOVE WS-CodeSaisi  TO WS-DN-Donateur(WS-NbDons)
   MOVE WS-TitreSaisi TO WS-DN-Titre(WS-NbDons)
   DISPLAY "Auteur : "
   MOVE SPACES TO WS-DN-Auteur(WS-NbDons)
   ACCEPT WS-DN-Auteur(WS-NbDons)
   DISPLAY "Année de publication : "
   MOVE ZERO TO WS-DN-Annee(WS-NbDons)
   ACCEPT WS-DN-Annee(WS-NbDons)
   DISPLAY "ISBN (vide si absent) : "
   MOVE SPACES TO WS-DN-Isbn(WS-NbDons)
   ACCEPT WS-DN-Isbn(WS-NbDons)
   DISPLAY "Genre : "
   MOVE SPACES TO WS-DN-Genre(WS-NbDons)
   ACCEPT WS-DN-Genre(WS-NbDons)
   DISPLAY "Nombre d'exemplaires (0 = 1) : "
   MOVE ZERO TO WS-DN-Quantite(WS-NbDons)
   ACCEPT WS-DN-Quantite(WS-NbDons)
   IF WS-DN-Quantite(WS-NbDons) = ZERO THEN
     MOVE 1 TO WS-DN-Quantite(WS-NbDons)
   END-IF
   MOVE 'A' TO WS-DN-Decision(WS-NbDons)
   MOVE SPACES TO WS-DN-DateDecision(WS-NbDons)
   ADD 1 TO WS-NbLignesDon
   ADD WS-DN-Quantite(WS-NbDons) TO WS-NbLivresDon.

*> Tri d'un don : chaque titre en attente reçoit sa décision ; un titre
*> laissé sans réponse reste en attente pour un tri ultérieur. Le
*> donateur est remercié quand ce tri décide la dernière ligne du don.
TRIER-DON.
   IF WS-DonsDeborde = 'O' THEN
     DISPLAY "dons.txt dépasse la capacité de travail (500) : "
             "opération refusée pour ne pas tronquer le registre."
     EXIT PARAGRAPH
   END-IF
   DISPLAY "Numéro du don : "
   MOVE ZERO TO WS-NumeroSaisi
   ACCEPT WS-NumeroSaisi
   MOVE ZERO TO WS-NbLignesDon
   MOVE ZERO TO WS-NbDecidees
   MOVE ZERO TO WS-NbEnAttente
   PERFORM VARYING WS-IdxDon FROM 1 BY 1 UNTIL WS-IdxDon > WS-NbDons
     IF WS-DN-Numero(WS-IdxDon) = WS-NumeroSaisi THEN
       ADD 1 TO WS-NbLignesDon
       MOVE WS-DN-Date(WS-IdxDon) TO WS-DateDon
       MOVE WS-DN-Donateur(WS-IdxDon) TO WS-DonateurDon
       IF WS-DN-Decision(WS-IdxDon) = 'A' THEN
         PERFORM DECIDER-LIGNE-DON
       END-IF
     END-IF
   END-PERFORM
   IF WS-NbLignesDon = ZERO THEN
     DISPLAY "Don inconnu."
     EXIT PARAGRAPH
   END-IF
   IF WS-NbDecidees = ZERO AND WS-NbEnAttente = ZERO THEN
     DISPLAY "Don déjà entièrement trié."
     EXIT PARAGRAPH
   END-IF
   PERFORM SAUVER-DONS
   IF WS-NbEnAttente > ZERO THEN
     DISPLAY WS-NbEnAttente " titre(s) du don encore à trier."
   ELSE
     PERFORM REMERCIER-DONATEUR
   END-IF.

DECIDER-LIGNE-DON.
   DISPLAY WS-DN-Titre(WS-IdxDon) " de " WS-DN-Auteur(WS-IdxDon)
           " (" WS-DN-Annee(WS-IdxDon) ") x " WS-DN-Quantite(WS-IdxDon)
   DISPLAY "C -> catalogue, V -> vente, R -> recyclage, "
           "autre -> plus tard : "
   MOVE SPACE TO WS-DecisionSaisie
   ACCEPT WS-DecisionSaisie
   EVALUATE WS-DecisionSaisie
     WHEN 'C'
       PERFORM AJOUTER-AU-CATALOGUE
       IF WS-AjoutOk NOT = 'O' THEN
         ADD 1 TO WS-NbEnAttente
         EXIT PARAGRAPH
       END-IF
     WHEN 'V'
       CONTINUE
     WHEN 'R'
       CONTINUE
     WHEN OTHER
       ADD 1 TO WS-NbEnAttente
       EXIT PARAGRAPH
   END-EVALUATE
   MOVE WS-DecisionSaisie TO WS-DN-Decision(WS-IdxDon)
   MOVE WS-DateJour TO WS-DN-DateDecision(WS-IdxDon)
   ADD 1 TO WS-NbDecidees.

*> Titre déjà au catalogue : les copies du don complètent la notice.
*> Nouveau titre : la notice est créée, ISBN obligatoire (clé
*> secondaire du catalogue). Le refus laisse la ligne en attente.
AJOUTER-AU-CATALOGUE.
   MOVE 'N' TO WS-AjoutOk
   OPEN I-O livres
   IF WS-LIVRES-STATUS NOT = "00" THEN
     DISPLAY "livres.dat indisponible, titre laissé en attente."
     EXIT PARAGRAPH
   END-IF
   MOVE WS-DN-Titre(WS-IdxDon) TO LivreTitre
   READ livres
     INVALID KEY
       PERFORM CREER-NOTICE-DON
     NOT INVALID KEY
       PERFORM COMPLETER-NOTICE-DON
   END-READ
   CLOSE livres
   IF WS-AjoutOk = 'O' THEN
     PERFORM CREER-EXEMPLAIRES-DON
   END-IF.

CREER-NOTICE-DON.
   IF WS-DN-Isbn(WS-IdxDon) = SPACES THEN
     DISPLAY "ISBN de la nouvelle notice : "
     ACCEPT WS-DN-Isbn(WS-IdxDon)
   END-IF
   IF WS-DN-Isbn(WS-IdxDon) = SPACES THEN
     DISPLAY "Sans ISBN, la notice ne peut être créée : titre en attente."
     EXIT PARAGRAPH
   END-IF
   MOVE WS-DN-Titre(WS-IdxDon)    TO LivreTitre
   MOVE WS-DN-Auteur(WS-IdxDon)   TO LivreAuteur
   MOVE WS-DN-Annee(WS-IdxDon)    TO LivreAnneePublication
   MOVE WS-DN-Quantite(WS-IdxDon) TO LivreNbCopies
   MOVE WS-DN-Isbn(WS-IdxDon)     TO LivreIsbn
   MOVE WS-DN-Genre(WS-IdxDon)    TO LivreGenre
   MOVE ZERO TO LivreCopiesSite(1)
   MOVE ZERO TO LivreCopiesSite(2)
   MOVE WS-DN-Quantite(WS-IdxDon) TO LivreCopiesSite(WS-Site)
   WRITE LivreRecord
     INVALID KEY
       DISPLAY "ISBN " WS-DN-Isbn(WS-IdxDon) " déjà au catalogue sous "
               "un autre titre : titre en attente."
     NOT INVALID KEY
       MOVE 'O' TO WS-AjoutOk
       DISPLAY "Notice créée : " WS-DN-Titre(WS-IdxDon)
   END-WRITE.

COMPLETER-NOTICE-DON.
   IF LivreNbCopies + WS-DN-Quantite(WS-IdxDon) > 999
      OR LivreCopiesSite(WS-Site) + WS-DN-Quantite(WS-IdxDon) > 999 THEN
     DISPLAY "Nombre de copies hors limite (999) : titre en attente."
     EXIT PARAGRAPH
   END-IF
   ADD WS-DN-Quantite(WS-IdxDon) TO LivreNbCopies
   ADD WS-DN-Quantite(WS-IdxDon) TO LivreCopiesSite(WS-Site)
   REWRITE LivreRecord
     INVALID KEY
       DISPLAY "Mise à jour du catalogue impossible : titre en attente."
     NOT INVALID KEY
       MOVE 'O' TO WS-AjoutOk
       DISPLAY "Notice complétée : " LivreTitre " (" LivreNbCopies
               " copies)"
   END-REWRITE.

CREER-EXEMPLAIRES-DON.
   MOVE ZERO TO WS-DernierNumero
   PERFORM CHERCHER-DERNIER-CODE
   OPEN EXTEND exemplaires
   IF WS-EXEMPLAIRES-STATUS NOT = "00" THEN
     OPEN OUTPUT exemplaires
   END-IF
   MOVE ZERO TO WS-NbCopiesCreees
   PERFORM CREER-EXEMPLAIRE-SUIVANT
       UNTIL WS-NbCopiesCreees = WS-DN-Quantite(WS-IdxDon)
   CLOSE exemplaires.

CHERCHER-DERNIER-CODE.
   OPEN INPUT exemplaires
   IF WS-EXEMPLAIRES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-CODE-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE exemplaires
   END-IF.

LIRE-CODE-SUIVANT.
   READ exemplaires
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF EX-CodeBarre(1:3) = PREFIXE-CODE-BARRE
          AND EX-CodeBarre(4:7) IS NUMERIC THEN
         MOVE EX-CodeBarre(4:7) TO WS-NumeroLu
         IF WS-NumeroLu > WS-DernierNumero THEN
           MOVE WS-NumeroLu TO WS-DernierNumero
         END-IF
       END-IF
   END-READ.

CREER-EXEMPLAIRE-SUIVANT.
   ADD 1 TO WS-DernierNumero
   MOVE PREFIXE-CODE-BARRE TO WS-CBN-Prefixe
   MOVE WS-DernierNumero   TO WS-CBN-Numero
   MOVE WS-CodeBarreNouveau TO EX-CodeBarre
   MOVE WS-DN-Titre(WS-IdxDon) TO EX-Titre
   MOVE WS-Site            TO EX-Site
   MOVE 'R'                TO EX-Statut
   WRITE ExemplaireRecord
   DISPLAY "Exemplaire " EX-CodeBarre " en rayon sur le site " WS-Site
   ADD 1 TO WS-NbCopiesCreees.

*> Lettre de remerciement : le devenir du don, en nombre de livres.
REMERCIER-DONATEUR.
   MOVE ZERO TO WS-NbCatalogue
   MOVE ZERO TO WS-NbVente
   MOVE ZERO TO WS-NbRecyclage
   PERFORM VARYING WS-IdxDon FROM 1 BY 1 UNTIL WS-IdxDon > WS-NbDons
     IF WS-DN-Numero(WS-IdxDon) = WS-NumeroSaisi THEN
       EVALUATE WS-DN-Decision(WS-IdxDon)
         WHEN 'C'
           ADD WS-DN-Quantite(WS-IdxDon) TO WS-NbCatalogue
         WHEN 'V'
           ADD WS-DN-Quantite(WS-IdxDon) TO WS-NbVente
         WHEN OTHER
           ADD WS-DN-Quantite(WS-IdxDon) TO WS-NbRecyclage
       END-EVALUATE
     END-IF
   END-PERFORM
   MOVE SPACES TO WS-CourrierTexte
   STRING "Merci pour votre don du " DELIMITED BY SIZE
          WS-DateDon DELIMITED BY SIZE
          " : " DELIMITED BY SIZE
          WS-NbCatalogue DELIMITED BY SIZE
          " livre(s) en rayon, " DELIMITED BY SIZE
          WS-NbVente DELIMITED BY SIZE
          " à la vente, " DELIMITED BY SIZE
          WS-NbRecyclage DELIMITED BY SIZE
          " recyclé(s)." DELIMITED BY SIZE
     INTO WS-CourrierTexte
   END-STRING
   MOVE "DON" TO WS-CourrierType
   MOVE 'D' TO WS-CourrierSource
   MOVE WS-DonateurDon TO WS-CourrierDestinataire
   CALL 'SpoolerCourrier' USING WS-CourrierType WS-CourrierSource
                                 WS-CourrierDestinataire
                                 WS-CourrierTexte
                                 WS-CourrierNumero
   DISPLAY "Don n° " WS-NumeroSaisi " entièrement trié : lettre de "
           "remerciement n° " WS-CourrierNumero " au donateur "
           WS-DonateurDon ".".

LISTER-DONS.
   IF WS-NbDons = ZERO THEN
     DISPLAY "Registre des dons vide."
     EXIT PARAGRAPH
   END-IF
   PERFORM VARYING WS-IdxDon FROM 1 BY 1 UNTIL WS-IdxDon > WS-NbDons
     DISPLAY WS-DN-Numero(WS-IdxDon) " " WS-DN-Date(WS-IdxDon) " "
             WS-DN-Donateur(WS-IdxDon) " " WS-DN-Titre(WS-IdxDon) " x "
             WS-DN-Quantite(WS-IdxDon) " " WS-DN-Decision(WS-IdxDon) " "
             WS-DN-DateDecision(WS-IdxDon)
   END-PERFORM.
