*> solde d'amendes sous le seuil, plafond de prêts (position
*> pretsencours.txt), copie disponible au site, réservation d'un autre
*> adhérent en attente, prêt réellement ouvert pour un retour ou une
*> prolongation, règle de prêt de la catégorie de l'adhérent pour le
*> genre du titre (reglespret.txt : genre interdit, plafond, délai —
*> l'échéance et l'amende suivent le délai retenu à la sortie). Les
*> lignes propres sont postées dans emprunts.txt (à la date de
*> l'horodatage) avec la position et l'exemplaire tenus à
*> jour ; les conflits — retour jamais sorti, adhérent suspendu depuis,
*> etc. — partent dans exceptionsoffline.txt au lieu de corrompre le
*> journal. Une saisie horodatée dans une période close de la
*> bibliothèque (ControlerPeriode, GestionPeriodes côté banque) part
*> elle aussi en exception : rien ne se poste dans un mois clos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SITE-STATUS.

  SELECT reglespret ASSIGN TO "reglespret.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-REGLESPRET-STATUS.

DATA DIVISION.

FILE SECTION.
FD site.
01 SiteLigne PIC X(1).

FD reglespret.
COPY "REGLEPRET.cpy".

WORKING-STORAGE SECTION.
01 WS-SAISIES-STATUS      PIC XX.
01 WS-EMPRUNTS-STATUS     PIC XX.
01 WS-MAXEMPRUNTS-STATUS  PIC XX.
01 WS-SEUILAMENDE-STATUS  PIC XX.
01 WS-SITE-STATUS         PIC XX.
01 WS-REGLESPRET-STATUS   PIC XX.

01 WS-FinLecture  PIC X(1) VALUE 'N'.
01 WS-FinInterne  PIC X(1).
01 WS-JoursRetard    PIC 9(6).
01 WS-MontantAmende  PIC 9(6)V99.
01 WS-JoursEcheance  PIC S9(9).
01 WS-DomaineBibliotheque PIC X(1) VALUE 'L'.
01 WS-PeriodeSaisie  PIC X(6).
01 WS-PeriodeOuverte PIC X(1).
01 WS-CategorieRegle PIC X(1).
01 WS-NiveauRegle    PIC 9(1).
01 WS-RegleAutorise  PIC X(1).
01 WS-DelaiApplique  PIC 9(4).
01 WS-MaxApplique    PIC 9(4).
01 WS-DateNumSortie  PIC 9(8).

01 WS-TablePositions.
   05 WS-PositionEntree OCCURS 200 TIMES.
   MOVE 'O' TO WS-LigneValide
   MOVE SPACES TO WS-MotifRejet
   PERFORM CONTROLER-MEMBRE
   IF WS-LigneValide = 'O' THEN
     PERFORM CONTROLER-PERIODE-SAISIE
   END-IF
   IF WS-LigneValide = 'O' THEN
     EVALUATE SO-Action
       WHEN 'E'
   END-IF
   PERFORM LIRE-SAISIE.

CONTROLER-PERIODE-SAISIE.
   MOVE WS-DateSaisie(1:6) TO WS-PeriodeSaisie
   CALL 'ControlerPeriode' USING WS-DomaineBibliotheque WS-PeriodeSaisie
                                 WS-PeriodeOuverte
   IF WS-PeriodeOuverte NOT = 'O' THEN
     MOVE 'N' TO WS-LigneValide
     MOVE "Période close" TO WS-MotifRejet
   END-IF.

RESOUDRE-TITRE.
   MOVE SO-TitreOuCode TO WS-TitreResolu
   MOVE SPACES TO WS-CodeBarreActif
     PERFORM ECRIRE-EXCEPTION
     EXIT PARAGRAPH
   END-IF
   MOVE WS-TitreResolu TO LivreTitre
   READ livres
     INVALID KEY
       MOVE "Titre inconnu du catalogue" TO WS-MotifRejet
       PERFORM ECRIRE-EXCEPTION
       EXIT PARAGRAPH
   END-READ
   PERFORM APPLIQUER-REGLE-PRET
   IF WS-RegleAutorise NOT = 'O' THEN
     MOVE "Genre interdit à la catégorie" TO WS-MotifRejet
     PERFORM ECRIRE-EXCEPTION
     EXIT PARAGRAPH
   END-IF
   MOVE ZERO TO WS-NbEnCours
   PERFORM VARYING WS-IdxPosition FROM 1 BY 1
       UNTIL WS-IdxPosition > WS-NbPositions
       ADD 1 TO WS-NbEnCours
     END-IF
   END-PERFORM
   IF WS-NbEnCours >= WS-MaxApplique THEN
     MOVE "Plafond de prêts atteint" TO WS-MotifRejet
     PERFORM ECRIRE-EXCEPTION
     EXIT PARAGRAPH
     PERFORM ECRIRE-EXCEPTION
     EXIT PARAGRAPH
   END-IF
   IF LivreNbCopies = ZERO
      OR LivreCopiesSite(WS-Site) = ZERO THEN
     MOVE "Aucune copie disponible au site" TO WS-MotifRejet
     MOVE WS-DateSaisie TO WS-PC-DateSortie(WS-NbPositions)
     MOVE WS-DateSaisie TO WS-DateNum
     COMPUTE WS-JoursEcheance =
         FUNCTION INTEGER-OF-DATE(WS-DateNum) + WS-DelaiApplique
     COMPUTE WS-DateNum = FUNCTION DATE-OF-INTEGER(WS-JoursEcheance)
     MOVE WS-DateNum TO WS-PC-Echeance(WS-NbPositions)
     MOVE ZERO TO WS-PC-NbProlong(WS-NbPositions)
   ADD 1 TO LivreNbCopies
   ADD 1 TO LivreCopiesSite(WS-Site)
   REWRITE LivreRecord
   PERFORM RETROUVER-DELAI-POSITION
   MOVE 'R' TO EmpruntAction
   PERFORM POSTER-JOURNAL
   PERFORM FACTURER-RETARD-EVENTUEL
     PERFORM ECRIRE-EXCEPTION
     EXIT PARAGRAPH
   END-IF
   PERFORM RETROUVER-DELAI-POSITION
   MOVE 'P' TO EmpruntAction
   PERFORM POSTER-JOURNAL
   MOVE WS-DateSaisie TO WS-PC-DateSortie(WS-IdxPosTrouve)
   MOVE WS-DateSaisie TO WS-DateNum
   COMPUTE WS-JoursEcheance =
       FUNCTION INTEGER-OF-DATE(WS-DateNum) + WS-DelaiApplique
   COMPUTE WS-DateNum = FUNCTION DATE-OF-INTEGER(WS-JoursEcheance)
   MOVE WS-DateNum TO WS-PC-Echeance(WS-IdxPosTrouve)
   ADD 1 TO WS-PC-NbProlong(WS-IdxPosTrouve).

*> Délai du prêt retenu à sa sortie : écart entre l'échéance et la date
*> de sortie (ou de dernière prolongation) tenues par la position.
RETROUVER-DELAI-POSITION.
   MOVE WS-DelaiPret TO WS-DelaiApplique
   IF WS-PC-Echeance(WS-IdxPosTrouve) IS NUMERIC
      AND WS-PC-DateSortie(WS-IdxPosTrouve) IS NUMERIC THEN
     MOVE WS-PC-Echeance(WS-IdxPosTrouve) TO WS-DateNum
     MOVE WS-PC-DateSortie(WS-IdxPosTrouve) TO WS-DateNumSortie
     COMPUTE WS-DelaiApplique =
         FUNCTION INTEGER-OF-DATE(WS-DateNum)
       - FUNCTION INTEGER-OF-DATE(WS-DateNumSortie)
   END-IF.

*> Règle de prêt de la catégorie de l'adhérent (à blanc : adulte) pour
*> le genre du titre, comme au comptoir (EmpruntRetour) : une ligne au
*> genre précis l'emporte sur la ligne tous genres.
APPLIQUER-REGLE-PRET.
   MOVE MembreCategorie TO WS-CategorieRegle
   IF WS-CategorieRegle = SPACE THEN
     MOVE 'A' TO WS-CategorieRegle
   END-IF
   MOVE 'O' TO WS-RegleAutorise
   MOVE WS-DelaiPret TO WS-DelaiApplique
   MOVE WS-MaxEmprunts TO WS-MaxApplique
   MOVE ZERO TO WS-NiveauRegle
   OPEN INPUT reglespret
   IF WS-REGLESPRET-STATUS = "00" THEN
     MOVE 'N' TO WS-FinInterne
     PERFORM LIRE-REGLE-SUIVANTE UNTIL WS-FinInterne = 'O'
     CLOSE reglespret
   END-IF.

LIRE-REGLE-SUIVANTE.
   READ reglespret
     AT END MOVE 'O' TO WS-FinInterne
     NOT AT END
       IF RP-Categorie = WS-CategorieRegle THEN
         IF RP-Genre = LivreGenre THEN
           MOVE 2 TO WS-NiveauRegle
           PERFORM RETENIR-REGLE
         ELSE
           IF RP-Genre = SPACES AND WS-NiveauRegle < 2 THEN
             MOVE 1 TO WS-NiveauRegle
             PERFORM RETENIR-REGLE
           END-IF
         END-IF
       END-IF
   END-READ.

RETENIR-REGLE.
   MOVE 'O' TO WS-RegleAutorise
   IF RP-PRET-INTERDIT THEN
     MOVE 'N' TO WS-RegleAutorise
   END-IF
   MOVE WS-DelaiPret TO WS-DelaiApplique
   IF RP-DelaiPret IS NUMERIC AND RP-DelaiPret > ZERO THEN
     MOVE RP-DelaiPret TO WS-DelaiApplique
   END-IF
   MOVE WS-MaxEmprunts TO WS-MaxApplique
   IF RP-MaxEmprunts IS NUMERIC AND RP-MaxEmprunts > ZERO THEN
     MOVE RP-MaxEmprunts TO WS-MaxApplique
   END-IF.

*> Amende d'un retour en retard, même règle que CALCULER-AMENDE,
*> contre la date de sortie et le délai tenus par la position.
FACTURER-RETARD-EVENTUEL.
   MOVE WS-PC-DateSortie(WS-IdxPosTrouve) TO WS-DateNum
   COMPUTE WS-JoursSortie = FUNCTION INTEGER-OF-DATE(WS-DateNum)
   MOVE WS-DateSaisie TO WS-DateNum
   COMPUTE WS-JoursRetour = FUNCTION INTEGER-OF-DATE(WS-DateNum)
   COMPUTE WS-JoursPret = WS-JoursRetour - WS-JoursSortie
   IF WS-JoursPret > WS-DelaiApplique THEN
     COMPUTE WS-JoursRetard = WS-JoursPret - WS-DelaiApplique
     COMPUTE WS-MontantAmende ROUNDED =
         WS-JoursRetard * WS-FraisRetardJour
     ADD WS-MontantAmende TO MembreSoldeDu
   MOVE MembreNom TO EmpruntNom
   MOVE WS-DateSaisie TO EmpruntDate
   MOVE SO-MembreId TO EmpruntMembreId
   MOVE WS-DelaiApplique TO EmpruntDelai
   OPEN EXTEND emprunts
   IF WS-EMPRUNTS-STATUS NOT = "00" THEN
     OPEN OUTPUT emprunts
