      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-MODEFORM-STATUS.

  SELECT reglespret ASSIGN TO "reglespret.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-REGLESPRET-STATUS.

DATA DIVISION.

FILE SECTION.
FD modeformation.
01 ModeFormationLigne PIC X(1).

FD reglespret.
COPY "REGLEPRET.cpy".

WORKING-STORAGE SECTION.
01 WS-MODEFORM-STATUS PIC XX.

01 WS-Choix            PIC X(1).
01 WS-TitreSaisi       PIC X(25).
01 WS-DateJour         PIC X(8).
01 WS-DomaineBibliotheque PIC X(1) VALUE 'L'.
01 WS-PeriodeJour      PIC X(6).
01 WS-PeriodeOuverte   PIC X(1).
01 WS-MembreIdSaisi    PIC X(6).

01 DELAI-PRET-DEFAUT      PIC 9(4) VALUE 14.
01 WS-DelaiPret            PIC 9(4).
01 WS-REGLESPRET-STATUS    PIC XX.
01 WS-FinRegles            PIC X(1).
01 WS-CategorieRegle       PIC X(1).
01 WS-NiveauRegle          PIC 9(1).
01 WS-RegleAutorise        PIC X(1).
01 WS-DelaiApplique        PIC 9(4).
01 WS-MaxApplique          PIC 9(4).
01 FRAIS-RETARD-DEFAUT     PIC 9(4)V99 VALUE 0.50.
01 WS-FraisRetardJour       PIC 9(4)V99.

   DISPLAY "Gestion des emprunts / retours de livres."
   PERFORM CHARGER-MODE-FORMATION
   PERFORM CHARGER-DELAI-PRET
   MOVE WS-DelaiPret TO WS-DelaiApplique
   PERFORM CHARGER-FRAIS-RETARD
   PERFORM CHARGER-POLITIQUE-EMPRUNT
   PERFORM CHARGER-SITE
   PERFORM CHARGER-DATE-VALEUR
   PERFORM CONTROLER-PERIODE-JOUR

   OPEN I-O livres
   IF WS-LIVRES-STATUS NOT = "00" THEN
       ACCEPT MembreAdresse
       DISPLAY "Téléphone : "
       ACCEPT MembreTelephone
       DISPLAY "Catégorie (A adulte, E enfant, S senior, O association) : "
       ACCEPT MembreCategorie
       IF NOT MEMBRE-ENFANT AND NOT MEMBRE-SENIOR
          AND NOT MEMBRE-ASSOCIATION THEN
         MOVE 'A' TO MembreCategorie
       END-IF
       MOVE ZERO TO MembreSoldeDu MembreSeuilPrelev
       MOVE SPACES TO MembreComptePrelev MembreDateAccord
                      MembreOperateurAccord
       PERFORM CHARGER-DATE-VALEUR
       MOVE WS-DateJour TO WS-DateFinCalc
       ADD 10000 TO WS-DateFinCalc
*> déjà son maximum de prêts en cours (maxemprunts.txt, défaut 5,
*> compté depuis emprunts.txt : sorties sans retour) se voit refuser
*> l'emprunt, motif affiché au bureau.
*> La règle de prêt de la catégorie de l'adhérent pour le genre du
*> titre (reglespret.txt) peut interdire la sortie (genres réservés
*> aux adultes), et fixe le plafond de prêts et le délai du prêt.
ENREGISTRER-EMPRUNT.
   PERFORM CONTROLER-ADHESION
   IF WS-AdhesionValide NOT = 'O' THEN
     EXIT PARAGRAPH
   END-IF
   PERFORM APPLIQUER-REGLE-PRET
   IF WS-RegleAutorise NOT = 'O' THEN
     DISPLAY "Emprunt refusé : le genre " FUNCTION TRIM(LivreGenre)
             " n'est pas ouvert à la catégorie " WS-CategorieRegle
             " de " MembreNom "."
     EXIT PARAGRAPH
   END-IF
*> Une copie partie chez un partenaire (prêt entre bibliothèques,
*> pretsille.txt statut 'S') ne se sort pas localement tant qu'elle
*> n'est pas revenue.
     EXIT PARAGRAPH
   END-IF
   PERFORM COMPTER-EMPRUNTS-EN-COURS
   IF WS-EmpruntsEnCours >= WS-MaxApplique THEN
     DISPLAY "Emprunt refusé : " MembreNom " a déjà " WS-EmpruntsEnCours
             " prêt(s) en cours (maximum " WS-MaxApplique ")."
     EXIT PARAGRAPH
   END-IF
   PERFORM CHARGER-RESERVATIONS
     MOVE 'P' TO WS-StatutExemplaire
     PERFORM MARQUER-EXEMPLAIRE
     DISPLAY "Emprunt enregistré pour " MembreNom ". Copies restantes : " LivreNbCopies
     DISPLAY "Prêt de " WS-DelaiApplique " jour(s) (catégorie "
             WS-CategorieRegle ")."
   END-IF
   END-IF
   END-IF.
     CLOSE maxprolongations
   END-IF.

*> Règle de prêt de la catégorie de l'adhérent (à blanc : adulte) pour
*> le genre du titre lu : une ligne au genre précis l'emporte sur la
*> ligne tous genres ; sans règle, prêt autorisé au délai et au
*> plafond généraux.
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
     MOVE 'N' TO WS-FinRegles
     PERFORM LIRE-REGLE-SUIVANTE UNTIL WS-FinRegles = 'O'
     CLOSE reglespret
   END-IF.

LIRE-REGLE-SUIVANTE.
   READ reglespret
     AT END MOVE 'O' TO WS-FinRegles
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

*> Le comptoir opère sur le site déclaré dans site.txt (1 par défaut) :
*> les sorties et retours bougent le compteur de ce site en plus du
*> total du catalogue.
   WRITE NotificationLigne
   CLOSE notifications.

*> Le délai du prêt trouvé est celui retenu à sa sortie : écart entre
*> échéance et date de sortie de la position, ou délai porté par la
*> dernière sortie/prolongation du journal.
RECHERCHER-DATE-EMPRUNT.
   MOVE WS-DelaiPret TO WS-DelaiApplique
   PERFORM CHARGER-POSITIONS
   IF WS-PositionsPresentes = 'O' THEN
     MOVE 'N' TO WS-EmpruntTrouve
       MOVE 'O' TO WS-EmpruntTrouve
       MOVE WS-PC-DateSortie(WS-IdxPosTrouve) TO WS-DateEmpruntTrouvee
       MOVE WS-PC-NbProlong(WS-IdxPosTrouve) TO WS-NbProlongations
       IF WS-PC-Echeance(WS-IdxPosTrouve) IS NUMERIC
          AND WS-PC-DateSortie(WS-IdxPosTrouve) IS NUMERIC THEN
         MOVE WS-PC-Echeance(WS-IdxPosTrouve) TO WS-DateEcheanceCalc
         MOVE WS-PC-DateSortie(WS-IdxPosTrouve) TO WS-DateNumEmprunt
         COMPUTE WS-DelaiApplique =
             FUNCTION INTEGER-OF-DATE(WS-DateEcheanceCalc)
           - FUNCTION INTEGER-OF-DATE(WS-DateNumEmprunt)
       END-IF
     END-IF
     EXIT PARAGRAPH
   END-IF
           MOVE 'O' TO WS-EmpruntTrouve
           MOVE EmpruntDate TO WS-DateEmpruntTrouvee
           MOVE ZERO TO WS-NbProlongations
           PERFORM RETENIR-DELAI-JOURNAL
         END-IF
         IF EMPRUNT-PROLONGATION THEN
           MOVE EmpruntDate TO WS-DateEmpruntTrouvee
           ADD 1 TO WS-NbProlongations
           PERFORM RETENIR-DELAI-JOURNAL
         END-IF
         IF EMPRUNT-RETOUR THEN
           MOVE 'N' TO WS-EmpruntTrouve
       END-IF
   END-READ.

RETENIR-DELAI-JOURNAL.
   MOVE WS-DelaiPret TO WS-DelaiApplique
   IF EmpruntDelai IS NUMERIC AND EmpruntDelai > ZERO THEN
     MOVE EmpruntDelai TO WS-DelaiApplique
   END-IF.

*> Prolongation au comptoir : le prêt en cours est étendu du délai de
*> prêt par une écriture 'P' datée du jour, dans la limite de
*> maxprolongations.txt renouvellements (défaut 2), et refusée si un
         MOVE 'P' TO EmpruntAction
         PERFORM ECRIRE-JOURNAL
         PERFORM PROLONGER-POSITION
         DISPLAY "Prêt prolongé de " WS-DelaiApplique " jour(s) pour "
                 MembreNom " à compter du " WS-DateJour "."
       END-IF
     END-IF
   COMPUTE WS-JoursEmprunt = FUNCTION INTEGER-OF-DATE(WS-DateNumEmprunt)
   COMPUTE WS-JoursRetour  = FUNCTION INTEGER-OF-DATE(WS-DateNumRetour)
   COMPUTE WS-NbJoursPret  = WS-JoursRetour - WS-JoursEmprunt
   IF WS-NbJoursPret > WS-DelaiApplique THEN
     COMPUTE WS-JoursRetard = WS-NbJoursPret - WS-DelaiApplique
     COMPUTE WS-MontantAmende ROUNDED = WS-JoursRetard * WS-FraisRetardJour
     ADD WS-MontantAmende TO MembreSoldeDu
     REWRITE MembreRecord
     CLOSE datevaleur
   END-IF.

*> Aucun mouvement ni amende n'est posté dans une période close de la
*> bibliothèque (ControlerPeriode, GestionPeriodes côté banque).
CONTROLER-PERIODE-JOUR.
   MOVE WS-DateJour(1:6) TO WS-PeriodeJour
   CALL 'ControlerPeriode' USING WS-DomaineBibliotheque WS-PeriodeJour
                                 WS-PeriodeOuverte
   IF WS-PeriodeOuverte NOT = 'O' THEN
     DISPLAY "La période " WS-PeriodeJour " de la journée " WS-DateJour
             " est close : aucun mouvement n'y est posté."
     STOP RUN
   END-IF.

JOURNALISER-MOUVEMENT.
   PERFORM CHARGER-DATE-VALEUR
   MOVE LivreTitre TO EmpruntTitre
   MOVE MembreNom TO EmpruntNom
   MOVE WS-DateJour TO EmpruntDate
   MOVE MembreId TO EmpruntMembreId
   MOVE WS-DelaiApplique TO EmpruntDelai.

ECRIRE-JOURNAL.
   OPEN EXTEND emprunts
CALCULER-ECHEANCE-POSITION.
   MOVE WS-DateJour TO WS-DateEcheanceCalc
   COMPUTE WS-JoursEcheanceCalc =
       FUNCTION INTEGER-OF-DATE(WS-DateEcheanceCalc) + WS-DelaiApplique
   COMPUTE WS-DateEcheanceCalc =
       FUNCTION DATE-OF-INTEGER(WS-JoursEcheanceCalc).

