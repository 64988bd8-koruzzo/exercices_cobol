*> bon de commande (boncommande.txt), R pointe une livraison
*> (livraisons.txt : titre + quantité livrée) contre la commande
*> ouverte, incrémente LivreNbCopies dans livres.dat et signale les
*> livraisons incomplètes, L liste les commandes. A commande le
*> renouvellement des abonnements aux périodiques (abonnements.txt,
*> GestionAbonnements) dont l'échéance tombe dans le préavis
*> (preavisabonnement.txt, défaut 30 jours), chez leur fournisseur du
*> répertoire fournisseurs.txt ; la réception d'un renouvellement ne
*> touche pas au catalogue, l'échéancier est prolongé dans
*> GestionAbonnements.
*> Budget d'acquisitions (budget.txt, BUDGET.cpy) : F dote un fonds de
*> l'exercice, par genre ou par site. Chaque ligne de commande générée
*> engage son coût estimé (quantité x prix de prixlivres.txt, défaut
*> 15 €) sur le fonds de son genre, à défaut sur celui du site de
*> réception ; une ligne qui dépasserait le disponible du fonds est
*> refusée si controlebudget.txt vaut 'R', signalée sinon. A la
*> réception, la part livrée est dégagée de l'engagé et passe en
*> dépensé au prix facturé porté sur livraisons.txt (prix estimé si
*> la livraison n'en porte pas). L'état par fonds est RapportBudget.
*> S revoit les suggestions d'achat de la semaine (suggestionsachat.txt,
*> SuggestionsAchat, tirées des files de réservation) : une suggestion
*> acceptée devient une ligne de commande engagée comme les autres, et
*> les adhérents qui attendent le titre sont notés (avisarrivee.txt :
*> commande, titre, adhérent) pour être prévenus par courrier
*> (SpoolerCourrier) à la première livraison de la commande.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-FOURNISSEUR-STATUS.

  SELECT abonnements ASSIGN TO "abonnements.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ABONNEMENTS-STATUS.

  SELECT fournisseurs ASSIGN TO "fournisseurs.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-FOURNISSEURS-STATUS.

  SELECT preavisabonnement ASSIGN TO "preavisabonnement.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PREAVIS-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

  SELECT budget ASSIGN TO "budget.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-BUDGET-STATUS.

  SELECT controlebudget ASSIGN TO "controlebudget.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CONTROLE-STATUS.

  SELECT prixlivres ASSIGN TO "prixlivres.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PRIXLIVRES-STATUS.

  SELECT site ASSIGN TO "site.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SITE-STATUS.

  SELECT suggestions ASSIGN TO "suggestionsachat.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SUGGESTIONS-STATUS.

  SELECT reservations ASSIGN TO "reservations.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RESERVATIONS-STATUS.

  SELECT avisarrivee ASSIGN TO "avisarrivee.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-AVIS-STATUS.

DATA DIVISION.

FILE SECTION.
      88 COMMANDE-OUVERTE   VALUE 'C'.
      88 COMMANDE-PARTIELLE VALUE 'P'.
      88 COMMANDE-RECUE     VALUE 'R'.
   05 CO-Exercice      PIC 9(4).
   05 CO-Fonds         PIC X(15).
   05 CO-PrixEstime    PIC 9(5)V99.
   05 CO-MontantFacture PIC 9(7)V99.

FD livraisons.
01 LivraisonRecord.
   05 LV-Titre    PIC X(25).
   05 LV-Quantite PIC 9(3).
   05 LV-PrixFacture PIC 9(5)V99.

FD boncommande.
01 BonLigne PIC X(100).
FD fournisseur.
01 FournisseurLigne PIC X(20).

FD abonnements.
COPY "ABONNEMENT.cpy".

FD fournisseurs.
COPY "FOURNIS.cpy".

FD preavisabonnement.
01 PreavisAbonnementLigne PIC X(3).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

FD budget.
COPY "BUDGET.cpy".

FD controlebudget.
01 ControleBudgetLigne PIC X(1).

FD prixlivres.
01 PrixLivreRecord.
   05 PL-Titre PIC X(25).
   05 PL-Prix  PIC 9(4)V99.

FD site.
01 SiteLigne PIC X(1).

FD suggestions.
COPY "SUGGEST.cpy".

FD reservations.
COPY "RESERVA.cpy".

FD avisarrivee.
01 AvisArriveeRecord.
   05 AA-NumeroCommande  PIC 9(4).
   05 AA-Titre           PIC X(25).
   05 AA-MembreId        PIC X(6).
   05 AA-DateReservation PIC X(8).

WORKING-STORAGE SECTION.
01 WS-LIVRES-STATUS      PIC XX.
01 WS-COMMANDES-STATUS   PIC XX.
01 WS-SEUIL-STATUS       PIC XX.
01 WS-FOURNISSEUR-STATUS PIC XX.
01 WS-SITE-STATUS        PIC XX.
01 WS-ABONNEMENTS-STATUS PIC XX.
01 WS-FOURNISSEURS-STATUS PIC XX.
01 WS-PREAVIS-STATUS     PIC XX.
01 WS-DATEVALEUR-STATUS  PIC XX.
01 WS-BUDGET-STATUS      PIC XX.
01 WS-CONTROLE-STATUS    PIC XX.
01 WS-PRIXLIVRES-STATUS  PIC XX.
01 WS-Site               PIC 9(1) VALUE 1.
01 WS-SUGGESTIONS-STATUS PIC XX.
01 WS-RESERVATIONS-STATUS PIC XX.
01 WS-AVIS-STATUS        PIC XX.

01 WS-Choix       PIC X(1).
01 WS-FinLecture  PIC X(1).
      10 WS-CO-Quantite      PIC 9(3).
      10 WS-CO-QuantiteRecue PIC 9(3).
      10 WS-CO-Statut        PIC X(1).
      10 WS-CO-Exercice      PIC 9(4).
      10 WS-CO-Fonds         PIC X(15).
      10 WS-CO-PrixEstime    PIC 9(5)V99.
      10 WS-CO-MontantFacture PIC 9(7)V99.
01 WS-NbCommandes PIC 9(3) VALUE ZERO.
01 WS-FichierDeborde PIC X(1) VALUE 'N'.

01 WS-DateJour       PIC X(8).
01 PREAVIS-ABONNEMENT-DEFAUT PIC 9(3) VALUE 30.
01 WS-PreavisAbonnement PIC 9(3).
01 WS-DateNum        PIC 9(8).
01 WS-JoursJour      PIC S9(9).
01 WS-JoursEcheance  PIC S9(9).
01 WS-FinAbonnements PIC X(1).
01 WS-FinFournisseurs PIC X(1).
01 WS-NomAbonnement  PIC X(20).
01 WS-EstAbonnement  PIC X(1).

01 WS-Exercice       PIC 9(4).
01 WS-ControleBudget PIC X(1) VALUE 'A'.
   88 BUDGET-BLOQUANT VALUE 'R'.
01 PRIX-ESTIME-DEFAUT PIC 9(4)V99 VALUE 15.00.
01 WS-TitrePrix      PIC X(25).
01 WS-PrixEstime     PIC 9(5)V99.
01 WS-FinPrix        PIC X(1).
01 WS-GenreFonds     PIC X(15).
01 WS-FondsSite      PIC X(15).
01 WS-IdxFonds       PIC 9(3).
01 WS-CoutEstime     PIC 9(7)V99.
01 WS-Disponible     PIC S9(8)V99.
01 WS-EngagementRefuse PIC X(1).
01 WS-QteDegagee     PIC 9(3).
01 WS-Degagement     PIC 9(7)V99.
01 WS-PrixFacture    PIC 9(5)V99.
01 WS-MontantFacture PIC 9(7)V99.
01 WS-FinBudget      PIC X(1).
01 WS-TypeSaisi      PIC X(1).
01 WS-FondsSaisi     PIC X(15).
01 WS-SiteSaisi      PIC X(1).
01 WS-MontantSaisi   PIC 9(7)V99.

01 WS-TableBudget.
   05 WS-FondsEntree OCCURS 50 TIMES.
      10 WS-BU-Exercice PIC 9(4).
      10 WS-BU-Fonds    PIC X(15).
      10 WS-BU-Type     PIC X(1).
      10 WS-BU-Alloue   PIC 9(7)V99.
      10 WS-BU-Engage   PIC 9(7)V99.
      10 WS-BU-Depense  PIC 9(7)V99.
01 WS-NbFonds PIC 9(3) VALUE ZERO.
01 WS-BudgetDeborde PIC X(1) VALUE 'N'.

01 WS-TableSuggestions.
   05 WS-SuggestionEntree OCCURS 100 TIMES.
      10 WS-SG-Date          PIC X(8).
      10 WS-SG-Titre         PIC X(25).
      10 WS-SG-Isbn          PIC X(13).
      10 WS-SG-Genre         PIC X(15).
      10 WS-SG-NbAttente     PIC 9(3).
      10 WS-SG-NbCopies      PIC 9(3).
      10 WS-SG-Quantite      PIC 9(3).
      10 WS-SG-Statut        PIC X(1).
      10 WS-SG-NumeroCommande PIC 9(4).
01 WS-NbSuggestions PIC 9(3) VALUE ZERO.
01 WS-SuggestionsDebordees PIC X(1) VALUE 'N'.
01 WS-IdxSuggestion PIC 9(3).
01 WS-DecisionSaisie PIC X(1).
01 WS-QuantiteSaisie PIC 9(3).
01 WS-FinSuggestions PIC X(1).
01 WS-FinReservations PIC X(1).
01 WS-FinAvis        PIC X(1).
01 WS-NbAvis         PIC 9(3).
01 WS-PremiereLivraison PIC X(1).

01 WS-CourrierType PIC X(10).
01 WS-CourrierSource PIC X(1).
01 WS-CourrierDestinataire PIC X(6).
01 WS-CourrierTexte PIC X(100).
01 WS-CourrierNumero PIC 9(6).

PROCEDURE DIVISION.
   DISPLAY "Chaîne d'acquisitions."
   PERFORM CHARGER-PARAMETRES
   PERFORM CHARGER-SITE
   PERFORM CHARGER-COMMANDES
   PERFORM CHARGER-DATE-VALEUR
   MOVE WS-DateJour(1:4) TO WS-Exercice
   PERFORM CHARGER-BUDGET

   PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

   DISPLAY "I -> Imprimer le bon de commande des commandes ouvertes"
   DISPLAY "R -> Pointer une livraison reçue"
   DISPLAY "L -> Lister les commandes"
   DISPLAY "A -> Commander les renouvellements d'abonnements à échéance"
   DISPLAY "F -> Doter un fonds du budget d'acquisitions"
   DISPLAY "S -> Revoir les suggestions d'achat (files de réservation)"
   DISPLAY "E -> Quitter"
   DISPLAY "---------------------------------------------------"
   ACCEPT WS-Choix
       PERFORM POINTER-LIVRAISONS
     WHEN 'L'
       PERFORM LISTER-COMMANDES
     WHEN 'A'
       PERFORM GENERER-RENOUVELLEMENTS
     WHEN 'F'
       PERFORM DOTER-FONDS
     WHEN 'S'
       PERFORM REVOIR-SUGGESTIONS
     WHEN 'E'
       CONTINUE
     WHEN OTHER
       NOT AT END MOVE FournisseurLigne TO WS-NomFournisseur
     END-READ
     CLOSE fournisseur
   END-IF
   OPEN INPUT controlebudget
   IF WS-CONTROLE-STATUS = "00" THEN
     READ controlebudget
       NOT AT END MOVE ControleBudgetLigne TO WS-ControleBudget
     END-READ
     CLOSE controlebudget
   END-IF.

*> Les exemplaires livrés entrent physiquement au site de réception
       MOVE CO-Quantite      TO WS-CO-Quantite(WS-NbCommandes)
       MOVE CO-QuantiteRecue TO WS-CO-QuantiteRecue(WS-NbCommandes)
       MOVE CO-Statut        TO WS-CO-Statut(WS-NbCommandes)
       MOVE CO-Fonds         TO WS-CO-Fonds(WS-NbCommandes)
       IF CO-Exercice IS NUMERIC THEN
         MOVE CO-Exercice      TO WS-CO-Exercice(WS-NbCommandes)
         MOVE CO-PrixEstime    TO WS-CO-PrixEstime(WS-NbCommandes)
         MOVE CO-MontantFacture TO WS-CO-MontantFacture(WS-NbCommandes)
       ELSE
         MOVE ZERO TO WS-CO-Exercice(WS-NbCommandes)
         MOVE ZERO TO WS-CO-PrixEstime(WS-NbCommandes)
         MOVE ZERO TO WS-CO-MontantFacture(WS-NbCommandes)
       END-IF
   END-READ.

SAUVER-COMMANDES.
     MOVE WS-CO-Quantite(WS-Idx)      TO CO-Quantite
     MOVE WS-CO-QuantiteRecue(WS-Idx) TO CO-QuantiteRecue
     MOVE WS-CO-Statut(WS-Idx)        TO CO-Statut
     MOVE WS-CO-Exercice(WS-Idx)      TO CO-Exercice
     MOVE WS-CO-Fonds(WS-Idx)         TO CO-Fonds
     MOVE WS-CO-PrixEstime(WS-Idx)    TO CO-PrixEstime
     MOVE WS-CO-MontantFacture(WS-Idx) TO CO-MontantFacture
     WRITE CommandeRecord
   END-PERFORM
   CLOSE commandes.
             "toute réécriture tronquerait le carnet, génération refusée."
     EXIT PARAGRAPH
   END-IF
   IF WS-BudgetDeborde = 'O' THEN
     DISPLAY "budget.txt dépasse la capacité de travail (50) : "
             "engagements impossibles, génération refusée."
     EXIT PARAGRAPH
   END-IF
   MOVE ZERO TO WS-NbGenerees
   MOVE 1 TO WS-ProchainNumero
   PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCommandes
     PERFORM EXAMINER-LIVRE-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE livres
     PERFORM SAUVER-COMMANDES
     PERFORM SAUVER-BUDGET
     DISPLAY WS-NbGenerees " commande(s) générée(s)."
   END-IF.

         END-PERFORM
         IF WS-IdxTrouve = ZERO AND WS-NbCommandes < 100 THEN
           COMPUTE WS-QuantiteACommander = WS-SeuilReappro - LivreNbCopies
           MOVE LivreTitre TO WS-TitrePrix
           MOVE LivreGenre TO WS-GenreFonds
           PERFORM ENGAGER-COMMANDE
         END-IF
         IF WS-IdxTrouve = ZERO AND WS-NbCommandes < 100
            AND WS-EngagementRefuse = 'N' THEN
           ADD 1 TO WS-NbCommandes
           MOVE WS-ProchainNumero TO WS-CO-Numero(WS-NbCommandes)
           ADD 1 TO WS-ProchainNumero
           MOVE WS-QuantiteACommander TO WS-CO-Quantite(WS-NbCommandes)
           MOVE ZERO TO WS-CO-QuantiteRecue(WS-NbCommandes)
           MOVE 'C'  TO WS-CO-Statut(WS-NbCommandes)
           PERFORM RENSEIGNER-BUDGET-LIGNE
           ADD 1 TO WS-NbGenerees
         END-IF
       END-IF
              WS-CO-Quantite(WS-Idx) DELIMITED BY SIZE
              ", déjà reçu " DELIMITED BY SIZE
              WS-CO-QuantiteRecue(WS-Idx) DELIMITED BY SIZE
              ", prix estimé " DELIMITED BY SIZE
              WS-CO-PrixEstime(WS-Idx) DELIMITED BY SIZE
         INTO BonLigne
       END-STRING
       WRITE BonLigne
             "toute réécriture tronquerait le carnet, réception refusée."
     EXIT PARAGRAPH
   END-IF
   IF WS-BudgetDeborde = 'O' THEN
     DISPLAY "budget.txt dépasse la capacité de travail (50) : "
             "dépenses non imputables, réception refusée."
     EXIT PARAGRAPH
   END-IF
   OPEN INPUT livraisons
   IF WS-LIVRAISONS-STATUS NOT = "00" THEN
     DISPLAY "livraisons.txt introuvable, aucune réception à pointer."
       CLOSE livres
       CLOSE livraisons
       PERFORM SAUVER-COMMANDES
       PERFORM SAUVER-BUDGET
     END-IF
   END-IF.

   END-READ.

RECEPTIONNER-COMMANDE.
   PERFORM IMPUTER-DEPENSE
   MOVE 'N' TO WS-PremiereLivraison
   IF WS-CO-QuantiteRecue(WS-IdxTrouve) = ZERO THEN
     MOVE 'O' TO WS-PremiereLivraison
   END-IF
   ADD LV-Quantite TO WS-CO-QuantiteRecue(WS-IdxTrouve)
   PERFORM RECONNAITRE-ABONNEMENT
   IF WS-EstAbonnement = 'O' THEN
     DISPLAY "Renouvellement d'abonnement confirmé : " LV-Titre
             " (prolonger l'échéancier dans GestionAbonnements)."
   ELSE
     MOVE LV-Titre TO LivreTitre
     READ livres
       INVALID KEY
         DISPLAY "Titre livré absent du catalogue : " LV-Titre
       NOT INVALID KEY
         ADD LV-Quantite TO LivreNbCopies
         ADD LV-Quantite TO LivreCopiesSite(WS-Site)
         REWRITE LivreRecord
     END-READ
     IF WS-PremiereLivraison = 'O' THEN
       PERFORM PREVENIR-ADHERENTS
     END-IF
   END-IF
   IF WS-CO-QuantiteRecue(WS-IdxTrouve) >= WS-CO-Quantite(WS-IdxTrouve) THEN
     MOVE 'R' TO WS-CO-Statut(WS-IdxTrouve)
     DISPLAY "Commande " WS-CO-Numero(WS-IdxTrouve) " soldée ("
             " x " WS-CO-Quantite(WS-Idx)
             " reçu " WS-CO-QuantiteRecue(WS-Idx)
             " statut " WS-CO-Statut(WS-Idx)
             " fonds " WS-CO-Fonds(WS-Idx)
             " facturé " WS-CO-MontantFacture(WS-Idx)
   END-PERFORM.

*> Un titre livré qui est celui d'un abonnement est la confirmation
*> d'un renouvellement, pas des exemplaires à ajouter au catalogue.
RECONNAITRE-ABONNEMENT.
   MOVE 'N' TO WS-EstAbonnement
   OPEN INPUT abonnements
   IF WS-ABONNEMENTS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinAbonnements
     PERFORM COMPARER-ABONNEMENT-SUIVANT UNTIL WS-FinAbonnements = 'O'
     CLOSE abonnements
   END-IF.

COMPARER-ABONNEMENT-SUIVANT.
   READ abonnements
     AT END MOVE 'O' TO WS-FinAbonnements
     NOT AT END
       IF AB-Titre = LV-Titre THEN
         MOVE 'O' TO WS-EstAbonnement
       END-IF
   END-READ.

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

*> Un abonnement actif dont la date de renouvellement tombe dans le
*> préavis devient une ligne de commande d'un exemplaire (l'abonnement
*> d'un an) chez son fournisseur, sauf s'il a déjà une commande ouverte.
GENERER-RENOUVELLEMENTS.
   IF WS-FichierDeborde = 'O' THEN
     DISPLAY "commandes.txt dépasse la capacité de travail (100) : "
             "toute réécriture tronquerait le carnet, génération refusée."
     EXIT PARAGRAPH
   END-IF
   IF WS-BudgetDeborde = 'O' THEN
     DISPLAY "budget.txt dépasse la capacité de travail (50) : "
             "engagements impossibles, génération refusée."
     EXIT PARAGRAPH
   END-IF
   MOVE PREAVIS-ABONNEMENT-DEFAUT TO WS-PreavisAbonnement
   OPEN INPUT preavisabonnement
   IF WS-PREAVIS-STATUS = "00" THEN
     READ preavisabonnement
       NOT AT END MOVE PreavisAbonnementLigne TO WS-PreavisAbonnement
     END-READ
     CLOSE preavisabonnement
   END-IF
   MOVE WS-DateJour TO WS-DateNum
   COMPUTE WS-JoursJour = FUNCTION INTEGER-OF-DATE(WS-DateNum)
   MOVE ZERO TO WS-NbGenerees
   MOVE 1 TO WS-ProchainNumero
   PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCommandes
     IF WS-CO-Numero(WS-Idx) >= WS-ProchainNumero THEN
       COMPUTE WS-ProchainNumero = WS-CO-Numero(WS-Idx) + 1
     END-IF
   END-PERFORM

   OPEN INPUT abonnements
   IF WS-ABONNEMENTS-STATUS NOT = "00" THEN
     DISPLAY "abonnements.txt introuvable, aucun renouvellement à commander."
   ELSE
     MOVE 'N' TO WS-FinAbonnements
     PERFORM EXAMINER-ABONNEMENT-SUIVANT UNTIL WS-FinAbonnements = 'O'
     CLOSE abonnements
     PERFORM SAUVER-COMMANDES
     PERFORM SAUVER-BUDGET
     DISPLAY WS-NbGenerees " renouvellement(s) commandé(s)."
   END-IF.

EXAMINER-ABONNEMENT-SUIVANT.
   READ abonnements
     AT END MOVE 'O' TO WS-FinAbonnements
     NOT AT END
       IF ABONNEMENT-ACTIF AND AB-DateRenouvellement IS NUMERIC THEN
         MOVE AB-DateRenouvellement TO WS-DateNum
         COMPUTE WS-JoursEcheance = FUNCTION INTEGER-OF-DATE(WS-DateNum)
         IF WS-JoursEcheance - WS-JoursJour <= WS-PreavisAbonnement THEN
           PERFORM COMMANDER-RENOUVELLEMENT
         END-IF
       END-IF
   END-READ.

COMMANDER-RENOUVELLEMENT.
   MOVE ZERO TO WS-IdxTrouve
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-NbCommandes OR WS-IdxTrouve > ZERO
     IF WS-CO-Titre(WS-Idx) = AB-Titre
        AND WS-CO-Statut(WS-Idx) NOT = 'R' THEN
       MOVE WS-Idx TO WS-IdxTrouve
     END-IF
   END-PERFORM
   IF WS-IdxTrouve > ZERO OR WS-NbCommandes = 100 THEN
     EXIT PARAGRAPH
   END-IF
   MOVE 1 TO WS-QuantiteACommander
   MOVE AB-Titre TO WS-TitrePrix
   MOVE "PERIODIQUE" TO WS-GenreFonds
   PERFORM ENGAGER-COMMANDE
   IF WS-EngagementRefuse = 'O' THEN
     EXIT PARAGRAPH
   END-IF
   MOVE AB-Fournisseur TO WS-NomAbonnement
   OPEN INPUT fournisseurs
   IF WS-FOURNISSEURS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinFournisseurs
     PERFORM LIRE-FOURNISSEUR-SUIVANT UNTIL WS-FinFournisseurs = 'O'
     CLOSE fournisseurs
   END-IF
   ADD 1 TO WS-NbCommandes
   MOVE WS-ProchainNumero TO WS-CO-Numero(WS-NbCommandes)
   ADD 1 TO WS-ProchainNumero
   MOVE WS-NomAbonnement TO WS-CO-Fournisseur(WS-NbCommandes)
   MOVE AB-Titre TO WS-CO-Titre(WS-NbCommandes)
   MOVE AB-Issn  TO WS-CO-Isbn(WS-NbCommandes)
   MOVE 1        TO WS-CO-Quantite(WS-NbCommandes)
   MOVE ZERO     TO WS-CO-QuantiteRecue(WS-NbCommandes)
   MOVE 'C'      TO WS-CO-Statut(WS-NbCommandes)
   PERFORM RENSEIGNER-BUDGET-LIGNE
   ADD 1 TO WS-NbGenerees
   DISPLAY "Renouvellement commandé : " AB-Code " " AB-Titre
           " échéance " AB-DateRenouvellement.

LIRE-FOURNISSEUR-SUIVANT.
   READ fournisseurs
     AT END MOVE 'O' TO WS-FinFournisseurs
     NOT AT END
       IF FO-Code = AB-Fournisseur THEN
         MOVE FO-Nom TO WS-NomAbonnement
       END-IF
   END-READ.

CHARGER-BUDGET.
   MOVE ZERO TO WS-NbFonds
   OPEN INPUT budget
   IF WS-BUDGET-STATUS = "00" THEN
     MOVE 'N' TO WS-FinBudget
     PERFORM LIRE-FONDS-SUIVANT
         UNTIL WS-FinBudget = 'O' OR WS-NbFonds = 50
     IF WS-FinBudget NOT = 'O' THEN
       READ budget
         AT END CONTINUE
         NOT AT END MOVE 'O' TO WS-BudgetDeborde
       END-READ
     END-IF
     CLOSE budget
   END-IF.

LIRE-FONDS-SUIVANT.
   READ budget
     AT END MOVE 'O' TO WS-FinBudget
     NOT AT END
       ADD 1 TO WS-NbFonds
       MOVE BU-Exercice TO WS-BU-Exercice(WS-NbFonds)
       MOVE BU-Fonds    TO WS-BU-Fonds(WS-NbFonds)
       MOVE BU-Type     TO WS-BU-Type(WS-NbFonds)
       MOVE BU-Alloue   TO WS-BU-Alloue(WS-NbFonds)
       MOVE BU-Engage   TO WS-BU-Engage(WS-NbFonds)
       MOVE BU-Depense  TO WS-BU-Depense(WS-NbFonds)
   END-READ.

SAUVER-BUDGET.
   OPEN OUTPUT budget
   PERFORM VARYING WS-IdxFonds FROM 1 BY 1 UNTIL WS-IdxFonds > WS-NbFonds
     MOVE WS-BU-Exercice(WS-IdxFonds) TO BU-Exercice
     MOVE WS-BU-Fonds(WS-IdxFonds)    TO BU-Fonds
     MOVE WS-BU-Type(WS-IdxFonds)     TO BU-Type
     MOVE WS-BU-Alloue(WS-IdxFonds)   TO BU-Alloue
     MOVE WS-BU-Engage(WS-IdxFonds)   TO BU-Engage
     MOVE WS-BU-Depense(WS-IdxFonds)  TO BU-Depense
     WRITE BudgetRecord
   END-PERFORM
   CLOSE budget.

*> Dotation (ou révision de la dotation) d'un fonds : l'engagé et le
*> dépensé déjà imputés sont conservés.
DOTER-FONDS.
   IF WS-BudgetDeborde = 'O' THEN
     DISPLAY "budget.txt dépasse la capacité de travail (50) : "
             "dotation refusée pour ne pas tronquer le fichier."
     EXIT PARAGRAPH
   END-IF
   DISPLAY "Exercice " WS-Exercice " - type de fonds (G genre, S site) : "
   ACCEPT WS-TypeSaisi
   IF WS-TypeSaisi = 'G' THEN
     DISPLAY "Genre du catalogue : "
     MOVE SPACES TO WS-FondsSaisi
     ACCEPT WS-FondsSaisi
   ELSE
     IF WS-TypeSaisi = 'S' THEN
       DISPLAY "Site (1 ou 2) : "
       ACCEPT WS-SiteSaisi
       MOVE SPACES TO WS-FondsSaisi
       STRING "SITE" DELIMITED BY SIZE
              WS-SiteSaisi DELIMITED BY SIZE
         INTO WS-FondsSaisi
       END-STRING
       IF WS-FondsSaisi NOT = "SITE1" AND WS-FondsSaisi NOT = "SITE2" THEN
         DISPLAY "Site inconnu."
         EXIT PARAGRAPH
       END-IF
     ELSE
       DISPLAY "Type de fonds inconnu."
       EXIT PARAGRAPH
     END-IF
   END-IF
   IF WS-FondsSaisi = SPACES THEN
     DISPLAY "Fonds obligatoire."
     EXIT PARAGRAPH
   END-IF
   DISPLAY "Dotation annuelle : "
   ACCEPT WS-MontantSaisi
   MOVE ZERO TO WS-IdxFonds
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-NbFonds OR WS-IdxFonds > ZERO
     IF WS-BU-Exercice(WS-Idx) = WS-Exercice
        AND WS-BU-Fonds(WS-Idx) = WS-FondsSaisi
        AND WS-BU-Type(WS-Idx) = WS-TypeSaisi THEN
       MOVE WS-Idx TO WS-IdxFonds
     END-IF
   END-PERFORM
   IF WS-IdxFonds = ZERO THEN
     IF WS-NbFonds = 50 THEN
       DISPLAY "Table des fonds pleine (50)."
       EXIT PARAGRAPH
     END-IF
     ADD 1 TO WS-NbFonds
     MOVE WS-NbFonds TO WS-IdxFonds
     MOVE WS-Exercice   TO WS-BU-Exercice(WS-IdxFonds)
     MOVE WS-FondsSaisi TO WS-BU-Fonds(WS-IdxFonds)
     MOVE WS-TypeSaisi  TO WS-BU-Type(WS-IdxFonds)
     MOVE ZERO TO WS-BU-Engage(WS-IdxFonds)
     MOVE ZERO TO WS-BU-Depense(WS-IdxFonds)
   END-IF
   MOVE WS-MontantSaisi TO WS-BU-Alloue(WS-IdxFonds)
   PERFORM SAUVER-BUDGET
   DISPLAY "Fonds " WS-FondsSaisi " doté de " WS-MontantSaisi
           " pour l'exercice " WS-Exercice ".".

*> Le fonds d'une ligne est celui de son genre pour l'exercice, à
*> défaut celui du site de réception ; sans l'un ni l'autre la ligne
*> reste hors budget.
CHOISIR-FONDS.
   MOVE ZERO TO WS-IdxFonds
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-NbFonds OR WS-IdxFonds > ZERO
     IF WS-BU-Exercice(WS-Idx) = WS-Exercice
        AND WS-BU-Type(WS-Idx) = 'G'
        AND WS-BU-Fonds(WS-Idx) = WS-GenreFonds THEN
       MOVE WS-Idx TO WS-IdxFonds
     END-IF
   END-PERFORM
   IF WS-IdxFonds = ZERO THEN
     MOVE SPACES TO WS-FondsSite
     STRING "SITE" DELIMITED BY SIZE
            WS-Site DELIMITED BY SIZE
       INTO WS-FondsSite
     END-STRING
     PERFORM VARYING WS-Idx FROM 1 BY 1
         UNTIL WS-Idx > WS-NbFonds OR WS-IdxFonds > ZERO
       IF WS-BU-Exercice(WS-Idx) = WS-Exercice
          AND WS-BU-Type(WS-Idx) = 'S'
          AND WS-BU-Fonds(WS-Idx) = WS-FondsSite THEN
         MOVE WS-Idx TO WS-IdxFonds
       END-IF
     END-PERFORM
   END-IF.

ESTIMER-PRIX.
   MOVE PRIX-ESTIME-DEFAUT TO WS-PrixEstime
   OPEN INPUT prixlivres
   IF WS-PRIXLIVRES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinPrix
     PERFORM LIRE-PRIX-SUIVANT UNTIL WS-FinPrix = 'O'
     CLOSE prixlivres
   END-IF.

LIRE-PRIX-SUIVANT.
   READ prixlivres
     AT END MOVE 'O' TO WS-FinPrix
     NOT AT END
       IF PL-Titre = WS-TitrePrix THEN
         MOVE PL-Prix TO WS-PrixEstime
       END-IF
   END-READ.

*> Engagement d'une ligne à créer (WS-TitrePrix, WS-GenreFonds,
*> WS-QuantiteACommander) : refus ou avertissement si le fonds ne
*> couvre pas le coût estimé.
ENGAGER-COMMANDE.
   MOVE 'N' TO WS-EngagementRefuse
   PERFORM ESTIMER-PRIX
   COMPUTE WS-CoutEstime = WS-QuantiteACommander * WS-PrixEstime
   PERFORM CHOISIR-FONDS
   IF WS-IdxFonds = ZERO THEN
     DISPLAY "Attention : " WS-TitrePrix " hors budget (aucun fonds "
             WS-GenreFonds " ni site " WS-Site " pour " WS-Exercice ")."
     EXIT PARAGRAPH
   END-IF
   COMPUTE WS-Disponible = WS-BU-Alloue(WS-IdxFonds)
                         - WS-BU-Engage(WS-IdxFonds)
                         - WS-BU-Depense(WS-IdxFonds)
   IF WS-CoutEstime > WS-Disponible THEN
     IF BUDGET-BLOQUANT THEN
       DISPLAY "Commande refusée : " WS-TitrePrix " (" WS-CoutEstime
               " €) dépasserait le fonds " WS-BU-Fonds(WS-IdxFonds)
               " (disponible " WS-Disponible " €)."
       MOVE 'O' TO WS-EngagementRefuse
       EXIT PARAGRAPH
     END-IF
     DISPLAY "Attention : " WS-TitrePrix " (" WS-CoutEstime
             " €) met le fonds " WS-BU-Fonds(WS-IdxFonds)
             " à découvert (disponible " WS-Disponible " €)."
   END-IF
   ADD WS-CoutEstime TO WS-BU-Engage(WS-IdxFonds).

RENSEIGNER-BUDGET-LIGNE.
   MOVE WS-Exercice   TO WS-CO-Exercice(WS-NbCommandes)
   MOVE WS-PrixEstime TO WS-CO-PrixEstime(WS-NbCommandes)
   MOVE ZERO TO WS-CO-MontantFacture(WS-NbCommandes)
   IF WS-IdxFonds = ZERO THEN
     MOVE SPACES TO WS-CO-Fonds(WS-NbCommandes)
   ELSE
     MOVE WS-BU-Fonds(WS-IdxFonds) TO WS-CO-Fonds(WS-NbCommandes)
   END-IF.

*> La part livrée encore engagée est dégagée au prix estimé et la
*> livraison passe en dépensé au prix facturé, sur le fonds et
*> l'exercice de la commande. Appelé avant le cumul de la quantité.
IMPUTER-DEPENSE.
   IF LV-PrixFacture IS NUMERIC AND LV-PrixFacture > ZERO THEN
     MOVE LV-PrixFacture TO WS-PrixFacture
   ELSE
     MOVE WS-CO-PrixEstime(WS-IdxTrouve) TO WS-PrixFacture
   END-IF
   COMPUTE WS-MontantFacture = LV-Quantite * WS-PrixFacture
   ADD WS-MontantFacture TO WS-CO-MontantFacture(WS-IdxTrouve)
   MOVE ZERO TO WS-QteDegagee
   IF WS-CO-QuantiteRecue(WS-IdxTrouve) < WS-CO-Quantite(WS-IdxTrouve) THEN
     COMPUTE WS-QteDegagee = WS-CO-Quantite(WS-IdxTrouve)
                           - WS-CO-QuantiteRecue(WS-IdxTrouve)
     IF WS-QteDegagee > LV-Quantite THEN
       MOVE LV-Quantite TO WS-QteDegagee
     END-IF
   END-IF
   COMPUTE WS-Degagement = WS-QteDegagee * WS-CO-PrixEstime(WS-IdxTrouve)
   IF WS-CO-Fonds(WS-IdxTrouve) = SPACES THEN
     EXIT PARAGRAPH
   END-IF
   MOVE ZERO TO WS-IdxFonds
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-NbFonds OR WS-IdxFonds > ZERO
     IF WS-BU-Exercice(WS-Idx) = WS-CO-Exercice(WS-IdxTrouve)
        AND WS-BU-Fonds(WS-Idx) = WS-CO-Fonds(WS-IdxTrouve) THEN
       MOVE WS-Idx TO WS-IdxFonds
     END-IF
   END-PERFORM
   IF WS-IdxFonds = ZERO THEN
     DISPLAY "Fonds " WS-CO-Fonds(WS-IdxTrouve) " "
             WS-CO-Exercice(WS-IdxTrouve) " introuvable, dépense non imputée."
     EXIT PARAGRAPH
   END-IF
   IF WS-Degagement > WS-BU-Engage(WS-IdxFonds) THEN
     MOVE ZERO TO WS-BU-Engage(WS-IdxFonds)
   ELSE
     SUBTRACT WS-Degagement FROM WS-BU-Engage(WS-IdxFonds)
   END-IF
   ADD WS-MontantFacture TO WS-BU-Depense(WS-IdxFonds).

*> Revue des suggestions d'achat de la semaine : O accepte (quantité
*> suggérée ou corrigée), N écarte, toute autre réponse laisse la
*> suggestion en attente de décision.
REVOIR-SUGGESTIONS.
   IF WS-FichierDeborde = 'O' THEN
     DISPLAY "commandes.txt dépasse la capacité de travail (100) : "
             "toute réécriture tronquerait le carnet, revue refusée."
     EXIT PARAGRAPH
   END-IF
   IF WS-BudgetDeborde = 'O' THEN
     DISPLAY "budget.txt dépasse la capacité de travail (50) : "
             "engagements impossibles, revue refusée."
     EXIT PARAGRAPH
   END-IF
   PERFORM CHARGER-SUGGESTIONS
   IF WS-SuggestionsDebordees = 'O' THEN
     DISPLAY "suggestionsachat.txt dépasse la capacité de travail (100) : "
             "revue refusée pour ne pas tronquer le fichier."
     EXIT PARAGRAPH
   END-IF
   MOVE 1 TO WS-ProchainNumero
   PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCommandes
     IF WS-CO-Numero(WS-Idx) >= WS-ProchainNumero THEN
       COMPUTE WS-ProchainNumero = WS-CO-Numero(WS-Idx) + 1
     END-IF
   END-PERFORM
   MOVE ZERO TO WS-NbGenerees
   PERFORM VARYING WS-IdxSuggestion FROM 1 BY 1
       UNTIL WS-IdxSuggestion > WS-NbSuggestions
     IF WS-SG-Statut(WS-IdxSuggestion) = 'S' THEN
       PERFORM EXAMINER-SUGGESTION
     END-IF
   END-PERFORM
   PERFORM SAUVER-SUGGESTIONS
   PERFORM SAUVER-COMMANDES
   PERFORM SAUVER-BUDGET
   DISPLAY WS-NbGenerees " suggestion(s) passée(s) en commande.".

CHARGER-SUGGESTIONS.
   MOVE ZERO TO WS-NbSuggestions
   MOVE 'N' TO WS-SuggestionsDebordees
   OPEN INPUT suggestions
   IF WS-SUGGESTIONS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinSuggestions
     PERFORM LIRE-SUGGESTION-SUIVANTE
         UNTIL WS-FinSuggestions = 'O' OR WS-NbSuggestions = 100
     IF WS-FinSuggestions NOT = 'O' THEN
       READ suggestions
         AT END CONTINUE
         NOT AT END MOVE 'O' TO WS-SuggestionsDebordees
       END-READ
     END-IF
     CLOSE suggestions
   END-IF.

LIRE-SUGGESTION-SUIVANTE.
   READ suggestions
     AT END MOVE 'O' TO WS-FinSuggestions
     NOT AT END
       ADD 1 TO WS-NbSuggestions
       MOVE SG-Date      TO WS-SG-Date(WS-NbSuggestions)
       MOVE SG-Titre     TO WS-SG-Titre(WS-NbSuggestions)
       MOVE SG-Isbn      TO WS-SG-Isbn(WS-NbSuggestions)
       MOVE SG-Genre     TO WS-SG-Genre(WS-NbSuggestions)
       MOVE SG-NbAttente TO WS-SG-NbAttente(WS-NbSuggestions)
       MOVE SG-NbCopies  TO WS-SG-NbCopies(WS-NbSuggestions)
       MOVE SG-Quantite  TO WS-SG-Quantite(WS-NbSuggestions)
       MOVE SG-Statut    TO WS-SG-Statut(WS-NbSuggestions)
       MOVE SG-NumeroCommande TO WS-SG-NumeroCommande(WS-NbSuggestions)
   END-READ.

SAUVER-SUGGESTIONS.
   OPEN OUTPUT suggestions
   PERFORM VARYING WS-IdxSuggestion FROM 1 BY 1
       UNTIL WS-IdxSuggestion > WS-NbSuggestions
     MOVE WS-SG-Date(WS-IdxSuggestion)      TO SG-Date
     MOVE WS-SG-Titre(WS-IdxSuggestion)     TO SG-Titre
     MOVE WS-SG-Isbn(WS-IdxSuggestion)      TO SG-Isbn
     MOVE WS-SG-Genre(WS-IdxSuggestion)     TO SG-Genre
     MOVE WS-SG-NbAttente(WS-IdxSuggestion) TO SG-NbAttente
     MOVE WS-SG-NbCopies(WS-IdxSuggestion)  TO SG-NbCopies
     MOVE WS-SG-Quantite(WS-IdxSuggestion)  TO SG-Quantite
     MOVE WS-SG-Statut(WS-IdxSuggestion)    TO SG-Statut
     MOVE WS-SG-NumeroCommande(WS-IdxSuggestion) TO SG-NumeroCommande
     WRITE SuggestionRecord
   END-PERFORM
   CLOSE suggestions.

EXAMINER-SUGGESTION.
   DISPLAY WS-SG-Titre(WS-IdxSuggestion) " : "
           WS-SG-NbAttente(WS-IdxSuggestion) " réservation(s) pour "
           WS-SG-NbCopies(WS-IdxSuggestion) " copie(s), suggéré "
           WS-SG-Quantite(WS-IdxSuggestion) " exemplaire(s)."
   DISPLAY "O -> commander, N -> écarter, autre -> décider plus tard : "
   MOVE SPACE TO WS-DecisionSaisie
   ACCEPT WS-DecisionSaisie
   IF WS-DecisionSaisie = 'N' THEN
     MOVE 'R' TO WS-SG-Statut(WS-IdxSuggestion)
     EXIT PARAGRAPH
   END-IF
   IF WS-DecisionSaisie NOT = 'O' THEN
     EXIT PARAGRAPH
   END-IF
   MOVE ZERO TO WS-IdxTrouve
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-NbCommandes OR WS-IdxTrouve > ZERO
     IF WS-CO-Titre(WS-Idx) = WS-SG-Titre(WS-IdxSuggestion)
        AND WS-CO-Statut(WS-Idx) NOT = 'R' THEN
       MOVE WS-Idx TO WS-IdxTrouve
     END-IF
   END-PERFORM
   IF WS-IdxTrouve > ZERO THEN
     DISPLAY "Titre déjà en commande ouverte (commande "
             WS-CO-Numero(WS-IdxTrouve) "), suggestion laissée en attente."
     EXIT PARAGRAPH
   END-IF
   IF WS-NbCommandes = 100 THEN
     DISPLAY "Carnet de commandes plein (100), suggestion laissée en attente."
     EXIT PARAGRAPH
   END-IF
   DISPLAY "Quantité à commander (0 = quantité suggérée) : "
   MOVE ZERO TO WS-QuantiteSaisie
   ACCEPT WS-QuantiteSaisie
   IF WS-QuantiteSaisie = ZERO THEN
     MOVE WS-SG-Quantite(WS-IdxSuggestion) TO WS-QuantiteSaisie
   END-IF
   MOVE WS-QuantiteSaisie TO WS-QuantiteACommander
   MOVE WS-SG-Titre(WS-IdxSuggestion) TO WS-TitrePrix
   MOVE WS-SG-Genre(WS-IdxSuggestion) TO WS-GenreFonds
   PERFORM ENGAGER-COMMANDE
   IF WS-EngagementRefuse = 'O' THEN
     EXIT PARAGRAPH
   END-IF
   ADD 1 TO WS-NbCommandes
   MOVE WS-ProchainNumero TO WS-CO-Numero(WS-NbCommandes)
   ADD 1 TO WS-ProchainNumero
   MOVE WS-NomFournisseur TO WS-CO-Fournisseur(WS-NbCommandes)
   MOVE WS-SG-Titre(WS-IdxSuggestion) TO WS-CO-Titre(WS-NbCommandes)
   MOVE WS-SG-Isbn(WS-IdxSuggestion)  TO WS-CO-Isbn(WS-NbCommandes)
   MOVE WS-QuantiteACommander TO WS-CO-Quantite(WS-NbCommandes)
   MOVE ZERO TO WS-CO-QuantiteRecue(WS-NbCommandes)
   MOVE 'C'  TO WS-CO-Statut(WS-NbCommandes)
   PERFORM RENSEIGNER-BUDGET-LIGNE
   ADD 1 TO WS-NbGenerees
   MOVE 'A' TO WS-SG-Statut(WS-IdxSuggestion)
   MOVE WS-CO-Numero(WS-NbCommandes)
     TO WS-SG-NumeroCommande(WS-IdxSuggestion)
   PERFORM NOTER-ADHERENTS-EN-ATTENTE
   DISPLAY "Commande " WS-CO-Numero(WS-NbCommandes) " passée : "
           WS-QuantiteACommander " exemplaire(s), " WS-NbAvis
           " adhérent(s) à prévenir à l'arrivée.".

*> Les adhérents en attente du titre au moment de la commande sont
*> notés contre son numéro : ce sont eux qu'on prévient à l'arrivée.
NOTER-ADHERENTS-EN-ATTENTE.
   MOVE ZERO TO WS-NbAvis
   OPEN INPUT reservations
   IF WS-RESERVATIONS-STATUS NOT = "00" THEN
     EXIT PARAGRAPH
   END-IF
   OPEN EXTEND avisarrivee
   IF WS-AVIS-STATUS NOT = "00" THEN
     OPEN OUTPUT avisarrivee
   END-IF
   MOVE 'N' TO WS-FinReservations
   PERFORM NOTER-RESERVATION-SUIVANTE UNTIL WS-FinReservations = 'O'
   CLOSE avisarrivee
   CLOSE reservations.

NOTER-RESERVATION-SUIVANTE.
   READ reservations
     AT END MOVE 'O' TO WS-FinReservations
     NOT AT END
       IF ReservationTitre = WS-SG-Titre(WS-IdxSuggestion)
          AND RESERVATION-EN-ATTENTE THEN
         MOVE WS-CO-Numero(WS-NbCommandes) TO AA-NumeroCommande
         MOVE ReservationTitre    TO AA-Titre
         MOVE ReservationMembreId TO AA-MembreId
         MOVE ReservationDate     TO AA-DateReservation
         WRITE AvisArriveeRecord
         ADD 1 TO WS-NbAvis
       END-IF
   END-READ.

*> Première livraison d'une commande issue d'une suggestion : chaque
*> adhérent noté reçoit un avis d'arrivée par le spool de courrier.
PREVENIR-ADHERENTS.
   MOVE ZERO TO WS-NbAvis
   OPEN INPUT avisarrivee
   IF WS-AVIS-STATUS NOT = "00" THEN
     EXIT PARAGRAPH
   END-IF
   MOVE 'N' TO WS-FinAvis
   PERFORM PREVENIR-ADHERENT-SUIVANT UNTIL WS-FinAvis = 'O'
   CLOSE avisarrivee
   IF WS-NbAvis > ZERO THEN
     DISPLAY WS-NbAvis " adhérent(s) en attente prévenu(s) de l'arrivée de "
             LV-Titre "."
   END-IF.

PREVENIR-ADHERENT-SUIVANT.
   READ avisarrivee
     AT END MOVE 'O' TO WS-FinAvis
     NOT AT END
       IF AA-NumeroCommande = WS-CO-Numero(WS-IdxTrouve) THEN
         MOVE SPACES TO WS-CourrierTexte
         STRING "Le titre " DELIMITED BY SIZE
                FUNCTION TRIM(AA-Titre) DELIMITED BY SIZE
                " que vous avez réservé le " DELIMITED BY SIZE
                AA-DateReservation DELIMITED BY SIZE
                " vient d'arriver à la bibliothèque." DELIMITED BY SIZE
           INTO WS-CourrierTexte
         END-STRING
         MOVE "ARRIVEE" TO WS-CourrierType
         MOVE 'M' TO WS-CourrierSource
         MOVE AA-MembreId TO WS-CourrierDestinataire
         CALL 'SpoolerCourrier' USING WS-CourrierType WS-CourrierSource
                                       WS-CourrierDestinataire
                                       WS-CourrierTexte
                                       WS-CourrierNumero
         ADD 1 TO WS-NbAvis
       END-IF
   END-READ.
