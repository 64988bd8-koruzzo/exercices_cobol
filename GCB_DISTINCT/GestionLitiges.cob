IDENTIFICATION DIVISION.
PROGRAM-ID. GestionLitiges.

*> Dossiers de contestation client (litiges.txt, voir LITIGES.cpy) :
*> « je n'ai jamais fait ce retrait », « ces frais sont faux »... Le
*> dossier est rattaché à l'écriture contestée par son HistoriqueId,
*> recherché dans le journal vivant puis, si elle a été purgée, dans la
*> partition d'archive dont la plage d'ids la contient (archiveindex.txt)
*> et enfin dans l'ancienne archive non datée. L'écriture doit porter
*> sur le compte indiqué, et ce compte appartenir au client (CompteClient
*> ou titulaire 'P'/'J' de titulaires.dat). Un seul dossier ouvert par
*> écriture. La date limite réglementaire de réponse est l'ouverture
*> plus delailitiges.txt jours ouvrés (défaut 15, calendrier JourOuvre).
*> La résolution en faveur du client crédite le remboursement, au plus
*> le montant contesté, sous le code journal 'Z' avec un libellé qui
*> rappelle l'écriture d'origine ; le rejet clôt le dossier avec son
*> motif. Les dossiers en retard sont listés chaque semaine par
*> EtatLitiges.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT litiges ASSIGN TO "litiges.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-LITIGES-STATUS.

  SELECT delailitiges ASSIGN TO "delailitiges.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DELAI-STATUS.

  SELECT historique ASSIGN TO "historique.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HIST-STATUS.

  SELECT archive ASSIGN TO "historique_archive.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ARCHIVE-STATUS.

  SELECT partition ASSIGN TO WS-NomPartition
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PARTITION-STATUS.

  SELECT archiveindex ASSIGN TO "archiveindex.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-INDEX-STATUS.

  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-TITULAIRES-STATUS.

  SELECT clients ASSIGN TO "clients.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClientNumero
      FILE STATUS IS WS-CLIENTS-STATUS.

  SELECT comptes ASSIGN TO "comptes.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CompteNumero
      FILE STATUS IS WS-COMPTES-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD litiges.
COPY "LITIGES.cpy".

FD delailitiges.
01 DelaiLitigesLigne PIC X(3).

FD historique.
COPY "HISTORIQUE.cpy".

FD archive.
01 ArchiveRecord.
   05 ArchiveDescrp PIC X(1).
   05 ArchiveValA   PIC 9(10)V99.
   05 ArchiveValB   PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 ArchiveId     PIC 9(9).
   05 ArchiveOperateur PIC X(6).
   05 ArchiveCompte PIC X(6).
   05 ArchiveDate   PIC X(8).
   05 ArchiveHeure  PIC X(6).
   05 ArchiveLibelle PIC X(30).
   05 ArchiveDateValeur PIC X(8).

FD partition.
01 PartitionRecord.
   05 PT-Descrp PIC X(1).
   05 PT-ValA   PIC 9(10)V99.
   05 PT-ValB   PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 PT-Id     PIC 9(9).
   05 PT-Operateur PIC X(6).
   05 PT-Compte PIC X(6).
   05 PT-Date   PIC X(8).
   05 PT-Heure  PIC X(6).
   05 PT-Libelle PIC X(30).
   05 PT-DateValeur PIC X(8).

FD archiveindex.
01 ArchiveIndexRecord.
   05 AI-Annee       PIC X(4).
   05 AI-DateMin     PIC X(8).
   05 AI-DateMax     PIC X(8).
   05 AI-IdMin       PIC 9(9).
   05 AI-IdMax       PIC 9(9).
   05 AI-NbEcritures PIC 9(9).
   05 AI-SommeValA   PIC 9(12)V99.

FD titulaires.
COPY "TITULAIRES.cpy".

FD clients.
COPY "CLIENTS.cpy".

FD comptes.
COPY "COMPTES.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-LITIGES-STATUS    PIC XX.
01 WS-DELAI-STATUS      PIC XX.
01 WS-HIST-STATUS       PIC XX.
01 WS-ARCHIVE-STATUS    PIC XX.
01 WS-PARTITION-STATUS  PIC XX.
01 WS-INDEX-STATUS      PIC XX.
01 WS-TITULAIRES-STATUS PIC XX.
01 WS-CLIENTS-STATUS    PIC XX.
01 WS-COMPTES-STATUS    PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-NomProgramme PIC X(20) VALUE "GestionLitiges".
01 WS-AccesAccorde PIC X(1).
01 WS-OperateurId  PIC X(6).

01 DELAI-LITIGES-DEFAUT PIC 9(3) VALUE 15.
01 WS-DelaiLitiges PIC 9(3).

01 WS-DateJour      PIC X(8).
01 WS-FinLecture    PIC X(1).
01 WS-Choix         PIC X(1).
01 WS-Confirmation  PIC X(1).
01 WS-Idx           PIC 9(3).
01 WS-IdxTrouve     PIC 9(3).
01 WS-ProchainNumero PIC 9(6).
01 WS-NumeroSaisi   PIC 9(6).

01 WS-ClientSaisi     PIC X(6).
01 WS-CompteSaisi     PIC X(6).
01 WS-IdSaisi         PIC 9(9).
01 WS-CategorieSaisie PIC X(1).
01 WS-MontantSaisi    PIC 9(8)V99.
01 WS-DescriptionSaisie PIC X(40).
01 WS-OperateurAffecte PIC X(6).
01 WS-MotifSaisi      PIC X(30).
01 WS-CompteDuClient  PIC X(1).

*> Écriture contestée retrouvée dans le journal ou l'archive.
01 WS-EcritureTrouvee PIC X(1).
01 WS-EC-Descrp       PIC X(1).
01 WS-EC-ValA         PIC 9(10)V99.
01 WS-EC-Compte       PIC X(6).
01 WS-EC-Date         PIC X(8).
01 WS-NomPartition    PIC X(40).
01 WS-AnneePartition  PIC X(4).

*> Date limite : jours ouvrés ajoutés un à un (JourOuvre).
01 WS-Candidat     PIC X(8).
01 WS-OuvreInd     PIC X(1).
01 WS-OuvreSuivant PIC X(8).
01 WS-NoJour       PIC 9(3).
01 WS-DateNum      PIC 9(8).
01 WS-JoursEntiers PIC S9(9).

01 WS-TableLitiges.
   05 WS-LitigeEntree OCCURS 300 TIMES.
      10 WS-LI-Numero          PIC 9(6).
      10 WS-LI-Client          PIC X(6).
      10 WS-LI-Compte          PIC X(6).
      10 WS-LI-HistoriqueId    PIC 9(9).
      10 WS-LI-DateEcriture    PIC X(8).
      10 WS-LI-CodeEcriture    PIC X(1).
      10 WS-LI-MontantEcriture PIC 9(10)V99.
      10 WS-LI-Categorie       PIC X(1).
      10 WS-LI-MontantConteste PIC 9(8)V99.
      10 WS-LI-Description     PIC X(40).
      10 WS-LI-Operateur       PIC X(6).
      10 WS-LI-OperateurSaisie PIC X(6).
      10 WS-LI-DateOuverture   PIC X(8).
      10 WS-LI-DateLimite      PIC X(8).
      10 WS-LI-Statut          PIC X(1).
      10 WS-LI-DateCloture     PIC X(8).
      10 WS-LI-MontantRembourse PIC 9(8)V99.
      10 WS-LI-MotifCloture    PIC X(30).
01 WS-NbLitiges      PIC 9(3) VALUE ZERO.
01 WS-FichierDeborde PIC X(1) VALUE 'N'.

01 WS-CompteNomTrouve    PIC X(20).
01 WS-CompteDeviseTrouve PIC X(3).
01 WS-CompteSoldeTrouve  PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-CompteStatutTrouve PIC X(1).
01 WS-CompteTrouveInd    PIC X(1).
01 WS-SoldeCourant       PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-SoldeJournal       PIC S9(6)V99 SIGN LEADING SEPARATE.

01 SoldeCompteA PIC S9(6)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 SoldeCompteB PIC 9(6)V99 VALUE ZERO.
01 Depot        PIC 9(6)V99 VALUE ZERO.
01 Retrait      PIC 9(6)V99 VALUE ZERO.
01 Virement     PIC 9(6)V99 VALUE ZERO.
01 Choix        PIC X(1).
01 OperationLibelle PIC X(30).

01 WS-VerrouAction    PIC X(1).
01 WS-VerrouDemandeur PIC X(20).
01 WS-VerrouAccorde   PIC X(1).

PROCEDURE DIVISION.
  DISPLAY "Dossiers de contestation client."
  DISPLAY "Identifiant opérateur : "
  ACCEPT WS-OperateurId
  CALL 'ControlerAcces' USING WS-OperateurId WS-NomProgramme
                               WS-AccesAccorde
  IF WS-AccesAccorde NOT = 'O' THEN
    STOP RUN
  END-IF
  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-DELAI
  PERFORM CHARGER-LITIGES
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "litiges.txt dépasse la capacité de GestionLitiges (300) : "
            "consultation seule, aucune mise à jour."
  END-IF

  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  DISPLAY "Fin de la gestion des litiges."
  STOP RUN.

NOUVELLE-ACTION.
  DISPLAY "---------------------------------------------------"
  DISPLAY "O -> Ouvrir un dossier de contestation"
  DISPLAY "A -> Réaffecter un dossier à un opérateur"
  DISPLAY "R -> Résoudre en faveur du client (remboursement)"
  DISPLAY "J -> Rejeter la contestation"
  DISPLAY "L -> Lister les dossiers ouverts"
  DISPLAY "E -> Quitter"
  DISPLAY "---------------------------------------------------"
  ACCEPT WS-Choix

  EVALUATE WS-Choix
    WHEN 'O'
      PERFORM OUVRIR-LITIGE
    WHEN 'A'
      PERFORM REAFFECTER-LITIGE
    WHEN 'R'
      PERFORM RESOUDRE-LITIGE
    WHEN 'J'
      PERFORM REJETER-LITIGE
    WHEN 'L'
      PERFORM LISTER-LITIGES
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

CHARGER-DELAI.
  MOVE DELAI-LITIGES-DEFAUT TO WS-DelaiLitiges
  OPEN INPUT delailitiges
  IF WS-DELAI-STATUS = "00" THEN
    READ delailitiges
      NOT AT END
        IF DelaiLitigesLigne IS NUMERIC THEN
          MOVE DelaiLitigesLigne TO WS-DelaiLitiges
        END-IF
    END-READ
    CLOSE delailitiges
  END-IF.

CHARGER-LITIGES.
  MOVE ZERO TO WS-NbLitiges
  MOVE 1 TO WS-ProchainNumero
  OPEN INPUT litiges
  IF WS-LITIGES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-LITIGE-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-NbLitiges = 300
    IF WS-FinLecture NOT = 'O' THEN
      READ litiges
        AT END CONTINUE
        NOT AT END MOVE 'O' TO WS-FichierDeborde
      END-READ
    END-IF
    CLOSE litiges
  END-IF.

LIRE-LITIGE-SUIVANT.
  READ litiges
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbLitiges
      MOVE LitigeRecord TO WS-LitigeEntree(WS-NbLitiges)
      IF LI-Numero >= WS-ProchainNumero THEN
        COMPUTE WS-ProchainNumero = LI-Numero + 1
      END-IF
  END-READ.

SAUVER-LITIGES.
  OPEN OUTPUT litiges
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbLitiges
    MOVE WS-LitigeEntree(WS-Idx) TO LitigeRecord
    WRITE LitigeRecord
  END-PERFORM
  CLOSE litiges.

*> ------------------------------------------------------------------
*> Ouverture : client, compte, écriture contestée, catégorie, montant.
*> ------------------------------------------------------------------
OUVRIR-LITIGE.
  IF WS-FichierDeborde = 'O' OR WS-NbLitiges >= 300 THEN
    DISPLAY "Registre des litiges plein (300), ouverture refusée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Numéro du client : "
  ACCEPT WS-ClientSaisi
  OPEN INPUT clients
  IF WS-CLIENTS-STATUS NOT = "00" THEN
    DISPLAY "clients.dat indisponible (" WS-CLIENTS-STATUS ")."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-ClientSaisi TO ClientNumero
  READ clients
    INVALID KEY
      DISPLAY "Client " WS-ClientSaisi " inconnu, ouverture annulée."
      CLOSE clients
      EXIT PARAGRAPH
  END-READ
  CLOSE clients
  DISPLAY "Compte concerné : "
  ACCEPT WS-CompteSaisi
  PERFORM CONTROLER-COMPTE-CLIENT
  IF WS-CompteDuClient NOT = 'O' THEN
    DISPLAY "Le compte " WS-CompteSaisi " n'appartient pas au client "
            WS-ClientSaisi ", ouverture annulée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Numéro (HistoriqueId) de l'écriture contestée : "
  ACCEPT WS-IdSaisi
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbLitiges
    IF WS-LI-HistoriqueId(WS-Idx) = WS-IdSaisi
       AND WS-LI-Statut(WS-Idx) = 'O' THEN
      DISPLAY "Écriture " WS-IdSaisi " déjà contestée, dossier ouvert n° "
              WS-LI-Numero(WS-Idx) "."
      EXIT PARAGRAPH
    END-IF
  END-PERFORM
  PERFORM RECHERCHER-ECRITURE
  IF WS-EcritureTrouvee NOT = 'O' THEN
    DISPLAY "Écriture " WS-IdSaisi " introuvable dans le journal et "
            "l'archive, ouverture annulée."
    EXIT PARAGRAPH
  END-IF
  IF WS-EC-Compte NOT = WS-CompteSaisi THEN
    DISPLAY "L'écriture " WS-IdSaisi " porte sur le compte "
            WS-EC-Compte ", pas " WS-CompteSaisi ", ouverture annulée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Écriture " WS-IdSaisi " du " WS-EC-Date " code " WS-EC-Descrp
          " montant " WS-EC-ValA "."
  DISPLAY "Catégorie : N = non reconnue, F = frais, M = montant erroné, "
          "D = doublon, A = autre : "
  ACCEPT WS-CategorieSaisie
  IF WS-CategorieSaisie NOT = 'N' AND WS-CategorieSaisie NOT = 'F'
     AND WS-CategorieSaisie NOT = 'M' AND WS-CategorieSaisie NOT = 'D'
     AND WS-CategorieSaisie NOT = 'A' THEN
    DISPLAY "Catégorie inconnue, ouverture annulée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Montant contesté (0 = totalité de l'écriture) : "
  ACCEPT WS-MontantSaisi
  IF WS-MontantSaisi = ZERO THEN
    MOVE WS-EC-ValA TO WS-MontantSaisi
  END-IF
  IF WS-MontantSaisi > WS-EC-ValA THEN
    DISPLAY "Le montant contesté dépasse celui de l'écriture, "
            "ouverture annulée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Description de la réclamation : "
  ACCEPT WS-DescriptionSaisie
  DISPLAY "Opérateur chargé du dossier (vide = vous-même) : "
  ACCEPT WS-OperateurAffecte
  IF WS-OperateurAffecte = SPACES THEN
    MOVE WS-OperateurId TO WS-OperateurAffecte
  END-IF
  PERFORM CALCULER-DATE-LIMITE

  ADD 1 TO WS-NbLitiges
  MOVE WS-ProchainNumero TO WS-LI-Numero(WS-NbLitiges)
  ADD 1 TO WS-ProchainNumero
  MOVE WS-ClientSaisi       TO WS-LI-Client(WS-NbLitiges)
  MOVE WS-CompteSaisi       TO WS-LI-Compte(WS-NbLitiges)
  MOVE WS-IdSaisi           TO WS-LI-HistoriqueId(WS-NbLitiges)
  MOVE WS-EC-Date           TO WS-LI-DateEcriture(WS-NbLitiges)
  MOVE WS-EC-Descrp         TO WS-LI-CodeEcriture(WS-NbLitiges)
  MOVE WS-EC-ValA           TO WS-LI-MontantEcriture(WS-NbLitiges)
  MOVE WS-CategorieSaisie   TO WS-LI-Categorie(WS-NbLitiges)
  MOVE WS-MontantSaisi      TO WS-LI-MontantConteste(WS-NbLitiges)
  MOVE WS-DescriptionSaisie TO WS-LI-Description(WS-NbLitiges)
  MOVE WS-OperateurAffecte  TO WS-LI-Operateur(WS-NbLitiges)
  MOVE WS-OperateurId       TO WS-LI-OperateurSaisie(WS-NbLitiges)
  MOVE WS-DateJour          TO WS-LI-DateOuverture(WS-NbLitiges)
  MOVE WS-Candidat          TO WS-LI-DateLimite(WS-NbLitiges)
  MOVE 'O'                  TO WS-LI-Statut(WS-NbLitiges)
  MOVE SPACES               TO WS-LI-DateCloture(WS-NbLitiges)
  MOVE ZERO                 TO WS-LI-MontantRembourse(WS-NbLitiges)
  MOVE SPACES               TO WS-LI-MotifCloture(WS-NbLitiges)
  PERFORM SAUVER-LITIGES
  DISPLAY "Dossier n° " WS-LI-Numero(WS-NbLitiges) " ouvert, confié à "
          WS-OperateurAffecte ", réponse due au plus tard le "
          WS-Candidat ".".

*> Le compte doit appartenir au client : titulaire historique
*> (CompteClient) ou titulaire 'P'/'J' de titulaires.dat.
CONTROLER-COMPTE-CLIENT.
  MOVE 'N' TO WS-CompteDuClient
  OPEN INPUT comptes
  IF WS-COMPTES-STATUS = "00" THEN
    MOVE WS-CompteSaisi TO CompteNumero
    READ comptes
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF CompteClient = WS-ClientSaisi THEN
          MOVE 'O' TO WS-CompteDuClient
        END-IF
    END-READ
    CLOSE comptes
  END-IF
  IF WS-CompteDuClient NOT = 'O' THEN
    OPEN INPUT titulaires
    IF WS-TITULAIRES-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-TITULAIRE-CLIENT
          UNTIL WS-FinLecture = 'O' OR WS-CompteDuClient = 'O'
      CLOSE titulaires
    END-IF
  END-IF.

LIRE-TITULAIRE-CLIENT.
  READ titulaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF TI-Compte = WS-CompteSaisi AND TI-Client = WS-ClientSaisi
         AND (TI-Role = 'P' OR TI-Role = 'J') THEN
        MOVE 'O' TO WS-CompteDuClient
      END-IF
  END-READ.

*> Journal vivant d'abord ; à défaut, la partition annuelle dont la
*> plage d'ids contient l'écriture, puis l'archive non datée.
RECHERCHER-ECRITURE.
  MOVE 'N' TO WS-EcritureTrouvee
  OPEN INPUT historique
  IF WS-HIST-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-ECRITURE-JOURNAL
        UNTIL WS-FinLecture = 'O' OR WS-EcritureTrouvee = 'O'
    CLOSE historique
  END-IF
  IF WS-EcritureTrouvee NOT = 'O' THEN
    MOVE SPACES TO WS-AnneePartition
    OPEN INPUT archiveindex
    IF WS-INDEX-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-INDEX-ARCHIVE UNTIL WS-FinLecture = 'O'
      CLOSE archiveindex
    END-IF
    IF WS-AnneePartition NOT = SPACES THEN
      MOVE SPACES TO WS-NomPartition
      STRING "historique_archive-" DELIMITED BY SIZE
             WS-AnneePartition DELIMITED BY SIZE
             ".txt" DELIMITED BY SIZE
        INTO WS-NomPartition
      END-STRING
      OPEN INPUT partition
      IF WS-PARTITION-STATUS = "00" THEN
        MOVE 'N' TO WS-FinLecture
        PERFORM LIRE-ECRITURE-PARTITION
            UNTIL WS-FinLecture = 'O' OR WS-EcritureTrouvee = 'O'
        CLOSE partition
      END-IF
    END-IF
  END-IF
  IF WS-EcritureTrouvee NOT = 'O' THEN
    OPEN INPUT archive
    IF WS-ARCHIVE-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-ECRITURE-ARCHIVE
          UNTIL WS-FinLecture = 'O' OR WS-EcritureTrouvee = 'O'
      CLOSE archive
    END-IF
  END-IF.

LIRE-ECRITURE-JOURNAL.
  READ historique
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF HistoriqueId = WS-IdSaisi THEN
        MOVE 'O' TO WS-EcritureTrouvee
        MOVE HistoriqueDescrp TO WS-EC-Descrp
        MOVE HistoriqueValA   TO WS-EC-ValA
        MOVE HistoriqueCompte TO WS-EC-Compte
        MOVE HistoriqueDate   TO WS-EC-Date
      END-IF
  END-READ.

LIRE-INDEX-ARCHIVE.
  READ archiveindex
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF WS-IdSaisi >= AI-IdMin AND WS-IdSaisi <= AI-IdMax THEN
        MOVE AI-Annee TO WS-AnneePartition
      END-IF
  END-READ.

LIRE-ECRITURE-PARTITION.
  READ partition
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF PT-Id = WS-IdSaisi THEN
        MOVE 'O' TO WS-EcritureTrouvee
        MOVE PT-Descrp TO WS-EC-Descrp
        MOVE PT-ValA   TO WS-EC-ValA
        MOVE PT-Compte TO WS-EC-Compte
        MOVE PT-Date   TO WS-EC-Date
      END-IF
  END-READ.

LIRE-ECRITURE-ARCHIVE.
  READ archive
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF ArchiveId = WS-IdSaisi THEN
        MOVE 'O' TO WS-EcritureTrouvee
        MOVE ArchiveDescrp TO WS-EC-Descrp
        MOVE ArchiveValA   TO WS-EC-ValA
        MOVE ArchiveCompte TO WS-EC-Compte
        MOVE ArchiveDate   TO WS-EC-Date
      END-IF
  END-READ.

*> Date limite = journée + WS-DelaiLitiges jours ouvrés, résultat dans
*> WS-Candidat.
CALCULER-DATE-LIMITE.
  MOVE WS-DateJour TO WS-Candidat
  PERFORM AVANCER-JOUR-OUVRE
      VARYING WS-NoJour FROM 1 BY 1 UNTIL WS-NoJour > WS-DelaiLitiges.

AVANCER-JOUR-OUVRE.
  MOVE WS-Candidat TO WS-DateNum
  COMPUTE WS-JoursEntiers = FUNCTION INTEGER-OF-DATE(WS-DateNum) + 1
  COMPUTE WS-DateNum = FUNCTION DATE-OF-INTEGER(WS-JoursEntiers)
  MOVE WS-DateNum TO WS-Candidat
  CALL 'JourOuvre' USING WS-Candidat WS-OuvreInd WS-OuvreSuivant
  MOVE WS-OuvreSuivant TO WS-Candidat.

*> Recherche d'un dossier ouvert par son numéro ; WS-IdxTrouve à zéro
*> si le dossier est inconnu ou déjà clos.
CHERCHER-LITIGE-OUVERT.
  MOVE ZERO TO WS-IdxTrouve
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "litiges.txt dépasse la capacité de GestionLitiges (300), "
            "mise à jour refusée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Numéro du dossier : "
  ACCEPT WS-NumeroSaisi
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbLitiges
    IF WS-LI-Numero(WS-Idx) = WS-NumeroSaisi THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM
  IF WS-IdxTrouve = ZERO THEN
    DISPLAY "Dossier n° " WS-NumeroSaisi " inconnu."
    EXIT PARAGRAPH
  END-IF
  IF WS-LI-Statut(WS-IdxTrouve) NOT = 'O' THEN
    DISPLAY "Dossier n° " WS-NumeroSaisi " déjà clos (statut "
            WS-LI-Statut(WS-IdxTrouve) ")."
    MOVE ZERO TO WS-IdxTrouve
  END-IF.

REAFFECTER-LITIGE.
  PERFORM CHERCHER-LITIGE-OUVERT
  IF WS-IdxTrouve = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Dossier confié à " WS-LI-Operateur(WS-IdxTrouve)
          ". Nouvel opérateur : "
  ACCEPT WS-OperateurAffecte
  IF WS-OperateurAffecte = SPACES THEN
    DISPLAY "Opérateur vide, réaffectation annulée."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-OperateurAffecte TO WS-LI-Operateur(WS-IdxTrouve)
  PERFORM SAUVER-LITIGES
  DISPLAY "Dossier n° " WS-NumeroSaisi " confié à " WS-OperateurAffecte ".".

*> Résolution en faveur du client : remboursement crédité sous 'Z'.
RESOUDRE-LITIGE.
  PERFORM CHERCHER-LITIGE-OUVERT
  IF WS-IdxTrouve = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Écriture " WS-LI-HistoriqueId(WS-IdxTrouve) " contestée pour "
          WS-LI-MontantConteste(WS-IdxTrouve) "."
  DISPLAY "Montant remboursé (0 = montant contesté) : "
  ACCEPT WS-MontantSaisi
  IF WS-MontantSaisi = ZERO THEN
    MOVE WS-LI-MontantConteste(WS-IdxTrouve) TO WS-MontantSaisi
  END-IF
  IF WS-MontantSaisi > WS-LI-MontantConteste(WS-IdxTrouve) THEN
    DISPLAY "Le remboursement dépasse le montant contesté, "
            "résolution annulée."
    EXIT PARAGRAPH
  END-IF
  IF WS-MontantSaisi > 999999.99 THEN
    DISPLAY "Remboursement hors limite d'une écriture, résolution annulée."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-LI-Compte(WS-IdxTrouve) TO WS-CompteSaisi
  CALL 'RechercherCompte' USING WS-CompteSaisi WS-CompteNomTrouve
                                 WS-CompteDeviseTrouve WS-CompteSoldeTrouve
                                 WS-CompteStatutTrouve WS-CompteTrouveInd
  IF WS-CompteTrouveInd NOT = 'O' OR WS-CompteStatutTrouve = 'C' THEN
    DISPLAY "Compte " WS-CompteSaisi " inconnu ou clôturé : rembourser "
            "par paiement externe, résolution annulée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Motif de la résolution : "
  ACCEPT WS-MotifSaisi
  DISPLAY "Confirmer le remboursement de " WS-MontantSaisi " sur le compte "
          WS-CompteSaisi " (O/N) ? "
  ACCEPT WS-Confirmation
  IF WS-Confirmation NOT = 'O' THEN
    DISPLAY "Résolution abandonnée."
    EXIT PARAGRAPH
  END-IF

  MOVE 'P' TO WS-VerrouAction
  MOVE "GestionLitiges" TO WS-VerrouDemandeur
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  IF WS-VerrouAccorde NOT = 'O' THEN
    DISPLAY "Journal verrouillé (guichet, chaîne batch ou mode "
            "formation), résolution abandonnée — rien n'a été posté."
    EXIT PARAGRAPH
  END-IF
  COMPUTE WS-SoldeCourant = WS-CompteSoldeTrouve + WS-MontantSaisi
  MOVE WS-SoldeCourant TO WS-SoldeJournal
  MOVE WS-MontantSaisi TO Depot
  MOVE 'Z' TO Choix
  MOVE SPACES TO OperationLibelle
  STRING "Rembt litige écr. " DELIMITED BY SIZE
         WS-LI-HistoriqueId(WS-IdxTrouve) DELIMITED BY SIZE
    INTO OperationLibelle
  END-STRING
  CALL 'EnregistrerHistorique' USING SoldeCompteA SoldeCompteB Depot Retrait Virement Choix WS-OperateurId
                                      WS-SoldeJournal WS-CompteSaisi
                                      OperationLibelle
  MOVE ZERO TO Depot
  CALL 'EnregistrerSoldeCompte' USING WS-CompteSaisi WS-SoldeCourant
  MOVE 'L' TO WS-VerrouAction
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde

  MOVE 'R' TO WS-LI-Statut(WS-IdxTrouve)
  MOVE WS-DateJour TO WS-LI-DateCloture(WS-IdxTrouve)
  MOVE WS-MontantSaisi TO WS-LI-MontantRembourse(WS-IdxTrouve)
  MOVE WS-MotifSaisi TO WS-LI-MotifCloture(WS-IdxTrouve)
  PERFORM SAUVER-LITIGES
  DISPLAY "Dossier n° " WS-NumeroSaisi " résolu : " WS-MontantSaisi
          " crédité(s), nouveau solde " WS-SoldeCourant ".".

REJETER-LITIGE.
  PERFORM CHERCHER-LITIGE-OUVERT
  IF WS-IdxTrouve = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Motif du rejet : "
  ACCEPT WS-MotifSaisi
  IF WS-MotifSaisi = SPACES THEN
    DISPLAY "Un rejet doit être motivé, rejet annulé."
    EXIT PARAGRAPH
  END-IF
  MOVE 'J' TO WS-LI-Statut(WS-IdxTrouve)
  MOVE WS-DateJour TO WS-LI-DateCloture(WS-IdxTrouve)
  MOVE WS-MotifSaisi TO WS-LI-MotifCloture(WS-IdxTrouve)
  PERFORM SAUVER-LITIGES
  DISPLAY "Dossier n° " WS-NumeroSaisi " rejeté.".

LISTER-LITIGES.
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbLitiges
    IF WS-LI-Statut(WS-Idx) = 'O' THEN
      MOVE WS-Idx TO WS-IdxTrouve
      IF WS-LI-DateLimite(WS-Idx) < WS-DateJour THEN
        DISPLAY WS-LI-Numero(WS-Idx) " client " WS-LI-Client(WS-Idx)
                " compte " WS-LI-Compte(WS-Idx)
                " écriture " WS-LI-HistoriqueId(WS-Idx)
                " " WS-LI-Categorie(WS-Idx)
                " contesté " WS-LI-MontantConteste(WS-Idx)
                " opérateur " WS-LI-Operateur(WS-Idx)
                " limite " WS-LI-DateLimite(WS-Idx) " EN RETARD"
      ELSE
        DISPLAY WS-LI-Numero(WS-Idx) " client " WS-LI-Client(WS-Idx)
                " compte " WS-LI-Compte(WS-Idx)
                " écriture " WS-LI-HistoriqueId(WS-Idx)
                " " WS-LI-Categorie(WS-Idx)
                " contesté " WS-LI-MontantConteste(WS-Idx)
                " opérateur " WS-LI-Operateur(WS-Idx)
                " limite " WS-LI-DateLimite(WS-Idx)
      END-IF
    END-IF
  END-PERFORM
  IF WS-IdxTrouve = ZERO THEN
    DISPLAY "Aucun dossier de contestation ouvert."
  END-IF.
