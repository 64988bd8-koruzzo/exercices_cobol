IDENTIFICATION DIVISION.
PROGRAM-ID. VueClient.

*> Vue client à 360° pour le guichet et le service client : un seul
*> écran au lieu de six programmes pour répondre à un client. La fiche
*> se retrouve par ClientNumero ou par une partie du nom (recherche dans
*> clients.dat, choix dans la liste des fiches qui correspondent), puis
*> sont affichés :
*>  - les comptes du client — titulaire historique (CompteClient) et
*>    lignes de titulaires.dat, comptes joints et procurations compris,
*>    avec le rôle — solde, devise, statut et disponible
*>    (CalculerDisponible : retenues et remises en compensation
*>    déduites) ;
*>  - ses prêts actifs (prets.dat) avec la prochaine échéance de
*>    l'échéancier (echeancierprets.txt) et la position d'impayés
*>    d'ImpayesPrets (impayesprets.txt) ;
*>  - les mandats de prélèvement actifs de ses comptes (mandats.dat) et
*>    les ordres permanents en vigueur (ordrespermanents.dat — ils
*>    partent tous du compte 000001, affichés donc si le client y a un
*>    rôle) ;
*>  - les chéquiers remis et les oppositions sur chèques ;
*>  - les retenues actives (mêmes règles que CalculerDisponible) ;
*>  - les éléments ouverts du suspens des paiements entrants et les
*>    opérations en attente de décision superviseur sur ses comptes.
*> Programme de consultation pure : tous les fichiers sont ouverts en
*> lecture. Ouvert à tous les rôles (voir ControlerAcces), chaque accès
*> est journalisé dans journalacces.txt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-TITULAIRES-STATUS.

  SELECT prets ASSIGN TO "prets.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS PR-Id
      FILE STATUS IS WS-PRETS-STATUS.

  SELECT echeancier ASSIGN TO "echeancierprets.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ECHEANCIER-STATUS.

  SELECT impayes ASSIGN TO "impayesprets.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-IMPAYES-STATUS.

  SELECT mandats ASSIGN TO "mandats.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS MA-Reference
      FILE STATUS IS WS-MANDATS-STATUS.

  SELECT ordrespermanents ASSIGN TO "ordrespermanents.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS OP-Libelle
      FILE STATUS IS WS-ORDRES-STATUS.

  SELECT chequiers ASSIGN TO "chequiers.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS CQ-Cle
      FILE STATUS IS WS-CHEQUIERS-STATUS.

  SELECT oppositions ASSIGN TO "oppositionscheques.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-OPPOSITIONS-STATUS.

  SELECT retenues ASSIGN TO "retenues.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS RT-Cle
      FILE STATUS IS WS-RETENUES-STATUS.

  SELECT suspens ASSIGN TO "suspens.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SUSPENS-STATUS.

  SELECT autorisations ASSIGN TO "autorisations.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS AU-Id
      FILE STATUS IS WS-AUTORISATIONS-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD clients.
COPY "CLIENTS.cpy".

FD comptes.
COPY "COMPTES.cpy".

FD titulaires.
COPY "TITULAIRES.cpy".

FD prets.
COPY "PRETS.cpy".

FD echeancier.
01 EcheanceRecord.
   05 EC-Pret    PIC X(6).
   05 EC-Numero  PIC 9(3).
   05 EC-Date    PIC X(8).
   05 EC-Capital PIC 9(8)V99.
   05 EC-Interet PIC 9(8)V99.
   05 EC-Restant PIC 9(8)V99.

FD impayes.
COPY "IMPAYES.cpy".

FD mandats.
COPY "MANDATS.cpy".

FD ordrespermanents.
COPY "ORDRESPERM.cpy".

FD chequiers.
COPY "CHEQUIERS.cpy".

FD oppositions.
01 OppositionRecord.
   05 OC-Compte PIC X(6).
   05 OC-Numero PIC 9(6).
   05 OC-Date   PIC X(8).
   05 OC-Motif  PIC X(20).

FD retenues.
COPY "RETENUES.cpy".

FD suspens.
01 SuspensRecord.
   05 SU-Date      PIC X(8).
   05 SU-Compte    PIC X(6).
   05 SU-Montant   PIC 9(6)V99.
   05 SU-Remettant PIC X(20).
   05 SU-Statut    PIC X(1).
   05 SU-Motif     PIC X(20).
   05 SU-Iban      PIC X(34).

FD autorisations.
COPY "AUTORISATIONS.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-CLIENTS-STATUS       PIC XX.
01 WS-COMPTES-STATUS       PIC XX.
01 WS-TITULAIRES-STATUS    PIC XX.
01 WS-PRETS-STATUS         PIC XX.
01 WS-ECHEANCIER-STATUS    PIC XX.
01 WS-IMPAYES-STATUS       PIC XX.
01 WS-MANDATS-STATUS       PIC XX.
01 WS-ORDRES-STATUS        PIC XX.
01 WS-CHEQUIERS-STATUS     PIC XX.
01 WS-OPPOSITIONS-STATUS   PIC XX.
01 WS-RETENUES-STATUS      PIC XX.
01 WS-SUSPENS-STATUS       PIC XX.
01 WS-AUTORISATIONS-STATUS PIC XX.
01 WS-DATEVALEUR-STATUS    PIC XX.

01 WS-NomProgramme PIC X(20) VALUE "VueClient".
01 WS-AccesAccorde PIC X(1).
01 WS-OperateurId  PIC X(6).

01 WS-DateJour      PIC X(8).
01 WS-Choix         PIC X(1).
01 WS-Saisie        PIC X(30).
01 WS-FinLecture    PIC X(1).
01 WS-FinEcheances  PIC X(1).
01 WS-Idx           PIC 9(2).
01 WS-IdxCompte     PIC 9(2).
01 WS-ClientVise    PIC X(6).
01 WS-ClientTrouve  PIC X(1).

*> Fiche du client affiché, recopiée avant la fermeture de clients.dat.
01 WS-CL-Numero     PIC X(6).
01 WS-CL-Nom        PIC X(30).
01 WS-CL-Adresse    PIC X(40).
01 WS-CL-Telephone  PIC X(15).
01 WS-CL-Statut     PIC X(1).
   88 CL-FUSIONNE VALUE 'F'.
   88 CL-DECEDE   VALUE 'D'.

*> Recherche par nom : fragment saisi et nom de la fiche mis en
*> majuscules, le fragment doit apparaître tel quel dans le nom.
01 WS-Fragment      PIC X(30).
01 WS-LongFragment  PIC 9(2).
01 WS-NomNormalise  PIC X(30).
01 WS-NbOccur       PIC 9(3).
01 WS-TableCandidats.
   05 WS-CandidatEntree OCCURS 20 TIMES.
      10 WS-CA-Numero PIC X(6).
      10 WS-CA-Nom    PIC X(30).
01 WS-NbCandidats   PIC 9(2) VALUE ZERO.
01 WS-CandidatsDebordes PIC X(1).
01 WS-LigneChoisie  PIC 9(2).

*> Comptes du client, avec le rôle tenu ('H' titulaire historique,
*> sinon TI-Role de titulaires.dat : 'P', 'J', 'M').
01 WS-TableComptesClient.
   05 WS-CompteClientEntree OCCURS 50 TIMES.
      10 WS-CC-Compte     PIC X(6).
      10 WS-CC-Role       PIC X(1).
01 WS-NbComptesClient   PIC 9(2) VALUE ZERO.
01 WS-CompteAAjouter    PIC X(6).
01 WS-RoleAAjouter      PIC X(1).
01 WS-CompteTeste       PIC X(6).
01 WS-CompteDuClient    PIC X(1).

01 WS-CompteNomTrouve    PIC X(20).
01 WS-CompteDeviseTrouve PIC X(3).
01 WS-CompteSoldeTrouve  PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-CompteStatutTrouve PIC X(1).
01 WS-CompteTrouveInd    PIC X(1).
01 WS-SoldeDisponible    PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-TotalRetenues      PIC 9(8)V99.
01 WS-LibelleRole        PIC X(12).
01 WS-LibelleStatut      PIC X(8).

01 WS-ProchaineDate      PIC X(8).
01 WS-ProchainMontant    PIC 9(8)V99.
01 WS-ImpayeTrouve       PIC X(1).

01 WS-NbLignes           PIC 9(3).
01 WS-MontantEdite       PIC Z(7)9.99.
01 WS-SoldeEdite         PIC -Z(7)9.99.
01 WS-DisponibleEdite    PIC -Z(7)9.99.

PROCEDURE DIVISION.
  DISPLAY "Vue client - consultation."
  DISPLAY "Identifiant opérateur : "
  ACCEPT WS-OperateurId
  CALL 'ControlerAcces' USING WS-OperateurId WS-NomProgramme
                               WS-AccesAccorde
  IF WS-AccesAccorde NOT = 'O' THEN
    STOP RUN
  END-IF
  PERFORM CHARGER-DATE-VALEUR

  MOVE SPACE TO WS-Choix
  PERFORM NOUVELLE-RECHERCHE UNTIL WS-Choix = 'E'

  DISPLAY "Fin de la consultation."
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

NOUVELLE-RECHERCHE.
  DISPLAY "---------------------------------------------------"
  DISPLAY "Numéro client, ou partie du nom (E = quitter) : "
  MOVE SPACES TO WS-Saisie
  ACCEPT WS-Saisie
  IF WS-Saisie = SPACES OR WS-Saisie = "E" THEN
    MOVE 'E' TO WS-Choix
    EXIT PARAGRAPH
  END-IF

  MOVE 'N' TO WS-ClientTrouve
  IF WS-Saisie(1:6) IS NUMERIC AND WS-Saisie(7:24) = SPACES THEN
    MOVE WS-Saisie(1:6) TO WS-ClientVise
    PERFORM LIRE-FICHE-CLIENT
  ELSE
    PERFORM CHERCHER-PAR-NOM
  END-IF
  IF WS-ClientTrouve = 'O' THEN
    PERFORM AFFICHER-VUE-CLIENT
  END-IF.

LIRE-FICHE-CLIENT.
  OPEN INPUT clients
  IF WS-CLIENTS-STATUS NOT = "00" THEN
    DISPLAY "clients.dat indisponible (" WS-CLIENTS-STATUS ")."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-ClientVise TO ClientNumero
  READ clients
    INVALID KEY
      DISPLAY "Client " WS-ClientVise " inconnu."
    NOT INVALID KEY
      MOVE 'O' TO WS-ClientTrouve
      MOVE ClientNumero    TO WS-CL-Numero
      MOVE ClientNom       TO WS-CL-Nom
      MOVE ClientAdresse   TO WS-CL-Adresse
      MOVE ClientTelephone TO WS-CL-Telephone
      MOVE ClientStatut    TO WS-CL-Statut
  END-READ
  CLOSE clients.

*> Toutes les fiches dont le nom contient le fragment saisi ; une seule
*> est ouverte directement, plusieurs sont proposées au choix.
CHERCHER-PAR-NOM.
  MOVE WS-Saisie TO WS-Fragment
  INSPECT WS-Fragment CONVERTING "abcdefghijklmnopqrstuvwxyz"
                              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
  MOVE 30 TO WS-LongFragment
  PERFORM UNTIL WS-LongFragment = ZERO
      OR WS-Fragment(WS-LongFragment:1) NOT = SPACE
    SUBTRACT 1 FROM WS-LongFragment
  END-PERFORM

  MOVE ZERO TO WS-NbCandidats
  MOVE 'N' TO WS-CandidatsDebordes
  OPEN INPUT clients
  IF WS-CLIENTS-STATUS NOT = "00" THEN
    DISPLAY "clients.dat indisponible (" WS-CLIENTS-STATUS ")."
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUES TO ClientNumero
  START clients KEY IS NOT LESS THAN ClientNumero
    INVALID KEY
      MOVE 'O' TO WS-FinLecture
    NOT INVALID KEY
      MOVE 'N' TO WS-FinLecture
  END-START
  PERFORM COMPARER-NOM-SUIVANT UNTIL WS-FinLecture = 'O'
  CLOSE clients

  EVALUATE WS-NbCandidats
    WHEN ZERO
      DISPLAY "Aucun client dont le nom contient « "
              WS-Saisie(1:WS-LongFragment) " »."
    WHEN 1
      MOVE WS-CA-Numero(1) TO WS-ClientVise
      PERFORM LIRE-FICHE-CLIENT
    WHEN OTHER
      PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCandidats
        DISPLAY WS-Idx " - " WS-CA-Numero(WS-Idx) " " WS-CA-Nom(WS-Idx)
      END-PERFORM
      IF WS-CandidatsDebordes = 'O' THEN
        DISPLAY "Liste limitée à 20 fiches : préciser le nom."
      END-IF
      DISPLAY "Ligne choisie (0 = aucune) : "
      ACCEPT WS-LigneChoisie
      IF WS-LigneChoisie > ZERO
         AND WS-LigneChoisie <= WS-NbCandidats THEN
        MOVE WS-CA-Numero(WS-LigneChoisie) TO WS-ClientVise
        PERFORM LIRE-FICHE-CLIENT
      END-IF
  END-EVALUATE.

COMPARER-NOM-SUIVANT.
  READ clients NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE ClientNom TO WS-NomNormalise
      INSPECT WS-NomNormalise CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
      MOVE ZERO TO WS-NbOccur
      INSPECT WS-NomNormalise TALLYING WS-NbOccur
          FOR ALL WS-Fragment(1:WS-LongFragment)
      IF WS-NbOccur > ZERO THEN
        IF WS-NbCandidats < 20 THEN
          ADD 1 TO WS-NbCandidats
          MOVE ClientNumero TO WS-CA-Numero(WS-NbCandidats)
          MOVE ClientNom    TO WS-CA-Nom(WS-NbCandidats)
        ELSE
          MOVE 'O' TO WS-CandidatsDebordes
        END-IF
      END-IF
  END-READ.

AFFICHER-VUE-CLIENT.
  EVALUATE TRUE
    WHEN CL-FUSIONNE MOVE "FUSIONNE" TO WS-LibelleStatut
    WHEN CL-DECEDE   MOVE "DECEDE"   TO WS-LibelleStatut
    WHEN OTHER       MOVE "ACTIF"    TO WS-LibelleStatut
  END-EVALUATE
  DISPLAY "==================================================="
  DISPLAY "Client " WS-CL-Numero " " WS-CL-Nom " (" WS-LibelleStatut ")"
  DISPLAY "  " WS-CL-Adresse " tél. " WS-CL-Telephone
  PERFORM RECENSER-COMPTES-CLIENT
  PERFORM AFFICHER-COMPTES
  PERFORM AFFICHER-PRETS
  PERFORM AFFICHER-MANDATS
  PERFORM AFFICHER-ORDRES-PERMANENTS
  PERFORM AFFICHER-CHEQUIERS
  PERFORM AFFICHER-OPPOSITIONS
  PERFORM AFFICHER-RETENUES
  PERFORM AFFICHER-SUSPENS
  PERFORM AFFICHER-AUTORISATIONS
  DISPLAY "===================================================".

*> Comptes dont le client est titulaire historique (CompteClient), puis
*> toutes ses lignes de titulaires.dat : comptes joints, cotitulaires
*> et procurations.
RECENSER-COMPTES-CLIENT.
  MOVE ZERO TO WS-NbComptesClient
  OPEN INPUT comptes
  IF WS-COMPTES-STATUS = "00" THEN
    MOVE LOW-VALUES TO CompteNumero
    START comptes KEY IS NOT LESS THAN CompteNumero
      INVALID KEY
        MOVE 'O' TO WS-FinLecture
      NOT INVALID KEY
        MOVE 'N' TO WS-FinLecture
    END-START
    PERFORM LIRE-COMPTE-CLIENT UNTIL WS-FinLecture = 'O'
    CLOSE comptes
  END-IF
  OPEN INPUT titulaires
  IF WS-TITULAIRES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-TITULAIRE-CLIENT UNTIL WS-FinLecture = 'O'
    CLOSE titulaires
  END-IF.

LIRE-COMPTE-CLIENT.
  READ comptes NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF CompteClient = WS-CL-Numero THEN
        MOVE CompteNumero TO WS-CompteAAjouter
        MOVE 'H' TO WS-RoleAAjouter
        PERFORM AJOUTER-COMPTE-CLIENT
      END-IF
  END-READ.

LIRE-TITULAIRE-CLIENT.
  READ titulaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF TI-Client = WS-CL-Numero THEN
        MOVE TI-Compte TO WS-CompteAAjouter
        MOVE TI-Role TO WS-RoleAAjouter
        PERFORM AJOUTER-COMPTE-CLIENT
      END-IF
  END-READ.

*> Ajout sans doublon : le rôle de titulaires.dat précise celui de
*> titulaire historique quand le compte y figure aussi.
AJOUTER-COMPTE-CLIENT.
  PERFORM VARYING WS-IdxCompte FROM 1 BY 1
      UNTIL WS-IdxCompte > WS-NbComptesClient
    IF WS-CC-Compte(WS-IdxCompte) = WS-CompteAAjouter THEN
      MOVE WS-RoleAAjouter TO WS-CC-Role(WS-IdxCompte)
      EXIT PARAGRAPH
    END-IF
  END-PERFORM
  IF WS-NbComptesClient >= 50 THEN
    DISPLAY "Plus de 50 comptes pour ce client : compte "
            WS-CompteAAjouter " non affiché."
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO WS-NbComptesClient
  MOVE WS-CompteAAjouter TO WS-CC-Compte(WS-NbComptesClient)
  MOVE WS-RoleAAjouter TO WS-CC-Role(WS-NbComptesClient).

VERIFIER-COMPTE-CLIENT.
  MOVE 'N' TO WS-CompteDuClient
  PERFORM VARYING WS-IdxCompte FROM 1 BY 1
      UNTIL WS-IdxCompte > WS-NbComptesClient
         OR WS-CompteDuClient = 'O'
    IF WS-CC-Compte(WS-IdxCompte) = WS-CompteTeste THEN
      MOVE 'O' TO WS-CompteDuClient
    END-IF
  END-PERFORM.

AFFICHER-COMPTES.
  DISPLAY "--- Comptes"
  IF WS-NbComptesClient = ZERO THEN
    DISPLAY "  Aucun compte."
  END-IF
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbComptesClient
    CALL 'RechercherCompte' USING WS-CC-Compte(WS-Idx) WS-CompteNomTrouve
                                   WS-CompteDeviseTrouve WS-CompteSoldeTrouve
                                   WS-CompteStatutTrouve WS-CompteTrouveInd
    CALL 'CalculerDisponible' USING WS-CC-Compte(WS-Idx)
                                     WS-SoldeDisponible WS-TotalRetenues
    EVALUATE WS-CC-Role(WS-Idx)
      WHEN 'H' MOVE "titulaire"    TO WS-LibelleRole
      WHEN 'P' MOVE "titulaire"    TO WS-LibelleRole
      WHEN 'J' MOVE "cotitulaire"  TO WS-LibelleRole
      WHEN 'M' MOVE "procuration"  TO WS-LibelleRole
      WHEN OTHER MOVE "autre"      TO WS-LibelleRole
    END-EVALUATE
    EVALUATE WS-CompteStatutTrouve
      WHEN 'B' MOVE "BLOQUE"   TO WS-LibelleStatut
      WHEN 'C' MOVE "CLOTURE"  TO WS-LibelleStatut
      WHEN 'D' MOVE "DORMANT"  TO WS-LibelleStatut
      WHEN OTHER MOVE "ACTIF"  TO WS-LibelleStatut
    END-EVALUATE
    MOVE WS-CompteSoldeTrouve TO WS-SoldeEdite
    MOVE WS-SoldeDisponible TO WS-DisponibleEdite
    DISPLAY "  " WS-CC-Compte(WS-Idx) " " WS-CompteNomTrouve " "
            WS-LibelleRole " " WS-LibelleStatut " solde "
            WS-SoldeEdite " " WS-CompteDeviseTrouve
            " disponible " WS-DisponibleEdite
  END-PERFORM.

AFFICHER-PRETS.
  DISPLAY "--- Prêts"
  MOVE ZERO TO WS-NbLignes
  OPEN INPUT prets
  IF WS-PRETS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM EXAMINER-PRET UNTIL WS-FinLecture = 'O'
    CLOSE prets
  END-IF
  IF WS-NbLignes = ZERO THEN
    DISPLAY "  Aucun prêt actif."
  END-IF.

EXAMINER-PRET.
  READ prets NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE PR-Compte TO WS-CompteTeste
      PERFORM VERIFIER-COMPTE-CLIENT
      IF WS-CompteDuClient = 'O' AND PRET-ACTIF THEN
        ADD 1 TO WS-NbLignes
        MOVE PR-Capital TO WS-MontantEdite
        DISPLAY "  Prêt " PR-Id " sur " PR-Compte " capital "
                WS-MontantEdite " depuis " PR-DateDebut " sur "
                PR-DureeMois " mois"
        PERFORM CHERCHER-PROCHAINE-ECHEANCE
        PERFORM CHERCHER-IMPAYES-PRET
      END-IF
  END-READ.

*> Première échéance de l'échéancier à partir de la date du jour.
CHERCHER-PROCHAINE-ECHEANCE.
  MOVE SPACES TO WS-ProchaineDate
  MOVE ZERO TO WS-ProchainMontant
  OPEN INPUT echeancier
  IF WS-ECHEANCIER-STATUS = "00" THEN
    MOVE 'N' TO WS-FinEcheances
    PERFORM LIRE-ECHEANCE-SUIVANTE UNTIL WS-FinEcheances = 'O'
    CLOSE echeancier
  END-IF
  IF WS-ProchaineDate = SPACES THEN
    DISPLAY "    Prochaine échéance : aucune à venir à l'échéancier."
  ELSE
    MOVE WS-ProchainMontant TO WS-MontantEdite
    DISPLAY "    Prochaine échéance le " WS-ProchaineDate " : "
            WS-MontantEdite
  END-IF.

LIRE-ECHEANCE-SUIVANTE.
  READ echeancier
    AT END MOVE 'O' TO WS-FinEcheances
    NOT AT END
      IF EC-Pret = PR-Id AND EC-Date >= WS-DateJour THEN
        MOVE EC-Date TO WS-ProchaineDate
        COMPUTE WS-ProchainMontant = EC-Capital + EC-Interet
        MOVE 'O' TO WS-FinEcheances
      END-IF
  END-READ.

CHERCHER-IMPAYES-PRET.
  MOVE 'N' TO WS-ImpayeTrouve
  OPEN INPUT impayes
  IF WS-IMPAYES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinEcheances
    PERFORM LIRE-IMPAYE-SUIVANT UNTIL WS-FinEcheances = 'O'
    CLOSE impayes
  END-IF
  IF WS-ImpayeTrouve = 'O' AND NOT IM-A-JOUR THEN
    MOVE IM-MontantImpaye TO WS-MontantEdite
    DISPLAY "    IMPAYES : " IM-NbEcheances " échéance(s) pour "
            WS-MontantEdite ", " IM-JoursRetard " jour(s) de retard "
            "depuis le " IM-PlusAncienne
  ELSE
    DISPLAY "    Pas d'impayé au dernier arrêté."
  END-IF.

LIRE-IMPAYE-SUIVANT.
  READ impayes
    AT END MOVE 'O' TO WS-FinEcheances
    NOT AT END
      IF IM-Pret = PR-Id THEN
        MOVE 'O' TO WS-ImpayeTrouve
        MOVE 'O' TO WS-FinEcheances
      END-IF
  END-READ.

AFFICHER-MANDATS.
  DISPLAY "--- Mandats de prélèvement actifs"
  MOVE ZERO TO WS-NbLignes
  OPEN INPUT mandats
  IF WS-MANDATS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM EXAMINER-MANDAT UNTIL WS-FinLecture = 'O'
    CLOSE mandats
  END-IF
  IF WS-NbLignes = ZERO THEN
    DISPLAY "  Aucun."
  END-IF.

EXAMINER-MANDAT.
  READ mandats NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE MA-Compte TO WS-CompteTeste
      PERFORM VERIFIER-COMPTE-CLIENT
      IF WS-CompteDuClient = 'O' AND MANDAT-ACTIF THEN
        ADD 1 TO WS-NbLignes
        MOVE MA-MontantMax TO WS-MontantEdite
        DISPLAY "  " MA-Reference " " MA-Creancier " sur " MA-Compte
                " plafond " WS-MontantEdite
      END-IF
  END-READ.

*> Les ordres permanents partent tous du compte 000001
*> (OrdresPermanentsBatch) : ils ne concernent que les clients qui y
*> ont un rôle.
AFFICHER-ORDRES-PERMANENTS.
  DISPLAY "--- Ordres permanents en vigueur"
  MOVE ZERO TO WS-NbLignes
  MOVE "000001" TO WS-CompteTeste
  PERFORM VERIFIER-COMPTE-CLIENT
  IF WS-CompteDuClient = 'O' THEN
    OPEN INPUT ordrespermanents
    IF WS-ORDRES-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM EXAMINER-ORDRE UNTIL WS-FinLecture = 'O'
      CLOSE ordrespermanents
    END-IF
  END-IF
  IF WS-NbLignes = ZERO THEN
    DISPLAY "  Aucun."
  END-IF.

EXAMINER-ORDRE.
  READ ordrespermanents NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF (OP-Statut = 'A' OR OP-Statut = SPACE)
         AND (OP-DateDebut = SPACES OR OP-DateDebut <= WS-DateJour)
         AND (OP-DateFin = SPACES OR OP-DateFin >= WS-DateJour) THEN
        ADD 1 TO WS-NbLignes
        MOVE OP-Montant TO WS-MontantEdite
        DISPLAY "  " OP-Libelle " le " OP-JourExecution " du mois "
                WS-MontantEdite " depuis 000001"
      END-IF
  END-READ.

AFFICHER-CHEQUIERS.
  DISPLAY "--- Chéquiers remis"
  MOVE ZERO TO WS-NbLignes
  OPEN INPUT chequiers
  IF WS-CHEQUIERS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM EXAMINER-CHEQUIER UNTIL WS-FinLecture = 'O'
    CLOSE chequiers
  END-IF
  IF WS-NbLignes = ZERO THEN
    DISPLAY "  Aucun."
  END-IF.

EXAMINER-CHEQUIER.
  READ chequiers NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE CQ-Compte TO WS-CompteTeste
      PERFORM VERIFIER-COMPTE-CLIENT
      IF WS-CompteDuClient = 'O' THEN
        ADD 1 TO WS-NbLignes
        DISPLAY "  " CQ-Compte " chèques " CQ-Premier " à " CQ-Dernier
                " remis le " CQ-DateRemise
      END-IF
  END-READ.

AFFICHER-OPPOSITIONS.
  DISPLAY "--- Oppositions sur chèques"
  MOVE ZERO TO WS-NbLignes
  OPEN INPUT oppositions
  IF WS-OPPOSITIONS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM EXAMINER-OPPOSITION UNTIL WS-FinLecture = 'O'
    CLOSE oppositions
  END-IF
  IF WS-NbLignes = ZERO THEN
    DISPLAY "  Aucune."
  END-IF.

EXAMINER-OPPOSITION.
  READ oppositions
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE OC-Compte TO WS-CompteTeste
      PERFORM VERIFIER-COMPTE-CLIENT
      IF WS-CompteDuClient = 'O' THEN
        ADD 1 TO WS-NbLignes
        DISPLAY "  " OC-Compte " chèque " OC-Numero " le " OC-Date
                " " OC-Motif
      END-IF
  END-READ.

*> Retenues qui pèsent sur le disponible : non levées et non expirées.
AFFICHER-RETENUES.
  DISPLAY "--- Retenues actives"
  MOVE ZERO TO WS-NbLignes
  OPEN INPUT retenues
  IF WS-RETENUES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM EXAMINER-RETENUE UNTIL WS-FinLecture = 'O'
    CLOSE retenues
  END-IF
  IF WS-NbLignes = ZERO THEN
    DISPLAY "  Aucune."
  END-IF.

EXAMINER-RETENUE.
  READ retenues NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE RT-Compte TO WS-CompteTeste
      PERFORM VERIFIER-COMPTE-CLIENT
      IF WS-CompteDuClient = 'O'
         AND RT-Statut NOT = 'L'
         AND (RT-DateExpiration = SPACES
              OR RT-DateExpiration >= WS-DateJour) THEN
        ADD 1 TO WS-NbLignes
        MOVE RT-Montant TO WS-MontantEdite
        DISPLAY "  " RT-Compte " " WS-MontantEdite " " RT-Motif
                " réf. " RT-Reference " expire " RT-DateExpiration
      END-IF
  END-READ.

AFFICHER-SUSPENS.
  DISPLAY "--- Suspens des paiements entrants ouverts"
  MOVE ZERO TO WS-NbLignes
  OPEN INPUT suspens
  IF WS-SUSPENS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM EXAMINER-SUSPENS UNTIL WS-FinLecture = 'O'
    CLOSE suspens
  END-IF
  IF WS-NbLignes = ZERO THEN
    DISPLAY "  Aucun."
  END-IF.

EXAMINER-SUSPENS.
  READ suspens
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE SU-Compte TO WS-CompteTeste
      PERFORM VERIFIER-COMPTE-CLIENT
      IF WS-CompteDuClient = 'O' AND SU-Statut = 'O' THEN
        ADD 1 TO WS-NbLignes
        MOVE SU-Montant TO WS-MontantEdite
        DISPLAY "  " SU-Date " " SU-Compte " " WS-MontantEdite " de "
                SU-Remettant " " SU-Motif
      END-IF
  END-READ.

AFFICHER-AUTORISATIONS.
  DISPLAY "--- Opérations en attente de décision superviseur"
  MOVE ZERO TO WS-NbLignes
  OPEN INPUT autorisations
  IF WS-AUTORISATIONS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM EXAMINER-AUTORISATION UNTIL WS-FinLecture = 'O'
    CLOSE autorisations
  END-IF
  IF WS-NbLignes = ZERO THEN
    DISPLAY "  Aucune."
  END-IF.

EXAMINER-AUTORISATION.
  READ autorisations NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE AU-Compte TO WS-CompteTeste
      PERFORM VERIFIER-COMPTE-CLIENT
      IF WS-CompteDuClient = 'O' AND AUTORISATION-EN-ATTENTE THEN
        ADD 1 TO WS-NbLignes
        MOVE AU-Montant TO WS-MontantEdite
        DISPLAY "  n° " AU-Id " du " AU-Date " type " AU-Type " sur "
                AU-Compte " " WS-MontantEdite " saisi par "
                AU-Operateur
      END-IF
  END-READ.
