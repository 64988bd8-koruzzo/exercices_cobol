IDENTIFICATION DIVISION.
PROGRAM-ID. GestionSuccessions.

*> Dossiers de succession des clients décédés (successions.txt, un
*> dossier par ClientNumero : date du décès, référence et étude du
*> notaire). L'OUVERTURE du dossier recense les comptes non clôturés du
*> défunt — CompteClient de comptes.dat et lignes 'P'/'J' de
*> titulaires.dat — et les fige dans successionscomptes.txt :
*>  - compte propre (aucun autre titulaire) : statut 'B' bloqué ;
*>  - compte joint à signatures conjointes (TI-Regle 'B') : bloqué lui
*>    aussi, la seconde signature ne pouvant plus être donnée ;
*>  - compte joint où chacun signe seul (TI-Regle 'E') : les survivants
*>    continuent, la ligne du défunt est retirée et, s'il était le
*>    titulaire historique, CompteClient passe au premier survivant.
*> Les procurations ('M') du défunt tombent avec le décès. Les mandats
*> de prélèvement (mandats.dat) des comptes bloqués sont suspendus ; les
*> ordres permanents (ordrespermanents.dat), qui partent tous du compte
*> 000001, sont suspendus si ce compte est bloqué. La fiche client passe
*> au statut 'D'.
*> Le CERTIFICAT (certificatsuccession-XXXXXX.txt) donne pour le notaire
*> le solde de chaque compte au soir du décès, reconstitué depuis
*> l'archive et le journal comme le fait ReleveElectronique.
*> Les HERITIERS (heritiers.txt) sont des bénéficiaires de
*> beneficiaires.dat avec leur quote-part : ClotureCompte, en mode 'H',
*> leur verse au prorata le solde de chaque compte propre par le circuit
*> des paiements sortants puis clôture le compte. Le REGLEMENT du
*> dossier n'est accepté que lorsque tous les comptes propres sont
*> clôturés ; les comptes joints bloqués attendent les instructions du
*> notaire (déblocage par GestionComptes).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT successions ASSIGN TO "successions.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SUCCESSIONS-STATUS.

  SELECT succcomptes ASSIGN TO "successionscomptes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SUCCCOMPTES-STATUS.

  SELECT heritiers ASSIGN TO "heritiers.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HERITIERS-STATUS.

  SELECT beneficiaires ASSIGN TO "beneficiaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BE-Reference
      FILE STATUS IS WS-BENEF-STATUS.

  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-TITULAIRES-STATUS.

  SELECT mandats ASSIGN TO "mandats.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS MA-Reference
      FILE STATUS IS WS-MANDATS-STATUS.

  SELECT ordrespermanents ASSIGN TO "ordrespermanents.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS OP-Libelle
      FILE STATUS IS WS-ORDRES-STATUS.

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

  SELECT archive ASSIGN TO "historique_archive.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ARCHIVE-STATUS.

  SELECT historique ASSIGN TO "historique.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HIST-STATUS.

  SELECT partition ASSIGN TO WS-NomPartition
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PARTITION-STATUS.

  SELECT archiveindex ASSIGN TO "archiveindex.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-INDEX-STATUS.

  SELECT certificat ASSIGN TO WS-NomCertificat
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CERTIFICAT-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD successions.
COPY "SUCCESSIONS.cpy".

FD succcomptes.
COPY "SUCCCOMPTES.cpy".

FD heritiers.
COPY "HERITIERS.cpy".

FD beneficiaires.
COPY "BENEFICIAIRES.cpy".

FD titulaires.
COPY "TITULAIRES.cpy".

FD mandats.
COPY "MANDATS.cpy".

FD ordrespermanents.
COPY "ORDRESPERM.cpy".

FD clients.
COPY "CLIENTS.cpy".

FD comptes.
COPY "COMPTES.cpy".

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

FD historique.
COPY "HISTORIQUE.cpy".

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

FD certificat.
01 CertificatLigne PIC X(100).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-SUCCESSIONS-STATUS PIC XX.
01 WS-SUCCCOMPTES-STATUS PIC XX.
01 WS-HERITIERS-STATUS   PIC XX.
01 WS-BENEF-STATUS       PIC XX.
01 WS-TITULAIRES-STATUS  PIC XX.
01 WS-MANDATS-STATUS     PIC XX.
01 WS-ORDRES-STATUS      PIC XX.
01 WS-CLIENTS-STATUS     PIC XX.
01 WS-COMPTES-STATUS     PIC XX.
01 WS-ARCHIVE-STATUS     PIC XX.
01 WS-HIST-STATUS        PIC XX.
01 WS-PARTITION-STATUS   PIC XX.
01 WS-INDEX-STATUS       PIC XX.
01 WS-CERTIFICAT-STATUS  PIC XX.
01 WS-DATEVALEUR-STATUS  PIC XX.

01 WS-NomProgramme PIC X(20) VALUE "GestionSuccessions".
01 WS-AccesAccorde PIC X(1).
01 WS-OperateurId  PIC X(6).

01 WS-DateJour      PIC X(8).
01 WS-FinLecture    PIC X(1).
01 WS-FinPartition  PIC X(1).
01 WS-FinIndex      PIC X(1).
01 WS-Choix         PIC X(1).
01 WS-Confirmation  PIC X(1).
01 WS-ClientSaisi   PIC X(6).
01 WS-NomClient     PIC X(30).
01 WS-DateDecesSaisie PIC X(8).
01 WS-RefNotaireSaisie PIC X(20).
01 WS-NotaireSaisi  PIC X(30).
01 WS-BeneficiaireSaisi PIC X(6).
01 WS-QuotiteSaisie PIC 9(3)V99.
01 WS-BeneficiaireTrouve PIC X(1).
01 WS-NomBeneficiaire PIC X(30).

01 WS-Idx          PIC 9(3).
01 WS-IdxBis       PIC 9(3).
01 WS-IdxTrouve    PIC 9(3).
01 WS-IdxSuccession PIC 9(3).
01 WS-IdxIndex     PIC 9(2).

*> Dossiers de succession.
01 WS-TableSuccessions.
   05 WS-SuccessionEntree OCCURS 100 TIMES.
      10 WS-SU-Client        PIC X(6).
      10 WS-SU-DateDeces     PIC X(8).
      10 WS-SU-RefNotaire    PIC X(20).
      10 WS-SU-Notaire       PIC X(30).
      10 WS-SU-Statut        PIC X(1).
      10 WS-SU-DateOuverture PIC X(8).
      10 WS-SU-DateReglement PIC X(8).
      10 WS-SU-Operateur     PIC X(6).
01 WS-NbSuccessions     PIC 9(3) VALUE ZERO.
01 WS-SuccessionsDeborde PIC X(1) VALUE 'N'.

*> Comptes figés à l'ouverture des dossiers.
01 WS-TableSuccComptes.
   05 WS-SuccCompteEntree OCCURS 300 TIMES.
      10 WS-SC-Client PIC X(6).
      10 WS-SC-Compte PIC X(6).
      10 WS-SC-Nature PIC X(1).
01 WS-NbSuccComptes     PIC 9(3) VALUE ZERO.
01 WS-SuccComptesDeborde PIC X(1) VALUE 'N'.

*> Héritiers des dossiers.
01 WS-TableHeritiers.
   05 WS-HeritierEntree OCCURS 200 TIMES.
      10 WS-HE-Client       PIC X(6).
      10 WS-HE-Beneficiaire PIC X(6).
      10 WS-HE-Quotite      PIC 9(3)V99.
01 WS-NbHeritiers      PIC 9(3) VALUE ZERO.
01 WS-HeritiersDeborde PIC X(1) VALUE 'N'.
01 WS-TotalQuotites    PIC 9(5)V99.

*> Suites de mise à jour des titulaires, mandats et ordres permanents.
01 WS-TitulairesOuverts   PIC X(1).
01 WS-FinTitulaires       PIC X(1).
01 WS-NbTitulairesRetires PIC 9(3) VALUE ZERO.
01 WS-NbMandatsSuspendus  PIC 9(3) VALUE ZERO.
01 WS-NbOrdresSuspendus   PIC 9(3) VALUE ZERO.

*> Recensement d'un compte du défunt.
01 WS-DefuntTitulaire PIC X(1).
01 WS-NbCotitulaires  PIC 9(3).
01 WS-Survivant       PIC X(6).
01 WS-RegleConjointe  PIC X(1).
01 WS-NatureCompte    PIC X(1).
01 WS-NbComptesPropres PIC 9(3) VALUE ZERO.
01 WS-NbJointsBloques  PIC 9(3) VALUE ZERO.
01 WS-NbJointsSurvivants PIC 9(3) VALUE ZERO.
01 WS-CompteBloqueTrouve PIC X(1).
01 WS-CompteAChercher PIC X(6).
01 WS-RetirerLigne    PIC X(1).

*> Certificat de soldes au décès.
01 WS-NomCertificat PIC X(40).
01 WS-NomPartition  PIC X(40).
01 WS-CompteEnCours PIC X(6).
01 WS-DateCertificat PIC X(8).
01 WS-Sens          PIC X(1).
01 WS-SoldeConnu    PIC X(1).
01 WS-ApresTrouve   PIC X(1).
01 WS-SoldeCourant  PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-SoldeAvantApres PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-SoldeAuDeces  PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-SoldeEdite    PIC -(10)9.99.
01 WS-QuotiteEditee PIC ZZ9.99.
01 WS-LibelleNature PIC X(40).

01 WS-TableIndex.
   05 WS-IndexEntree OCCURS 20 TIMES.
      10 WS-AI-Annee   PIC X(4).
      10 WS-AI-DateMin PIC X(8).
      10 WS-AI-DateMax PIC X(8).
01 WS-NbIndex PIC 9(2) VALUE ZERO.

01 WS-CompteNomTrouve    PIC X(20).
01 WS-CompteDeviseTrouve PIC X(3).
01 WS-CompteSoldeTrouve  PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-CompteStatutTrouve PIC X(1).
01 WS-CompteTrouveInd    PIC X(1).

01 WS-NbAClore PIC 9(3).

PROCEDURE DIVISION.
  DISPLAY "Dossiers de succession des clients décédés."
  DISPLAY "Identifiant opérateur : "
  ACCEPT WS-OperateurId
  CALL 'ControlerAcces' USING WS-OperateurId WS-NomProgramme
                               WS-AccesAccorde
  IF WS-AccesAccorde NOT = 'O' THEN
    STOP RUN
  END-IF
  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-SUCCESSIONS
  PERFORM CHARGER-SUCC-COMPTES
  PERFORM CHARGER-HERITIERS

  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  DISPLAY "Fin de la tenue des dossiers de succession."
  STOP RUN.

NOUVELLE-ACTION.
  DISPLAY "---------------------------------------------------"
  DISPLAY "O -> Ouvrir un dossier de succession"
  DISPLAY "C -> Certificat des soldes au décès pour le notaire"
  DISPLAY "H -> Déclarer un héritier et sa quote-part"
  DISPLAY "R -> Régler le dossier (comptes propres clôturés)"
  DISPLAY "L -> Lister les dossiers"
  DISPLAY "E -> Quitter"
  DISPLAY "---------------------------------------------------"
  ACCEPT WS-Choix

  EVALUATE WS-Choix
    WHEN 'O'
      PERFORM OUVRIR-SUCCESSION
    WHEN 'C'
      PERFORM CERTIFIER-SOLDES
    WHEN 'H'
      PERFORM DECLARER-HERITIER
    WHEN 'R'
      PERFORM REGLER-SUCCESSION
    WHEN 'L'
      PERFORM LISTER-SUCCESSIONS
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

*> ------------------------------------------------------------------
*> Chargement et sauvegarde des fichiers du dossier.
*> ------------------------------------------------------------------
CHARGER-SUCCESSIONS.
  MOVE ZERO TO WS-NbSuccessions
  OPEN INPUT successions
  IF WS-SUCCESSIONS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-SUCCESSION-SUIVANTE
        UNTIL WS-FinLecture = 'O' OR WS-NbSuccessions = 100
    IF WS-FinLecture NOT = 'O' THEN
      READ successions
        AT END CONTINUE
        NOT AT END MOVE 'O' TO WS-SuccessionsDeborde
      END-READ
    END-IF
    CLOSE successions
  END-IF.

LIRE-SUCCESSION-SUIVANTE.
  READ successions
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbSuccessions
      MOVE SU-Client        TO WS-SU-Client(WS-NbSuccessions)
      MOVE SU-DateDeces     TO WS-SU-DateDeces(WS-NbSuccessions)
      MOVE SU-RefNotaire    TO WS-SU-RefNotaire(WS-NbSuccessions)
      MOVE SU-Notaire       TO WS-SU-Notaire(WS-NbSuccessions)
      MOVE SU-Statut        TO WS-SU-Statut(WS-NbSuccessions)
      MOVE SU-DateOuverture TO WS-SU-DateOuverture(WS-NbSuccessions)
      MOVE SU-DateReglement TO WS-SU-DateReglement(WS-NbSuccessions)
      MOVE SU-Operateur     TO WS-SU-Operateur(WS-NbSuccessions)
  END-READ.

SAUVER-SUCCESSIONS.
  OPEN OUTPUT successions
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbSuccessions
    MOVE WS-SU-Client(WS-Idx)        TO SU-Client
    MOVE WS-SU-DateDeces(WS-Idx)     TO SU-DateDeces
    MOVE WS-SU-RefNotaire(WS-Idx)    TO SU-RefNotaire
    MOVE WS-SU-Notaire(WS-Idx)       TO SU-Notaire
    MOVE WS-SU-Statut(WS-Idx)        TO SU-Statut
    MOVE WS-SU-DateOuverture(WS-Idx) TO SU-DateOuverture
    MOVE WS-SU-DateReglement(WS-Idx) TO SU-DateReglement
    MOVE WS-SU-Operateur(WS-Idx)     TO SU-Operateur
    WRITE SuccessionRecord
  END-PERFORM
  CLOSE successions.

CHARGER-SUCC-COMPTES.
  MOVE ZERO TO WS-NbSuccComptes
  OPEN INPUT succcomptes
  IF WS-SUCCCOMPTES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-SUCC-COMPTE-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-NbSuccComptes = 300
    IF WS-FinLecture NOT = 'O' THEN
      READ succcomptes
        AT END CONTINUE
        NOT AT END MOVE 'O' TO WS-SuccComptesDeborde
      END-READ
    END-IF
    CLOSE succcomptes
  END-IF.

LIRE-SUCC-COMPTE-SUIVANT.
  READ succcomptes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbSuccComptes
      MOVE SC-Client TO WS-SC-Client(WS-NbSuccComptes)
      MOVE SC-Compte TO WS-SC-Compte(WS-NbSuccComptes)
      MOVE SC-Nature TO WS-SC-Nature(WS-NbSuccComptes)
  END-READ.

SAUVER-SUCC-COMPTES.
  OPEN OUTPUT succcomptes
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbSuccComptes
    MOVE WS-SC-Client(WS-Idx) TO SC-Client
    MOVE WS-SC-Compte(WS-Idx) TO SC-Compte
    MOVE WS-SC-Nature(WS-Idx) TO SC-Nature
    WRITE SuccessionCompteRecord
  END-PERFORM
  CLOSE succcomptes.

CHARGER-HERITIERS.
  MOVE ZERO TO WS-NbHeritiers
  OPEN INPUT heritiers
  IF WS-HERITIERS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-HERITIER-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-NbHeritiers = 200
    IF WS-FinLecture NOT = 'O' THEN
      READ heritiers
        AT END CONTINUE
        NOT AT END MOVE 'O' TO WS-HeritiersDeborde
      END-READ
    END-IF
    CLOSE heritiers
  END-IF.

LIRE-HERITIER-SUIVANT.
  READ heritiers
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbHeritiers
      MOVE HE-Client       TO WS-HE-Client(WS-NbHeritiers)
      MOVE HE-Beneficiaire TO WS-HE-Beneficiaire(WS-NbHeritiers)
      MOVE HE-Quotite      TO WS-HE-Quotite(WS-NbHeritiers)
  END-READ.

SAUVER-HERITIERS.
  OPEN OUTPUT heritiers
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbHeritiers
    MOVE WS-HE-Client(WS-Idx)       TO HE-Client
    MOVE WS-HE-Beneficiaire(WS-Idx) TO HE-Beneficiaire
    MOVE WS-HE-Quotite(WS-Idx)      TO HE-Quotite
    WRITE HeritierRecord
  END-PERFORM
  CLOSE heritiers.

CHERCHER-SUCCESSION.
  MOVE ZERO TO WS-IdxSuccession
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbSuccessions
    IF WS-SU-Client(WS-Idx) = WS-ClientSaisi THEN
      MOVE WS-Idx TO WS-IdxSuccession
    END-IF
  END-PERFORM.

*> ------------------------------------------------------------------
*> Ouverture du dossier : recensement et blocage des comptes, retrait
*> des lignes de titulaires, suspension des mandats et des ordres.
*> ------------------------------------------------------------------
OUVRIR-SUCCESSION.
  IF WS-SuccessionsDeborde = 'O' OR WS-SuccComptesDeborde = 'O' THEN
    DISPLAY "successions.txt ou successionscomptes.txt dépasse la "
            "capacité de travail, ouverture refusée."
    EXIT PARAGRAPH
  END-IF
  IF WS-NbSuccessions >= 100 THEN
    DISPLAY "Fichier des successions plein (100)."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Numéro du client décédé : "
  ACCEPT WS-ClientSaisi
  PERFORM CHERCHER-SUCCESSION
  IF WS-IdxSuccession > ZERO THEN
    DISPLAY "Un dossier de succession existe déjà pour le client "
            WS-ClientSaisi " (ouvert le "
            WS-SU-DateOuverture(WS-IdxSuccession) ")."
    EXIT PARAGRAPH
  END-IF

  OPEN I-O clients
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
  IF CLIENT-FUSIONNE THEN
    DISPLAY "Client " WS-ClientSaisi " absorbé par une fusion : ouvrir "
            "le dossier sur la fiche survivante."
    CLOSE clients
    EXIT PARAGRAPH
  END-IF
  MOVE ClientNom TO WS-NomClient

  DISPLAY "Date du décès (AAAAMMJJ) : "
  ACCEPT WS-DateDecesSaisie
  IF WS-DateDecesSaisie IS NOT NUMERIC
     OR WS-DateDecesSaisie > WS-DateJour THEN
    DISPLAY "Date du décès invalide ou postérieure à la journée "
            WS-DateJour ", ouverture annulée."
    CLOSE clients
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Référence du dossier chez le notaire : "
  ACCEPT WS-RefNotaireSaisie
  DISPLAY "Étude notariale : "
  ACCEPT WS-NotaireSaisi
  IF WS-RefNotaireSaisie = SPACES THEN
    DISPLAY "Référence notaire obligatoire, ouverture annulée."
    CLOSE clients
    EXIT PARAGRAPH
  END-IF

  DISPLAY "Client  : " WS-ClientSaisi " " WS-NomClient
  DISPLAY "Décès   : " WS-DateDecesSaisie " - notaire "
          WS-RefNotaireSaisie
  DISPLAY "Ses comptes propres et joints à signatures conjointes seront "
          "bloqués. Confirmer l'ouverture (O/N) ? "
  ACCEPT WS-Confirmation
  IF WS-Confirmation NOT = 'O' THEN
    DISPLAY "Ouverture abandonnée, rien n'a été touché."
    CLOSE clients
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO WS-NbComptesPropres WS-NbJointsBloques
               WS-NbJointsSurvivants WS-NbTitulairesRetires
               WS-NbMandatsSuspendus WS-NbOrdresSuspendus
  PERFORM RECENSER-COMPTES
  PERFORM RETIRER-TITULAIRES-DEFUNT
  PERFORM SUSPENDRE-MANDATS
  PERFORM SUSPENDRE-ORDRES

  SET CLIENT-DECEDE TO TRUE
  REWRITE ClientRecord
  CLOSE clients

  ADD 1 TO WS-NbSuccessions
  MOVE WS-ClientSaisi      TO WS-SU-Client(WS-NbSuccessions)
  MOVE WS-DateDecesSaisie  TO WS-SU-DateDeces(WS-NbSuccessions)
  MOVE WS-RefNotaireSaisie TO WS-SU-RefNotaire(WS-NbSuccessions)
  MOVE WS-NotaireSaisi     TO WS-SU-Notaire(WS-NbSuccessions)
  MOVE 'O'                 TO WS-SU-Statut(WS-NbSuccessions)
  MOVE WS-DateJour         TO WS-SU-DateOuverture(WS-NbSuccessions)
  MOVE SPACES              TO WS-SU-DateReglement(WS-NbSuccessions)
  MOVE WS-OperateurId      TO WS-SU-Operateur(WS-NbSuccessions)
  PERFORM SAUVER-SUCCESSIONS
  PERFORM SAUVER-SUCC-COMPTES

  DISPLAY "Dossier ouvert pour " WS-ClientSaisi " : "
          WS-NbComptesPropres " compte(s) propre(s) bloqué(s), "
          WS-NbJointsBloques " joint(s) à signatures conjointes "
          "bloqué(s), " WS-NbJointsSurvivants " joint(s) laissé(s) "
          "aux survivants."
  DISPLAY WS-NbTitulairesRetires " ligne(s) de titulaire retirée(s), "
          WS-NbMandatsSuspendus " mandat(s) et "
          WS-NbOrdresSuspendus " ordre(s) permanent(s) suspendu(s).".

RECENSER-COMPTES.
  OPEN I-O comptes
  IF WS-COMPTES-STATUS NOT = "00" THEN
    DISPLAY "comptes.dat indisponible (" WS-COMPTES-STATUS
            "), aucun compte recensé."
    EXIT PARAGRAPH
  END-IF
  OPEN INPUT titulaires
  IF WS-TITULAIRES-STATUS = "00" THEN
    MOVE 'O' TO WS-TitulairesOuverts
  ELSE
    MOVE 'N' TO WS-TitulairesOuverts
  END-IF
  MOVE LOW-VALUES TO CompteNumero
  START comptes KEY IS NOT LESS THAN CompteNumero
    INVALID KEY
      MOVE 'O' TO WS-FinLecture
    NOT INVALID KEY
      MOVE 'N' TO WS-FinLecture
  END-START
  PERFORM RECENSER-COMPTE-SUIVANT UNTIL WS-FinLecture = 'O'
  IF WS-TitulairesOuverts = 'O' THEN
    CLOSE titulaires
  END-IF
  CLOSE comptes.

RECENSER-COMPTE-SUIVANT.
  READ comptes NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF NOT COMPTE-CLOTURE THEN
        PERFORM EXAMINER-COMPTE-DEFUNT
      END-IF
  END-READ.

*> Le défunt est titulaire s'il est le titulaire historique ou s'il a
*> une ligne 'P'/'J' ; tout autre titulaire (historique ou ligne 'P'/'J')
*> est un cotitulaire survivant. La règle du compte est conjointe dès
*> qu'une de ses lignes porte 'B'.
EXAMINER-COMPTE-DEFUNT.
  MOVE 'N' TO WS-DefuntTitulaire
  MOVE ZERO TO WS-NbCotitulaires
  MOVE SPACES TO WS-Survivant
  MOVE 'N' TO WS-RegleConjointe
  IF CompteClient = WS-ClientSaisi THEN
    MOVE 'O' TO WS-DefuntTitulaire
  ELSE
    IF CompteClient NOT = SPACES THEN
      ADD 1 TO WS-NbCotitulaires
      MOVE CompteClient TO WS-Survivant
    END-IF
  END-IF
  IF WS-TitulairesOuverts = 'O' THEN
    MOVE CompteNumero TO TI-Compte
    MOVE LOW-VALUES TO TI-Client
    START titulaires KEY IS NOT LESS THAN TI-Cle
      INVALID KEY
        MOVE 'O' TO WS-FinTitulaires
      NOT INVALID KEY
        MOVE 'N' TO WS-FinTitulaires
    END-START
    PERFORM EXAMINER-TITULAIRE-SUIVANT UNTIL WS-FinTitulaires = 'O'
  END-IF
  IF WS-DefuntTitulaire NOT = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  IF WS-NbSuccComptes >= 300 THEN
    DISPLAY "successionscomptes.txt plein (300) : compte " CompteNumero
            " non recensé, à traiter à la main."
    EXIT PARAGRAPH
  END-IF

  EVALUATE TRUE
    WHEN WS-NbCotitulaires = ZERO
      MOVE 'S' TO WS-NatureCompte
      ADD 1 TO WS-NbComptesPropres
      SET COMPTE-BLOQUE TO TRUE
      REWRITE CompteRecord
      DISPLAY "Compte propre " CompteNumero " bloqué."
    WHEN WS-RegleConjointe = 'O'
      MOVE 'B' TO WS-NatureCompte
      ADD 1 TO WS-NbJointsBloques
      SET COMPTE-BLOQUE TO TRUE
      REWRITE CompteRecord
      DISPLAY "Compte joint " CompteNumero " (signatures conjointes) "
              "bloqué."
    WHEN OTHER
      MOVE 'E' TO WS-NatureCompte
      ADD 1 TO WS-NbJointsSurvivants
      IF CompteClient = WS-ClientSaisi THEN
        MOVE WS-Survivant TO CompteClient
        REWRITE CompteRecord
        DISPLAY "Compte joint " CompteNumero " repris par le "
                "cotitulaire " WS-Survivant "."
      ELSE
        DISPLAY "Compte joint " CompteNumero " laissé aux cotitulaires."
      END-IF
  END-EVALUATE

  ADD 1 TO WS-NbSuccComptes
  MOVE WS-ClientSaisi  TO WS-SC-Client(WS-NbSuccComptes)
  MOVE CompteNumero    TO WS-SC-Compte(WS-NbSuccComptes)
  MOVE WS-NatureCompte TO WS-SC-Nature(WS-NbSuccComptes).

*> Les fiches d'un compte se suivent dans titulaires.dat : la lecture
*> s'arrête au premier changement de compte.
EXAMINER-TITULAIRE-SUIVANT.
  READ titulaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinTitulaires
    NOT AT END
      IF TI-Compte NOT = CompteNumero THEN
        MOVE 'O' TO WS-FinTitulaires
      ELSE
        IF TI-Regle = 'B' THEN
          MOVE 'O' TO WS-RegleConjointe
        END-IF
        IF TI-Role = 'P' OR TI-Role = 'J' THEN
          IF TI-Client = WS-ClientSaisi THEN
            MOVE 'O' TO WS-DefuntTitulaire
          ELSE
            IF TI-Client NOT = CompteClient THEN
              ADD 1 TO WS-NbCotitulaires
              IF WS-Survivant = SPACES THEN
                MOVE TI-Client TO WS-Survivant
              END-IF
            END-IF
          END-IF
        END-IF
      END-IF
  END-READ.

*> Les procurations du défunt tombent partout ; ses lignes 'P'/'J' ne
*> sont retirées que des comptes joints laissés aux survivants (elles
*> restent sur les comptes bloqués jusqu'au règlement).
RETIRER-TITULAIRES-DEFUNT.
  OPEN I-O titulaires
  IF WS-TITULAIRES-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUES TO TI-Cle
  START titulaires KEY IS NOT LESS THAN TI-Cle
    INVALID KEY
      MOVE 'O' TO WS-FinLecture
    NOT INVALID KEY
      MOVE 'N' TO WS-FinLecture
  END-START
  PERFORM RETIRER-TITULAIRE-SUIVANT UNTIL WS-FinLecture = 'O'
  CLOSE titulaires.

RETIRER-TITULAIRE-SUIVANT.
  READ titulaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE 'N' TO WS-RetirerLigne
      IF TI-Client = WS-ClientSaisi THEN
        IF TI-Role = 'M' THEN
          MOVE 'O' TO WS-RetirerLigne
        ELSE
          MOVE TI-Compte TO WS-CompteAChercher
          PERFORM CHERCHER-JOINT-SURVIVANTS
          MOVE WS-CompteBloqueTrouve TO WS-RetirerLigne
        END-IF
      END-IF
      IF WS-RetirerLigne = 'O' THEN
        DELETE titulaires RECORD
        ADD 1 TO WS-NbTitulairesRetires
      END-IF
  END-READ.

*> Vrai ('O' dans WS-CompteBloqueTrouve) si WS-CompteAChercher vient
*> d'être recensé comme joint laissé aux survivants.
CHERCHER-JOINT-SURVIVANTS.
  MOVE 'N' TO WS-CompteBloqueTrouve
  PERFORM VARYING WS-IdxTrouve FROM 1 BY 1
      UNTIL WS-IdxTrouve > WS-NbSuccComptes
    IF WS-SC-Client(WS-IdxTrouve) = WS-ClientSaisi
       AND WS-SC-Compte(WS-IdxTrouve) = WS-CompteAChercher
       AND WS-SC-Nature(WS-IdxTrouve) = 'E' THEN
      MOVE 'O' TO WS-CompteBloqueTrouve
    END-IF
  END-PERFORM.

*> Vrai ('O' dans WS-CompteBloqueTrouve) si WS-CompteAChercher vient
*> d'être bloqué par le dossier (compte propre ou joint conjoint).
CHERCHER-COMPTE-BLOQUE.
  MOVE 'N' TO WS-CompteBloqueTrouve
  PERFORM VARYING WS-IdxTrouve FROM 1 BY 1
      UNTIL WS-IdxTrouve > WS-NbSuccComptes
    IF WS-SC-Client(WS-IdxTrouve) = WS-ClientSaisi
       AND WS-SC-Compte(WS-IdxTrouve) = WS-CompteAChercher
       AND WS-SC-Nature(WS-IdxTrouve) NOT = 'E' THEN
      MOVE 'O' TO WS-CompteBloqueTrouve
    END-IF
  END-PERFORM.

SUSPENDRE-MANDATS.
  OPEN I-O mandats
  IF WS-MANDATS-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUES TO MA-Reference
  START mandats KEY IS NOT LESS THAN MA-Reference
    INVALID KEY
      MOVE 'O' TO WS-FinLecture
    NOT INVALID KEY
      MOVE 'N' TO WS-FinLecture
  END-START
  PERFORM SUSPENDRE-MANDAT-SUIVANT UNTIL WS-FinLecture = 'O'
  CLOSE mandats.

SUSPENDRE-MANDAT-SUIVANT.
  READ mandats NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF MANDAT-ACTIF THEN
        MOVE MA-Compte TO WS-CompteAChercher
        PERFORM CHERCHER-COMPTE-BLOQUE
        IF WS-CompteBloqueTrouve = 'O' THEN
          SET MANDAT-SUSPENDU TO TRUE
          REWRITE MandatRecord
          ADD 1 TO WS-NbMandatsSuspendus
          DISPLAY "Mandat " MA-Reference " (" MA-Creancier ") suspendu."
        END-IF
      END-IF
  END-READ.

*> Les ordres permanents n'ont pas de compte donneur d'ordre : ils
*> partent tous de 000001 (OrdresPermanentsBatch). Ils ne sont donc
*> suspendus que si ce compte est bloqué par le dossier.
SUSPENDRE-ORDRES.
  MOVE "000001" TO WS-CompteAChercher
  PERFORM CHERCHER-COMPTE-BLOQUE
  IF WS-CompteBloqueTrouve NOT = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  OPEN I-O ordrespermanents
  IF WS-ORDRES-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUES TO OP-Libelle
  START ordrespermanents KEY IS NOT LESS THAN OP-Libelle
    INVALID KEY
      MOVE 'O' TO WS-FinLecture
    NOT INVALID KEY
      MOVE 'N' TO WS-FinLecture
  END-START
  PERFORM SUSPENDRE-ORDRE-SUIVANT UNTIL WS-FinLecture = 'O'
  CLOSE ordrespermanents.

SUSPENDRE-ORDRE-SUIVANT.
  READ ordrespermanents NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF ORDRE-ACTIF THEN
        SET ORDRE-SUSPENDU TO TRUE
        REWRITE OrdrePermanentRecord
        ADD 1 TO WS-NbOrdresSuspendus
        DISPLAY "Ordre permanent " OP-Libelle " suspendu."
      END-IF
  END-READ.

*> ------------------------------------------------------------------
*> Certificat des soldes au soir du décès.
*> ------------------------------------------------------------------
CERTIFIER-SOLDES.
  DISPLAY "Numéro du client décédé : "
  ACCEPT WS-ClientSaisi
  PERFORM CHERCHER-SUCCESSION
  IF WS-IdxSuccession = ZERO THEN
    DISPLAY "Aucun dossier de succession pour le client "
            WS-ClientSaisi "."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-SU-DateDeces(WS-IdxSuccession) TO WS-DateCertificat
  PERFORM CHARGER-INDEX-ARCHIVE

  MOVE SPACES TO WS-NomCertificat
  STRING "certificatsuccession-" DELIMITED BY SIZE
         WS-ClientSaisi DELIMITED BY SIZE
         ".txt" DELIMITED BY SIZE
    INTO WS-NomCertificat
  END-STRING
  OPEN OUTPUT certificat
  MOVE SPACES TO CertificatLigne
  STRING "CERTIFICAT DE SOLDES AU DECES - client " DELIMITED BY SIZE
         WS-ClientSaisi DELIMITED BY SIZE
         " - décès le " DELIMITED BY SIZE
         WS-DateCertificat DELIMITED BY SIZE
    INTO CertificatLigne
  END-STRING
  WRITE CertificatLigne
  MOVE SPACES TO CertificatLigne
  STRING "Notaire : " DELIMITED BY SIZE
         WS-SU-Notaire(WS-IdxSuccession) DELIMITED BY SIZE
         " - réf. " DELIMITED BY SIZE
         WS-SU-RefNotaire(WS-IdxSuccession) DELIMITED BY SIZE
    INTO CertificatLigne
  END-STRING
  WRITE CertificatLigne
  MOVE SPACES TO CertificatLigne
  STRING "Établi le " DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
         " - soldes en fin de journée du décès, en devise du compte."
           DELIMITED BY SIZE
    INTO CertificatLigne
  END-STRING
  WRITE CertificatLigne

  PERFORM VARYING WS-IdxBis FROM 1 BY 1
      UNTIL WS-IdxBis > WS-NbSuccComptes
    IF WS-SC-Client(WS-IdxBis) = WS-ClientSaisi THEN
      PERFORM CERTIFIER-UN-COMPTE
    END-IF
  END-PERFORM
  CLOSE certificat
  DISPLAY "Certificat écrit dans " FUNCTION TRIM(WS-NomCertificat) ".".

CERTIFIER-UN-COMPTE.
  MOVE WS-SC-Compte(WS-IdxBis) TO WS-CompteEnCours
  CALL 'RechercherCompte' USING WS-CompteEnCours WS-CompteNomTrouve
                                 WS-CompteDeviseTrouve WS-CompteSoldeTrouve
                                 WS-CompteStatutTrouve WS-CompteTrouveInd
  PERFORM CALCULER-SOLDE-AU-DECES
  EVALUATE WS-SC-Nature(WS-IdxBis)
    WHEN 'S'
      MOVE "compte propre" TO WS-LibelleNature
    WHEN 'B'
      MOVE "joint, signatures conjointes (bloqué)" TO WS-LibelleNature
    WHEN OTHER
      MOVE "joint, chacun signe seul (survivants)" TO WS-LibelleNature
  END-EVALUATE
  MOVE WS-SoldeAuDeces TO WS-SoldeEdite
  MOVE SPACES TO CertificatLigne
  STRING "Compte " DELIMITED BY SIZE
         WS-CompteEnCours DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-CompteNomTrouve DELIMITED BY SIZE
         WS-SoldeEdite DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-CompteDeviseTrouve DELIMITED BY SIZE
         "  " DELIMITED BY SIZE
         WS-LibelleNature DELIMITED BY SIZE
    INTO CertificatLigne
  END-STRING
  WRITE CertificatLigne.

*> Solde au soir du décès : dernier solde résultant (ValB) daté du
*> décès ou avant ; à défaut, solde d'avant le premier mouvement
*> postérieur ; à défaut (aucun mouvement), solde courant du compte.
CALCULER-SOLDE-AU-DECES.
  MOVE 'N' TO WS-SoldeConnu
  MOVE 'N' TO WS-ApresTrouve
  MOVE ZERO TO WS-SoldeCourant WS-SoldeAvantApres
  PERFORM PARCOURIR-ARCHIVE
  PERFORM PARCOURIR-PARTITIONS
  PERFORM PARCOURIR-JOURNAL-VIVANT
  EVALUATE TRUE
    WHEN WS-SoldeConnu = 'O'
      MOVE WS-SoldeCourant TO WS-SoldeAuDeces
    WHEN WS-ApresTrouve = 'O'
      MOVE WS-SoldeAvantApres TO WS-SoldeAuDeces
    WHEN OTHER
      MOVE WS-CompteSoldeTrouve TO WS-SoldeAuDeces
  END-EVALUATE.

CHARGER-INDEX-ARCHIVE.
  MOVE ZERO TO WS-NbIndex
  OPEN INPUT archiveindex
  IF WS-INDEX-STATUS = "00" THEN
    MOVE 'N' TO WS-FinIndex
    PERFORM LIRE-INDEX-SUIVANT
        UNTIL WS-FinIndex = 'O' OR WS-NbIndex = 20
    CLOSE archiveindex
  END-IF.

LIRE-INDEX-SUIVANT.
  READ archiveindex
    AT END MOVE 'O' TO WS-FinIndex
    NOT AT END
      ADD 1 TO WS-NbIndex
      MOVE AI-Annee   TO WS-AI-Annee(WS-NbIndex)
      MOVE AI-DateMin TO WS-AI-DateMin(WS-NbIndex)
      MOVE AI-DateMax TO WS-AI-DateMax(WS-NbIndex)
  END-READ.

PARCOURIR-ARCHIVE.
  OPEN INPUT archive
  IF WS-ARCHIVE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-MOUVEMENT-ARCHIVE UNTIL WS-FinLecture = 'O'
    CLOSE archive
  END-IF.

LIRE-MOUVEMENT-ARCHIVE.
  READ archive
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE ArchiveDescrp TO HistoriqueDescrp
      MOVE ArchiveValA   TO HistoriqueValA
      MOVE ArchiveValB   TO HistoriqueValB
      MOVE ArchiveCompte TO HistoriqueCompte
      MOVE ArchiveDate   TO HistoriqueDate
      PERFORM EXAMINER-MOUVEMENT
  END-READ.

*> Une partition entièrement postérieure au décès n'est ouverte que
*> tant qu'aucun mouvement postérieur n'a encore été trouvé.
PARCOURIR-PARTITIONS.
  PERFORM VARYING WS-IdxIndex FROM 1 BY 1
      UNTIL WS-IdxIndex > WS-NbIndex
    IF WS-AI-DateMin(WS-IdxIndex) <= WS-DateCertificat
       OR WS-ApresTrouve NOT = 'O' THEN
      PERFORM PARCOURIR-UNE-PARTITION
    END-IF
  END-PERFORM.

PARCOURIR-UNE-PARTITION.
  MOVE SPACES TO WS-NomPartition
  STRING "historique_archive-" DELIMITED BY SIZE
         WS-AI-Annee(WS-IdxIndex) DELIMITED BY SIZE
         ".txt" DELIMITED BY SIZE
    INTO WS-NomPartition
  END-STRING
  OPEN INPUT partition
  IF WS-PARTITION-STATUS = "00" THEN
    MOVE 'N' TO WS-FinPartition
    PERFORM LIRE-MOUVEMENT-PARTITION UNTIL WS-FinPartition = 'O'
    CLOSE partition
  END-IF.

LIRE-MOUVEMENT-PARTITION.
  READ partition
    AT END MOVE 'O' TO WS-FinPartition
    NOT AT END
      MOVE PT-Descrp TO HistoriqueDescrp
      MOVE PT-ValA   TO HistoriqueValA
      MOVE PT-ValB   TO HistoriqueValB
      MOVE PT-Compte TO HistoriqueCompte
      MOVE PT-Date   TO HistoriqueDate
      PERFORM EXAMINER-MOUVEMENT
  END-READ.

PARCOURIR-JOURNAL-VIVANT.
  OPEN INPUT historique
  IF WS-HIST-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-MOUVEMENT-VIVANT UNTIL WS-FinLecture = 'O'
    CLOSE historique
  END-IF.

LIRE-MOUVEMENT-VIVANT.
  READ historique
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM EXAMINER-MOUVEMENT
  END-READ.

EXAMINER-MOUVEMENT.
  IF HistoriqueCompte NOT = WS-CompteEnCours THEN
    EXIT PARAGRAPH
  END-IF
  PERFORM DETERMINER-SENS
  IF WS-Sens = SPACE THEN
    EXIT PARAGRAPH
  END-IF
  IF HistoriqueDate <= WS-DateCertificat THEN
    MOVE HistoriqueValB TO WS-SoldeCourant
    MOVE 'O' TO WS-SoldeConnu
  ELSE
    IF WS-ApresTrouve NOT = 'O' THEN
      IF WS-Sens = 'C' THEN
        COMPUTE WS-SoldeAvantApres = HistoriqueValB - HistoriqueValA
      ELSE
        COMPUTE WS-SoldeAvantApres = HistoriqueValB + HistoriqueValA
      END-IF
      MOVE 'O' TO WS-ApresTrouve
    END-IF
  END-IF.

*> Sens de l'écriture pour le compte, selon le code journal (mêmes
*> familles que ReleveElectronique). Blanc : pas un mouvement.
DETERMINER-SENS.
  MOVE SPACE TO WS-Sens
  EVALUATE HistoriqueDescrp
    WHEN 'D'
    WHEN 'I'
    WHEN 'K'
    WHEN '1'
    WHEN '2'
    WHEN 'B'
    WHEN 'Q'
    WHEN 'Z'
    WHEN 'U'
      MOVE 'C' TO WS-Sens
    WHEN 'R'
    WHEN 'F'
    WHEN 'O'
    WHEN 'W'
    WHEN 'P'
    WHEN 'L'
    WHEN 'M'
    WHEN 'J'
    WHEN 'G'
    WHEN 'N'
    WHEN 'E'
    WHEN 'A'
    WHEN 'H'
    WHEN 'Y'
    WHEN 'T'
      MOVE 'D' TO WS-Sens
    WHEN 'V'
      IF HistoriqueCompte = "000001" THEN
        MOVE 'D' TO WS-Sens
      ELSE
        MOVE 'C' TO WS-Sens
      END-IF
    WHEN 'C'
      IF WS-SoldeConnu = 'O' AND HistoriqueValB >= WS-SoldeCourant THEN
        MOVE 'C' TO WS-Sens
      ELSE
        MOVE 'D' TO WS-Sens
      END-IF
    WHEN OTHER
      CONTINUE
  END-EVALUATE.

*> ------------------------------------------------------------------
*> Héritiers : bénéficiaire de beneficiaires.dat et quote-part ; une
*> quote-part nulle retire l'héritier, une nouvelle saisie la remplace.
*> ------------------------------------------------------------------
DECLARER-HERITIER.
  IF WS-HeritiersDeborde = 'O' THEN
    DISPLAY "heritiers.txt dépasse la capacité de travail (200), "
            "déclaration refusée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Numéro du client décédé : "
  ACCEPT WS-ClientSaisi
  PERFORM CHERCHER-SUCCESSION
  IF WS-IdxSuccession = ZERO THEN
    DISPLAY "Aucun dossier de succession pour le client "
            WS-ClientSaisi "."
    EXIT PARAGRAPH
  END-IF
  IF WS-SU-Statut(WS-IdxSuccession) NOT = 'O' THEN
    DISPLAY "Succession déjà réglée, héritiers figés."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Référence bénéficiaire de l'héritier (beneficiaires.dat) : "
  ACCEPT WS-BeneficiaireSaisi
  PERFORM CHERCHER-BENEFICIAIRE
  IF WS-BeneficiaireTrouve NOT = 'O' THEN
    DISPLAY "Bénéficiaire " WS-BeneficiaireSaisi " inconnu : le créer "
            "d'abord par GestionBeneficiaires."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Quote-part en pourcentage (0 pour retirer) : "
  ACCEPT WS-QuotiteSaisie

  MOVE ZERO TO WS-IdxTrouve
  MOVE ZERO TO WS-TotalQuotites
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbHeritiers
    IF WS-HE-Client(WS-Idx) = WS-ClientSaisi THEN
      IF WS-HE-Beneficiaire(WS-Idx) = WS-BeneficiaireSaisi THEN
        MOVE WS-Idx TO WS-IdxTrouve
      ELSE
        ADD WS-HE-Quotite(WS-Idx) TO WS-TotalQuotites
      END-IF
    END-IF
  END-PERFORM
  IF WS-TotalQuotites + WS-QuotiteSaisie > 100 THEN
    MOVE WS-TotalQuotites TO WS-QuotiteEditee
    DISPLAY "Les autres héritiers totalisent déjà " WS-QuotiteEditee
            " % : quote-part refusée."
    EXIT PARAGRAPH
  END-IF

  EVALUATE TRUE
    WHEN WS-QuotiteSaisie = ZERO AND WS-IdxTrouve = ZERO
      DISPLAY "Héritier non déclaré, rien à retirer."
      EXIT PARAGRAPH
    WHEN WS-QuotiteSaisie = ZERO
      PERFORM VARYING WS-Idx FROM WS-IdxTrouve BY 1
          UNTIL WS-Idx >= WS-NbHeritiers
        MOVE WS-HeritierEntree(WS-Idx + 1) TO WS-HeritierEntree(WS-Idx)
      END-PERFORM
      SUBTRACT 1 FROM WS-NbHeritiers
      DISPLAY "Héritier " WS-BeneficiaireSaisi " retiré du dossier."
    WHEN WS-IdxTrouve > ZERO
      MOVE WS-QuotiteSaisie TO WS-HE-Quotite(WS-IdxTrouve)
      DISPLAY "Quote-part de " WS-BeneficiaireSaisi " mise à jour."
    WHEN OTHER
      IF WS-NbHeritiers >= 200 THEN
        DISPLAY "Fichier des héritiers plein (200)."
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO WS-NbHeritiers
      MOVE WS-ClientSaisi       TO WS-HE-Client(WS-NbHeritiers)
      MOVE WS-BeneficiaireSaisi TO WS-HE-Beneficiaire(WS-NbHeritiers)
      MOVE WS-QuotiteSaisie     TO WS-HE-Quotite(WS-NbHeritiers)
      DISPLAY "Héritier " WS-BeneficiaireSaisi " (" WS-NomBeneficiaire
              ") déclaré."
  END-EVALUATE
  PERFORM SAUVER-HERITIERS
  ADD WS-QuotiteSaisie TO WS-TotalQuotites
  MOVE WS-TotalQuotites TO WS-QuotiteEditee
  DISPLAY "Total des quotes-parts déclarées : " WS-QuotiteEditee " %".

CHERCHER-BENEFICIAIRE.
  MOVE 'N' TO WS-BeneficiaireTrouve
  OPEN INPUT beneficiaires
  IF WS-BENEF-STATUS = "00" THEN
    MOVE WS-BeneficiaireSaisi TO BE-Reference
    READ beneficiaires
      INVALID KEY CONTINUE
      NOT INVALID KEY
        MOVE 'O' TO WS-BeneficiaireTrouve
        MOVE BE-Nom TO WS-NomBeneficiaire
    END-READ
    CLOSE beneficiaires
  END-IF.

*> ------------------------------------------------------------------
*> Règlement : accepté quand tous les comptes propres du défunt sont
*> clôturés (ClotureCompte, mode 'H' de versement aux héritiers).
*> ------------------------------------------------------------------
REGLER-SUCCESSION.
  DISPLAY "Numéro du client décédé : "
  ACCEPT WS-ClientSaisi
  PERFORM CHERCHER-SUCCESSION
  IF WS-IdxSuccession = ZERO THEN
    DISPLAY "Aucun dossier de succession pour le client "
            WS-ClientSaisi "."
    EXIT PARAGRAPH
  END-IF
  IF WS-SU-Statut(WS-IdxSuccession) NOT = 'O' THEN
    DISPLAY "Succession déjà réglée le "
            WS-SU-DateReglement(WS-IdxSuccession) "."
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO WS-NbAClore
  PERFORM VARYING WS-IdxBis FROM 1 BY 1
      UNTIL WS-IdxBis > WS-NbSuccComptes
    IF WS-SC-Client(WS-IdxBis) = WS-ClientSaisi THEN
      PERFORM CONTROLER-COMPTE-REGLE
    END-IF
  END-PERFORM
  IF WS-NbAClore > ZERO THEN
    DISPLAY WS-NbAClore " compte(s) propre(s) encore ouvert(s) : "
            "les solder aux héritiers par ClotureCompte (mode H) "
            "avant de régler le dossier."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Tous les comptes propres sont clôturés. Confirmer le "
          "règlement du dossier (O/N) ? "
  ACCEPT WS-Confirmation
  IF WS-Confirmation NOT = 'O' THEN
    DISPLAY "Règlement abandonné."
    EXIT PARAGRAPH
  END-IF
  MOVE 'R' TO WS-SU-Statut(WS-IdxSuccession)
  MOVE WS-DateJour TO WS-SU-DateReglement(WS-IdxSuccession)
  PERFORM SAUVER-SUCCESSIONS
  DISPLAY "Succession du client " WS-ClientSaisi " réglée le "
          WS-DateJour ".".

CONTROLER-COMPTE-REGLE.
  MOVE WS-SC-Compte(WS-IdxBis) TO WS-CompteEnCours
  CALL 'RechercherCompte' USING WS-CompteEnCours WS-CompteNomTrouve
                                 WS-CompteDeviseTrouve WS-CompteSoldeTrouve
                                 WS-CompteStatutTrouve WS-CompteTrouveInd
  EVALUATE TRUE
    WHEN WS-CompteTrouveInd NOT = 'O'
      CONTINUE
    WHEN WS-SC-Nature(WS-IdxBis) = 'S' AND WS-CompteStatutTrouve NOT = 'C'
      ADD 1 TO WS-NbAClore
      DISPLAY "Compte propre " WS-CompteEnCours " à clôturer (solde "
              WS-CompteSoldeTrouve ")."
    WHEN WS-SC-Nature(WS-IdxBis) = 'B' AND WS-CompteStatutTrouve = 'B'
      DISPLAY "Compte joint " WS-CompteEnCours " toujours bloqué, en "
              "attente des instructions du notaire."
    WHEN OTHER
      CONTINUE
  END-EVALUATE.

LISTER-SUCCESSIONS.
  IF WS-NbSuccessions = ZERO THEN
    DISPLAY "Aucun dossier de succession."
  END-IF
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbSuccessions
    DISPLAY "Client " WS-SU-Client(WS-Idx)
            " décédé le " WS-SU-DateDeces(WS-Idx)
            " notaire " WS-SU-RefNotaire(WS-Idx)
            " statut " WS-SU-Statut(WS-Idx)
            " ouvert le " WS-SU-DateOuverture(WS-Idx)
            " réglé le " WS-SU-DateReglement(WS-Idx)
    PERFORM VARYING WS-IdxBis FROM 1 BY 1
        UNTIL WS-IdxBis > WS-NbHeritiers
      IF WS-HE-Client(WS-IdxBis) = WS-SU-Client(WS-Idx) THEN
        MOVE WS-HE-Quotite(WS-IdxBis) TO WS-QuotiteEditee
        DISPLAY "   héritier " WS-HE-Beneficiaire(WS-IdxBis)
                " quote-part " WS-QuotiteEditee " %"
      END-IF
    END-PERFORM
  END-PERFORM.
