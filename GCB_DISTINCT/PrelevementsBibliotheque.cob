IDENTIFICATION DIVISION.
PROGRAM-ID. PrelevementsBibliotheque.

*> Job périodique d'encaissement par prélèvement des adhérents de la
*> bibliothèque qui ont lié un compte de comptes.dat à leur fiche
*> (../exercixes_doc/membres.dat, accord écrit du titulaire consigné
*> par GestionAdhesions, option P). Pour chaque fiche liée et non
*> suspendue :
*>   - adhésion échue à la journée comptable : la cotisation de la
*>     catégorie (tarifsadhesion.txt de la bibliothèque, mêmes défauts
*>     que GestionAdhesions) est prélevée et la date de fin repoussée
*>     d'un an, comme un renouvellement au comptoir ;
*>   - amendes dues au-delà du seuil convenu sur la fiche : le solde dû
*>     est prélevé en entier et remis à zéro.
*> Le débit passe par le sous-programme Retrait sous le code 'M'
*> (prélèvement), le crédit du compte de recettes de la bibliothèque
*> (comptebibliotheque.txt, celui de VersementCaisseBiblio) par Depot
*> sous le code '2'. Chaque prélèvement réussi écrit la ligne de
*> règlement de la bibliothèque comme au guichet (adhesionsreglements.txt
*> avec l'opérateur PRELEV, reglementsamendes.txt en mode 'P') ; ces
*> lignes sont écartées de la clôture du tiroir. Un prélèvement refusé
*> part à l'adhérent en lettre de rappel (SpoolerCourrier, source 'M')
*> et sera représenté au prochain passage. Compte rendu dans
*> prelevementsbiblio.txt ; protégé par le journal des exécutions comme
*> les autres jobs périodiques, refusé dans une période close de la
*> bibliothèque.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT solde ASSIGN TO "solde.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SOLDE-STATUS.

  SELECT membres ASSIGN TO "../exercixes_doc/membres.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS MembreId
      FILE STATUS IS WS-MEMBRES-STATUS.

  SELECT tarifs ASSIGN TO "../exercixes_doc/tarifsadhesion.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TARIFS-STATUS.

  SELECT reglementsadhesions
      ASSIGN TO "../exercixes_doc/adhesionsreglements.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ADHESIONS-STATUS.

  SELECT reglementsamendes ASSIGN TO "../exercixes_doc/reglementsamendes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-AMENDES-STATUS.

  SELECT comptebiblio ASSIGN TO "comptebibliotheque.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COMPTEBIB-STATUS.

  SELECT rapport ASSIGN TO "prelevementsbiblio.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RAPPORT-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD solde.
01 SoldeRecord.
   05 MYFILLER_S1  PIC X(10).
   05 SoldeValA PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 MYFILLER_S2  PIC X(2).
   05 MYFILLER_S3  PIC X(10).
   05 SoldeValB PIC 9(10)V99.
   05 MYFILLER_S4  PIC X(2).
   05 MYFILLER_S5  PIC X(10).
   05 SoldeValC PIC 9(10)V99.
   05 MYFILLER_S6  PIC X(2).

FD membres.
COPY "../exercixes_doc/MEMBRE.cpy".

FD tarifs.
01 TarifAdhesionRecord.
   05 TA-Categorie  PIC X(1).
   05 TA-Montant    PIC 9(4)V99.
   05 TA-DateDebut  PIC X(8).
   05 TA-DateFin    PIC X(8).

FD reglementsadhesions.
01 ReglementAdhesionRecord.
   05 RG-Date      PIC X(8).
   05 RG-MembreId  PIC X(6).
   05 RG-Categorie PIC X(1).
   05 RG-Montant   PIC 9(4)V99.
   05 RG-Operateur PIC X(6).

FD reglementsamendes.
01 ReglementAmendeRecord.
   05 RA-Date         PIC X(8).
   05 RA-MembreId     PIC X(6).
   05 RA-Montant      PIC 9(6)V99.
   05 RA-SoldeRestant PIC 9(6)V99.
   05 RA-Mode         PIC X(1).
      88 REGLEMENT-GUICHET     VALUE 'G' ' '.
      88 REGLEMENT-PRELEVEMENT VALUE 'P'.

FD comptebiblio.
01 CompteBiblioLigne PIC X(6).

FD rapport.
01 RapportLigne PIC X(120).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-SOLDE-STATUS      PIC XX.
01 WS-MEMBRES-STATUS    PIC XX.
01 WS-TARIFS-STATUS     PIC XX.
01 WS-ADHESIONS-STATUS  PIC XX.
01 WS-AMENDES-STATUS    PIC XX.
01 WS-COMPTEBIB-STATUS  PIC XX.
01 WS-RAPPORT-STATUS    PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "PrelevementsBiblio".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-DateJour      PIC X(8).
01 WS-NomJob        PIC X(20) VALUE "PrelevementsBiblio".
01 WS-ExecAutorisee PIC X(1).
01 WS-ResultatJob   PIC X(1).

01 WS-DomaineBibliotheque PIC X(1) VALUE 'L'.
01 WS-PeriodeJour    PIC X(6).
01 WS-PeriodeOuverte PIC X(1).

01 WS-FinLecture     PIC X(1) VALUE 'N'.
01 WS-FinTarifs      PIC X(1).
01 WS-CompteBiblio   PIC X(6) VALUE SPACES.
01 WS-FicheModifiee  PIC X(1).
01 WS-CategorieTarif PIC X(1).
01 WS-MontantTarif   PIC 9(4)V99.
01 WS-MontantPreleve PIC 9(6)V99.
01 WS-DateFinCalc    PIC 9(8).
01 WS-ObjetPrelev    PIC X(20).
01 OPERATEUR-PRELEVEMENT PIC X(6) VALUE "PRELEV".

01 WS-NbCotisations  PIC 9(4) VALUE ZERO.
01 WS-NbAmendes      PIC 9(4) VALUE ZERO.
01 WS-NbRejets       PIC 9(4) VALUE ZERO.
01 WS-NbCreditsRates PIC 9(4) VALUE ZERO.
01 WS-TotalPreleve   PIC 9(8)V99 VALUE ZERO.

01 WS-CourrierType PIC X(10).
01 WS-CourrierSource PIC X(1).
01 WS-CourrierDestinataire PIC X(6).
01 WS-CourrierTexte PIC X(100).
01 WS-CourrierNumero PIC 9(6).

01 OperationStatut PIC X(1).
   88 OPERATION-REUSSIE VALUE 'S'.
   88 OPERATION-REJETEE VALUE 'R'.
01 OperationMotif  PIC X(2).

01 SoldeCompteA PIC S9(6)V99 SIGN LEADING SEPARATE VALUE 1521.20.
01 SoldeCompteB PIC 9(6)V99 VALUE 1705.45.
01 SoldeCompteC PIC 9(6)V99 VALUE 980.00.
01 Depot        PIC 9(6)V99 VALUE ZERO.
01 Retrait      PIC 9(6)V99 VALUE ZERO.
01 Virement     PIC 9(6)V99 VALUE ZERO.
01 Choix        PIC X(1).
01 OperateurId  PIC X(6) VALUE "BATCH".
01 CompteCible  PIC X(6).
01 OperationLibelle PIC X(30).

01 WS-VerrouAction    PIC X(1).
01 WS-VerrouDemandeur PIC X(20).
01 WS-VerrouAccorde   PIC X(1).

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR
  CALL 'ControlerExecution' USING WS-NomJob WS-DateJour WS-ExecAutorisee
  IF WS-ExecAutorisee NOT = 'O' THEN
    DISPLAY "PrelevementsBibliotheque déjà exécuté pour la journée "
            WS-DateJour ", second lancement refusé (voir "
            "journalexecutions.txt)."
    MOVE 4 TO WS-JobRC
    PERFORM TERMINER-JOB
    STOP RUN
  END-IF

*> Les lignes de règlement sont écrites dans les journaux de la
*> bibliothèque : une période close de la bibliothèque n'en reçoit plus.
  MOVE WS-DateJour(1:6) TO WS-PeriodeJour
  CALL 'ControlerPeriode' USING WS-DomaineBibliotheque WS-PeriodeJour
                                WS-PeriodeOuverte
  IF WS-PeriodeOuverte NOT = 'O' THEN
    DISPLAY "La période " WS-PeriodeJour " de la bibliothèque est close : "
            "aucun prélèvement."
    MOVE 8 TO WS-JobRC
    PERFORM TERMINER-JOB
    STOP RUN
  END-IF

  PERFORM CHARGER-COMPTE-BIBLIOTHEQUE
  IF WS-CompteBiblio = SPACES THEN
    DISPLAY "Aucun compte bibliothèque désigné (comptebibliotheque.txt), "
            "prélèvements refusés."
    MOVE 8 TO WS-JobRC
    PERFORM TERMINER-JOB
    STOP RUN
  END-IF

  OPEN I-O membres
  IF WS-MEMBRES-STATUS NOT = "00" THEN
    DISPLAY "membres.dat de la bibliothèque introuvable, aucun prélèvement."
    MOVE 8 TO WS-JobRC
    PERFORM TERMINER-JOB
    STOP RUN
  END-IF

  MOVE 'P' TO WS-VerrouAction
  MOVE "PrelevementsBiblio" TO WS-VerrouDemandeur
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  IF WS-VerrouAccorde NOT = 'O' THEN
    CLOSE membres
    MOVE 8 TO WS-JobRC
    PERFORM TERMINER-JOB
    STOP RUN
  END-IF
  PERFORM CHARGER-SOLDE

  OPEN OUTPUT rapport
  MOVE SPACES TO RapportLigne
  STRING "PRELEVEMENTS BIBLIOTHEQUE - journée " DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
         " - compte de recettes " DELIMITED BY SIZE
         WS-CompteBiblio DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne

  PERFORM EXAMINER-MEMBRE-SUIVANT UNTIL WS-FinLecture = 'O'
  CLOSE membres

  MOVE SPACES TO RapportLigne
  STRING "Cotisations prélevées : " DELIMITED BY SIZE
         WS-NbCotisations DELIMITED BY SIZE
         " - amendes prélevées : " DELIMITED BY SIZE
         WS-NbAmendes DELIMITED BY SIZE
         " - refus : " DELIMITED BY SIZE
         WS-NbRejets DELIMITED BY SIZE
         " - total encaissé : " DELIMITED BY SIZE
         WS-TotalPreleve DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne
  CLOSE rapport

  MOVE 'L' TO WS-VerrouAction
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  MOVE 'S' TO WS-ResultatJob
  CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob
  DISPLAY "Prélèvements bibliothèque : " WS-NbCotisations " cotisation(s), "
          WS-NbAmendes " solde(s) d'amendes, " WS-NbRejets
          " refus (prelevementsbiblio.txt)."

  IF WS-NbCreditsRates > ZERO THEN
    MOVE 8 TO WS-JobRC
  ELSE
    IF WS-NbRejets > ZERO THEN
      MOVE 4 TO WS-JobRC
    END-IF
  END-IF
  COMPUTE WS-JobCompteur = WS-NbCotisations + WS-NbAmendes
  PERFORM TERMINER-JOB
  STOP RUN.

TERMINER-JOB.
  MOVE 'F' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  MOVE WS-JobRC TO RETURN-CODE.

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

CHARGER-SOLDE.
  OPEN INPUT solde
  IF WS-SOLDE-STATUS = "00" THEN
    READ solde
      AT END CONTINUE
      NOT AT END
        MOVE SoldeValA TO SoldeCompteA
        MOVE SoldeValB TO SoldeCompteB
        MOVE SoldeValC TO SoldeCompteC
    END-READ
    CLOSE solde
  ELSE
    DISPLAY "Aucun solde.txt existant, utilisation des soldes d'ouverture par défaut."
  END-IF.

CHARGER-COMPTE-BIBLIOTHEQUE.
  OPEN INPUT comptebiblio
  IF WS-COMPTEBIB-STATUS = "00" THEN
    READ comptebiblio
      NOT AT END MOVE CompteBiblioLigne TO WS-CompteBiblio
    END-READ
    CLOSE comptebiblio
  END-IF.

*> Seules les fiches liées à un compte avec accord consigné sont
*> examinées ; un adhérent suspendu n'est pas renouvelé d'office.
EXAMINER-MEMBRE-SUIVANT.
  READ membres NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF MembreComptePrelev NOT = SPACES
         AND MembreDateAccord NOT = SPACES
         AND NOT MEMBRE-SUSPENDU THEN
        MOVE 'N' TO WS-FicheModifiee
        IF MembreDateFin NOT = SPACES
           AND MembreDateFin <= WS-DateJour THEN
          PERFORM PRELEVER-COTISATION
        END-IF
        IF MembreSeuilPrelev NUMERIC AND MembreSoldeDu NUMERIC
           AND MembreSoldeDu > MembreSeuilPrelev THEN
          PERFORM PRELEVER-AMENDES
        END-IF
        IF WS-FicheModifiee = 'O' THEN
          REWRITE MembreRecord
        END-IF
      END-IF
  END-READ.

PRELEVER-COTISATION.
  MOVE MembreCategorie TO WS-CategorieTarif
  PERFORM CHERCHER-TARIF
  MOVE WS-MontantTarif TO WS-MontantPreleve
  MOVE "cotisation" TO WS-ObjetPrelev
  MOVE SPACES TO OperationLibelle
  STRING "Cotisation biblio. " DELIMITED BY SIZE
         MembreId DELIMITED BY SIZE
    INTO OperationLibelle
  END-STRING
  PERFORM DEBITER-ADHERENT
  IF OPERATION-REUSSIE THEN
    ADD 1 TO WS-NbCotisations
    MOVE WS-DateJour TO WS-DateFinCalc
    ADD 10000 TO WS-DateFinCalc
    MOVE WS-DateFinCalc TO MembreDateFin
    MOVE 'A' TO MembreStatut
    MOVE WS-CategorieTarif TO MembreCategorie
    MOVE 'O' TO WS-FicheModifiee
    PERFORM JOURNALISER-COTISATION
    PERFORM CREDITER-BIBLIOTHEQUE
    PERFORM ECRIRE-PRELEVEMENT
  ELSE
    PERFORM REJETER-PRELEVEMENT
  END-IF.

PRELEVER-AMENDES.
  MOVE MembreSoldeDu TO WS-MontantPreleve
  MOVE "amendes" TO WS-ObjetPrelev
  MOVE SPACES TO OperationLibelle
  STRING "Amendes biblio. " DELIMITED BY SIZE
         MembreId DELIMITED BY SIZE
    INTO OperationLibelle
  END-STRING
  PERFORM DEBITER-ADHERENT
  IF OPERATION-REUSSIE THEN
    ADD 1 TO WS-NbAmendes
    MOVE ZERO TO MembreSoldeDu
    MOVE 'O' TO WS-FicheModifiee
    PERFORM JOURNALISER-AMENDES
    PERFORM CREDITER-BIBLIOTHEQUE
    PERFORM ECRIRE-PRELEVEMENT
  ELSE
    PERFORM REJETER-PRELEVEMENT
  END-IF.

*> Tarif de la catégorie de la fiche, mêmes défauts internes que
*> GestionAdhesions (A 20,00 / E 8,00 / S 12,00 / O 35,00), surchargés
*> par la ligne de tarifsadhesion.txt en fenêtre de validité.
CHERCHER-TARIF.
  EVALUATE WS-CategorieTarif
    WHEN 'E' MOVE 8.00  TO WS-MontantTarif
    WHEN 'S' MOVE 12.00 TO WS-MontantTarif
    WHEN 'O' MOVE 35.00 TO WS-MontantTarif
    WHEN OTHER
      MOVE 'A' TO WS-CategorieTarif
      MOVE 20.00 TO WS-MontantTarif
  END-EVALUATE
  OPEN INPUT tarifs
  IF WS-TARIFS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinTarifs
    PERFORM LIRE-TARIF-SUIVANT UNTIL WS-FinTarifs = 'O'
    CLOSE tarifs
  END-IF.

LIRE-TARIF-SUIVANT.
  READ tarifs
    AT END MOVE 'O' TO WS-FinTarifs
    NOT AT END
      IF TA-Categorie = WS-CategorieTarif
         AND (TA-DateDebut = SPACES OR TA-DateDebut <= WS-DateJour)
         AND (TA-DateFin = SPACES OR TA-DateFin >= WS-DateJour) THEN
        MOVE TA-Montant TO WS-MontantTarif
      END-IF
  END-READ.

DEBITER-ADHERENT.
  MOVE ZERO TO Depot
  MOVE ZERO TO Virement
  MOVE WS-MontantPreleve TO Retrait
  MOVE 'M' TO Choix
  MOVE MembreComptePrelev TO CompteCible
  CALL 'Retrait' USING SoldeCompteA SoldeCompteB SoldeCompteC
                       Depot Retrait Virement Choix OperateurId OperationStatut
                       CompteCible OperationMotif OperationLibelle.

*> Contrepartie sur le compte de recettes de la bibliothèque. Un crédit
*> refusé (compte de recettes bloqué ou clôturé) laisse un débit sans
*> contrepartie : il est signalé en tête du compte rendu et le job
*> sort en erreur pour régularisation manuelle.
CREDITER-BIBLIOTHEQUE.
  MOVE WS-MontantPreleve TO Depot
  MOVE ZERO TO Retrait
  MOVE ZERO TO Virement
  MOVE '2' TO Choix
  MOVE WS-CompteBiblio TO CompteCible
  MOVE SPACES TO OperationLibelle
  STRING "Prélèvement adhérent " DELIMITED BY SIZE
         MembreId DELIMITED BY SIZE
    INTO OperationLibelle
  END-STRING
  CALL 'Depot' USING SoldeCompteA SoldeCompteB SoldeCompteC
                     Depot Retrait Virement Choix OperateurId OperationStatut
                     CompteCible OperationMotif OperationLibelle
  IF OPERATION-REUSSIE THEN
    ADD WS-MontantPreleve TO WS-TotalPreleve
  ELSE
    ADD 1 TO WS-NbCreditsRates
    MOVE SPACES TO RapportLigne
    STRING "CREDIT NON POSTE : " DELIMITED BY SIZE
           WS-MontantPreleve DELIMITED BY SIZE
           " prélevé sur " DELIMITED BY SIZE
           MembreComptePrelev DELIMITED BY SIZE
           " (adhérent " DELIMITED BY SIZE
           MembreId DELIMITED BY SIZE
           ") non crédité au compte " DELIMITED BY SIZE
           WS-CompteBiblio DELIMITED BY SIZE
           " motif " DELIMITED BY SIZE
           OperationMotif DELIMITED BY SIZE
      INTO RapportLigne
    END-STRING
    WRITE RapportLigne
  END-IF.

JOURNALISER-COTISATION.
  OPEN EXTEND reglementsadhesions
  IF WS-ADHESIONS-STATUS NOT = "00" THEN
    OPEN OUTPUT reglementsadhesions
  END-IF
  MOVE WS-DateJour TO RG-Date
  MOVE MembreId TO RG-MembreId
  MOVE WS-CategorieTarif TO RG-Categorie
  MOVE WS-MontantTarif TO RG-Montant
  MOVE OPERATEUR-PRELEVEMENT TO RG-Operateur
  WRITE ReglementAdhesionRecord
  CLOSE reglementsadhesions.

JOURNALISER-AMENDES.
  OPEN EXTEND reglementsamendes
  IF WS-AMENDES-STATUS NOT = "00" THEN
    OPEN OUTPUT reglementsamendes
  END-IF
  MOVE WS-DateJour TO RA-Date
  MOVE MembreId TO RA-MembreId
  MOVE WS-MontantPreleve TO RA-Montant
  MOVE MembreSoldeDu TO RA-SoldeRestant
  SET REGLEMENT-PRELEVEMENT TO TRUE
  WRITE ReglementAmendeRecord
  CLOSE reglementsamendes.

ECRIRE-PRELEVEMENT.
  MOVE SPACES TO RapportLigne
  STRING MembreId DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-ObjetPrelev DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-MontantPreleve DELIMITED BY SIZE
         " prélevé sur le compte " DELIMITED BY SIZE
         MembreComptePrelev DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne.

*> Prélèvement refusé (solde insuffisant, compte inconnu, bloqué ou
*> clôturé) : rien n'est changé sur la fiche, l'adhérent reçoit une
*> lettre de rappel l'invitant à régler au comptoir.
REJETER-PRELEVEMENT.
  ADD 1 TO WS-NbRejets
  MOVE SPACES TO RapportLigne
  STRING MembreId DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-ObjetPrelev DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-MontantPreleve DELIMITED BY SIZE
         " REFUSE sur le compte " DELIMITED BY SIZE
         MembreComptePrelev DELIMITED BY SIZE
         " motif " DELIMITED BY SIZE
         OperationMotif DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne

  MOVE "RAPPEL" TO WS-CourrierType
  MOVE 'M' TO WS-CourrierSource
  MOVE MembreId TO WS-CourrierDestinataire
  MOVE SPACES TO WS-CourrierTexte
  STRING "Le prélèvement de " DELIMITED BY SIZE
         WS-MontantPreleve DELIMITED BY SIZE
         " EUR (" DELIMITED BY SIZE
         FUNCTION TRIM(WS-ObjetPrelev) DELIMITED BY SIZE
         ") sur votre compte " DELIMITED BY SIZE
         MembreComptePrelev DELIMITED BY SIZE
         " a été refusé ; merci de régler au comptoir."
         DELIMITED BY SIZE
    INTO WS-CourrierTexte
  END-STRING
  CALL 'SpoolerCourrier' USING WS-CourrierType WS-CourrierSource
                                WS-CourrierDestinataire
                                WS-CourrierTexte WS-CourrierNumero.
