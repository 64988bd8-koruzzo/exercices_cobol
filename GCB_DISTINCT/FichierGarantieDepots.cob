IDENTIFICATION DIVISION.
PROGRAM-ID. FichierGarantieDepots.

*> Fichier « vue unique du déposant » remis au fonds de garantie des
*> dépôts. Les soldes de comptes.dat sont cumulés par déposant : un
*> compte appartient au titulaire de CompteClient et à ses cotitulaires
*> principal ou joint de titulaires.dat (un mandataire n'est pas
*> propriétaire des fonds), et son solde est partagé à parts égales
*> entre eux, le dernier recevant l'arrondi. Les soldes en devise sont
*> convertis en EUR (tauxchange.txt, paire devise -> EUR ou à défaut
*> l'inverse, mêmes valeurs de secours que RapportPositionDevises). Les
*> comptes clôturés et ceux d'un produit exclu de la garantie
*> (ProduitGarantie = 'N') sont écartés ; un solde débiteur vient en
*> déduction des avoirs du déposant. La couverture est plafonnée à
*> 100 000,00 EUR par déposant.
*> Sortie au format fixe du fonds, garantiedepots-AAAAMMJJ.txt : un
*> enregistrement d'en-tête, pour chaque déposant un enregistrement
*> déposant suivi de ses parts de comptes, un enregistrement de fin
*> avec les totaux. La synthèse des montants couverts et non couverts
*> va dans synthesegarantie-AAAAMMJJ.txt.
*> Le fonds peut demander le fichier à une date passée : si
*> arretegarantie.txt porte une date d'arrêté, le job relit la
*> photographie de cette date (snapshot-AAAAMMJJ-comptes.dat,
*> -clients.dat, -produits.dat, -titulaires.dat, -tauxchange.dat,
*> écrites par SnapshotJournee ; -titulaires.txt dans les photographies
*> antérieures à l'indexation du fichier des titulaires) au lieu des
*> fichiers de production, qui ne sont pas touchés. Sans date d'arrêté,
*> la journée en cours est servie. Le job tourne aussi tel quel dans
*> un répertoire remis en place par RestaurerSnapshot. Code retour 4 si
*> un compte n'a pu être attribué ou converti, 8 si les comptes sont
*> illisibles ou si la capacité de travail est dépassée (aucun fichier
*> n'est alors remis).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT comptes ASSIGN TO "comptes.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CompteNumero
      FILE STATUS IS WS-COMPTES-STATUS.

  SELECT clients ASSIGN TO "clients.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClientNumero
      FILE STATUS IS WS-CLIENTS-STATUS.

  SELECT produits ASSIGN TO "produits.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ProduitCode
      FILE STATUS IS WS-PRODUITS-STATUS.

  SELECT jeucomptes ASSIGN TO WS-NomJeuComptes
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-JEUCOMPTES-STATUS.

  SELECT jeuclients ASSIGN TO WS-NomJeuClients
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-JEUCLIENTS-STATUS.

  SELECT jeuproduits ASSIGN TO WS-NomJeuProduits
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-JEUPRODUITS-STATUS.

  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-TITULAIRES-STATUS.

  SELECT jeutitulaires ASSIGN TO WS-NomTitulaires
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-JEUTITULAIRES-STATUS.

  SELECT tauxchange ASSIGN TO WS-NomTauxChange
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TAUXCHANGE-STATUS.

  SELECT arretegarantie ASSIGN TO "arretegarantie.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ARRETE-STATUS.

  SELECT garantie ASSIGN TO WS-NomGarantie
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-GARANTIE-STATUS.

  SELECT synthese ASSIGN TO WS-NomSynthese
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SYNTHESE-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD comptes.
COPY "COMPTES.cpy".

FD clients.
COPY "CLIENTS.cpy".

FD produits.
COPY "PRODUITS.cpy".

*> Exports ligne à ligne des maîtres indexés dans une photographie :
*> même disposition que COMPTES, CLIENTS, PRODUITS et TITULAIRES,
*> seules les colonnes utiles ici sont nommées.
FD jeucomptes.
01 JeuCompteRecord.
   05 JC-Numero  PIC X(6).
   05 JC-Nom     PIC X(20).
   05 JC-Solde   PIC S9(8)V99 SIGN LEADING SEPARATE.
   05 JC-Devise  PIC X(3).
   05 JC-Client  PIC X(6).
   05 JC-Statut  PIC X(1).
   05 JC-Produit PIC X(6).

FD jeuclients.
01 JeuClientRecord.
   05 JL-Numero  PIC X(6).
   05 JL-Nom     PIC X(30).
   05 FILLER     PIC X(55).
   05 JL-Statut  PIC X(1).

FD jeuproduits.
01 JeuProduitRecord.
   05 JP-Code     PIC X(6).
   05 FILLER      PIC X(50).
   05 JP-Garantie PIC X(1).

FD jeutitulaires.
01 JeuTitulaireRecord.
   05 JT-Compte PIC X(6).
   05 JT-Client PIC X(6).
   05 JT-Role   PIC X(1).
   05 FILLER    PIC X(1).

FD titulaires.
COPY "TITULAIRES.cpy".

FD tauxchange.
01 TauxChangeRecord.
   05 TC-DeviseSource PIC X(3).
   05 TC-DeviseCible  PIC X(3).
   05 TC-Taux         PIC 9(2)V9(4).
   05 TC-Date         PIC X(8).

FD arretegarantie.
01 ArreteGarantieRecord.
   05 AG-Date PIC X(8).

*> Format fixe du fonds : montants en EUR, sans séparateur, les deux
*> derniers chiffres étant les centimes.
FD garantie.
01 GarantieEntete.
   05 GE-Type          PIC X(3).
   05 GE-Etablissement PIC X(5).
   05 GE-DateArrete    PIC X(8).
   05 GE-Plafond       PIC 9(8)V99.
   05 GE-Devise        PIC X(3).
   05 FILLER           PIC X(91).
01 GarantieDeposant.
   05 GD-Type          PIC X(3).
   05 GD-Client        PIC X(6).
   05 GD-Nom           PIC X(30).
   05 GD-Statut        PIC X(1).
   05 GD-NbComptes     PIC 9(3).
   05 GD-TotalEligible PIC S9(11)V99 SIGN LEADING SEPARATE.
   05 GD-Couvert       PIC 9(11)V99.
   05 GD-NonCouvert    PIC 9(11)V99.
   05 FILLER           PIC X(37).
01 GarantieCompte.
   05 GC-Type          PIC X(3).
   05 GC-Client        PIC X(6).
   05 GC-Compte        PIC X(6).
   05 GC-Produit       PIC X(6).
   05 GC-Devise        PIC X(3).
   05 GC-SoldeDevise   PIC S9(8)V99 SIGN LEADING SEPARATE.
   05 GC-NbDetenteurs  PIC 9(2).
   05 GC-PartEuro      PIC S9(11)V99 SIGN LEADING SEPARATE.
   05 FILLER           PIC X(69).
01 GarantieFin.
   05 GF-Type          PIC X(3).
   05 GF-NbDeposants   PIC 9(6).
   05 GF-NbParts       PIC 9(6).
   05 GF-TotalEligible PIC S9(13)V99 SIGN LEADING SEPARATE.
   05 GF-TotalCouvert  PIC 9(13)V99.
   05 GF-TotalNonCouvert PIC 9(13)V99.
   05 FILLER           PIC X(59).

FD synthese.
01 SyntheseLigne PIC X(100).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-COMPTES-STATUS     PIC XX.
01 WS-CLIENTS-STATUS     PIC XX.
01 WS-PRODUITS-STATUS    PIC XX.
01 WS-JEUCOMPTES-STATUS  PIC XX.
01 WS-JEUCLIENTS-STATUS  PIC XX.
01 WS-JEUPRODUITS-STATUS PIC XX.
01 WS-TITULAIRES-STATUS  PIC XX.
01 WS-JEUTITULAIRES-STATUS PIC XX.
01 WS-TAUXCHANGE-STATUS  PIC XX.
01 WS-ARRETE-STATUS      PIC XX.
01 WS-GARANTIE-STATUS    PIC XX.
01 WS-SYNTHESE-STATUS    PIC XX.
01 WS-DATEVALEUR-STATUS  PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "FichierGarantieDepot".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

*> Code de l'établissement auprès du fonds et plafond par déposant.
01 CODE-ETABLISSEMENT PIC X(5) VALUE "GCB01".
01 PLAFOND-GARANTIE   PIC 9(8)V99 VALUE 100000.00.

01 WS-DateJour       PIC X(8).
01 WS-DateArrete     PIC X(8).
01 WS-SourceJeu      PIC X(1) VALUE 'N'.
   88 SOURCE-PHOTOGRAPHIE VALUE 'O'.
01 WS-NomJeuComptes  PIC X(40).
01 WS-NomJeuClients  PIC X(40).
01 WS-NomJeuProduits PIC X(40).
01 WS-NomTitulaires  PIC X(40).
01 WS-NomTauxChange  PIC X(40).
01 WS-NomGarantie    PIC X(40).
01 WS-NomSynthese    PIC X(40).
01 WS-NomTemp        PIC X(30).
01 WS-NomJeu         PIC X(40).

01 WS-FinLecture     PIC X(1).
01 WS-FichierDeborde PIC X(1) VALUE 'N'.
01 WS-Idx            PIC 9(4).
01 WS-IdxPart        PIC 9(4).
01 WS-IdxTrouve      PIC 9(4).
01 WS-IdxTitulaire   PIC 9(3).
01 WS-IdxDetenteur   PIC 9(2).
01 WS-DejaRetenu     PIC X(1).

01 WS-TableProduits.
   05 WS-ProduitEntree OCCURS 100 TIMES.
      10 WS-PR-Code     PIC X(6).
      10 WS-PR-Garantie PIC X(1).
01 WS-NbProduits  PIC 9(3) VALUE ZERO.
01 WS-ProduitExclu PIC X(1).

01 WS-TableTitulaires.
   05 WS-TitulaireEntree OCCURS 200 TIMES.
      10 WS-TI-Compte PIC X(6).
      10 WS-TI-Client PIC X(6).
01 WS-NbTitulaires PIC 9(3) VALUE ZERO.

01 WS-TableTauxChange.
   05 WS-TauxChangeEntree OCCURS 10 TIMES.
      10 WS-TC-DeviseSource PIC X(3).
      10 WS-TC-DeviseCible  PIC X(3).
      10 WS-TC-Taux         PIC 9(2)V9(4).
01 WS-NbTauxChange  PIC 9(2) VALUE ZERO.
01 WS-IdxTauxChange PIC 9(2).
01 WS-TauxTrouve    PIC X(1).

*> Compte en cours, lu du maître ou de la photographie.
01 WS-CompteCourant.
   05 WS-CP-Numero  PIC X(6).
   05 WS-CP-Solde   PIC S9(8)V99 SIGN LEADING SEPARATE.
   05 WS-CP-Devise  PIC X(3).
   05 WS-CP-Client  PIC X(6).
   05 WS-CP-Statut  PIC X(1).
   05 WS-CP-Produit PIC X(6).

01 WS-TableDetenteurs.
   05 WS-DT-Client OCCURS 20 TIMES PIC X(6).
01 WS-NbDetenteurs PIC 9(2) VALUE ZERO.

*> Avoirs cumulés par déposant.
01 WS-TableDeposants.
   05 WS-DeposantEntree OCCURS 500 TIMES.
      10 WS-DP-Client    PIC X(6).
      10 WS-DP-Nom       PIC X(30).
      10 WS-DP-Statut    PIC X(1).
      10 WS-DP-NbComptes PIC 9(3).
      10 WS-DP-Total     PIC S9(11)V99 SIGN LEADING SEPARATE.
01 WS-NbDeposants PIC 9(4) VALUE ZERO.

*> Part de chaque déposant dans chaque compte retenu.
01 WS-TableParts.
   05 WS-PartEntree OCCURS 1000 TIMES.
      10 WS-PA-Client       PIC X(6).
      10 WS-PA-Compte       PIC X(6).
      10 WS-PA-Produit      PIC X(6).
      10 WS-PA-Devise       PIC X(3).
      10 WS-PA-SoldeDevise  PIC S9(8)V99 SIGN LEADING SEPARATE.
      10 WS-PA-NbDetenteurs PIC 9(2).
      10 WS-PA-PartEuro     PIC S9(11)V99 SIGN LEADING SEPARATE.
01 WS-NbParts PIC 9(4) VALUE ZERO.

01 WS-SoldeEuro      PIC S9(11)V99 SIGN LEADING SEPARATE.
01 WS-PartEuro       PIC S9(11)V99 SIGN LEADING SEPARATE.
01 WS-ResteEuro      PIC S9(11)V99 SIGN LEADING SEPARATE.
01 WS-Couvert        PIC 9(11)V99.
01 WS-NonCouvert     PIC 9(11)V99.

01 WS-NbComptesLus     PIC 9(6) VALUE ZERO.
01 WS-NbComptesRetenus PIC 9(6) VALUE ZERO.
01 WS-NbComptesExclus  PIC 9(6) VALUE ZERO.
01 WS-NbComptesClotures PIC 9(6) VALUE ZERO.
01 WS-NbSansDeposant   PIC 9(6) VALUE ZERO.
01 WS-NbSansTaux       PIC 9(6) VALUE ZERO.
01 WS-NbAuDelaPlafond  PIC 9(6) VALUE ZERO.
01 WS-TotalExclu       PIC S9(13)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalEligible    PIC S9(13)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalCouvert     PIC 9(13)V99 VALUE ZERO.
01 WS-TotalNonCouvert  PIC 9(13)V99 VALUE ZERO.
01 WS-MontantEdite     PIC -Z(12)9.99.
01 WS-NombreEdite      PIC Z(5)9.

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHOISIR-SOURCE

  PERFORM CHARGER-TAUX-CHANGE
  PERFORM CHARGER-TITULAIRES
  PERFORM CHARGER-PRODUITS
  PERFORM CUMULER-COMPTES
  IF WS-JobRC = 8 THEN
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

*> Une table saturée fausserait la vue du déposant : rien n'est remis
*> au fonds plutôt qu'un fichier incomplet.
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "Plus de 500 déposants ou de 1000 parts de comptes : "
            "capacité de travail dépassée, aucun fichier remis."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  PERFORM COMPLETER-DEPOSANTS
  PERFORM ECRIRE-FICHIER-FONDS
  PERFORM ECRIRE-SYNTHESE
  DISPLAY "Garantie des dépôts au " WS-DateArrete " : " WS-NbDeposants
          " déposant(s), couvert " WS-TotalCouvert
          " EUR, non couvert " WS-TotalNonCouvert " EUR."
  DISPLAY "Fichier du fonds : " FUNCTION TRIM(WS-NomGarantie)
          ", synthèse : " FUNCTION TRIM(WS-NomSynthese) "."

  IF WS-NbSansDeposant > ZERO OR WS-NbSansTaux > ZERO THEN
    MOVE 4 TO WS-JobRC
  END-IF
  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbDeposants TO WS-JobCompteur
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  MOVE WS-JobRC TO RETURN-CODE
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

*> Une date d'arrêté antérieure à la journée en cours fait relire la
*> photographie de cette date ; sinon les fichiers de production.
CHOISIR-SOURCE.
  MOVE WS-DateJour TO WS-DateArrete
  OPEN INPUT arretegarantie
  IF WS-ARRETE-STATUS = "00" THEN
    READ arretegarantie
      NOT AT END
        IF AG-Date NUMERIC AND AG-Date < WS-DateJour THEN
          MOVE AG-Date TO WS-DateArrete
          SET SOURCE-PHOTOGRAPHIE TO TRUE
        END-IF
    END-READ
    CLOSE arretegarantie
  END-IF

  IF SOURCE-PHOTOGRAPHIE THEN
    MOVE "comptes.dat" TO WS-NomTemp
    PERFORM CONSTRUIRE-NOM-JEU
    MOVE WS-NomJeu TO WS-NomJeuComptes
    MOVE "clients.dat" TO WS-NomTemp
    PERFORM CONSTRUIRE-NOM-JEU
    MOVE WS-NomJeu TO WS-NomJeuClients
    MOVE "produits.dat" TO WS-NomTemp
    PERFORM CONSTRUIRE-NOM-JEU
    MOVE WS-NomJeu TO WS-NomJeuProduits
    MOVE "titulaires.dat" TO WS-NomTemp
    PERFORM CONSTRUIRE-NOM-JEU
    MOVE WS-NomJeu TO WS-NomTitulaires
*> L'export du maître des taux a la disposition de tauxchange.txt et
*> figure dans toutes les photographies, même les plus anciennes.
    MOVE "tauxchange.dat" TO WS-NomTemp
    PERFORM CONSTRUIRE-NOM-JEU
    MOVE WS-NomJeu TO WS-NomTauxChange
    DISPLAY "Arrêté au " WS-DateArrete " : lecture de la photographie "
            "de cette date."
  ELSE
    MOVE "tauxchange.txt" TO WS-NomTauxChange
  END-IF

  MOVE SPACES TO WS-NomGarantie
  STRING "garantiedepots-" DELIMITED BY SIZE
         WS-DateArrete DELIMITED BY SIZE
         ".txt" DELIMITED BY SIZE
    INTO WS-NomGarantie
  END-STRING
  MOVE SPACES TO WS-NomSynthese
  STRING "synthesegarantie-" DELIMITED BY SIZE
         WS-DateArrete DELIMITED BY SIZE
         ".txt" DELIMITED BY SIZE
    INTO WS-NomSynthese
  END-STRING.

CONSTRUIRE-NOM-JEU.
  MOVE SPACES TO WS-NomJeu
  STRING "snapshot-" DELIMITED BY SIZE
         WS-DateArrete DELIMITED BY SIZE
         "-" DELIMITED BY SIZE
         FUNCTION TRIM(WS-NomTemp) DELIMITED BY SIZE
    INTO WS-NomJeu
  END-STRING.

CHARGER-TAUX-CHANGE.
  OPEN INPUT tauxchange
  IF WS-TAUXCHANGE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-TAUX-CHANGE-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-NbTauxChange = 10
    CLOSE tauxchange
  END-IF

  IF WS-NbTauxChange = ZERO THEN
    MOVE 4 TO WS-NbTauxChange
    MOVE "EUR" TO WS-TC-DeviseSource(1)
    MOVE "USD" TO WS-TC-DeviseCible(1)
    MOVE 1.0800 TO WS-TC-Taux(1)
    MOVE "USD" TO WS-TC-DeviseSource(2)
    MOVE "EUR" TO WS-TC-DeviseCible(2)
    MOVE 0.9259 TO WS-TC-Taux(2)
    MOVE "EUR" TO WS-TC-DeviseSource(3)
    MOVE "GBP" TO WS-TC-DeviseCible(3)
    MOVE 0.8500 TO WS-TC-Taux(3)
    MOVE "GBP" TO WS-TC-DeviseSource(4)
    MOVE "EUR" TO WS-TC-DeviseCible(4)
    MOVE 1.1765 TO WS-TC-Taux(4)
  END-IF.

LIRE-TAUX-CHANGE-SUIVANT.
  READ tauxchange
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbTauxChange
      MOVE TC-DeviseSource TO WS-TC-DeviseSource(WS-NbTauxChange)
      MOVE TC-DeviseCible  TO WS-TC-DeviseCible(WS-NbTauxChange)
      MOVE TC-Taux         TO WS-TC-Taux(WS-NbTauxChange)
  END-READ.

*> Seuls les cotitulaires propriétaires (principal, joint) sont gardés.
*> Une photographie prise avant l'indexation des titulaires porte
*> encore l'ancien nom -titulaires.txt, de même disposition.
CHARGER-TITULAIRES.
  MOVE 'N' TO WS-FinLecture
  IF SOURCE-PHOTOGRAPHIE THEN
    OPEN INPUT jeutitulaires
    IF WS-JEUTITULAIRES-STATUS NOT = "00" THEN
      MOVE "titulaires.txt" TO WS-NomTemp
      PERFORM CONSTRUIRE-NOM-JEU
      MOVE WS-NomJeu TO WS-NomTitulaires
      OPEN INPUT jeutitulaires
    END-IF
    IF WS-JEUTITULAIRES-STATUS = "00" THEN
      PERFORM LIRE-JEU-TITULAIRE-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbTitulaires = 200
      CLOSE jeutitulaires
    END-IF
  ELSE
    OPEN INPUT titulaires
    IF WS-TITULAIRES-STATUS = "00" THEN
      PERFORM LIRE-TITULAIRE-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbTitulaires = 200
      CLOSE titulaires
    END-IF
  END-IF.

LIRE-TITULAIRE-SUIVANT.
  READ titulaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF TITULAIRE-PRINCIPAL OR TITULAIRE-JOINT THEN
        ADD 1 TO WS-NbTitulaires
        MOVE TI-Compte TO WS-TI-Compte(WS-NbTitulaires)
        MOVE TI-Client TO WS-TI-Client(WS-NbTitulaires)
      END-IF
  END-READ.

LIRE-JEU-TITULAIRE-SUIVANT.
  READ jeutitulaires
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF JT-Role = 'P' OR JT-Role = 'J' THEN
        ADD 1 TO WS-NbTitulaires
        MOVE JT-Compte TO WS-TI-Compte(WS-NbTitulaires)
        MOVE JT-Client TO WS-TI-Client(WS-NbTitulaires)
      END-IF
  END-READ.

*> Seuls les produits exclus de la garantie intéressent le job : un
*> produit absent de la table, ou un compte sans produit, est garanti.
CHARGER-PRODUITS.
  MOVE 'N' TO WS-FinLecture
  IF SOURCE-PHOTOGRAPHIE THEN
    OPEN INPUT jeuproduits
    IF WS-JEUPRODUITS-STATUS = "00" THEN
      PERFORM LIRE-JEU-PRODUIT-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbProduits = 100
      CLOSE jeuproduits
    END-IF
  ELSE
    OPEN INPUT produits
    IF WS-PRODUITS-STATUS = "00" THEN
      PERFORM LIRE-PRODUIT-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbProduits = 100
      CLOSE produits
    END-IF
  END-IF.

LIRE-PRODUIT-SUIVANT.
  READ produits NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF PRODUIT-NON-GARANTI THEN
        ADD 1 TO WS-NbProduits
        MOVE ProduitCode     TO WS-PR-Code(WS-NbProduits)
        MOVE ProduitGarantie TO WS-PR-Garantie(WS-NbProduits)
      END-IF
  END-READ.

LIRE-JEU-PRODUIT-SUIVANT.
  READ jeuproduits
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF JP-Garantie = 'N' THEN
        ADD 1 TO WS-NbProduits
        MOVE JP-Code     TO WS-PR-Code(WS-NbProduits)
        MOVE JP-Garantie TO WS-PR-Garantie(WS-NbProduits)
      END-IF
  END-READ.

CUMULER-COMPTES.
  MOVE 'N' TO WS-FinLecture
  IF SOURCE-PHOTOGRAPHIE THEN
    OPEN INPUT jeucomptes
    IF WS-JEUCOMPTES-STATUS NOT = "00" THEN
      DISPLAY "Photographie " FUNCTION TRIM(WS-NomJeuComptes)
              " introuvable (" WS-JEUCOMPTES-STATUS
              "), fichier du fonds non produit."
      MOVE 8 TO WS-JobRC
    ELSE
      PERFORM LIRE-JEU-COMPTE-SUIVANT UNTIL WS-FinLecture = 'O'
      CLOSE jeucomptes
    END-IF
  ELSE
    OPEN INPUT comptes
    IF WS-COMPTES-STATUS NOT = "00" THEN
      DISPLAY "comptes.dat indisponible (" WS-COMPTES-STATUS
              "), fichier du fonds non produit."
      MOVE 8 TO WS-JobRC
    ELSE
      PERFORM LIRE-COMPTE-SUIVANT UNTIL WS-FinLecture = 'O'
      CLOSE comptes
    END-IF
  END-IF.

LIRE-COMPTE-SUIVANT.
  READ comptes NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE CompteNumero  TO WS-CP-Numero
      MOVE CompteSolde   TO WS-CP-Solde
      MOVE CompteDevise  TO WS-CP-Devise
      MOVE CompteClient  TO WS-CP-Client
      MOVE CompteStatut  TO WS-CP-Statut
      MOVE CompteProduit TO WS-CP-Produit
      PERFORM TRAITER-COMPTE
  END-READ.

LIRE-JEU-COMPTE-SUIVANT.
  READ jeucomptes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE JC-Numero  TO WS-CP-Numero
      MOVE JC-Solde   TO WS-CP-Solde
      MOVE JC-Devise  TO WS-CP-Devise
      MOVE JC-Client  TO WS-CP-Client
      MOVE JC-Statut  TO WS-CP-Statut
      MOVE JC-Produit TO WS-CP-Produit
      PERFORM TRAITER-COMPTE
  END-READ.

TRAITER-COMPTE.
  ADD 1 TO WS-NbComptesLus
  IF WS-CP-Statut = 'C' THEN
    ADD 1 TO WS-NbComptesClotures
    EXIT PARAGRAPH
  END-IF
  PERFORM CONVERTIR-EN-EURO
  PERFORM CHERCHER-PRODUIT
  IF WS-ProduitExclu = 'O' THEN
    ADD 1 TO WS-NbComptesExclus
    ADD WS-SoldeEuro TO WS-TotalExclu
    EXIT PARAGRAPH
  END-IF
  PERFORM RECENSER-DETENTEURS
  IF WS-NbDetenteurs = ZERO THEN
    DISPLAY "Compte " WS-CP-Numero " sans titulaire identifiable, "
            "hors fichier du fonds."
    ADD 1 TO WS-NbSansDeposant
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO WS-NbComptesRetenus
  PERFORM REPARTIR-COMPTE.

*> Paire devise -> EUR, à défaut l'inverse EUR -> devise ; une devise
*> sans taux est retenue au pair et signalée.
CONVERTIR-EN-EURO.
  MOVE WS-CP-Solde TO WS-SoldeEuro
  IF WS-CP-Devise = "EUR" OR WS-CP-Devise = SPACES THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-TauxTrouve
  PERFORM VARYING WS-IdxTauxChange FROM 1 BY 1
      UNTIL WS-IdxTauxChange > WS-NbTauxChange OR WS-TauxTrouve = 'O'
    IF WS-TC-DeviseSource(WS-IdxTauxChange) = WS-CP-Devise
       AND WS-TC-DeviseCible(WS-IdxTauxChange) = "EUR" THEN
      COMPUTE WS-SoldeEuro ROUNDED =
          WS-CP-Solde * WS-TC-Taux(WS-IdxTauxChange)
      MOVE 'O' TO WS-TauxTrouve
    END-IF
  END-PERFORM
  PERFORM VARYING WS-IdxTauxChange FROM 1 BY 1
      UNTIL WS-IdxTauxChange > WS-NbTauxChange OR WS-TauxTrouve = 'O'
    IF WS-TC-DeviseSource(WS-IdxTauxChange) = "EUR"
       AND WS-TC-DeviseCible(WS-IdxTauxChange) = WS-CP-Devise
       AND WS-TC-Taux(WS-IdxTauxChange) > ZERO THEN
      COMPUTE WS-SoldeEuro ROUNDED =
          WS-CP-Solde / WS-TC-Taux(WS-IdxTauxChange)
      MOVE 'O' TO WS-TauxTrouve
    END-IF
  END-PERFORM
  IF WS-TauxTrouve NOT = 'O' THEN
    DISPLAY "Compte " WS-CP-Numero " : pas de taux " WS-CP-Devise
            " -> EUR, solde retenu au pair."
    ADD 1 TO WS-NbSansTaux
  END-IF.

CHERCHER-PRODUIT.
  MOVE 'N' TO WS-ProduitExclu
  IF WS-CP-Produit = SPACES THEN
    EXIT PARAGRAPH
  END-IF
  PERFORM VARYING WS-Idx FROM 1 BY 1
      UNTIL WS-Idx > WS-NbProduits OR WS-ProduitExclu = 'O'
    IF WS-PR-Code(WS-Idx) = WS-CP-Produit THEN
      MOVE 'O' TO WS-ProduitExclu
    END-IF
  END-PERFORM.

*> Le titulaire du compte puis chaque cotitulaire propriétaire, chacun
*> une seule fois.
RECENSER-DETENTEURS.
  MOVE ZERO TO WS-NbDetenteurs
  IF WS-CP-Client NOT = SPACES THEN
    ADD 1 TO WS-NbDetenteurs
    MOVE WS-CP-Client TO WS-DT-Client(WS-NbDetenteurs)
  END-IF
  PERFORM VARYING WS-IdxTitulaire FROM 1 BY 1
      UNTIL WS-IdxTitulaire > WS-NbTitulaires
    IF WS-TI-Compte(WS-IdxTitulaire) = WS-CP-Numero
       AND WS-TI-Client(WS-IdxTitulaire) NOT = SPACES THEN
      PERFORM AJOUTER-DETENTEUR
    END-IF
  END-PERFORM.

AJOUTER-DETENTEUR.
  MOVE 'N' TO WS-DejaRetenu
  PERFORM VARYING WS-IdxDetenteur FROM 1 BY 1
      UNTIL WS-IdxDetenteur > WS-NbDetenteurs OR WS-DejaRetenu = 'O'
    IF WS-DT-Client(WS-IdxDetenteur) = WS-TI-Client(WS-IdxTitulaire) THEN
      MOVE 'O' TO WS-DejaRetenu
    END-IF
  END-PERFORM
  IF WS-DejaRetenu NOT = 'O' AND WS-NbDetenteurs < 20 THEN
    ADD 1 TO WS-NbDetenteurs
    MOVE WS-TI-Client(WS-IdxTitulaire) TO WS-DT-Client(WS-NbDetenteurs)
  END-IF.

*> Parts égales arrondies au centime ; le dernier détenteur reçoit le
*> reste, de sorte que les parts refont exactement le solde.
REPARTIR-COMPTE.
  MOVE WS-SoldeEuro TO WS-ResteEuro
  PERFORM VARYING WS-IdxDetenteur FROM 1 BY 1
      UNTIL WS-IdxDetenteur > WS-NbDetenteurs
    IF WS-IdxDetenteur = WS-NbDetenteurs THEN
      MOVE WS-ResteEuro TO WS-PartEuro
    ELSE
      COMPUTE WS-PartEuro ROUNDED = WS-SoldeEuro / WS-NbDetenteurs
      SUBTRACT WS-PartEuro FROM WS-ResteEuro
    END-IF
    PERFORM AJOUTER-PART
  END-PERFORM.

AJOUTER-PART.
  IF WS-NbParts = 1000 THEN
    MOVE 'O' TO WS-FichierDeborde
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1
      UNTIL WS-Idx > WS-NbDeposants OR WS-IdxTrouve > ZERO
    IF WS-DP-Client(WS-Idx) = WS-DT-Client(WS-IdxDetenteur) THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM
  IF WS-IdxTrouve = ZERO THEN
    IF WS-NbDeposants = 500 THEN
      MOVE 'O' TO WS-FichierDeborde
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-NbDeposants
    MOVE WS-NbDeposants TO WS-IdxTrouve
    MOVE WS-DT-Client(WS-IdxDetenteur) TO WS-DP-Client(WS-IdxTrouve)
    MOVE SPACES TO WS-DP-Nom(WS-IdxTrouve)
    MOVE SPACES TO WS-DP-Statut(WS-IdxTrouve)
    MOVE ZERO TO WS-DP-NbComptes(WS-IdxTrouve)
    MOVE ZERO TO WS-DP-Total(WS-IdxTrouve)
  END-IF
  ADD 1 TO WS-DP-NbComptes(WS-IdxTrouve)
  ADD WS-PartEuro TO WS-DP-Total(WS-IdxTrouve)

  ADD 1 TO WS-NbParts
  MOVE WS-DT-Client(WS-IdxDetenteur) TO WS-PA-Client(WS-NbParts)
  MOVE WS-CP-Numero    TO WS-PA-Compte(WS-NbParts)
  MOVE WS-CP-Produit   TO WS-PA-Produit(WS-NbParts)
  MOVE WS-CP-Devise    TO WS-PA-Devise(WS-NbParts)
  MOVE WS-CP-Solde     TO WS-PA-SoldeDevise(WS-NbParts)
  MOVE WS-NbDetenteurs TO WS-PA-NbDetenteurs(WS-NbParts)
  MOVE WS-PartEuro     TO WS-PA-PartEuro(WS-NbParts).

*> Nom et statut de chaque déposant (un déposant décédé reste couvert,
*> le fonds indemnise alors la succession).
COMPLETER-DEPOSANTS.
  IF SOURCE-PHOTOGRAPHIE THEN
    OPEN INPUT jeuclients
    IF WS-JEUCLIENTS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-JEU-CLIENT-SUIVANT UNTIL WS-FinLecture = 'O'
      CLOSE jeuclients
    END-IF
  ELSE
    OPEN INPUT clients
    IF WS-CLIENTS-STATUS = "00" THEN
      PERFORM LIRE-CLIENT-DEPOSANT
          VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbDeposants
      CLOSE clients
    END-IF
  END-IF.

LIRE-CLIENT-DEPOSANT.
  MOVE WS-DP-Client(WS-Idx) TO ClientNumero
  READ clients
    INVALID KEY CONTINUE
    NOT INVALID KEY
      MOVE ClientNom    TO WS-DP-Nom(WS-Idx)
      MOVE ClientStatut TO WS-DP-Statut(WS-Idx)
  END-READ.

LIRE-JEU-CLIENT-SUIVANT.
  READ jeuclients
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbDeposants
        IF WS-DP-Client(WS-Idx) = JL-Numero THEN
          MOVE JL-Nom    TO WS-DP-Nom(WS-Idx)
          MOVE JL-Statut TO WS-DP-Statut(WS-Idx)
        END-IF
      END-PERFORM
  END-READ.

ECRIRE-FICHIER-FONDS.
  OPEN OUTPUT garantie
  MOVE SPACES TO GarantieEntete
  MOVE "ENT" TO GE-Type
  MOVE CODE-ETABLISSEMENT TO GE-Etablissement
  MOVE WS-DateArrete TO GE-DateArrete
  MOVE PLAFOND-GARANTIE TO GE-Plafond
  MOVE "EUR" TO GE-Devise
  WRITE GarantieEntete

  PERFORM ECRIRE-DEPOSANT
      VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbDeposants

  MOVE SPACES TO GarantieFin
  MOVE "FIN" TO GF-Type
  MOVE WS-NbDeposants TO GF-NbDeposants
  MOVE WS-NbParts TO GF-NbParts
  MOVE WS-TotalEligible TO GF-TotalEligible
  MOVE WS-TotalCouvert TO GF-TotalCouvert
  MOVE WS-TotalNonCouvert TO GF-TotalNonCouvert
  WRITE GarantieFin
  CLOSE garantie.

*> Un total débiteur ne donne lieu à aucune indemnisation.
ECRIRE-DEPOSANT.
  MOVE ZERO TO WS-Couvert
  MOVE ZERO TO WS-NonCouvert
  IF WS-DP-Total(WS-Idx) > PLAFOND-GARANTIE THEN
    MOVE PLAFOND-GARANTIE TO WS-Couvert
    COMPUTE WS-NonCouvert = WS-DP-Total(WS-Idx) - PLAFOND-GARANTIE
    ADD 1 TO WS-NbAuDelaPlafond
  ELSE
    IF WS-DP-Total(WS-Idx) > ZERO THEN
      MOVE WS-DP-Total(WS-Idx) TO WS-Couvert
    END-IF
  END-IF
  ADD WS-DP-Total(WS-Idx) TO WS-TotalEligible
  ADD WS-Couvert TO WS-TotalCouvert
  ADD WS-NonCouvert TO WS-TotalNonCouvert

  MOVE SPACES TO GarantieDeposant
  MOVE "DEP" TO GD-Type
  MOVE WS-DP-Client(WS-Idx)    TO GD-Client
  MOVE WS-DP-Nom(WS-Idx)       TO GD-Nom
  MOVE WS-DP-Statut(WS-Idx)    TO GD-Statut
  MOVE WS-DP-NbComptes(WS-Idx) TO GD-NbComptes
  MOVE WS-DP-Total(WS-Idx)     TO GD-TotalEligible
  MOVE WS-Couvert              TO GD-Couvert
  MOVE WS-NonCouvert           TO GD-NonCouvert
  WRITE GarantieDeposant

  PERFORM VARYING WS-IdxPart FROM 1 BY 1 UNTIL WS-IdxPart > WS-NbParts
    IF WS-PA-Client(WS-IdxPart) = WS-DP-Client(WS-Idx) THEN
      MOVE SPACES TO GarantieCompte
      MOVE "CPT" TO GC-Type
      MOVE WS-PA-Client(WS-IdxPart)       TO GC-Client
      MOVE WS-PA-Compte(WS-IdxPart)       TO GC-Compte
      MOVE WS-PA-Produit(WS-IdxPart)      TO GC-Produit
      MOVE WS-PA-Devise(WS-IdxPart)       TO GC-Devise
      MOVE WS-PA-SoldeDevise(WS-IdxPart)  TO GC-SoldeDevise
      MOVE WS-PA-NbDetenteurs(WS-IdxPart) TO GC-NbDetenteurs
      MOVE WS-PA-PartEuro(WS-IdxPart)     TO GC-PartEuro
      WRITE GarantieCompte
    END-IF
  END-PERFORM.

ECRIRE-SYNTHESE.
  OPEN OUTPUT synthese
  MOVE SPACES TO SyntheseLigne
  STRING "GARANTIE DES DEPOTS - arrêté au " DELIMITED BY SIZE
         WS-DateArrete DELIMITED BY SIZE
         " (plafond 100 000,00 EUR par déposant)" DELIMITED BY SIZE
    INTO SyntheseLigne
  END-STRING
  WRITE SyntheseLigne
  MOVE SPACES TO SyntheseLigne
  IF SOURCE-PHOTOGRAPHIE THEN
    STRING "Source : photographie du " DELIMITED BY SIZE
           WS-DateArrete DELIMITED BY SIZE
      INTO SyntheseLigne
    END-STRING
  ELSE
    MOVE "Source : fichiers de production" TO SyntheseLigne
  END-IF
  WRITE SyntheseLigne

  MOVE WS-NbComptesLus TO WS-NombreEdite
  MOVE SPACES TO SyntheseLigne
  STRING "Comptes lus .............. " DELIMITED BY SIZE
         WS-NombreEdite DELIMITED BY SIZE
    INTO SyntheseLigne
  END-STRING
  WRITE SyntheseLigne
  MOVE WS-NbComptesRetenus TO WS-NombreEdite
  MOVE SPACES TO SyntheseLigne
  STRING "Comptes retenus .......... " DELIMITED BY SIZE
         WS-NombreEdite DELIMITED BY SIZE
    INTO SyntheseLigne
  END-STRING
  WRITE SyntheseLigne
  MOVE WS-NbComptesClotures TO WS-NombreEdite
  MOVE SPACES TO SyntheseLigne
  STRING "Comptes clôturés ......... " DELIMITED BY SIZE
         WS-NombreEdite DELIMITED BY SIZE
    INTO SyntheseLigne
  END-STRING
  WRITE SyntheseLigne
  MOVE WS-NbComptesExclus TO WS-NombreEdite
  MOVE WS-TotalExclu TO WS-MontantEdite
  MOVE SPACES TO SyntheseLigne
  STRING "Comptes de produits exclus " DELIMITED BY SIZE
         WS-NombreEdite DELIMITED BY SIZE
         "  pour " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
         " EUR" DELIMITED BY SIZE
    INTO SyntheseLigne
  END-STRING
  WRITE SyntheseLigne
  MOVE WS-NbSansDeposant TO WS-NombreEdite
  MOVE SPACES TO SyntheseLigne
  STRING "Comptes sans titulaire ... " DELIMITED BY SIZE
         WS-NombreEdite DELIMITED BY SIZE
    INTO SyntheseLigne
  END-STRING
  WRITE SyntheseLigne
  MOVE WS-NbSansTaux TO WS-NombreEdite
  MOVE SPACES TO SyntheseLigne
  STRING "Comptes sans taux EUR .... " DELIMITED BY SIZE
         WS-NombreEdite DELIMITED BY SIZE
    INTO SyntheseLigne
  END-STRING
  WRITE SyntheseLigne

  MOVE WS-NbDeposants TO WS-NombreEdite
  MOVE SPACES TO SyntheseLigne
  STRING "Déposants ................ " DELIMITED BY SIZE
         WS-NombreEdite DELIMITED BY SIZE
    INTO SyntheseLigne
  END-STRING
  WRITE SyntheseLigne
  MOVE WS-NbAuDelaPlafond TO WS-NombreEdite
  MOVE SPACES TO SyntheseLigne
  STRING "Déposants au-delà du plafond " DELIMITED BY SIZE
         WS-NombreEdite DELIMITED BY SIZE
    INTO SyntheseLigne
  END-STRING
  WRITE SyntheseLigne
  MOVE WS-TotalEligible TO WS-MontantEdite
  MOVE SPACES TO SyntheseLigne
  STRING "Total des avoirs éligibles " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
         " EUR" DELIMITED BY SIZE
    INTO SyntheseLigne
  END-STRING
  WRITE SyntheseLigne
  MOVE WS-TotalCouvert TO WS-MontantEdite
  MOVE SPACES TO SyntheseLigne
  STRING "Total couvert ............ " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
         " EUR" DELIMITED BY SIZE
    INTO SyntheseLigne
  END-STRING
  WRITE SyntheseLigne
  MOVE WS-TotalNonCouvert TO WS-MontantEdite
  MOVE SPACES TO SyntheseLigne
  STRING "Total non couvert ........ " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
         " EUR" DELIMITED BY SIZE
    INTO SyntheseLigne
  END-STRING
  WRITE SyntheseLigne
  CLOSE synthese.
