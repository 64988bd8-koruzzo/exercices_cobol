IDENTIFICATION DIVISION.
PROGRAM-ID. ReleveElectronique.

*> Relevés électroniques au format interbancaire CFONB 120, pour les
*> seuls comptes abonnés (abonnementsreleves.txt, tenu par
*> GestionRelevesElec) : un fichier releveelec-XXXXXX.txt par compte,
*> à enregistrements fixes de 120 caractères, que le client importe
*> dans son logiciel comptable. Banque, guichet et numéro de compte
*> sont ceux du RIB que compose RibCompte (identifiantbanque.txt).
*>  - '01' ancien solde à la date de début de période ;
*>  - '04' un mouvement par écriture du journal sur la période : date
*>    comptable, date de valeur (HistoriqueDateValeur, à défaut la date
*>    comptable), code journal en code opération interne, libellé
*>    (HistoriqueLibelle, à défaut le libellé du code), numéro
*>    d'écriture (HistoriqueId) et montant signé, crédit positif ;
*>  - '07' nouveau solde à la date de fin de période.
*> Les montants sont sur 14 positions, 2 décimales, le dernier chiffre
*> surfrappé du signe selon la norme ('{' 'A'..'I' crédit, '}' 'J'..'R'
*> débit). La zone code opération interbancaire est laissée à blanc :
*> les opérations du GCB n'ont pas de codification interbancaire.
*> Période : plagereleve.txt comme pour RelevCompte, sinon la journée
*> comptable seule. Comme RelevCompte, l'archive (historique_archive.txt
*> et partitions annuelles de archiveindex.txt) puis le journal vivant
*> sont reparcourus pour chaque compte. Les consultations et écritures
*> sans effet sur le solde ne sont pas reprises. Le job ne poste rien et
*> se relance à la demande, d'où l'absence de garde ControlerExecution.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT abonnements ASSIGN TO "abonnementsreleves.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ABONNEMENTS-STATUS.

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

  SELECT releveelec ASSIGN TO WS-NomFichierReleve
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RELEVEELEC-STATUS.

  SELECT plagereleve ASSIGN TO "plagereleve.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PLAGE-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD abonnements.
01 AbonnementReleveRecord.
   05 AR-Compte   PIC X(6).
   05 AR-Adhesion PIC X(8).

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

FD releveelec.
01 ReleveElecLigne PIC X(120).

FD plagereleve.
01 PlageRecord.
   05 PL-DateDebut PIC X(8).
   05 PL-DateFin   PIC X(8).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-ABONNEMENTS-STATUS PIC XX.
01 WS-ARCHIVE-STATUS     PIC XX.
01 WS-HIST-STATUS        PIC XX.
01 WS-PARTITION-STATUS   PIC XX.
01 WS-INDEX-STATUS       PIC XX.
01 WS-RELEVEELEC-STATUS  PIC XX.
01 WS-PLAGE-STATUS       PIC XX.
01 WS-DATEVALEUR-STATUS  PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "ReleveElectronique".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 CFONB-NB-DECIMALES  PIC X(1) VALUE "2".
01 CFONB-SURFRAPPE-CREDIT PIC X(10) VALUE "{ABCDEFGHI".
01 CFONB-SURFRAPPE-DEBIT  PIC X(10) VALUE "}JKLMNOPQR".

01 WS-DateJour      PIC X(8).
01 WS-DateDebut     PIC X(8).
01 WS-DateFin       PIC X(8).
01 WS-NomPartition  PIC X(30).
01 WS-NomFichierReleve PIC X(30).
01 WS-FinLecture    PIC X(1).
01 WS-FinPartition  PIC X(1).
01 WS-FinIndex      PIC X(1).

01 WS-TableIndexArch.
   05 WS-IndexEntree OCCURS 20 TIMES.
      10 WS-AI-Annee   PIC X(4).
      10 WS-AI-DateMin PIC X(8).
      10 WS-AI-DateMax PIC X(8).
01 WS-NbIndex  PIC 9(2) VALUE ZERO.
01 WS-IdxIndex PIC 9(2).

01 WS-TableAbonnements.
   05 WS-AR-Compte PIC X(6) OCCURS 200 TIMES.
01 WS-NbAbonnements PIC 9(3) VALUE ZERO.
01 WS-IdxAbonnement PIC 9(3).
01 WS-NbReleves     PIC 9(3) VALUE ZERO.

*> Compte en cours de relevé.
01 WS-CompteEnCours  PIC X(6).
01 WS-BanqueCfonb    PIC X(5).
01 WS-GuichetCfonb   PIC X(5).
01 WS-CompteCfonb    PIC X(11).
01 WS-CompteNomTrouve    PIC X(20).
01 WS-CompteDeviseTrouve PIC X(3).
01 WS-CompteSoldeTrouve  PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-CompteStatutTrouve PIC X(1).
01 WS-CompteTrouveInd    PIC X(1).

*> Code banque, code guichet et numéro sur 11 positions du RIB composé
*> par RibCompte, les mêmes que sur RelevCompte et EditionRib.
01 WS-RibMode     PIC X(1).
01 WS-RibResultat PIC X(1).
01 WS-RibMotif    PIC X(30).
COPY "RIB.cpy".

01 WS-OuvertureEcrite PIC X(1).
01 WS-SoldeConnu      PIC X(1).
01 WS-ApresTrouve     PIC X(1).
01 WS-SoldeCourant    PIC S9(10)V99.
01 WS-SoldeApres      PIC S9(10)V99.
01 WS-SoldeOuverture  PIC S9(10)V99.
01 WS-NbMouvements    PIC 9(6).
01 WS-Sens            PIC X(1).
01 WS-LibelleCode     PIC X(20).

*> Codage d'un montant CFONB : valeur absolue en centimes sur 14
*> chiffres, dernier chiffre surfrappé du signe.
01 WS-MontantSigne    PIC S9(10)V99.
01 WS-MontantChiffres PIC 9(14).
01 WS-MontantTexte REDEFINES WS-MontantChiffres PIC X(14).
01 WS-DernierChiffre  PIC 9(1).
01 WS-MontantCfonb    PIC X(14).
01 WS-DateAConvertir  PIC X(8).
01 WS-DateCfonb       PIC X(6).

01 WS-CfonbSolde.
   05 CS-Code        PIC X(2).
   05 CS-Banque      PIC X(5).
   05 FILLER         PIC X(4).
   05 CS-Guichet     PIC X(5).
   05 CS-Devise      PIC X(3).
   05 CS-NbDecimales PIC X(1).
   05 FILLER         PIC X(1).
   05 CS-Compte      PIC X(11).
   05 FILLER         PIC X(2).
   05 CS-Date        PIC X(6).
   05 FILLER         PIC X(50).
   05 CS-Montant     PIC X(14).
   05 FILLER         PIC X(16).

01 WS-CfonbMouvement.
   05 CM-Code             PIC X(2).
   05 CM-Banque           PIC X(5).
   05 CM-CodeInterne      PIC X(4).
   05 CM-Guichet          PIC X(5).
   05 CM-Devise           PIC X(3).
   05 CM-NbDecimales      PIC X(1).
   05 FILLER              PIC X(1).
   05 CM-Compte           PIC X(11).
   05 CM-CodeInterbancaire PIC X(2).
   05 CM-DateComptable    PIC X(6).
   05 CM-MotifRejet       PIC X(2).
   05 CM-DateValeur       PIC X(6).
   05 CM-Libelle          PIC X(31).
   05 FILLER              PIC X(2).
   05 CM-NumeroEcriture   PIC X(7).
   05 CM-IndiceExoneration PIC X(1).
   05 CM-IndiceIndisponibilite PIC X(1).
   05 CM-Montant          PIC X(14).
   05 CM-Reference        PIC X(16).

01 WS-CodeSolde PIC X(2).
01 WS-IdTexte   PIC 9(9).

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-PLAGE-DATES
  PERFORM CHARGER-INDEX-ARCHIVE
  PERFORM CHARGER-ABONNEMENTS

  IF WS-NbAbonnements = ZERO THEN
    DISPLAY "Aucun compte abonné au relevé électronique "
            "(abonnementsreleves.txt, voir GestionRelevesElec)."
  END-IF
  PERFORM VARYING WS-IdxAbonnement FROM 1 BY 1
      UNTIL WS-IdxAbonnement > WS-NbAbonnements
    MOVE WS-AR-Compte(WS-IdxAbonnement) TO WS-CompteEnCours
    PERFORM PRODUIRE-RELEVE-ELEC
  END-PERFORM
  DISPLAY "Relevés électroniques CFONB 120 du " WS-DateDebut " au "
          WS-DateFin " : " WS-NbReleves " compte(s)."

  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbReleves TO WS-JobCompteur
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

CHARGER-PLAGE-DATES.
  MOVE WS-DateJour TO WS-DateDebut
  MOVE WS-DateJour TO WS-DateFin
  OPEN INPUT plagereleve
  IF WS-PLAGE-STATUS = "00" THEN
    READ plagereleve
      NOT AT END
        IF PL-DateDebut NOT = SPACES AND PL-DateFin NOT = SPACES THEN
          MOVE PL-DateDebut TO WS-DateDebut
          MOVE PL-DateFin   TO WS-DateFin
        END-IF
    END-READ
    CLOSE plagereleve
  END-IF.

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

CHARGER-ABONNEMENTS.
  OPEN INPUT abonnements
  IF WS-ABONNEMENTS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-ABONNEMENT UNTIL WS-FinLecture = 'O'
    CLOSE abonnements
  END-IF.

LIRE-ABONNEMENT.
  READ abonnements
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF WS-NbAbonnements < 200 THEN
        ADD 1 TO WS-NbAbonnements
        MOVE AR-Compte TO WS-AR-Compte(WS-NbAbonnements)
      ELSE
        DISPLAY "Abonnement " AR-Compte " au-delà de la capacité (200), "
                "ignoré."
        MOVE 4 TO WS-JobRC
      END-IF
  END-READ.

*> Ancien solde : dernier solde résultant connu avant la période ; à
*> défaut (archive plus ancienne non relue), reconstitué depuis le
*> premier mouvement de la période, ou depuis le premier mouvement
*> postérieur, ou enfin le solde du maître si le compte n'a plus bougé.
PRODUIRE-RELEVE-ELEC.
  CALL 'RechercherCompte' USING WS-CompteEnCours WS-CompteNomTrouve
                                 WS-CompteDeviseTrouve WS-CompteSoldeTrouve
                                 WS-CompteStatutTrouve WS-CompteTrouveInd
  IF WS-CompteTrouveInd NOT = 'O' THEN
    DISPLAY "Compte abonné " WS-CompteEnCours " inconnu de comptes.dat, "
            "relevé électronique sauté."
    MOVE 4 TO WS-JobRC
    EXIT PARAGRAPH
  END-IF
  MOVE 'C' TO WS-RibMode
  CALL 'RibCompte' USING WS-RibMode WS-CompteEnCours RibIdentifiant
                         WS-RibResultat WS-RibMotif
  IF WS-RibResultat NOT = 'O' THEN
    DISPLAY "RIB du compte " WS-CompteEnCours " impossible à composer ("
            WS-RibMotif "), relevé électronique sauté."
    MOVE 4 TO WS-JobRC
    EXIT PARAGRAPH
  END-IF
  MOVE RI-CodeBanque   TO WS-BanqueCfonb
  MOVE RI-CodeGuichet  TO WS-GuichetCfonb
  MOVE RI-NumeroCompte TO WS-CompteCfonb
  MOVE SPACES TO WS-NomFichierReleve
  STRING "releveelec-" DELIMITED BY SIZE
         WS-CompteEnCours DELIMITED BY SIZE
         ".txt" DELIMITED BY SIZE
    INTO WS-NomFichierReleve
  END-STRING
  OPEN OUTPUT releveelec
  IF WS-RELEVEELEC-STATUS NOT = "00" THEN
    DISPLAY "Relevé " WS-NomFichierReleve " inaccessible en écriture ("
            WS-RELEVEELEC-STATUS "), compte sauté."
    MOVE 4 TO WS-JobRC
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-OuvertureEcrite
  MOVE 'N' TO WS-SoldeConnu
  MOVE 'N' TO WS-ApresTrouve
  MOVE ZERO TO WS-SoldeCourant
  MOVE ZERO TO WS-NbMouvements

  PERFORM VENTILER-ARCHIVE
  PERFORM VENTILER-PARTITIONS
  PERFORM VENTILER-JOURNAL-VIVANT

  IF WS-OuvertureEcrite NOT = 'O' THEN
    EVALUATE TRUE
      WHEN WS-SoldeConnu = 'O'
        MOVE WS-SoldeCourant TO WS-SoldeOuverture
      WHEN WS-ApresTrouve = 'O'
        MOVE WS-SoldeApres TO WS-SoldeOuverture
      WHEN OTHER
        MOVE WS-CompteSoldeTrouve TO WS-SoldeOuverture
    END-EVALUATE
    PERFORM ECRIRE-ANCIEN-SOLDE
    MOVE WS-SoldeOuverture TO WS-SoldeCourant
  END-IF
  PERFORM ECRIRE-NOUVEAU-SOLDE
  CLOSE releveelec
  ADD 1 TO WS-NbReleves.

VENTILER-ARCHIVE.
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
      MOVE ArchiveId     TO HistoriqueId
      MOVE ArchiveOperateur TO HistoriqueOperateur
      MOVE ArchiveCompte TO HistoriqueCompte
      MOVE ArchiveDate   TO HistoriqueDate
      MOVE ArchiveHeure  TO HistoriqueHeure
      MOVE ArchiveLibelle TO HistoriqueLibelle
      MOVE ArchiveDateValeur TO HistoriqueDateValeur
      PERFORM EXAMINER-MOUVEMENT
  END-READ.

*> Les partitions entièrement antérieures à la période ne sont pas
*> ouvertes : l'ancien solde se reconstitue alors depuis le premier
*> mouvement de la période.
VENTILER-PARTITIONS.
  PERFORM VARYING WS-IdxIndex FROM 1 BY 1
      UNTIL WS-IdxIndex > WS-NbIndex
    IF WS-AI-DateMax(WS-IdxIndex) >= WS-DateDebut THEN
      PERFORM VENTILER-UNE-PARTITION
    END-IF
  END-PERFORM.

VENTILER-UNE-PARTITION.
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
      MOVE PT-Id     TO HistoriqueId
      MOVE PT-Operateur TO HistoriqueOperateur
      MOVE PT-Compte TO HistoriqueCompte
      MOVE PT-Date   TO HistoriqueDate
      MOVE PT-Heure  TO HistoriqueHeure
      MOVE PT-Libelle TO HistoriqueLibelle
      MOVE PT-DateValeur TO HistoriqueDateValeur
      PERFORM EXAMINER-MOUVEMENT
  END-READ.

VENTILER-JOURNAL-VIVANT.
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
  EVALUATE TRUE
    WHEN HistoriqueDate < WS-DateDebut
      MOVE HistoriqueValB TO WS-SoldeCourant
      MOVE 'O' TO WS-SoldeConnu
    WHEN HistoriqueDate <= WS-DateFin
      IF WS-OuvertureEcrite NOT = 'O' THEN
        IF WS-SoldeConnu = 'O' THEN
          MOVE WS-SoldeCourant TO WS-SoldeOuverture
        ELSE
          PERFORM RECONSTITUER-SOLDE-AVANT
        END-IF
        PERFORM ECRIRE-ANCIEN-SOLDE
      END-IF
      PERFORM ECRIRE-MOUVEMENT
      MOVE HistoriqueValB TO WS-SoldeCourant
      MOVE 'O' TO WS-SoldeConnu
    WHEN OTHER
      IF WS-ApresTrouve NOT = 'O' THEN
        PERFORM RECONSTITUER-SOLDE-AVANT
        MOVE WS-SoldeOuverture TO WS-SoldeApres
        MOVE 'O' TO WS-ApresTrouve
      END-IF
  END-EVALUATE.

*> Sens de l'écriture pour le compte, selon le code journal (mêmes
*> familles que CalculerSoldeValeur). Une correction 'C' est un crédit
*> si le solde résultant a monté depuis le dernier solde connu, un
*> débit sinon (règle d'ExportGrandLivre). Blanc : pas un mouvement.
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

RECONSTITUER-SOLDE-AVANT.
  IF WS-Sens = 'C' THEN
    COMPUTE WS-SoldeOuverture = HistoriqueValB - HistoriqueValA
  ELSE
    COMPUTE WS-SoldeOuverture = HistoriqueValB + HistoriqueValA
  END-IF.

ECRIRE-ANCIEN-SOLDE.
  MOVE "01" TO WS-CodeSolde
  MOVE WS-DateDebut TO WS-DateAConvertir
  MOVE WS-SoldeOuverture TO WS-MontantSigne
  PERFORM ECRIRE-SOLDE
  MOVE 'O' TO WS-OuvertureEcrite.

ECRIRE-NOUVEAU-SOLDE.
  MOVE "07" TO WS-CodeSolde
  MOVE WS-DateFin TO WS-DateAConvertir
  MOVE WS-SoldeCourant TO WS-MontantSigne
  PERFORM ECRIRE-SOLDE.

ECRIRE-SOLDE.
  MOVE SPACES TO WS-CfonbSolde
  MOVE WS-CodeSolde TO CS-Code
  MOVE WS-BanqueCfonb TO CS-Banque
  MOVE WS-GuichetCfonb TO CS-Guichet
  MOVE WS-CompteDeviseTrouve TO CS-Devise
  MOVE CFONB-NB-DECIMALES TO CS-NbDecimales
  MOVE WS-CompteCfonb TO CS-Compte
  PERFORM CONVERTIR-DATE
  MOVE WS-DateCfonb TO CS-Date
  PERFORM CODER-MONTANT
  MOVE WS-MontantCfonb TO CS-Montant
  MOVE WS-CfonbSolde TO ReleveElecLigne
  WRITE ReleveElecLigne.

ECRIRE-MOUVEMENT.
  MOVE SPACES TO WS-CfonbMouvement
  MOVE "04" TO CM-Code
  MOVE WS-BanqueCfonb TO CM-Banque
  MOVE HistoriqueDescrp TO CM-CodeInterne
  MOVE WS-GuichetCfonb TO CM-Guichet
  MOVE WS-CompteDeviseTrouve TO CM-Devise
  MOVE CFONB-NB-DECIMALES TO CM-NbDecimales
  MOVE WS-CompteCfonb TO CM-Compte
  MOVE HistoriqueDate TO WS-DateAConvertir
  PERFORM CONVERTIR-DATE
  MOVE WS-DateCfonb TO CM-DateComptable
  IF HistoriqueDateValeur = SPACES THEN
    MOVE HistoriqueDate TO WS-DateAConvertir
  ELSE
    MOVE HistoriqueDateValeur TO WS-DateAConvertir
  END-IF
  PERFORM CONVERTIR-DATE
  MOVE WS-DateCfonb TO CM-DateValeur
  IF HistoriqueLibelle = SPACES THEN
    PERFORM LIBELLER-CODE
    MOVE WS-LibelleCode TO CM-Libelle
  ELSE
    MOVE HistoriqueLibelle TO CM-Libelle
  END-IF
  MOVE HistoriqueId TO WS-IdTexte
  MOVE WS-IdTexte(3:7) TO CM-NumeroEcriture
  MOVE WS-IdTexte TO CM-Reference
  IF WS-Sens = 'C' THEN
    MOVE HistoriqueValA TO WS-MontantSigne
  ELSE
    COMPUTE WS-MontantSigne = 0 - HistoriqueValA
  END-IF
  PERFORM CODER-MONTANT
  MOVE WS-MontantCfonb TO CM-Montant
  MOVE WS-CfonbMouvement TO ReleveElecLigne
  WRITE ReleveElecLigne
  ADD 1 TO WS-NbMouvements.

*> AAAAMMJJ vers JJMMAA.
CONVERTIR-DATE.
  MOVE SPACES TO WS-DateCfonb
  STRING WS-DateAConvertir(7:2) DELIMITED BY SIZE
         WS-DateAConvertir(5:2) DELIMITED BY SIZE
         WS-DateAConvertir(3:2) DELIMITED BY SIZE
    INTO WS-DateCfonb
  END-STRING.

CODER-MONTANT.
  IF WS-MontantSigne < ZERO THEN
    COMPUTE WS-MontantChiffres = (0 - WS-MontantSigne) * 100
  ELSE
    COMPUTE WS-MontantChiffres = WS-MontantSigne * 100
  END-IF
  MOVE WS-MontantTexte(14:1) TO WS-DernierChiffre
  MOVE WS-MontantTexte TO WS-MontantCfonb
  IF WS-MontantSigne < ZERO THEN
    MOVE CFONB-SURFRAPPE-DEBIT(WS-DernierChiffre + 1:1)
      TO WS-MontantCfonb(14:1)
  ELSE
    MOVE CFONB-SURFRAPPE-CREDIT(WS-DernierChiffre + 1:1)
      TO WS-MontantCfonb(14:1)
  END-IF.

LIBELLER-CODE.
  EVALUATE HistoriqueDescrp
    WHEN 'D' MOVE "Dépôt"      TO WS-LibelleCode
    WHEN 'R' MOVE "Retrait"    TO WS-LibelleCode
    WHEN 'V' MOVE "Virement"   TO WS-LibelleCode
    WHEN 'T' MOVE "Virement (débit)" TO WS-LibelleCode
    WHEN 'C' MOVE "Correction" TO WS-LibelleCode
    WHEN 'I' MOVE "Intérêts"   TO WS-LibelleCode
    WHEN 'F' MOVE "Frais"      TO WS-LibelleCode
    WHEN 'O' MOVE "Retrait (découvert)" TO WS-LibelleCode
    WHEN 'W' MOVE "Virement (découvert)" TO WS-LibelleCode
    WHEN 'P' MOVE "Paiement externe" TO WS-LibelleCode
    WHEN 'L' MOVE "Échéance de prêt" TO WS-LibelleCode
    WHEN 'B' MOVE "Retour de paiement" TO WS-LibelleCode
    WHEN 'M' MOVE "Prélèvement" TO WS-LibelleCode
    WHEN 'Q' MOVE "Remise de chèque" TO WS-LibelleCode
    WHEN 'J' MOVE "Chèque retourné" TO WS-LibelleCode
    WHEN 'G' MOVE "Retenue fiscale" TO WS-LibelleCode
    WHEN 'U' MOVE "Gain de change latent" TO WS-LibelleCode
    WHEN 'N' MOVE "Perte de change latente" TO WS-LibelleCode
    WHEN 'K' MOVE "Versement caisse" TO WS-LibelleCode
    WHEN '1' MOVE "Versement biblio." TO WS-LibelleCode
    WHEN '2' MOVE "Prélèv. biblio." TO WS-LibelleCode
    WHEN 'E' MOVE "Pénalité rupture" TO WS-LibelleCode
    WHEN 'A' MOVE "Agios" TO WS-LibelleCode
    WHEN 'H' MOVE "Intérêts de retard" TO WS-LibelleCode
    WHEN 'Y' MOVE "Opération carte" TO WS-LibelleCode
    WHEN 'Z' MOVE "Remboursement litige" TO WS-LibelleCode
    WHEN OTHER MOVE "Opération" TO WS-LibelleCode
  END-EVALUATE.
