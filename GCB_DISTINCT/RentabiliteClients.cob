IDENTIFICATION DIVISION.
PROGRAM-ID. RentabiliteClients.

*> Rapport mensuel de rentabilité par client (ClientNumero) et par
*> produit : ce que chaque client rapporte réellement à la banque sur
*> le mois. Sont rassemblés, compte par compte puis cumulés sur le
*> CompteClient et sur le CompteProduit de comptes.dat :
*>  - les frais perçus : écritures 'F' du mois (tenue de compte
*>    FraisMensuels et autres frais) hors facture d'activité, et la
*>    facture d'activité de FacturationActivite relue dans son décompte
*>    fraisdetail-AAAAMM.txt ; les lignes de chèque retourné ('J') et
*>    de paiement externe ('P') du décompte sont isolées dans leurs
*>    propres colonnes ;
*>  - les intérêts débiteurs perçus : agios 'A' ;
*>  - les intérêts de prêt encaissés : part d'intérêts des échéances
*>    d'echeancierprets.txt encaissées dans le mois (issue 'S' de
*>    pretsjournal.txt), plus les intérêts de retard 'H' ;
*>  - les intérêts servis au client : écritures 'I' nettes de la
*>    retenue à la source 'G' et des pénalités de rupture 'E' ;
*>  - le solde moyen du mois, pondéré jour par jour par le solde
*>    résultant des écritures (HistoriqueValB) ; un compte sans aucune
*>    écriture jusqu'à la fin du mois garde le solde de comptes.dat.
*> Le journal du mois est lu dans historique_archive.txt, la partition
*> annuelle de PurgerHistorique (archiveindex.txt) et historique.txt,
*> comme le fait FacturationActivite. Le revenu net (frais, agios et
*> intérêts de prêt moins intérêts servis) classe clients et produits
*> par ordre décroissant dans rentabilite-AAAAMM.txt ; le bas du
*> classement (les WS-PourcentageRevue % les moins rentables, au moins
*> un client) et tout client à revenu net négatif sont marqués REVUE
*> pour la revue de relation. Le mois est lu dans moisrentabilite.txt
*> (AAAAMM) ; à défaut, le mois de la journée comptable.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT moisrentab ASSIGN TO "moisrentabilite.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-MOIS-STATUS.

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

  SELECT decompte ASSIGN TO WS-NomDecompte
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DECOMPTE-STATUS.

  SELECT pretsjournal ASSIGN TO "pretsjournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PJOURNAL-STATUS.

  SELECT echeancier ASSIGN TO "echeancierprets.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ECHEANCIER-STATUS.

  SELECT prets ASSIGN TO "prets.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS PR-Id
      FILE STATUS IS WS-PRETS-STATUS.

  SELECT rapport ASSIGN TO WS-NomRapport
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RAPPORT-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD moisrentab.
01 MoisRentabLigne PIC X(6).

FD comptes.
COPY "COMPTES.cpy".

FD clients.
COPY "CLIENTS.cpy".

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

FD archiveindex.
01 ArchiveIndexRecord.
   05 AI-Annee       PIC X(4).
   05 AI-DateMin     PIC X(8).
   05 AI-DateMax     PIC X(8).
   05 AI-IdMin       PIC 9(9).
   05 AI-IdMax       PIC 9(9).
   05 AI-NbEcritures PIC 9(9).
   05 AI-SommeValA   PIC 9(12)V99.

FD decompte.
01 DecompteLigne PIC X(100).

FD pretsjournal.
01 PretJournalRecord.
   05 PJ-Pret     PIC X(6).
   05 PJ-Numero   PIC 9(3).
   05 PJ-Date     PIC X(8).
   05 PJ-Resultat PIC X(1).

FD echeancier.
01 EcheanceRecord.
   05 EC-Pret    PIC X(6).
   05 EC-Numero  PIC 9(3).
   05 EC-Date    PIC X(8).
   05 EC-Capital PIC 9(8)V99.
   05 EC-Interet PIC 9(8)V99.
   05 EC-Restant PIC 9(8)V99.

FD prets.
COPY "PRETS.cpy".

FD rapport.
01 RapportLigne PIC X(160).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-MOIS-STATUS       PIC XX.
01 WS-COMPTES-STATUS    PIC XX.
01 WS-CLIENTS-STATUS    PIC XX.
01 WS-HIST-STATUS       PIC XX.
01 WS-ARCHIVE-STATUS    PIC XX.
01 WS-PARTITION-STATUS  PIC XX.
01 WS-INDEX-STATUS      PIC XX.
01 WS-DECOMPTE-STATUS   PIC XX.
01 WS-PJOURNAL-STATUS   PIC XX.
01 WS-ECHEANCIER-STATUS PIC XX.
01 WS-PRETS-STATUS      PIC XX.
01 WS-RAPPORT-STATUS    PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "RentabiliteClients".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-DateJour     PIC X(8).
01 WS-MoisRapport  PIC X(6).
01 WS-NomRapport   PIC X(30).
01 WS-NomDecompte  PIC X(30).
01 WS-NomPartition PIC X(30).
01 WS-FinLecture   PIC X(1).
01 WS-FinPartition PIC X(1).
01 WS-FinIndex     PIC X(1).
01 WS-TableDebordee PIC X(1) VALUE 'N'.

*> Libellé sous lequel FacturationActivite prélève sa facture : ces
*> 'F' sont repris du décompte, pas du journal, pour être ventilés.
01 WS-LibelleFactActivite PIC X(30) VALUE "Frais d'activité du mois".

*> Part du bas de classement signalée pour la revue de relation.
01 WS-PourcentageRevue PIC 9(2) VALUE 10.

01 WS-TableIndexArch.
   05 WS-IndexEntree OCCURS 20 TIMES.
      10 WS-AI-Annee PIC X(4).
01 WS-NbIndex  PIC 9(2) VALUE ZERO.
01 WS-IdxIndex PIC 9(2).

*> Calendrier du mois : nombre de jours, pour la pondération du solde.
01 WS-DateNum      PIC 9(8).
01 WS-AnneeSuivante PIC 9(4).
01 WS-MoisSuivant  PIC 9(2).
01 WS-JourDebut    PIC 9(8).
01 WS-JourFin      PIC 9(8).
01 WS-NbJoursMois  PIC 9(2).
01 WS-JourEcriture PIC 9(2).

*> Une entrée par compte de comptes.dat, clôturés compris : un compte
*> clos dans le mois a pu rapporter avant sa clôture.
01 WS-TableComptes.
   05 WS-CompteEntree OCCURS 500 TIMES.
      10 WS-TB-Numero        PIC X(6).
      10 WS-TB-Client        PIC X(6).
      10 WS-TB-Produit       PIC X(6).
      10 WS-TB-SoldeMaitre   PIC S9(8)V99 SIGN LEADING SEPARATE.
      10 WS-TB-Frais         PIC 9(8)V99.
      10 WS-TB-FraisCheques  PIC 9(8)V99.
      10 WS-TB-FraisPaiements PIC 9(8)V99.
      10 WS-TB-Agios         PIC 9(8)V99.
      10 WS-TB-InteretsPrets PIC 9(8)V99.
      10 WS-TB-InteretsServis PIC 9(8)V99.
      10 WS-TB-Retenues      PIC 9(8)V99.
      10 WS-TB-Penalites     PIC 9(8)V99.
      10 WS-TB-SoldeConnu    PIC X(1).
      10 WS-TB-DernierJour   PIC 9(2).
      10 WS-TB-DernierSolde  PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-TB-CumulSoldes   PIC S9(12)V99 SIGN LEADING SEPARATE.
      10 WS-TB-SoldeMoyen    PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-NbComptes  PIC 9(3) VALUE ZERO.
01 WS-IdxCompte  PIC 9(3).
01 WS-CompteCherche PIC X(6).

*> Cumuls de rentabilité, par client puis par produit (même layout,
*> même classement).
01 WS-TableClients.
   05 WS-ClientEntree OCCURS 500 TIMES.
      10 WS-CL-Cle          PIC X(6).
      10 WS-CL-NbComptes    PIC 9(3).
      10 WS-CL-Frais        PIC 9(9)V99.
      10 WS-CL-FraisCheques PIC 9(9)V99.
      10 WS-CL-FraisPaiements PIC 9(9)V99.
      10 WS-CL-Agios        PIC 9(9)V99.
      10 WS-CL-InteretsPrets PIC 9(9)V99.
      10 WS-CL-InteretsServis PIC S9(9)V99 SIGN LEADING SEPARATE.
      10 WS-CL-SoldeMoyen   PIC S9(11)V99 SIGN LEADING SEPARATE.
      10 WS-CL-Net          PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-NbClients PIC 9(3) VALUE ZERO.
01 WS-IdxClient PIC 9(3).

01 WS-TableProduits.
   05 WS-ProduitEntree OCCURS 50 TIMES.
      10 WS-PD-Cle          PIC X(6).
      10 WS-PD-NbComptes    PIC 9(3).
      10 WS-PD-Frais        PIC 9(9)V99.
      10 WS-PD-FraisCheques PIC 9(9)V99.
      10 WS-PD-FraisPaiements PIC 9(9)V99.
      10 WS-PD-Agios        PIC 9(9)V99.
      10 WS-PD-InteretsPrets PIC 9(9)V99.
      10 WS-PD-InteretsServis PIC S9(9)V99 SIGN LEADING SEPARATE.
      10 WS-PD-SoldeMoyen   PIC S9(11)V99 SIGN LEADING SEPARATE.
      10 WS-PD-Net          PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-NbProduits PIC 9(2) VALUE ZERO.
01 WS-IdxProduit PIC 9(2).

01 WS-Echange.
   05 FILLER PIC X(6).
   05 FILLER PIC 9(3).
   05 FILLER PIC 9(9)V99 OCCURS 5 TIMES.
   05 FILLER PIC S9(9)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC S9(11)V99 SIGN LEADING SEPARATE.
   05 FILLER PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-IdxTri    PIC 9(3).
01 WS-IdxTri2   PIC 9(3).

*> Échéances de prêt encaissées dans le mois (pretsjournal.txt).
01 WS-TableEncaissements.
   05 WS-EncaissementEntree OCCURS 500 TIMES.
      10 WS-EN-Pret   PIC X(6).
      10 WS-EN-Numero PIC 9(3).
01 WS-NbEncaissements PIC 9(3) VALUE ZERO.
01 WS-IdxEncaissement PIC 9(3).
01 WS-EcheanceEncaissee PIC X(1).
01 WS-PretsOuverts      PIC X(1) VALUE 'N'.

*> Relecture du décompte d'activité : compte en cours et montant de la
*> ligne de type, après le " = ".
01 WS-DC-Compte   PIC X(6) VALUE SPACES.
01 WS-DC-Avant    PIC X(100).
01 WS-DC-Apres    PIC X(20).
01 WS-DC-Montant  PIC 9(6)V99.
01 WS-DC-Trouve   PIC X(1).

*> Écriture de journal normalisée, quelle que soit sa source.
01 WS-EcrDescrp  PIC X(1).
01 WS-EcrValA    PIC 9(10)V99.
01 WS-EcrValB    PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-EcrCompte  PIC X(6).
01 WS-EcrDate    PIC X(8).
01 WS-EcrLibelle PIC X(30).

01 WS-NbRevue    PIC 9(3).
01 WS-RangRevue  PIC 9(3).
01 WS-Revue      PIC X(7).
01 WS-NomClient  PIC X(20).
01 WS-ClientsOuverts PIC X(1) VALUE 'N'.

01 WS-EdRang       PIC ZZ9.
01 WS-EdNombre     PIC ZZ9.
01 WS-EdFrais      PIC -Z(7)9.99.
01 WS-EdCheques    PIC -Z(7)9.99.
01 WS-EdPaiements  PIC -Z(7)9.99.
01 WS-EdAgios      PIC -Z(7)9.99.
01 WS-EdIntPrets   PIC -Z(7)9.99.
01 WS-EdIntServis  PIC -Z(7)9.99.
01 WS-EdSoldeMoyen PIC -Z(9)9.99.
01 WS-EdNet        PIC -Z(7)9.99.

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR
  PERFORM DETERMINER-MOIS
  PERFORM CHARGER-COMPTES
  IF WS-NbComptes = ZERO THEN
    DISPLAY "comptes.dat absent ou vide, aucun rapport de rentabilité."
    MOVE 8 TO WS-JobRC
  ELSE
    IF WS-TableDebordee = 'O' THEN
      DISPLAY "Plus de 500 comptes dans comptes.dat : rapport de "
              "rentabilité abandonné, aucun état écrit."
      MOVE 8 TO WS-JobRC
    ELSE
      PERFORM CUMULER-JOURNAL-ARCHIVE
      PERFORM CUMULER-JOURNAL-PARTITIONS
      PERFORM CUMULER-JOURNAL-VIVANT
      PERFORM CUMULER-DECOMPTE-ACTIVITE
      PERFORM CUMULER-INTERETS-PRETS
      PERFORM VARYING WS-IdxCompte FROM 1 BY 1
          UNTIL WS-IdxCompte > WS-NbComptes
        PERFORM CLORE-SOLDE-MOYEN
        PERFORM CUMULER-CLIENT
        PERFORM CUMULER-PRODUIT
      END-PERFORM
      PERFORM CLASSER-CLIENTS
      PERFORM CLASSER-PRODUITS
      PERFORM ECRIRE-RAPPORT
      IF WS-TableDebordee = 'O' THEN
        MOVE 4 TO WS-JobRC
      END-IF
      DISPLAY "Rentabilité " WS-MoisRapport " : " WS-NbClients
              " client(s), " WS-NbRevue " signalé(s) pour revue ("
              WS-NomRapport ")."
    END-IF
  END-IF

  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbClients TO WS-JobCompteur
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

DETERMINER-MOIS.
  MOVE WS-DateJour(1:6) TO WS-MoisRapport
  OPEN INPUT moisrentab
  IF WS-MOIS-STATUS = "00" THEN
    READ moisrentab
      NOT AT END
        IF MoisRentabLigne NUMERIC THEN
          MOVE MoisRentabLigne TO WS-MoisRapport
        END-IF
    END-READ
    CLOSE moisrentab
  END-IF
  STRING "rentabilite-" DELIMITED BY SIZE
         WS-MoisRapport DELIMITED BY SIZE
         ".txt" DELIMITED BY SIZE
    INTO WS-NomRapport
  END-STRING
  STRING "fraisdetail-" DELIMITED BY SIZE
         WS-MoisRapport DELIMITED BY SIZE
         ".txt" DELIMITED BY SIZE
    INTO WS-NomDecompte
  END-STRING
*> Nombre de jours du mois : du premier du mois au premier du suivant.
  MOVE WS-MoisRapport(1:4) TO WS-AnneeSuivante
  MOVE WS-MoisRapport(5:2) TO WS-MoisSuivant
  STRING WS-MoisRapport DELIMITED BY SIZE
         "01" DELIMITED BY SIZE
    INTO WS-DateNum
  END-STRING
  COMPUTE WS-JourDebut = FUNCTION INTEGER-OF-DATE(WS-DateNum)
  IF WS-MoisSuivant = 12 THEN
    ADD 1 TO WS-AnneeSuivante
    MOVE 1 TO WS-MoisSuivant
  ELSE
    ADD 1 TO WS-MoisSuivant
  END-IF
  COMPUTE WS-DateNum = WS-AnneeSuivante * 10000 + WS-MoisSuivant * 100 + 1
  COMPUTE WS-JourFin = FUNCTION INTEGER-OF-DATE(WS-DateNum)
  COMPUTE WS-NbJoursMois = WS-JourFin - WS-JourDebut.

CHARGER-COMPTES.
  MOVE ZERO TO WS-NbComptes
  OPEN INPUT comptes
  IF WS-COMPTES-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUES TO CompteNumero
  START comptes KEY IS NOT LESS THAN CompteNumero
    INVALID KEY
      CLOSE comptes
      EXIT PARAGRAPH
  END-START
  MOVE 'N' TO WS-FinLecture
  PERFORM CHARGER-COMPTE-SUIVANT UNTIL WS-FinLecture = 'O'
  CLOSE comptes.

CHARGER-COMPTE-SUIVANT.
  READ comptes NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF WS-NbComptes = 500 THEN
        MOVE 'O' TO WS-TableDebordee
        MOVE 'O' TO WS-FinLecture
      ELSE
        ADD 1 TO WS-NbComptes
        INITIALIZE WS-CompteEntree(WS-NbComptes)
        MOVE CompteNumero  TO WS-TB-Numero(WS-NbComptes)
        MOVE CompteClient  TO WS-TB-Client(WS-NbComptes)
        MOVE CompteProduit TO WS-TB-Produit(WS-NbComptes)
        MOVE CompteSolde   TO WS-TB-SoldeMaitre(WS-NbComptes)
        MOVE 'N' TO WS-TB-SoldeConnu(WS-NbComptes)
        MOVE 1 TO WS-TB-DernierJour(WS-NbComptes)
      END-IF
  END-READ.

LOCALISER-COMPTE.
  MOVE ZERO TO WS-IdxCompte
  PERFORM VARYING WS-IdxTri FROM 1 BY 1
      UNTIL WS-IdxTri > WS-NbComptes OR WS-IdxCompte > ZERO
    IF WS-TB-Numero(WS-IdxTri) = WS-CompteCherche THEN
      MOVE WS-IdxTri TO WS-IdxCompte
    END-IF
  END-PERFORM.

*> Journal du mois, dans l'ordre chronologique des sources : ancienne
*> archive, partitions annuelles jusqu'à l'année du mois (même
*> mécanique que FacturationActivite), puis journal vivant. Les
*> partitions des années antérieures ne font que porter le solde
*> d'ouverture d'un compte resté sans mouvement depuis.
CUMULER-JOURNAL-ARCHIVE.
  OPEN INPUT archive
  IF WS-ARCHIVE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CUMULER-ARCHIVE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE archive
  END-IF.

CUMULER-ARCHIVE-SUIVANTE.
  READ archive
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE ArchiveDescrp  TO WS-EcrDescrp
      MOVE ArchiveValA    TO WS-EcrValA
      MOVE ArchiveValB    TO WS-EcrValB
      MOVE ArchiveCompte  TO WS-EcrCompte
      MOVE ArchiveDate    TO WS-EcrDate
      MOVE ArchiveLibelle TO WS-EcrLibelle
      PERFORM CUMULER-ECRITURE
  END-READ.

CUMULER-JOURNAL-PARTITIONS.
  PERFORM CHARGER-INDEX-ARCHIVE
  PERFORM VARYING WS-IdxIndex FROM 1 BY 1
      UNTIL WS-IdxIndex > WS-NbIndex
    IF WS-AI-Annee(WS-IdxIndex) <= WS-MoisRapport(1:4) THEN
      PERFORM CUMULER-UNE-PARTITION
    END-IF
  END-PERFORM.

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
      MOVE AI-Annee TO WS-AI-Annee(WS-NbIndex)
  END-READ.

CUMULER-UNE-PARTITION.
  MOVE SPACES TO WS-NomPartition
  STRING "historique_archive-" DELIMITED BY SIZE
         WS-AI-Annee(WS-IdxIndex) DELIMITED BY SIZE
         ".txt" DELIMITED BY SIZE
    INTO WS-NomPartition
  END-STRING
  OPEN INPUT partition
  IF WS-PARTITION-STATUS = "00" THEN
    MOVE 'N' TO WS-FinPartition
    PERFORM CUMULER-PARTITION-SUIVANTE UNTIL WS-FinPartition = 'O'
    CLOSE partition
  END-IF.

CUMULER-PARTITION-SUIVANTE.
  READ partition
    AT END MOVE 'O' TO WS-FinPartition
    NOT AT END
      MOVE PT-Descrp  TO WS-EcrDescrp
      MOVE PT-ValA    TO WS-EcrValA
      MOVE PT-ValB    TO WS-EcrValB
      MOVE PT-Compte  TO WS-EcrCompte
      MOVE PT-Date    TO WS-EcrDate
      MOVE PT-Libelle TO WS-EcrLibelle
      PERFORM CUMULER-ECRITURE
  END-READ.

CUMULER-JOURNAL-VIVANT.
  OPEN INPUT historique
  IF WS-HIST-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CUMULER-VIVANT-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE historique
  END-IF.

CUMULER-VIVANT-SUIVANT.
  READ historique
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE HistoriqueDescrp  TO WS-EcrDescrp
      MOVE HistoriqueValA    TO WS-EcrValA
      MOVE HistoriqueValB    TO WS-EcrValB
      MOVE HistoriqueCompte  TO WS-EcrCompte
      MOVE HistoriqueDate    TO WS-EcrDate
      MOVE HistoriqueLibelle TO WS-EcrLibelle
      PERFORM CUMULER-ECRITURE
  END-READ.

*> Avant le mois, l'écriture ne fait que porter le solde d'ouverture
*> (les écritures sans date sont les plus anciennes) ; dans le mois,
*> le solde précédent est pondéré par le nombre de jours où il a tenu.
CUMULER-ECRITURE.
  IF WS-EcrDate(1:6) > WS-MoisRapport THEN
    EXIT PARAGRAPH
  END-IF
  MOVE WS-EcrCompte TO WS-CompteCherche
  PERFORM LOCALISER-COMPTE
  IF WS-IdxCompte = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'O' TO WS-TB-SoldeConnu(WS-IdxCompte)
  IF WS-EcrDate(1:6) < WS-MoisRapport THEN
    MOVE WS-EcrValB TO WS-TB-DernierSolde(WS-IdxCompte)
    EXIT PARAGRAPH
  END-IF

  MOVE WS-EcrDate(7:2) TO WS-JourEcriture
  IF WS-JourEcriture > WS-TB-DernierJour(WS-IdxCompte) THEN
    COMPUTE WS-TB-CumulSoldes(WS-IdxCompte) =
        WS-TB-CumulSoldes(WS-IdxCompte)
        + WS-TB-DernierSolde(WS-IdxCompte)
          * (WS-JourEcriture - WS-TB-DernierJour(WS-IdxCompte))
    MOVE WS-JourEcriture TO WS-TB-DernierJour(WS-IdxCompte)
  END-IF
  MOVE WS-EcrValB TO WS-TB-DernierSolde(WS-IdxCompte)

  EVALUATE WS-EcrDescrp
    WHEN 'F'
      IF WS-EcrLibelle NOT = WS-LibelleFactActivite THEN
        ADD WS-EcrValA TO WS-TB-Frais(WS-IdxCompte)
      END-IF
    WHEN 'A'
      ADD WS-EcrValA TO WS-TB-Agios(WS-IdxCompte)
    WHEN 'H'
      ADD WS-EcrValA TO WS-TB-InteretsPrets(WS-IdxCompte)
    WHEN 'I'
      ADD WS-EcrValA TO WS-TB-InteretsServis(WS-IdxCompte)
    WHEN 'G'
      ADD WS-EcrValA TO WS-TB-Retenues(WS-IdxCompte)
    WHEN 'E'
      ADD WS-EcrValA TO WS-TB-Penalites(WS-IdxCompte)
    WHEN OTHER
      CONTINUE
  END-EVALUATE.

*> Décompte de FacturationActivite : une ligne "Compte XXXXXX" ouvre
*> chaque compte, ses lignes "  Type X : ... = montant" détaillent la
*> facture. Sans décompte pour le mois, la facture d'activité est
*> absente du rapport (le job n'a pas encore tourné).
CUMULER-DECOMPTE-ACTIVITE.
  OPEN INPUT decompte
  IF WS-DECOMPTE-STATUS NOT = "00" THEN
    DISPLAY WS-NomDecompte " absent : facture d'activité du mois "
            "non reprise."
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO WS-IdxCompte
  MOVE 'N' TO WS-FinLecture
  PERFORM CUMULER-LIGNE-DECOMPTE UNTIL WS-FinLecture = 'O'
  CLOSE decompte.

CUMULER-LIGNE-DECOMPTE.
  READ decompte
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF DecompteLigne(1:7) = "Compte " THEN
        MOVE DecompteLigne(8:6) TO WS-CompteCherche
        PERFORM LOCALISER-COMPTE
      ELSE
        IF DecompteLigne(1:7) = "  Type " AND WS-IdxCompte > ZERO THEN
          PERFORM CUMULER-TYPE-DECOMPTE
        END-IF
      END-IF
  END-READ.

CUMULER-TYPE-DECOMPTE.
  MOVE SPACES TO WS-DC-Avant WS-DC-Apres
  UNSTRING DecompteLigne DELIMITED BY " = "
    INTO WS-DC-Avant WS-DC-Apres
  END-UNSTRING
  IF WS-DC-Apres(1:8) NOT NUMERIC THEN
    EXIT PARAGRAPH
  END-IF
  MOVE WS-DC-Apres(1:8) TO WS-DC-Montant
  EVALUATE DecompteLigne(8:1)
    WHEN 'J'
      ADD WS-DC-Montant TO WS-TB-FraisCheques(WS-IdxCompte)
    WHEN 'P'
      ADD WS-DC-Montant TO WS-TB-FraisPaiements(WS-IdxCompte)
    WHEN OTHER
      ADD WS-DC-Montant TO WS-TB-Frais(WS-IdxCompte)
  END-EVALUATE.

*> Intérêts de prêt encaissés : les échéances réussies du mois au
*> journal des prélèvements, retrouvées dans l'échéancier pour leur
*> part d'intérêts, et le prêt dans prets.dat pour son compte.
CUMULER-INTERETS-PRETS.
  MOVE ZERO TO WS-NbEncaissements
  OPEN INPUT pretsjournal
  IF WS-PJOURNAL-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM CHARGER-ENCAISSEMENT-SUIVANT UNTIL WS-FinLecture = 'O'
  CLOSE pretsjournal
  IF WS-NbEncaissements = ZERO THEN
    EXIT PARAGRAPH
  END-IF

  OPEN INPUT prets
  IF WS-PRETS-STATUS = "00" THEN
    MOVE 'O' TO WS-PretsOuverts
  ELSE
    DISPLAY "prets.dat indisponible (" WS-PRETS-STATUS
            "), intérêts de prêt non repris."
    EXIT PARAGRAPH
  END-IF
  OPEN INPUT echeancier
  IF WS-ECHEANCIER-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CUMULER-ECHEANCE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE echeancier
  ELSE
    DISPLAY "echeancierprets.txt introuvable, intérêts de prêt non "
            "repris."
  END-IF
  CLOSE prets
  MOVE 'N' TO WS-PretsOuverts.

CHARGER-ENCAISSEMENT-SUIVANT.
  READ pretsjournal
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF PJ-Resultat = 'S' AND PJ-Date(1:6) = WS-MoisRapport THEN
        IF WS-NbEncaissements = 500 THEN
          MOVE 'O' TO WS-TableDebordee
        ELSE
          ADD 1 TO WS-NbEncaissements
          MOVE PJ-Pret   TO WS-EN-Pret(WS-NbEncaissements)
          MOVE PJ-Numero TO WS-EN-Numero(WS-NbEncaissements)
        END-IF
      END-IF
  END-READ.

CUMULER-ECHEANCE-SUIVANTE.
  READ echeancier
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE 'N' TO WS-EcheanceEncaissee
      PERFORM VARYING WS-IdxEncaissement FROM 1 BY 1
          UNTIL WS-IdxEncaissement > WS-NbEncaissements
             OR WS-EcheanceEncaissee = 'O'
        IF WS-EN-Pret(WS-IdxEncaissement) = EC-Pret
           AND WS-EN-Numero(WS-IdxEncaissement) = EC-Numero THEN
          MOVE 'O' TO WS-EcheanceEncaissee
        END-IF
      END-PERFORM
      IF WS-EcheanceEncaissee = 'O' THEN
        MOVE EC-Pret TO PR-Id
        READ prets
          INVALID KEY CONTINUE
          NOT INVALID KEY
            MOVE PR-Compte TO WS-CompteCherche
            PERFORM LOCALISER-COMPTE
            IF WS-IdxCompte > ZERO THEN
              ADD EC-Interet TO WS-TB-InteretsPrets(WS-IdxCompte)
            END-IF
        END-READ
      END-IF
  END-READ.

*> Dernier solde tenu jusqu'au soir du dernier jour du mois ; un compte
*> sans écriture connue garde le solde du maître.
CLORE-SOLDE-MOYEN.
  IF WS-TB-SoldeConnu(WS-IdxCompte) NOT = 'O' THEN
    MOVE WS-TB-SoldeMaitre(WS-IdxCompte) TO WS-TB-SoldeMoyen(WS-IdxCompte)
    EXIT PARAGRAPH
  END-IF
  COMPUTE WS-TB-CumulSoldes(WS-IdxCompte) =
      WS-TB-CumulSoldes(WS-IdxCompte)
      + WS-TB-DernierSolde(WS-IdxCompte)
        * (WS-NbJoursMois + 1 - WS-TB-DernierJour(WS-IdxCompte))
  COMPUTE WS-TB-SoldeMoyen(WS-IdxCompte) ROUNDED =
      WS-TB-CumulSoldes(WS-IdxCompte) / WS-NbJoursMois.

CUMULER-CLIENT.
  MOVE ZERO TO WS-IdxClient
  PERFORM VARYING WS-IdxTri FROM 1 BY 1
      UNTIL WS-IdxTri > WS-NbClients OR WS-IdxClient > ZERO
    IF WS-CL-Cle(WS-IdxTri) = WS-TB-Client(WS-IdxCompte) THEN
      MOVE WS-IdxTri TO WS-IdxClient
    END-IF
  END-PERFORM
  IF WS-IdxClient = ZERO THEN
    ADD 1 TO WS-NbClients
    MOVE WS-NbClients TO WS-IdxClient
    INITIALIZE WS-ClientEntree(WS-IdxClient)
    MOVE WS-TB-Client(WS-IdxCompte) TO WS-CL-Cle(WS-IdxClient)
  END-IF
  ADD 1 TO WS-CL-NbComptes(WS-IdxClient)
  ADD WS-TB-Frais(WS-IdxCompte) TO WS-CL-Frais(WS-IdxClient)
  ADD WS-TB-FraisCheques(WS-IdxCompte) TO WS-CL-FraisCheques(WS-IdxClient)
  ADD WS-TB-FraisPaiements(WS-IdxCompte)
      TO WS-CL-FraisPaiements(WS-IdxClient)
  ADD WS-TB-Agios(WS-IdxCompte) TO WS-CL-Agios(WS-IdxClient)
  ADD WS-TB-InteretsPrets(WS-IdxCompte) TO WS-CL-InteretsPrets(WS-IdxClient)
  COMPUTE WS-CL-InteretsServis(WS-IdxClient) =
      WS-CL-InteretsServis(WS-IdxClient)
      + WS-TB-InteretsServis(WS-IdxCompte)
      - WS-TB-Retenues(WS-IdxCompte)
      - WS-TB-Penalites(WS-IdxCompte)
  ADD WS-TB-SoldeMoyen(WS-IdxCompte) TO WS-CL-SoldeMoyen(WS-IdxClient)
  COMPUTE WS-CL-Net(WS-IdxClient) =
      WS-CL-Frais(WS-IdxClient) + WS-CL-FraisCheques(WS-IdxClient)
      + WS-CL-FraisPaiements(WS-IdxClient) + WS-CL-Agios(WS-IdxClient)
      + WS-CL-InteretsPrets(WS-IdxClient)
      - WS-CL-InteretsServis(WS-IdxClient).

CUMULER-PRODUIT.
  MOVE ZERO TO WS-IdxProduit
  PERFORM VARYING WS-IdxTri FROM 1 BY 1
      UNTIL WS-IdxTri > WS-NbProduits OR WS-IdxProduit > ZERO
    IF WS-PD-Cle(WS-IdxTri) = WS-TB-Produit(WS-IdxCompte) THEN
      MOVE WS-IdxTri TO WS-IdxProduit
    END-IF
  END-PERFORM
  IF WS-IdxProduit = ZERO THEN
    IF WS-NbProduits = 50 THEN
      MOVE 'O' TO WS-TableDebordee
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-NbProduits
    MOVE WS-NbProduits TO WS-IdxProduit
    INITIALIZE WS-ProduitEntree(WS-IdxProduit)
    MOVE WS-TB-Produit(WS-IdxCompte) TO WS-PD-Cle(WS-IdxProduit)
  END-IF
  ADD 1 TO WS-PD-NbComptes(WS-IdxProduit)
  ADD WS-TB-Frais(WS-IdxCompte) TO WS-PD-Frais(WS-IdxProduit)
  ADD WS-TB-FraisCheques(WS-IdxCompte) TO WS-PD-FraisCheques(WS-IdxProduit)
  ADD WS-TB-FraisPaiements(WS-IdxCompte)
      TO WS-PD-FraisPaiements(WS-IdxProduit)
  ADD WS-TB-Agios(WS-IdxCompte) TO WS-PD-Agios(WS-IdxProduit)
  ADD WS-TB-InteretsPrets(WS-IdxCompte) TO WS-PD-InteretsPrets(WS-IdxProduit)
  COMPUTE WS-PD-InteretsServis(WS-IdxProduit) =
      WS-PD-InteretsServis(WS-IdxProduit)
      + WS-TB-InteretsServis(WS-IdxCompte)
      - WS-TB-Retenues(WS-IdxCompte)
      - WS-TB-Penalites(WS-IdxCompte)
  ADD WS-TB-SoldeMoyen(WS-IdxCompte) TO WS-PD-SoldeMoyen(WS-IdxProduit)
  COMPUTE WS-PD-Net(WS-IdxProduit) =
      WS-PD-Frais(WS-IdxProduit) + WS-PD-FraisCheques(WS-IdxProduit)
      + WS-PD-FraisPaiements(WS-IdxProduit) + WS-PD-Agios(WS-IdxProduit)
      + WS-PD-InteretsPrets(WS-IdxProduit)
      - WS-PD-InteretsServis(WS-IdxProduit).

*> Classement par revenu net décroissant (tri par échange en table).
CLASSER-CLIENTS.
  PERFORM VARYING WS-IdxTri FROM 1 BY 1 UNTIL WS-IdxTri >= WS-NbClients
    PERFORM VARYING WS-IdxTri2 FROM WS-IdxTri BY 1
        UNTIL WS-IdxTri2 > WS-NbClients
      IF WS-CL-Net(WS-IdxTri2) > WS-CL-Net(WS-IdxTri) THEN
        MOVE WS-ClientEntree(WS-IdxTri)  TO WS-Echange
        MOVE WS-ClientEntree(WS-IdxTri2) TO WS-ClientEntree(WS-IdxTri)
        MOVE WS-Echange TO WS-ClientEntree(WS-IdxTri2)
      END-IF
    END-PERFORM
  END-PERFORM.

CLASSER-PRODUITS.
  PERFORM VARYING WS-IdxTri FROM 1 BY 1 UNTIL WS-IdxTri >= WS-NbProduits
    PERFORM VARYING WS-IdxTri2 FROM WS-IdxTri BY 1
        UNTIL WS-IdxTri2 > WS-NbProduits
      IF WS-PD-Net(WS-IdxTri2) > WS-PD-Net(WS-IdxTri) THEN
        MOVE WS-ProduitEntree(WS-IdxTri)  TO WS-Echange
        MOVE WS-ProduitEntree(WS-IdxTri2) TO WS-ProduitEntree(WS-IdxTri)
        MOVE WS-Echange TO WS-ProduitEntree(WS-IdxTri2)
      END-IF
    END-PERFORM
  END-PERFORM.

ECRIRE-RAPPORT.
  OPEN OUTPUT rapport
  IF WS-RAPPORT-STATUS NOT = "00" THEN
    DISPLAY WS-NomRapport " inaccessible en écriture ("
            WS-RAPPORT-STATUS ")."
    MOVE 8 TO WS-JobRC
    EXIT PARAGRAPH
  END-IF
  OPEN INPUT clients
  IF WS-CLIENTS-STATUS = "00" THEN
    MOVE 'O' TO WS-ClientsOuverts
  END-IF

*> Bas du classement : les WS-PourcentageRevue % derniers, arrondi au
*> client supérieur, au moins un.
  COMPUTE WS-NbRevue = (WS-NbClients * WS-PourcentageRevue + 99) / 100
  IF WS-NbRevue = ZERO AND WS-NbClients > ZERO THEN
    MOVE 1 TO WS-NbRevue
  END-IF
  COMPUTE WS-RangRevue = WS-NbClients - WS-NbRevue + 1

  MOVE SPACES TO RapportLigne
  STRING "RENTABILITE PAR CLIENT - mois " DELIMITED BY SIZE
         WS-MoisRapport DELIMITED BY SIZE
         " (" DELIMITED BY SIZE
         WS-NbJoursMois DELIMITED BY SIZE
         " jours)" DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne
  MOVE SPACES TO RapportLigne
  WRITE RapportLigne
  MOVE "Rang Client Nom                        Frais  Chq retournés   Paiem. ext.         Agios  Int. prêts  Int. servis   Solde moyen     Net"
    TO RapportLigne
  WRITE RapportLigne
  PERFORM VARYING WS-IdxClient FROM 1 BY 1
      UNTIL WS-IdxClient > WS-NbClients
    PERFORM ECRIRE-LIGNE-CLIENT
  END-PERFORM

  MOVE SPACES TO RapportLigne
  WRITE RapportLigne
  MOVE "RENTABILITE PAR PRODUIT" TO RapportLigne
  WRITE RapportLigne
  MOVE "Rang Produit Comptes               Frais  Chq retournés   Paiem. ext.         Agios  Int. prêts  Int. servis   Solde moyen     Net"
    TO RapportLigne
  WRITE RapportLigne
  PERFORM VARYING WS-IdxProduit FROM 1 BY 1
      UNTIL WS-IdxProduit > WS-NbProduits
    PERFORM ECRIRE-LIGNE-PRODUIT
  END-PERFORM

  IF WS-TableDebordee = 'O' THEN
    MOVE SPACES TO RapportLigne
    WRITE RapportLigne
    MOVE "ATTENTION : capacité de travail dépassée (produits ou échéances encaissées), rapport incomplet."
      TO RapportLigne
    WRITE RapportLigne
  END-IF
  IF WS-ClientsOuverts = 'O' THEN
    CLOSE clients
  END-IF
  CLOSE rapport.

ECRIRE-LIGNE-CLIENT.
  MOVE SPACES TO WS-NomClient
  IF WS-ClientsOuverts = 'O' THEN
    MOVE WS-CL-Cle(WS-IdxClient) TO ClientNumero
    READ clients
      INVALID KEY MOVE "(client inconnu)" TO WS-NomClient
      NOT INVALID KEY MOVE ClientNom TO WS-NomClient
    END-READ
  END-IF
  MOVE SPACES TO WS-Revue
  IF WS-IdxClient >= WS-RangRevue OR WS-CL-Net(WS-IdxClient) < ZERO THEN
    MOVE " REVUE" TO WS-Revue
  END-IF
  MOVE WS-IdxClient TO WS-EdRang
  MOVE WS-CL-Frais(WS-IdxClient) TO WS-EdFrais
  MOVE WS-CL-FraisCheques(WS-IdxClient) TO WS-EdCheques
  MOVE WS-CL-FraisPaiements(WS-IdxClient) TO WS-EdPaiements
  MOVE WS-CL-Agios(WS-IdxClient) TO WS-EdAgios
  MOVE WS-CL-InteretsPrets(WS-IdxClient) TO WS-EdIntPrets
  MOVE WS-CL-InteretsServis(WS-IdxClient) TO WS-EdIntServis
  MOVE WS-CL-SoldeMoyen(WS-IdxClient) TO WS-EdSoldeMoyen
  MOVE WS-CL-Net(WS-IdxClient) TO WS-EdNet
  MOVE SPACES TO RapportLigne
  STRING WS-EdRang DELIMITED BY SIZE
         "  " DELIMITED BY SIZE
         WS-CL-Cle(WS-IdxClient) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-NomClient DELIMITED BY SIZE
         WS-EdFrais DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdCheques DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdPaiements DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdAgios DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdIntPrets DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdIntServis DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdSoldeMoyen DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdNet DELIMITED BY SIZE
         WS-Revue DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne.

ECRIRE-LIGNE-PRODUIT.
  MOVE WS-IdxProduit TO WS-EdRang
  MOVE WS-PD-NbComptes(WS-IdxProduit) TO WS-EdNombre
  MOVE WS-PD-Frais(WS-IdxProduit) TO WS-EdFrais
  MOVE WS-PD-FraisCheques(WS-IdxProduit) TO WS-EdCheques
  MOVE WS-PD-FraisPaiements(WS-IdxProduit) TO WS-EdPaiements
  MOVE WS-PD-Agios(WS-IdxProduit) TO WS-EdAgios
  MOVE WS-PD-InteretsPrets(WS-IdxProduit) TO WS-EdIntPrets
  MOVE WS-PD-InteretsServis(WS-IdxProduit) TO WS-EdIntServis
  MOVE WS-PD-SoldeMoyen(WS-IdxProduit) TO WS-EdSoldeMoyen
  MOVE WS-PD-Net(WS-IdxProduit) TO WS-EdNet
  MOVE SPACES TO RapportLigne
  STRING WS-EdRang DELIMITED BY SIZE
         "  " DELIMITED BY SIZE
         WS-PD-Cle(WS-IdxProduit) DELIMITED BY SIZE
         "  " DELIMITED BY SIZE
         WS-EdNombre DELIMITED BY SIZE
         "             " DELIMITED BY SIZE
         WS-EdFrais DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdCheques DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdPaiements DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdAgios DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdIntPrets DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdIntServis DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdSoldeMoyen DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdNet DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne.
