*> restauration avant qu'un seul fichier de production ne soit touché.
*> Ce n'est qu'après cette passe que les fichiers ligne à ligne sont
*> remis en place et que les maîtres indexés (comptes.dat, clients.dat,
*> produits.dat, tauxchange.dat, operateurs.dat et les référentiels
*> autorisations, beneficiaires, retenues, mandats, prets,
*> ordrespermanents, chequiers, titulaires en .dat) sont reconstruits
*> enregistrement par enregistrement. En fin de restauration, le
*> programme dit exactement quelle journée comptable rouvrir avec
*> OuvrirJournee. L'index des
*> mouvements (mouvements.dat) n'est pas dans la photographie : il est
*> vidé, pour ne plus montrer au guichet des écritures que le journal
*> restauré n'a pas, et l'opérateur est invité à le recharger avec
*> ReconstruireMouvements.
*>
*> Reprise à chaud (sur demande, après la restauration) : les écritures
*> postées depuis la photographie sont rejouées à partir de la copie de
*> secours du journal (../historique_secours.txt, doublée par
*> EnregistrerHistorique à chaque écriture). Ne sont reprises que les
*> écritures au-delà du dernier HistoriqueId du journal restauré, dans
*> l'ordre strict de la séquence : au premier trou (ou doublon) le
*> rejeu s'arrête, rien n'est deviné au-delà. Chaque écriture reprise
*> est rajoutée à historique.txt et son solde résultant (HistoriqueValB)
*> reporté dans comptes.dat ; solde.txt est ensuite réécrit depuis le
*> maître et checkpoint.txt recalé sur le dernier id repris. Le journal
*> obtenu est recontrôlé contre le scellé (historique_scelle.txt) et
*> les soldes du maître contre les écritures reprises ; le détail
*> exact du rejeu est écrit dans reprisejournal.txt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      RECORD KEY IS OperateurNumero
      FILE STATUS IS WS-OPERATEURS-STATUS.

  SELECT autorisations ASSIGN TO "autorisations.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS AU-Id
      FILE STATUS IS WS-AUTORISATIONS-STATUS.

  SELECT beneficiaires ASSIGN TO "beneficiaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BE-Reference
      FILE STATUS IS WS-BENEFICIAIRES-STATUS.

  SELECT retenues ASSIGN TO "retenues.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RT-Cle
      FILE STATUS IS WS-RETENUES-STATUS.

  SELECT mandats ASSIGN TO "mandats.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS MA-Reference
      FILE STATUS IS WS-MANDATS-STATUS.

  SELECT prets ASSIGN TO "prets.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS PR-Id
      FILE STATUS IS WS-PRETS-STATUS.

  SELECT ordrespermanents ASSIGN TO "ordrespermanents.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS OP-Libelle
      FILE STATUS IS WS-ORDRES-STATUS.

  SELECT chequiers ASSIGN TO "chequiers.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CQ-Cle
      FILE STATUS IS WS-CHEQUIERS-STATUS.

  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-TITULAIRES-STATUS.

  SELECT mouvements ASSIGN TO "mouvements.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS MV-Cle
      FILE STATUS IS WS-MVT-STATUS.

  SELECT historique ASSIGN TO "historique.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HIST-STATUS.

  SELECT secours ASSIGN TO "../historique_secours.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SECOURS-STATUS.

  SELECT solde ASSIGN TO "solde.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SOLDE-STATUS.

  SELECT checkpoint ASSIGN TO "checkpoint.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CKPT-STATUS.

  SELECT scelle ASSIGN TO "historique_scelle.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SCELLE-STATUS.

  SELECT reprise ASSIGN TO "reprisejournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-REPRISE-STATUS.

  SELECT manifeste ASSIGN TO WS-NomManifeste
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
FD operateurs.
COPY "OPERATEURS.cpy".

FD autorisations.
COPY "AUTORISATIONS.cpy".

FD beneficiaires.
COPY "BENEFICIAIRES.cpy".

FD retenues.
COPY "RETENUES.cpy".

FD mandats.
COPY "MANDATS.cpy".

FD prets.
COPY "PRETS.cpy".

FD ordrespermanents.
COPY "ORDRESPERM.cpy".

FD chequiers.
COPY "CHEQUIERS.cpy".

FD titulaires.
COPY "TITULAIRES.cpy".

FD mouvements.
COPY "MOUVEMENTS.cpy".

FD historique.
COPY "HISTORIQUE.cpy".

FD secours.
01 SecoursLigne PIC X(99).

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

FD checkpoint.
01 CheckpointId PIC 9(9).

FD scelle.
01 ScelleRecord.
   05 SC-Date        PIC X(8).
   05 SC-NbEcritures PIC 9(9).
   05 SC-SommeValA   PIC 9(12)V99.
   05 SC-MaxId       PIC 9(9).

FD reprise.
01 RepriseLigne PIC X(120).

FD manifeste.
01 ManifesteRecord.
   05 MF-Fichier PIC X(30).
01 WS-PRODUITS-STATUS PIC XX.
01 WS-TAUXMAITRE-STATUS PIC XX.
01 WS-OPERATEURS-STATUS PIC XX.
01 WS-AUTORISATIONS-STATUS PIC XX.
01 WS-BENEFICIAIRES-STATUS PIC XX.
01 WS-RETENUES-STATUS PIC XX.
01 WS-MANDATS-STATUS PIC XX.
01 WS-PRETS-STATUS PIC XX.
01 WS-ORDRES-STATUS PIC XX.
01 WS-CHEQUIERS-STATUS PIC XX.
01 WS-TITULAIRES-STATUS PIC XX.
01 WS-MANIFESTE-STATUS PIC XX.

01 WS-DateSnapshot PIC X(8).
01 WS-Confirmation PIC X(1).
01 WS-Idx          PIC 9(2).

01 WS-HIST-STATUS     PIC XX.
01 WS-MVT-STATUS      PIC XX.
01 WS-SECOURS-STATUS  PIC XX.
01 WS-SOLDE-STATUS    PIC XX.
01 WS-CKPT-STATUS     PIC XX.
01 WS-SCELLE-STATUS   PIC XX.
01 WS-REPRISE-STATUS  PIC XX.

*> Reprise à chaud : base = dernier id du journal restauré (à défaut,
*> SCELLE-MAXID du manifeste), puis séquence stricte base+1, base+2...
01 WS-RepriseDemandee PIC X(1) VALUE 'N'.
01 WS-ScelleMaxIdManifeste PIC 9(9) VALUE ZERO.
01 WS-IdBase          PIC 9(9) VALUE ZERO.
01 WS-IdAttendu       PIC 9(9).
01 WS-DernierIdRepris PIC 9(9).
01 WS-NbReprises      PIC 9(6) VALUE ZERO.
01 WS-NbDejaPresentes PIC 9(6) VALUE ZERO.
01 WS-NbSoldesReportes PIC 9(6) VALUE ZERO.
01 WS-SommeReprise    PIC 9(12)V99 VALUE ZERO.
01 WS-ArretSequence   PIC X(1) VALUE 'N'.
01 WS-FinSecours      PIC X(1).
01 WS-MontantEdite    PIC Z(9)9.99.
01 WS-SoldeEdite      PIC -(10)9.99.
01 WS-RepriseConforme PIC X(1) VALUE 'O'.
01 WS-ComptesOuvert   PIC X(1) VALUE 'N'.

01 WS-SoldeLegacyA PIC S9(8)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-SoldeLegacyB PIC S9(8)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-SoldeLegacyC PIC S9(8)V99 SIGN LEADING SEPARATE VALUE ZERO.

*> Contrôle du journal repris contre le scellé.
01 WS-ScelleLu        PIC X(1) VALUE 'N'.
01 WS-NbEcritures     PIC 9(9).
01 WS-SommeScellee    PIC 9(12)V99.
01 WS-MaxId           PIC 9(9).

*> Dernier solde repris par compte, recontrôlé dans comptes.dat.
01 WS-TableReprise.
   05 WS-RepriseEntree OCCURS 500 TIMES.
      10 WS-RP-Compte PIC X(6).
      10 WS-RP-Solde  PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-NbComptesRepris PIC 9(3) VALUE ZERO.
01 WS-IdxRepris       PIC 9(3).
01 WS-ComptesDebordes PIC X(1) VALUE 'N'.

01 WS-TableManifeste.
   05 WS-ManifesteEntree OCCURS 60 TIMES.
      10 WS-MF-Fichier PIC X(30).
      10 WS-MF-Nb      PIC 9(9).
01 WS-NbEntrees PIC 9(2) VALUE ZERO.
  END-IF

  DISPLAY "Jeu " WS-DateSnapshot " vérifié conforme au manifeste."
  DISPLAY "Rejouer ensuite les écritures postées depuis la photographie "
          "(reprise à chaud sur ../historique_secours.txt) (O/N) ?"
  ACCEPT WS-RepriseDemandee
  DISPLAY "Confirmer la restauration (O/N) ? Elle ECRASE les fichiers "
          "de production."
  ACCEPT WS-Confirmation
  END-IF

  PERFORM RESTAURER-JEU
  PERFORM VIDER-MOUVEMENTS

  DISPLAY "Restauration terminée."
  IF WS-RepriseDemandee = 'O' THEN
    PERFORM REPRENDRE-JOURNAL
  END-IF
  DISPLAY "Index des mouvements vidé : relancer ReconstruireMouvements "
          "avant de rouvrir le guichet."
  DISPLAY "Rouvrez la journée comptable " WS-DateSnapshot
          " avec OuvrirJournee avant toute reprise des traitements."
  STOP RUN.
  IF WS-MANIFESTE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinManifeste
    PERFORM LIRE-MANIFESTE-SUIVANT
        UNTIL WS-FinManifeste = 'O' OR WS-NbEntrees = 60
    CLOSE manifeste
  END-IF.

      ADD 1 TO WS-NbEntrees
      MOVE MF-Fichier TO WS-MF-Fichier(WS-NbEntrees)
      MOVE MF-NbEnregistrements TO WS-MF-Nb(WS-NbEntrees)
      IF MF-Fichier = "SCELLE-MAXID" THEN
        MOVE MF-NbEnregistrements TO WS-ScelleMaxIdManifeste
      END-IF
  END-READ.

*> Première passe, sans effet de bord : chaque fichier du jeu est
        PERFORM RESTAURER-TAUX
      WHEN "operateurs.dat"
        PERFORM RESTAURER-OPERATEURS
      WHEN "autorisations.dat"
        PERFORM RESTAURER-AUTORISATIONS
      WHEN "beneficiaires.dat"
        PERFORM RESTAURER-BENEFICIAIRES
      WHEN "retenues.dat"
        PERFORM RESTAURER-RETENUES
      WHEN "mandats.dat"
        PERFORM RESTAURER-MANDATS
      WHEN "prets.dat"
        PERFORM RESTAURER-PRETS
      WHEN "ordrespermanents.dat"
        PERFORM RESTAURER-ORDRES
      WHEN "chequiers.dat"
        PERFORM RESTAURER-CHEQUIERS
      WHEN "titulaires.dat"
        PERFORM RESTAURER-TITULAIRES
      WHEN "SCELLE"
        CONTINUE
      WHEN "SCELLE-MAXID"
    END-EVALUATE
  END-PERFORM.

*> L'index des mouvements porte les écritures postées depuis la
*> photographie : il est recréé vide, ReconstruireMouvements le
*> recharge depuis le journal restauré (et repris).
VIDER-MOUVEMENTS.
  OPEN OUTPUT mouvements
  IF WS-MVT-STATUS NOT = "00" THEN
    DISPLAY "mouvements.dat ne peut être vidé (" WS-MVT-STATUS ")."
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
  END-IF
  CLOSE mouvements.

PREPARER-NOMS-RESTAURATION.
  MOVE SPACES TO WS-NomSource
  STRING "snapshot-" DELIMITED BY SIZE
      MOVE OrigineLigne TO TauxRecord
      WRITE TauxRecord
  END-READ.

RESTAURER-AUTORISATIONS.
  PERFORM PREPARER-NOMS-RESTAURATION
  OPEN OUTPUT autorisations
  OPEN INPUT origine
  IF WS-ORIGINE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM RESTAURER-AUTORISATION-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE origine
  END-IF
  CLOSE autorisations
  DISPLAY "Restauré : autorisations.dat".

RESTAURER-AUTORISATION-SUIVANTE.
  READ origine
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE OrigineLigne TO AutorisationRecord
      WRITE AutorisationRecord
  END-READ.

RESTAURER-BENEFICIAIRES.
  PERFORM PREPARER-NOMS-RESTAURATION
  OPEN OUTPUT beneficiaires
  OPEN INPUT origine
  IF WS-ORIGINE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM RESTAURER-BENEFICIAIRE-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE origine
  END-IF
  CLOSE beneficiaires
  DISPLAY "Restauré : beneficiaires.dat".

RESTAURER-BENEFICIAIRE-SUIVANT.
  READ origine
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE OrigineLigne TO BeneficiaireRecord
      WRITE BeneficiaireRecord
  END-READ.

RESTAURER-RETENUES.
  PERFORM PREPARER-NOMS-RESTAURATION
  OPEN OUTPUT retenues
  OPEN INPUT origine
  IF WS-ORIGINE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM RESTAURER-RETENUE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE origine
  END-IF
  CLOSE retenues
  DISPLAY "Restauré : retenues.dat".

RESTAURER-RETENUE-SUIVANTE.
  READ origine
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE OrigineLigne TO RetenueRecord
      WRITE RetenueRecord
  END-READ.

RESTAURER-MANDATS.
  PERFORM PREPARER-NOMS-RESTAURATION
  OPEN OUTPUT mandats
  OPEN INPUT origine
  IF WS-ORIGINE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM RESTAURER-MANDAT-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE origine
  END-IF
  CLOSE mandats
  DISPLAY "Restauré : mandats.dat".

RESTAURER-MANDAT-SUIVANT.
  READ origine
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE OrigineLigne TO MandatRecord
      WRITE MandatRecord
  END-READ.

RESTAURER-PRETS.
  PERFORM PREPARER-NOMS-RESTAURATION
  OPEN OUTPUT prets
  OPEN INPUT origine
  IF WS-ORIGINE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM RESTAURER-PRET-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE origine
  END-IF
  CLOSE prets
  DISPLAY "Restauré : prets.dat".

RESTAURER-PRET-SUIVANT.
  READ origine
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE OrigineLigne TO PretRecord
      WRITE PretRecord
  END-READ.

RESTAURER-ORDRES.
  PERFORM PREPARER-NOMS-RESTAURATION
  OPEN OUTPUT ordrespermanents
  OPEN INPUT origine
  IF WS-ORIGINE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM RESTAURER-ORDRE-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE origine
  END-IF
  CLOSE ordrespermanents
  DISPLAY "Restauré : ordrespermanents.dat".

RESTAURER-ORDRE-SUIVANT.
  READ origine
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE OrigineLigne TO OrdrePermanentRecord
      WRITE OrdrePermanentRecord
  END-READ.

RESTAURER-CHEQUIERS.
  PERFORM PREPARER-NOMS-RESTAURATION
  OPEN OUTPUT chequiers
  OPEN INPUT origine
  IF WS-ORIGINE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM RESTAURER-CHEQUIER-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE origine
  END-IF
  CLOSE chequiers
  DISPLAY "Restauré : chequiers.dat".

RESTAURER-CHEQUIER-SUIVANT.
  READ origine
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE OrigineLigne TO ChequierRecord
      WRITE ChequierRecord
  END-READ.

RESTAURER-TITULAIRES.
  PERFORM PREPARER-NOMS-RESTAURATION
  OPEN OUTPUT titulaires
  OPEN INPUT origine
  IF WS-ORIGINE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM RESTAURER-TITULAIRE-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE origine
  END-IF
  CLOSE titulaires
  DISPLAY "Restauré : titulaires.dat".

RESTAURER-TITULAIRE-SUIVANT.
  READ origine
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE OrigineLigne TO TitulaireRecord
      WRITE TitulaireRecord
  END-READ.

*> Reprise à chaud, une fois le jeu remis en place : voir l'en-tête.
REPRENDRE-JOURNAL.
  OPEN OUTPUT reprise
  MOVE SPACES TO RepriseLigne
  STRING "REPRISE A CHAUD - photographie du " DELIMITED BY SIZE
         WS-DateSnapshot DELIMITED BY SIZE
         " + journal de secours ../historique_secours.txt"
             DELIMITED BY SIZE
    INTO RepriseLigne
  END-STRING
  PERFORM ECRIRE-LIGNE-REPRISE

  PERFORM DETERMINER-ID-BASE
  MOVE SPACES TO RepriseLigne
  STRING "Dernier id du journal restauré : " DELIMITED BY SIZE
         WS-IdBase DELIMITED BY SIZE
    INTO RepriseLigne
  END-STRING
  PERFORM ECRIRE-LIGNE-REPRISE

  OPEN INPUT secours
  IF WS-SECOURS-STATUS NOT = "00" THEN
    MOVE "Journal de secours introuvable : aucune écriture rejouée."
        TO RepriseLigne
    PERFORM ECRIRE-LIGNE-REPRISE
    MOVE 'N' TO WS-RepriseConforme
    CLOSE reprise
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
  END-IF
  OPEN EXTEND historique
  IF WS-HIST-STATUS NOT = "00" THEN
    OPEN OUTPUT historique
  END-IF
  OPEN I-O comptes
  IF WS-COMPTES-STATUS NOT = "00" THEN
    MOVE 'N' TO WS-RepriseConforme
    MOVE SPACES TO RepriseLigne
    STRING "ANOMALIE : comptes.dat indisponible (" DELIMITED BY SIZE
           WS-COMPTES-STATUS DELIMITED BY SIZE
           "), aucun solde reporté." DELIMITED BY SIZE
      INTO RepriseLigne
    END-STRING
    PERFORM ECRIRE-LIGNE-REPRISE
  ELSE
    MOVE 'O' TO WS-ComptesOuvert
  END-IF
  MOVE WS-IdBase TO WS-DernierIdRepris
  COMPUTE WS-IdAttendu = WS-IdBase + 1
  MOVE 'N' TO WS-FinSecours
  PERFORM REJOUER-ECRITURE-SUIVANTE
      UNTIL WS-FinSecours = 'O' OR WS-ArretSequence = 'O'
  IF WS-ComptesOuvert = 'O' THEN
    CLOSE comptes
  END-IF
  CLOSE historique
  CLOSE secours
  IF WS-ArretSequence = 'O' THEN
    MOVE 4 TO RETURN-CODE
  END-IF

  PERFORM RECALER-SOLDE-DERIVE
  PERFORM RECALER-CHECKPOINT

  MOVE SPACES TO RepriseLigne
  STRING "Écritures rejouées : " DELIMITED BY SIZE
         WS-NbReprises DELIMITED BY SIZE
         " (ids " DELIMITED BY SIZE
         WS-IdBase DELIMITED BY SIZE
         " exclus à " DELIMITED BY SIZE
         WS-DernierIdRepris DELIMITED BY SIZE
         "), déjà dans la photographie : " DELIMITED BY SIZE
         WS-NbDejaPresentes DELIMITED BY SIZE
         ", soldes reportés : " DELIMITED BY SIZE
         WS-NbSoldesReportes DELIMITED BY SIZE
    INTO RepriseLigne
  END-STRING
  PERFORM ECRIRE-LIGNE-REPRISE
  MOVE WS-SommeReprise TO WS-MontantEdite
  MOVE SPACES TO RepriseLigne
  STRING "Total des montants rejoués : " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
    INTO RepriseLigne
  END-STRING
  PERFORM ECRIRE-LIGNE-REPRISE

  PERFORM CONTROLER-AU-SCELLE
  PERFORM CONTROLER-SOLDES-REPRIS
  IF WS-RepriseConforme = 'O' THEN
    MOVE "Reprise CONFORME : journal, comptes.dat et solde.txt alignés."
        TO RepriseLigne
  ELSE
    MOVE "Reprise NON CONFORME : voir les anomalies ci-dessus."
        TO RepriseLigne
    MOVE 8 TO RETURN-CODE
  END-IF
  PERFORM ECRIRE-LIGNE-REPRISE
  CLOSE reprise
  DISPLAY "Détail du rejeu dans reprisejournal.txt.".

ECRIRE-LIGNE-REPRISE.
  WRITE RepriseLigne
  DISPLAY FUNCTION TRIM(RepriseLigne).

DETERMINER-ID-BASE.
  MOVE ZERO TO WS-IdBase
  OPEN INPUT historique
  IF WS-HIST-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-ID-BASE UNTIL WS-FinLecture = 'O'
    CLOSE historique
  END-IF
  IF WS-IdBase = ZERO THEN
    MOVE WS-ScelleMaxIdManifeste TO WS-IdBase
  END-IF.

LIRE-ID-BASE.
  READ historique
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF HistoriqueId > WS-IdBase THEN
        MOVE HistoriqueId TO WS-IdBase
      END-IF
  END-READ.

*> Les écritures déjà couvertes par la photographie sont passées ; la
*> première au-delà doit être exactement la suivante, et ainsi de
*> suite. Au premier écart, le rejeu s'arrête sur l'écriture fautive.
REJOUER-ECRITURE-SUIVANTE.
  READ secours
    AT END
      MOVE 'O' TO WS-FinSecours
      EXIT PARAGRAPH
  END-READ
  MOVE SecoursLigne TO HistoriqueRecord
  IF HistoriqueId <= WS-IdBase THEN
    ADD 1 TO WS-NbDejaPresentes
    EXIT PARAGRAPH
  END-IF
  IF HistoriqueId NOT = WS-IdAttendu THEN
    MOVE 'O' TO WS-ArretSequence
    MOVE SPACES TO RepriseLigne
    STRING "ARRET : rupture de séquence, id " DELIMITED BY SIZE
           WS-IdAttendu DELIMITED BY SIZE
           " attendu, " DELIMITED BY SIZE
           HistoriqueId DELIMITED BY SIZE
           " trouvé - rien n'est rejoué au-delà." DELIMITED BY SIZE
      INTO RepriseLigne
    END-STRING
    PERFORM ECRIRE-LIGNE-REPRISE
    EXIT PARAGRAPH
  END-IF
  WRITE HistoriqueRecord
  ADD 1 TO WS-NbReprises
  ADD HistoriqueValA TO WS-SommeReprise
  MOVE HistoriqueId TO WS-DernierIdRepris
  ADD 1 TO WS-IdAttendu
  PERFORM REPORTER-SOLDE-REPRIS
  MOVE HistoriqueValA TO WS-MontantEdite
  MOVE HistoriqueValB TO WS-SoldeEdite
  MOVE SPACES TO RepriseLigne
  STRING "Rejoué " DELIMITED BY SIZE
         HistoriqueId DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         HistoriqueDate DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         HistoriqueHeure DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         HistoriqueDescrp DELIMITED BY SIZE
         " compte " DELIMITED BY SIZE
         HistoriqueCompte DELIMITED BY SIZE
         " montant " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
         " solde " DELIMITED BY SIZE
         WS-SoldeEdite DELIMITED BY SIZE
         " op " DELIMITED BY SIZE
         HistoriqueOperateur DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         HistoriqueLibelle DELIMITED BY SIZE
    INTO RepriseLigne
  END-STRING
  PERFORM ECRIRE-LIGNE-REPRISE.

*> Le solde résultant porté par l'écriture devient le solde du maître,
*> comme EnregistrerSoldeCompte l'a fait au moment du posting. Les
*> écritures sans compte, la photographie de soldes 'S', le
*> transfert 'X' et les réévaluations latentes U/N ne bougent pas de
*> solde.
REPORTER-SOLDE-REPRIS.
  IF HistoriqueCompte = SPACES
     OR HistoriqueDescrp = 'S' OR HistoriqueDescrp = 'X'
     OR HistoriqueDescrp = 'U' OR HistoriqueDescrp = 'N'
     OR WS-ComptesOuvert NOT = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  MOVE HistoriqueCompte TO CompteNumero
  READ comptes
    INVALID KEY
      MOVE 'N' TO WS-RepriseConforme
      MOVE SPACES TO RepriseLigne
      STRING "ANOMALIE : compte " DELIMITED BY SIZE
             HistoriqueCompte DELIMITED BY SIZE
             " absent de comptes.dat, solde de l'écriture "
                 DELIMITED BY SIZE
             HistoriqueId DELIMITED BY SIZE
             " non reporté." DELIMITED BY SIZE
        INTO RepriseLigne
      END-STRING
      PERFORM ECRIRE-LIGNE-REPRISE
    NOT INVALID KEY
      MOVE HistoriqueValB TO CompteSolde
      REWRITE CompteRecord
      ADD 1 TO WS-NbSoldesReportes
      PERFORM NOTER-SOLDE-REPRIS
  END-READ.

NOTER-SOLDE-REPRIS.
  PERFORM VARYING WS-IdxRepris FROM 1 BY 1
      UNTIL WS-IdxRepris > WS-NbComptesRepris
         OR WS-RP-Compte(WS-IdxRepris) = HistoriqueCompte
    CONTINUE
  END-PERFORM
  IF WS-IdxRepris > WS-NbComptesRepris THEN
    IF WS-NbComptesRepris = 500 THEN
      MOVE 'O' TO WS-ComptesDebordes
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-NbComptesRepris
    MOVE HistoriqueCompte TO WS-RP-Compte(WS-IdxRepris)
  END-IF
  MOVE HistoriqueValB TO WS-RP-Solde(WS-IdxRepris).

*> Même vue dérivée qu'EnregistrerSoldeCompte : les comptes historiques
*> A/B/C relus dans le maître.
RECALER-SOLDE-DERIVE.
  OPEN INPUT comptes
  IF WS-COMPTES-STATUS = "00" THEN
    MOVE "000001" TO CompteNumero
    READ comptes
      NOT INVALID KEY MOVE CompteSolde TO WS-SoldeLegacyA
    END-READ
    MOVE "000002" TO CompteNumero
    READ comptes
      NOT INVALID KEY MOVE CompteSolde TO WS-SoldeLegacyB
    END-READ
    MOVE "000003" TO CompteNumero
    READ comptes
      NOT INVALID KEY MOVE CompteSolde TO WS-SoldeLegacyC
    END-READ
    CLOSE comptes
  END-IF
  OPEN OUTPUT solde
  IF WS-SOLDE-STATUS NOT = "00" THEN
    MOVE 'N' TO WS-RepriseConforme
    MOVE "ANOMALIE : solde.txt inaccessible en écriture." TO RepriseLigne
    PERFORM ECRIRE-LIGNE-REPRISE
    EXIT PARAGRAPH
  END-IF
  MOVE "Solde A : " TO MYFILLER_S1
  MOVE WS-SoldeLegacyA TO SoldeValA
  MOVE ". " TO MYFILLER_S2
  MOVE "Solde B : " TO MYFILLER_S3
  MOVE WS-SoldeLegacyB TO SoldeValB
  MOVE ". " TO MYFILLER_S4
  MOVE "Solde C : " TO MYFILLER_S5
  MOVE WS-SoldeLegacyC TO SoldeValC
  MOVE ". " TO MYFILLER_S6
  WRITE SoldeRecord
  CLOSE solde.

*> Le prochain posting repart juste après la dernière écriture reprise.
RECALER-CHECKPOINT.
  OPEN OUTPUT checkpoint
  MOVE WS-DernierIdRepris TO CheckpointId
  WRITE CheckpointId
  CLOSE checkpoint.

*> Même règle que VerifierHistorique : le journal repris doit contenir
*> au moins les écritures scellées, avec la même somme sur ces
*> écritures-là, et un id maximum qui ne soit pas en deçà du scellé.
CONTROLER-AU-SCELLE.
  MOVE 'N' TO WS-ScelleLu
  OPEN INPUT scelle
  IF WS-SCELLE-STATUS = "00" THEN
    READ scelle
      NOT AT END MOVE 'O' TO WS-ScelleLu
    END-READ
    CLOSE scelle
  END-IF
  IF WS-ScelleLu NOT = 'O' THEN
    MOVE "Pas de scellé restauré : journal non recontrôlé au scellé."
        TO RepriseLigne
    PERFORM ECRIRE-LIGNE-REPRISE
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO WS-NbEcritures
  MOVE ZERO TO WS-SommeScellee
  MOVE ZERO TO WS-MaxId
  OPEN INPUT historique
  IF WS-HIST-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CUMULER-JOURNAL-REPRIS UNTIL WS-FinLecture = 'O'
    CLOSE historique
  END-IF
  IF WS-NbEcritures < SC-NbEcritures
     OR WS-SommeScellee NOT = SC-SommeValA
     OR WS-MaxId < SC-MaxId THEN
    MOVE 'N' TO WS-RepriseConforme
    MOVE SPACES TO RepriseLigne
    STRING "ANOMALIE : journal repris non conforme au scellé du "
               DELIMITED BY SIZE
           SC-Date DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-NbEcritures DELIMITED BY SIZE
           " écriture(s), id max " DELIMITED BY SIZE
           WS-MaxId DELIMITED BY SIZE
           " ; scellé " DELIMITED BY SIZE
           SC-NbEcritures DELIMITED BY SIZE
           ", id max " DELIMITED BY SIZE
           SC-MaxId DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
      INTO RepriseLigne
    END-STRING
  ELSE
    MOVE SPACES TO RepriseLigne
    STRING "Journal conforme au scellé du " DELIMITED BY SIZE
           SC-Date DELIMITED BY SIZE
           " : " DELIMITED BY SIZE
           SC-NbEcritures DELIMITED BY SIZE
           " écriture(s) scellée(s) + " DELIMITED BY SIZE
           WS-NbReprises DELIMITED BY SIZE
           " rejouée(s), id max " DELIMITED BY SIZE
           WS-MaxId DELIMITED BY SIZE
      INTO RepriseLigne
    END-STRING
  END-IF
  PERFORM ECRIRE-LIGNE-REPRISE.

CUMULER-JOURNAL-REPRIS.
  READ historique
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbEcritures
      IF WS-NbEcritures <= SC-NbEcritures THEN
        ADD HistoriqueValA TO WS-SommeScellee
      END-IF
      IF HistoriqueId > WS-MaxId THEN
        MOVE HistoriqueId TO WS-MaxId
      END-IF
  END-READ.

CONTROLER-SOLDES-REPRIS.
  IF WS-ComptesDebordes = 'O' THEN
    MOVE "Plus de 500 comptes repris : soldes contrôlés sur 500."
        TO RepriseLigne
    PERFORM ECRIRE-LIGNE-REPRISE
  END-IF
  OPEN INPUT comptes
  IF WS-COMPTES-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  PERFORM VARYING WS-IdxRepris FROM 1 BY 1
      UNTIL WS-IdxRepris > WS-NbComptesRepris
    MOVE WS-RP-Compte(WS-IdxRepris) TO CompteNumero
    READ comptes
      INVALID KEY CONTINUE
      NOT INVALID KEY
        IF CompteSolde NOT = WS-RP-Solde(WS-IdxRepris) THEN
          MOVE 'N' TO WS-RepriseConforme
          MOVE SPACES TO RepriseLigne
          STRING "ANOMALIE : solde de " DELIMITED BY SIZE
                 CompteNumero DELIMITED BY SIZE
                 " dans comptes.dat différent de la dernière écriture "
                     DELIMITED BY SIZE
                 "rejouée." DELIMITED BY SIZE
            INTO RepriseLigne
          END-STRING
          PERFORM ECRIRE-LIGNE-REPRISE
        END-IF
    END-READ
  END-PERFORM
  CLOSE comptes.
