      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-BAREME-STATUS.

  SELECT beneficiaires ASSIGN TO "beneficiaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BE-Reference
      FILE STATUS IS WS-BENEF-STATUS.

  SELECT paiementsexternes ASSIGN TO WS-NomPaiementsExt
      FILE STATUS IS WS-SEUILAUTH-STATUS.

  SELECT autorisations ASSIGN TO WS-NomAutorisations
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS AU-Id
      FILE STATUS IS WS-AUTORISATIONS-STATUS.

  SELECT historique ASSIGN TO WS-NomHistorique
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HISTMAIN-STATUS.

  SELECT mouvements ASSIGN TO WS-NomMouvements
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS MV-Cle
      FILE STATUS IS WS-MVT-STATUS.

  SELECT auditcorrections ASSIGN TO WS-NomAuditCorrections
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECUGSEQ-STATUS.

  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-TITULAIRES-STATUS.

  SELECT modeformation ASSIGN TO "../modeformation.txt"
COPY "BAREME.cpy".

FD beneficiaires.
COPY "BENEFICIAIRES.cpy".

FD paiementsexternes.
01 PaiementExterneRecord.
FD historique.
COPY "HISTORIQUE.cpy".

FD mouvements.
COPY "MOUVEMENTS.cpy".

FD retenuesfiscales.
01 RetenueFiscaleRecord.
   05 RF-Date    PIC X(8).
   05 RS-Numero PIC 9(4).

FD titulaires.
COPY "TITULAIRES.cpy".

FD auditcorrections.
01 AuditCorrectionRecord.
01 WS-ModeFormation PIC X(1) VALUE 'N'.
01 WS-NomSolde            PIC X(30) VALUE "solde.txt".
01 WS-NomHistorique       PIC X(30) VALUE "historique.txt".
01 WS-NomAutorisations    PIC X(30) VALUE "autorisations.dat".
01 WS-NomAuditCorrections PIC X(30) VALUE "auditcorrections.txt".
01 WS-NomRetenues         PIC X(30) VALUE "retenuesfiscales.txt".
01 WS-NomRecusGuichet     PIC X(30) VALUE "recusguichet.txt".
01 WS-NomRecuSeq          PIC X(30) VALUE "recuguichetseq.txt".
01 WS-NomPaiementsExt     PIC X(30) VALUE "paiementsexternes.txt".
01 WS-NomMouvements       PIC X(30) VALUE "mouvements.dat".
01 DisplayAffichage PIC X(100) VALUE "---------------------------------------------------".

01 SoldeCompteA PIC S9(6)V99 SIGN LEADING SEPARATE VALUE 1521.20.
01 WS-FinHistMain        PIC X(1).
01 WS-DescrpOriginale    PIC X(1).
01 WS-CompteOriginal     PIC X(6).
01 WS-DateOriginale      PIC X(8).
01 WS-DomaineBanque      PIC X(1) VALUE 'B'.
01 WS-PeriodeOriginale   PIC X(6).
01 WS-PeriodeOuverte     PIC X(1).
01 WS-MotifCorrection    PIC X(20).
01 WS-SoldeAvantCorrection PIC S9(8)V99 SIGN LEADING SEPARATE.

01 WS-CompteRegle       PIC X(6).
01 WS-DeuxSignatures    PIC X(1).
01 WS-FinTitulaires     PIC X(1).
01 WS-DepotEcheance     PIC X(8).
01 WS-DepotActif        PIC X(1).
01 WS-KycBloque         PIC X(1).
01 WS-KycClient         PIC X(6).
01 WS-KycExpiration     PIC X(8).

01 WS-TauxAnnuel        PIC 9(2)V9(4).
01 WS-TauxJournalier    PIC 9(2)V9(6).
01 WS-RefBeneficiaire  PIC X(6).
01 WS-BenefTrouve      PIC X(1).
01 WS-BenefNom         PIC X(30).
01 WS-FiltrageSource    PIC X(1).
01 WS-FiltrageReference PIC X(10).
01 WS-FiltrageTouche    PIC X(1).
01 WS-FiltrageRefListe  PIC X(10).
01 WS-FiltrageScore     PIC 9(3).
01 WS-FiltrageAlerteId  PIC 9(6).
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-DatePaiement     PIC X(8).

*> Interrogation des mouvements d'un compte (option 'M').
01 WS-MVT-STATUS        PIC XX.
01 MINI-RELEVE-DEFAUT   PIC 9(2) VALUE 10.
01 WS-CompteInterroge   PIC X(6).
01 WS-MiniNbLignes      PIC 9(2).
01 WS-MiniNbAffiches    PIC 9(2).
01 WS-MiniFin           PIC X(1).
01 WS-MiniSuite         PIC X(1).
01 WS-MiniMontant       PIC Z(9)9.99.
01 WS-MiniSolde         PIC -Z(9)9.99.

01 WS-SEUILAUTH-STATUS PIC XX.
01 WS-AUTORISATIONS-STATUS PIC XX.
01 SEUIL-AUTORISATION-DEFAUT PIC 9(6)V99 VALUE 10000.00.
01 WS-MontantAParquer  PIC 9(6)V99.
01 WS-RefAParquer      PIC X(6).
01 WS-ProchainIdAuth   PIC 9(6).

PROCEDURE DIVISION.
  DISPLAY "Début du programme de gestion de compte bancaire."
  IF WS-ModeFormation = 'O' THEN
    MOVE "formationsolde.txt"            TO WS-NomSolde
    MOVE "formationhistorique.txt"       TO WS-NomHistorique
    MOVE "formationautorisations.dat"    TO WS-NomAutorisations
    MOVE "formationauditcorrections.txt" TO WS-NomAuditCorrections
    MOVE "formationretenues.txt"         TO WS-NomRetenues
    MOVE "formationrecusguichet.txt"     TO WS-NomRecusGuichet
    MOVE "formationrecuseq.txt"          TO WS-NomRecuSeq
    MOVE "formationpaiementsext.txt"     TO WS-NomPaiementsExt
    MOVE "formationmouvements.dat"       TO WS-NomMouvements
    PERFORM AFFICHER-BANNIERE-FORMATION
  END-IF.

  DISPLAY "V -> Effectuer un virement vers un autre compte"
  DISPLAY "P -> Paiement externe vers un bénéficiaire"
  DISPLAY "S -> Afficher le solde du compte A"
  DISPLAY "M -> Derniers mouvements d'un compte"
  DISPLAY "C -> Corriger une opération précédente"
  DISPLAY "I -> Poser les intérêts journaliers"
  DISPLAY "B -> Annuler / rester sur le menu"
      PERFORM O-PAIEMENT-EXTERNE
    WHEN 'S'
      PERFORM AFFICHER-SOLDE
    WHEN 'M'
      PERFORM O-MOUVEMENTS
    WHEN 'C'
      PERFORM O-CORRIGER
    WHEN 'I'
      DISPLAY "Compte " WS-NumeroCompteSource " bloqué ou clôturé, "
              "il ne peut pas émettre de virement."
    ELSE
      CALL 'RechercherDepotATerme' USING WS-NumeroCompteSource
                                          WS-DepotEcheance WS-DepotActif
      CALL 'ControlerKYC' USING WS-NumeroCompteSource WS-KycBloque
                                 WS-KycClient WS-KycExpiration
      EVALUATE TRUE
        WHEN WS-DepotActif = 'O'
          DISPLAY "Compte " WS-NumeroCompteSource " : dépôt à terme "
                  "bloqué jusqu'au " WS-DepotEcheance
                  " (rupture anticipée : GestionDepotsATerme)."
        WHEN WS-KycBloque = 'O'
          PERFORM AFFICHER-BLOCAGE-KYC
        WHEN OTHER
          MOVE 'O' TO WS-SourceValide
      END-EVALUATE
    END-IF
  END-IF.

  MOVE ZERO TO Retrait
  MOVE ZERO TO Virement
  PERFORM SAISIR-COMPTE-CIBLE
  PERFORM CONTROLER-DEPOT-A-TERME
  IF WS-DepotActif = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  PERFORM CONTROLER-KYC
  IF WS-KycBloque = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  PERFORM SAISIR-RETRAIT
  PERFORM SAISIR-LIBELLE
  MOVE WS-CompteSoldeTrouve TO WS-SoldeCible
  END-IF
  END-IF.

*> Un dépôt à terme actif bloque ses fonds jusqu'à l'échéance : aucun
*> débit au guichet, seule la rupture anticipée de GestionDepotsATerme
*> (avec pénalité) en fait sortir l'argent plus tôt.
CONTROLER-DEPOT-A-TERME.
  CALL 'RechercherDepotATerme' USING WS-NumeroCompteCible
                                      WS-DepotEcheance WS-DepotActif
  IF WS-DepotActif = 'O' THEN
    DISPLAY "Compte " WS-NumeroCompteCible " : dépôt à terme bloqué "
            "jusqu'au " WS-DepotEcheance
            " (rupture anticipée : GestionDepotsATerme)."
  END-IF.

*> Pièce d'identité expirée d'un titulaire (dossier KYC) : plus aucun
*> débit sur ses comptes tant qu'un superviseur n'a pas enregistré une
*> pièce renouvelée (GestionKYC). Les dépôts restent possibles.
CONTROLER-KYC.
  CALL 'ControlerKYC' USING WS-NumeroCompteCible WS-KycBloque
                             WS-KycClient WS-KycExpiration
  IF WS-KycBloque = 'O' THEN
    PERFORM AFFICHER-BLOCAGE-KYC
  END-IF.

AFFICHER-BLOCAGE-KYC.
  DISPLAY "DEBIT REFUSE : la pièce d'identité du client " WS-KycClient
          " a expiré le " WS-KycExpiration "."
  DISPLAY "Aucun débit n'est possible sur ses comptes tant qu'un "
          "superviseur n'a pas enregistré une pièce renouvelée "
          "(GestionKYC).".

*> La réserve minimale se vérifie en EUR : chaque solde est converti
*> selon la devise du compte (comptes.dat) et la table de taux, au lieu
*> d'additionner des unités EUR et GBP comme si c'était une seule
  END-IF.

*> Opération au-dessus du seuil d'autorisation : au lieu d'être postée,
*> elle est parquée dans autorisations.dat en attente d'une décision
*> superviseur (AutorisationsSuperviseur) — contrôle à quatre yeux sur
*> les gros montants. Le seuil vient de seuilautorisation.txt ; à
*> défaut, SEUIL-AUTORISATION-DEFAUT.
  END-IF.

PARQUER-OPERATION.
  OPEN I-O autorisations
  IF WS-AUTORISATIONS-STATUS = "35" THEN
    OPEN OUTPUT autorisations
    CLOSE autorisations
    OPEN I-O autorisations
  END-IF
  IF WS-AUTORISATIONS-STATUS NOT = "00" THEN
    DISPLAY "File d'autorisations indisponible ("
            WS-AUTORISATIONS-STATUS "), opération non parquée."
    EXIT PARAGRAPH
  END-IF
  PERFORM ATTRIBUER-ID-AUTORISATION
  MOVE WS-ProchainIdAuth TO AU-Id
  PERFORM CHARGER-DATE-OPERATION
  MOVE WS-DatePaiement TO AU-Date
  SET AUTORISATION-EN-ATTENTE TO TRUE
  MOVE SPACES TO AU-MotifRejet
  MOVE WS-RefAParquer TO AU-Reference
  MOVE SPACES TO AU-Decideur
  MOVE SPACES TO AU-DateDecision
  WRITE AutorisationRecord
  CLOSE autorisations
  DISPLAY "Montant au-dessus du seuil de " WS-SeuilAutorisation "€ :"
  DISPLAY "opération n° " WS-ProchainIdAuth " mise en attente "
          "d'approbation superviseur.".

*> Le numéro d'une opération parquée suit le plus grand numéro de la
*> file : la dernière fiche est relue à rebours.
ATTRIBUER-ID-AUTORISATION.
  MOVE 1 TO WS-ProchainIdAuth
  MOVE 999999 TO AU-Id
  START autorisations KEY IS LESS THAN AU-Id
    INVALID KEY CONTINUE
    NOT INVALID KEY
      READ autorisations PREVIOUS RECORD
        NOT AT END COMPUTE WS-ProchainIdAuth = AU-Id + 1
      END-READ
  END-START.

*> Paiement sortant vers un bénéficiaire externe : débite le compte
*> source choisi, journalise sous le code 'P' et accumule le paiement
            "(voir GestionBeneficiaires), paiement annulé."
  ELSE
    DISPLAY "Bénéficiaire : " WS-BenefNom
    PERFORM CONTROLER-SANCTIONS-BENEF
    IF WS-FiltrageTouche = 'O' THEN
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Compte source du paiement : "
    PERFORM SAISIR-COMPTE-CIBLE
    PERFORM CONTROLER-DEPOT-A-TERME
    IF WS-DepotActif = 'O' THEN
      EXIT PARAGRAPH
    END-IF
    PERFORM CONTROLER-KYC
    IF WS-KycBloque = 'O' THEN
      EXIT PARAGRAPH
    END-IF
    PERFORM SAISIR-RETRAIT
    PERFORM SAISIR-LIBELLE
*> Sans libellé saisi, un paiement externe porte le nom du
    END-IF
  END-IF.

*> Le bénéficiaire est refiltré à chaque paiement contre la liste de
*> gel des avoirs : une liste publiée après l'enregistrement de la fiche
*> doit arrêter les paiements suivants. Une touche non levée refuse le
*> paiement et reste en revue conformité (RevueConformite).
CONTROLER-SANCTIONS-BENEF.
  MOVE 'B' TO WS-FiltrageSource
  MOVE SPACES TO WS-FiltrageReference
  MOVE WS-RefBeneficiaire TO WS-FiltrageReference
  CALL 'ControlerSanctions' USING WS-FiltrageSource WS-FiltrageReference
                                   WS-BenefNom WS-FiltrageTouche
                                   WS-FiltrageRefListe WS-FiltrageScore
                                   WS-FiltrageAlerteId
  IF WS-FiltrageTouche = 'O' THEN
    DISPLAY "Bénéficiaire proche de l'entrée " WS-FiltrageRefListe
            " de la liste de gel des avoirs (note " WS-FiltrageScore
            ") : paiement refusé, alerte n° " WS-FiltrageAlerteId
            " en revue conformité."
  END-IF.

CHERCHER-BENEFICIAIRE.
  MOVE 'N' TO WS-BenefTrouve
  OPEN INPUT beneficiaires
  IF WS-BENEF-STATUS = "00" THEN
    MOVE WS-RefBeneficiaire TO BE-Reference
    READ beneficiaires
      INVALID KEY CONTINUE
      NOT INVALID KEY
        MOVE BE-Nom TO WS-BenefNom
        MOVE 'O' TO WS-BenefTrouve
    END-READ
    CLOSE beneficiaires
  END-IF.

*> Les écritures de gestion (paiement externe, parcage d'autorisation,
*> fiche d'audit de correction) sont datées comme le journal : la date
*> avant, solde après, opérateur, code motif — est écrite dans
*> auditcorrections.txt en plus de l'écriture 'C' habituelle, pour que
*> l'échantillonnage des auditeurs ne se reconstitue plus à la main.
*> Une écriture d'origine datée d'une période bancaire close
*> (GestionPeriodes) n'est pas retouchée dans son mois : la correction
*> est passée dans la période courante, à la date de la journée, son
*> libellé portant le numéro et la période de l'écriture d'origine.
O-CORRIGER.
  DISPLAY "Quelle opération souhaitez-vous corriger ? (D/R/V)"
  ACCEPT WS-OperationACorriger
      DISPLAY "Code motif de la correction (ex. ERRSAISIE) : "
      ACCEPT WS-MotifCorrection
      MOVE "Correction d'écriture" TO WS-LibelleSaisi
      PERFORM CONTROLER-PERIODE-ORIGINALE
      MOVE WS-CompteSoldeTrouve TO WS-SoldeAvantCorrection
      MOVE ZERO TO Depot
      MOVE ZERO TO Retrait
        MOVE 'O' TO WS-OriginaleTrouvee
        MOVE HistoriqueDescrp TO WS-DescrpOriginale
        MOVE HistoriqueCompte TO WS-CompteOriginal
        MOVE HistoriqueDate TO WS-DateOriginale
      END-IF
  END-READ.

*> Les écritures antérieures à la colonne HistoriqueDate la portent à
*> blanc : elles sont traitées comme de la période courante.
CONTROLER-PERIODE-ORIGINALE.
  IF WS-DateOriginale = SPACES THEN
    EXIT PARAGRAPH
  END-IF
  MOVE WS-DateOriginale(1:6) TO WS-PeriodeOriginale
  CALL 'ControlerPeriode' USING WS-DomaineBanque WS-PeriodeOriginale
                                WS-PeriodeOuverte
  IF WS-PeriodeOuverte NOT = 'O' THEN
    MOVE SPACES TO WS-LibelleSaisi
    STRING "Rectif. " DELIMITED BY SIZE
           WS-IdOriginal DELIMITED BY SIZE
           " pér. " DELIMITED BY SIZE
           WS-PeriodeOriginale DELIMITED BY SIZE
      INTO WS-LibelleSaisi
    END-STRING
    DISPLAY "L'écriture " WS-IdOriginal " appartient à la période close "
            WS-PeriodeOriginale " : la correction est imputée sur la "
            "période courante."
  END-IF.

ECRIRE-AUDIT-CORRECTION.
  PERFORM CHARGER-DATE-OPERATION
  OPEN EXTEND auditcorrections
  CALL 'EnregistrerHistorique' USING SoldeCompteA SoldeCompteB Depot Retrait Virement Choix WS-OperateurId
                                      BY CONTENT SoldeCompteA "000001" WS-LibelleSaisi.

*> Derniers mouvements d'un compte quelconque de comptes.dat, du plus
*> récent au plus ancien, page par page : date, code, montant, libellé
*> et solde résultant. La lecture part de la fin du compte dans l'index
*> mouvements.dat (tenu par EnregistrerHistorique, y compris pour les
*> écritures passées depuis en archive) et remonte à reculons — jamais
*> de relecture de historique.txt ni des partitions d'archive.
O-MOUVEMENTS.
  DISPLAY "Compte à interroger : "
  ACCEPT WS-CompteInterroge
  CALL 'RechercherCompte' USING WS-CompteInterroge WS-CompteNomTrouve
                                 WS-CompteDeviseTrouve WS-CompteSoldeTrouve
                                 WS-CompteStatutTrouve WS-CompteTrouveInd
  IF WS-CompteTrouveInd NOT = 'O' THEN
    DISPLAY "Compte " WS-CompteInterroge " inconnu dans comptes.dat."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Nombre de mouvements par page (vide = "
          MINI-RELEVE-DEFAUT ") : "
  ACCEPT WS-MiniNbLignes
  IF WS-MiniNbLignes = ZERO THEN
    MOVE MINI-RELEVE-DEFAUT TO WS-MiniNbLignes
  END-IF

  OPEN INPUT mouvements
  IF WS-MVT-STATUS NOT = "00" THEN
    DISPLAY "Index des mouvements indisponible (" WS-MVT-STATUS
            ") : lancer ReconstruireMouvements."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-CompteInterroge TO MV-Compte
  MOVE 999999999 TO MV-Id
  MOVE 'N' TO WS-MiniFin
  START mouvements KEY IS LESS THAN MV-Cle
    INVALID KEY MOVE 'O' TO WS-MiniFin
  END-START

  MOVE WS-CompteSoldeTrouve TO WS-MiniSolde
  DISPLAY DisplayAffichage
  DISPLAY "Compte " WS-CompteInterroge " " WS-CompteNomTrouve
          " solde " WS-MiniSolde " " WS-CompteDeviseTrouve
  DISPLAY "Date     C       Montant Libellé                        "
          "  Solde après"
  MOVE 'P' TO WS-MiniSuite
  PERFORM AFFICHER-PAGE-MOUVEMENTS
      UNTIL WS-MiniSuite NOT = 'P' OR WS-MiniFin = 'O'
  IF WS-MiniFin = 'O' THEN
    DISPLAY "-- début de l'historique du compte --"
  END-IF
  CLOSE mouvements.

AFFICHER-PAGE-MOUVEMENTS.
  MOVE ZERO TO WS-MiniNbAffiches
  PERFORM LIRE-MOUVEMENT-PRECEDENT
      UNTIL WS-MiniNbAffiches >= WS-MiniNbLignes OR WS-MiniFin = 'O'
  IF WS-MiniFin NOT = 'O' THEN
    DISPLAY "P -> mouvements plus anciens, autre touche -> fin"
    ACCEPT WS-MiniSuite
  END-IF.

LIRE-MOUVEMENT-PRECEDENT.
  READ mouvements PREVIOUS RECORD
    AT END MOVE 'O' TO WS-MiniFin
    NOT AT END
      IF MV-Compte NOT = WS-CompteInterroge THEN
        MOVE 'O' TO WS-MiniFin
      ELSE
        ADD 1 TO WS-MiniNbAffiches
        MOVE MV-Montant TO WS-MiniMontant
        MOVE MV-Solde TO WS-MiniSolde
        DISPLAY MV-Date " " MV-Code " " WS-MiniMontant " " MV-Libelle
                " " WS-MiniSolde
      END-IF
  END-READ.

*> Reçu client numéroté : la séquence est journalière
*> (recuguichetseq.txt repart à 1 quand la date change) et le numéro
*> est répercuté en queue de libellé du journal (marque R#nnnn), pour
  WRITE RecuGuichetLigne
  CLOSE recusguichet.

*> Règle de fonctionnement d'un compte joint (titulaires.dat, tenue par
*> GestionTitulaires) : une ligne 'B' pour le compte = signatures
*> conjointes, tout débit part en file d'autorisations pour la seconde
*> signature — le couple qui partage le compte existe enfin pour le
  END-IF.

LIRE-REGLE-TITULAIRE.
  READ titulaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinTitulaires
    NOT AT END
      IF TI-Compte = WS-CompteRegle AND TI-Regle = 'B' THEN
