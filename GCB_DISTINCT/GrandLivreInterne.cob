IDENTIFICATION DIVISION.
PROGRAM-ID. GrandLivreInterne.

*> Grand livre interne de la banque, alimenté chaque soir par la même
*> interface que la comptabilité (grandlivre.txt d'ExportGrandLivre,
*> lancé juste avant) : la banque connaît enfin le solde de ses propres
*> comptes généraux (580000 caisse, 471000 transit, 708000 produits de
*> frais...).
*>  - L'interface est d'abord contrôlée en entier (trailer FIN et HSH,
*>    date de la journée, équilibre débit/crédit) ; au moindre écart
*>    rien n'est intégré.
*>  - Chaque ligne est cumulée sur son compte de plancomptable.txt ;
*>    les lignes portant un numéro de compte client (compte hors plan)
*>    vont au compte collectif 251000 des dépôts de la clientèle.
*>  - soldesgl.txt porte, par compte, le solde d'ouverture du mois et
*>    les cumuls débit/crédit du mois ; periodegl.txt le mois ouvert, la
*>    dernière journée intégrée et le dernier mois clos.
*>  - La balance générale (balancegenerale.txt) est réécrite à chaque
*>    passage : totaux débit et crédit, qui doivent être égaux, et
*>    contrôle que la somme des CompteSolde de comptes.dat égale le
*>    solde créditeur du compte 251000. Écart : RC 4.
*>  - Clôture mensuelle au soir du dernier jour calendaire du mois (ou,
*>    si aucun batch n'a tourné ce jour-là, avant d'intégrer la première
*>    journée du mois suivant) : balance et soldes figés en
*>    balancegenerale-AAAAMM.txt et soldesgl-AAAAMM.txt, soldes reportés
*>    en ouverture du mois suivant. Une interface datée d'un mois clos
*>    est refusée.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT grandlivre ASSIGN TO "grandlivre.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-GL-STATUS.

  SELECT plancomptable ASSIGN TO "plancomptable.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PLAN-STATUS.

  SELECT soldesgl ASSIGN TO WS-NomSoldes
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SOLDES-STATUS.

  SELECT periodegl ASSIGN TO "periodegl.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PERIODE-STATUS.

  SELECT balance ASSIGN TO WS-NomBalance
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-BALANCE-STATUS.

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
FD grandlivre.
01 GrandLivreRecord.
   05 GL-Date    PIC X(8).
   05 GL-Journal PIC X(3).
   05 GL-Sens    PIC X(1).
   05 GL-Compte  PIC X(6).
   05 GL-Montant PIC 9(10)V99.
   05 GL-Piece   PIC 9(9).
   05 GL-Libelle PIC X(30).

FD plancomptable.
COPY "PLANCOMPTABLE.cpy".

FD soldesgl.
COPY "SOLDESGL.cpy".

FD periodegl.
01 PeriodeGLRecord.
   05 PG-MoisOuvert      PIC X(6).
   05 PG-DernierJour     PIC X(8).
   05 PG-DernierMoisClos PIC X(6).

FD balance.
01 BalanceLigne PIC X(132).

FD comptes.
COPY "COMPTES.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-GL-STATUS         PIC XX.
01 WS-PLAN-STATUS       PIC XX.
01 WS-SOLDES-STATUS     PIC XX.
01 WS-PERIODE-STATUS    PIC XX.
01 WS-BALANCE-STATUS    PIC XX.
01 WS-COMPTES-STATUS    PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "GrandLivreInterne".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-NomJob        PIC X(20) VALUE "GrandLivreInterne".
01 WS-ExecAutorisee PIC X(1).
01 WS-ResultatJob   PIC X(1).

*> Compte collectif des dépôts de la clientèle.
01 COMPTE-DEPOTS-CLIENTELE PIC X(6) VALUE "251000".

01 WS-DateJour     PIC X(8).
01 WS-MoisJour     PIC X(6).
01 WS-DateNum      PIC 9(8).
01 WS-JourJour     PIC 9(8).
01 WS-DateCalc.
   05 WS-DC-Annee PIC 9(4).
   05 WS-DC-Mois  PIC 9(2).
   05 WS-DC-Jour  PIC 9(2).
01 WS-MoisCalc.
   05 WS-MC-Annee PIC 9(4).
   05 WS-MC-Mois  PIC 9(2).
01 WS-FinMois      PIC X(1) VALUE 'N'.
01 WS-FinLecture   PIC X(1).
01 WS-NomSoldes    PIC X(30).
01 WS-NomBalance   PIC X(30).
01 WS-FichierDeborde PIC X(1) VALUE 'N'.
01 WS-Initialisation PIC X(1) VALUE 'N'.

01 WS-TableComptesGL.
   05 WS-CompteGLEntree OCCURS 100 TIMES.
      10 WS-GL-Compte    PIC X(6).
      10 WS-GL-Libelle   PIC X(30).
      10 WS-GL-Nature    PIC X(1).
      10 WS-GL-Reprise   PIC S9(12)V99.
      10 WS-GL-Ouverture PIC S9(12)V99.
      10 WS-GL-Debits    PIC 9(12)V99.
      10 WS-GL-Credits   PIC 9(12)V99.
01 WS-NbComptesGL  PIC 9(3) VALUE ZERO.
01 WS-IdxGL        PIC 9(3).
01 WS-IdxTrouve    PIC 9(3).
01 WS-IdxDepots    PIC 9(3).
01 WS-CompteCherche PIC X(6).

*> Contrôle de l'interface avant intégration.
01 WS-InterfaceValide PIC X(1).
01 WS-TrailerFin      PIC X(1).
01 WS-TrailerHash     PIC X(1).
01 WS-NbLignesLues    PIC 9(6).
01 WS-NbLignesTrailer PIC 9(10).
01 WS-HashMontants    PIC 9(12)V99.
01 WS-HashPieces      PIC 9(12).
01 WS-HashMontantsCtl PIC 9(10)V99.
01 WS-HashPiecesCtl   PIC 9(9).
01 WS-HashMontantsLu  PIC 9(10)V99.
01 WS-HashPiecesLu    PIC 9(9).
01 WS-TotalDebitsJour  PIC 9(12)V99.
01 WS-TotalCreditsJour PIC 9(12)V99.
01 WS-NbHorsDate      PIC 9(6).
01 WS-NbLignesClients PIC 9(6).

*> Balance générale.
01 WS-SoldeCourant     PIC S9(12)V99.
01 WS-TotalDebits      PIC 9(14)V99.
01 WS-TotalCredits     PIC 9(14)V99.
01 WS-TotalSoldesDeb   PIC 9(14)V99.
01 WS-TotalSoldesCred  PIC 9(14)V99.
01 WS-BalanceEquilibree PIC X(1).
01 WS-ControleDepots   PIC X(1).
01 WS-SommeComptes     PIC S9(12)V99.
01 WS-SoldeDepotsGL    PIC S9(12)V99.
01 WS-EcartDepots      PIC S9(12)V99.
01 WS-NbComptesClients PIC 9(6).
01 WS-TitreBalance     PIC X(40).

01 WS-EdOuverture PIC -(12)9.99.
01 WS-EdDebits    PIC Z(12)9.99.
01 WS-EdCredits   PIC Z(12)9.99.
01 WS-EdSoldeDeb  PIC Z(12)9.99.
01 WS-EdSoldeCred PIC Z(12)9.99.
01 WS-EdEcart     PIC -(12)9.99.

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR
  CALL 'ControlerExecution' USING WS-NomJob WS-DateJour WS-ExecAutorisee
  IF WS-ExecAutorisee NOT = 'O' THEN
    DISPLAY "GrandLivreInterne déjà exécuté pour la journée " WS-DateJour
            ", second lancement refusé (voir journalexecutions.txt)."
    MOVE 4 TO WS-JobRC
    PERFORM TERMINER-JOB
  END-IF

  PERFORM CHARGER-PLAN
  PERFORM CHARGER-PERIODE
  PERFORM CHARGER-SOLDES
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "Plan de comptes ou soldes au-delà de la capacité (100 "
            "comptes) : grand livre non mis à jour."
    MOVE 8 TO WS-JobRC
    PERFORM TERMINER-JOB
  END-IF

  IF WS-MoisJour < PG-MoisOuvert THEN
    DISPLAY "Journée " WS-DateJour " dans un mois clos (mois ouvert "
            PG-MoisOuvert ") : intégration refusée."
    MOVE 8 TO WS-JobRC
    PERFORM TERMINER-JOB
  END-IF
  IF PG-DernierJour NOT = SPACES AND WS-DateJour <= PG-DernierJour THEN
    DISPLAY "Journée " WS-DateJour " déjà intégrée au grand livre "
            "(dernière journée " PG-DernierJour ") : intégration refusée."
    MOVE 8 TO WS-JobRC
    PERFORM TERMINER-JOB
  END-IF

  PERFORM CONTROLER-INTERFACE
  IF WS-InterfaceValide NOT = 'O' THEN
    DISPLAY "Interface grandlivre.txt rejetée, rien n'est intégré."
    MOVE 8 TO WS-JobRC
    PERFORM TERMINER-JOB
  END-IF

*> Clôture de rattrapage des mois restés ouverts (aucun batch le
*> dernier jour du mois).
  PERFORM CLOTURER-MOIS UNTIL PG-MoisOuvert >= WS-MoisJour

  PERFORM INTEGRER-INTERFACE
  MOVE WS-DateJour TO PG-DernierJour
  PERFORM CONTROLER-DEPOTS-CLIENTELE
  MOVE "balancegenerale.txt" TO WS-NomBalance
  MOVE "BALANCE GENERALE - journée " TO WS-TitreBalance
  PERFORM ECRIRE-BALANCE

  PERFORM DETERMINER-FIN-MOIS
  IF WS-FinMois = 'O' THEN
    PERFORM CLOTURER-MOIS
  END-IF
  MOVE "soldesgl.txt" TO WS-NomSoldes
  PERFORM SAUVER-SOLDES
  PERFORM SAUVER-PERIODE

  DISPLAY "Grand livre interne : " WS-NbLignesLues " ligne(s) intégrée(s) "
          "pour la journée " WS-DateJour " (" WS-NbLignesClients
          " sur comptes clients), balance générale écrite."
  IF WS-BalanceEquilibree NOT = 'O' OR WS-ControleDepots NOT = 'O' THEN
    MOVE 4 TO WS-JobRC
  END-IF
  MOVE 'S' TO WS-ResultatJob
  CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob
  MOVE WS-NbLignesLues TO WS-JobCompteur
  PERFORM TERMINER-JOB.

TERMINER-JOB.
  MOVE 'F' TO WS-JobPhase
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
  END-IF
  MOVE WS-DateJour(1:6) TO WS-MoisJour.

DETERMINER-FIN-MOIS.
  MOVE WS-DateJour TO WS-DateNum
  COMPUTE WS-JourJour = FUNCTION INTEGER-OF-DATE(WS-DateNum)
  COMPUTE WS-DateNum = FUNCTION DATE-OF-INTEGER(WS-JourJour + 1)
  MOVE WS-DateNum TO WS-DateCalc
  IF WS-DC-Jour = 1 THEN
    MOVE 'O' TO WS-FinMois
  END-IF.

*> Plan de comptes : plancomptable.txt, à défaut les comptes généraux
*> mouvementés par ExportGrandLivre et le collectif clientèle.
CHARGER-PLAN.
  MOVE ZERO TO WS-NbComptesGL
  OPEN INPUT plancomptable
  IF WS-PLAN-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-COMPTE-PLAN UNTIL WS-FinLecture = 'O'
    CLOSE plancomptable
  END-IF
  IF WS-NbComptesGL = ZERO THEN
    PERFORM PLAN-PAR-DEFAUT
  END-IF
  MOVE COMPTE-DEPOTS-CLIENTELE TO WS-CompteCherche
  PERFORM CHERCHER-COMPTE-GL
  IF WS-IdxTrouve = ZERO THEN
    MOVE COMPTE-DEPOTS-CLIENTELE TO WS-CompteCherche
    PERFORM AJOUTER-COMPTE-GL
    IF WS-IdxTrouve > ZERO THEN
      MOVE "Comptes ordinaires clientèle" TO WS-GL-Libelle(WS-IdxTrouve)
      MOVE 'P' TO WS-GL-Nature(WS-IdxTrouve)
    END-IF
  END-IF
  MOVE WS-IdxTrouve TO WS-IdxDepots.

LIRE-COMPTE-PLAN.
  READ plancomptable
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE PC-Compte TO WS-CompteCherche
      PERFORM AJOUTER-COMPTE-GL
      IF WS-IdxTrouve > ZERO THEN
        MOVE PC-Libelle TO WS-GL-Libelle(WS-IdxTrouve)
        MOVE PC-Nature TO WS-GL-Nature(WS-IdxTrouve)
        IF PC-SoldeReprise IS NUMERIC THEN
          MOVE PC-SoldeReprise TO WS-GL-Reprise(WS-IdxTrouve)
        END-IF
      END-IF
  END-READ.

PLAN-PAR-DEFAUT.
  MOVE 11 TO WS-NbComptesGL
  PERFORM VARYING WS-IdxGL FROM 1 BY 1 UNTIL WS-IdxGL > 11
    MOVE ZERO TO WS-GL-Reprise(WS-IdxGL)
    MOVE ZERO TO WS-GL-Ouverture(WS-IdxGL)
    MOVE ZERO TO WS-GL-Debits(WS-IdxGL)
    MOVE ZERO TO WS-GL-Credits(WS-IdxGL)
  END-PERFORM
  MOVE "251000" TO WS-GL-Compte(1)
  MOVE "Comptes ordinaires clientèle" TO WS-GL-Libelle(1)
  MOVE 'P' TO WS-GL-Nature(1)
  MOVE "274000" TO WS-GL-Compte(2)
  MOVE "Prêts à la clientèle" TO WS-GL-Libelle(2)
  MOVE 'A' TO WS-GL-Nature(2)
  MOVE "442000" TO WS-GL-Compte(3)
  MOVE "État - retenues à reverser" TO WS-GL-Libelle(3)
  MOVE 'P' TO WS-GL-Nature(3)
  MOVE "471000" TO WS-GL-Compte(4)
  MOVE "Compte de transit" TO WS-GL-Libelle(4)
  MOVE 'A' TO WS-GL-Nature(4)
  MOVE "476000" TO WS-GL-Compte(5)
  MOVE "Écarts de réévaluation devises" TO WS-GL-Libelle(5)
  MOVE 'A' TO WS-GL-Nature(5)
  MOVE "512000" TO WS-GL-Compte(6)
  MOVE "Banque centrale" TO WS-GL-Libelle(6)
  MOVE 'A' TO WS-GL-Nature(6)
  MOVE "580000" TO WS-GL-Compte(7)
  MOVE "Caisse" TO WS-GL-Libelle(7)
  MOVE 'A' TO WS-GL-Nature(7)
  MOVE "668000" TO WS-GL-Compte(8)
  MOVE "Charges d'intérêts" TO WS-GL-Libelle(8)
  MOVE 'C' TO WS-GL-Nature(8)
  MOVE "671000" TO WS-GL-Compte(9)
  MOVE "Charges sur litiges clientèle" TO WS-GL-Libelle(9)
  MOVE 'C' TO WS-GL-Nature(9)
  MOVE "708000" TO WS-GL-Compte(10)
  MOVE "Produits de frais" TO WS-GL-Libelle(10)
  MOVE 'R' TO WS-GL-Nature(10)
  MOVE "761000" TO WS-GL-Compte(11)
  MOVE "Produits d'intérêts" TO WS-GL-Libelle(11)
  MOVE 'R' TO WS-GL-Nature(11).

CHERCHER-COMPTE-GL.
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-IdxGL FROM 1 BY 1
      UNTIL WS-IdxGL > WS-NbComptesGL OR WS-IdxTrouve > ZERO
    IF WS-GL-Compte(WS-IdxGL) = WS-CompteCherche THEN
      MOVE WS-IdxGL TO WS-IdxTrouve
    END-IF
  END-PERFORM.

*> Ajoute WS-CompteCherche à la table s'il n'y est pas déjà ;
*> WS-IdxTrouve reste à zéro si la table est pleine.
AJOUTER-COMPTE-GL.
  PERFORM CHERCHER-COMPTE-GL
  IF WS-IdxTrouve = ZERO THEN
    IF WS-NbComptesGL < 100 THEN
      ADD 1 TO WS-NbComptesGL
      MOVE WS-NbComptesGL TO WS-IdxTrouve
      MOVE WS-CompteCherche TO WS-GL-Compte(WS-IdxTrouve)
      MOVE "(compte hors plan)" TO WS-GL-Libelle(WS-IdxTrouve)
      MOVE SPACE TO WS-GL-Nature(WS-IdxTrouve)
      MOVE ZERO TO WS-GL-Reprise(WS-IdxTrouve)
      MOVE ZERO TO WS-GL-Ouverture(WS-IdxTrouve)
      MOVE ZERO TO WS-GL-Debits(WS-IdxTrouve)
      MOVE ZERO TO WS-GL-Credits(WS-IdxTrouve)
    ELSE
      MOVE 'O' TO WS-FichierDeborde
    END-IF
  END-IF.

CHARGER-PERIODE.
  MOVE SPACES TO PeriodeGLRecord
  OPEN INPUT periodegl
  IF WS-PERIODE-STATUS = "00" THEN
    READ periodegl
      AT END MOVE SPACES TO PeriodeGLRecord
    END-READ
    CLOSE periodegl
  END-IF
  IF PG-MoisOuvert = SPACES THEN
    MOVE WS-MoisJour TO PG-MoisOuvert
  END-IF.

*> Première intégration (pas de soldesgl.txt) : ouverture aux soldes
*> de reprise du plan.
CHARGER-SOLDES.
  MOVE "soldesgl.txt" TO WS-NomSoldes
  OPEN INPUT soldesgl
  IF WS-SOLDES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-SOLDE-GL UNTIL WS-FinLecture = 'O'
    CLOSE soldesgl
  ELSE
    MOVE 'O' TO WS-Initialisation
    PERFORM VARYING WS-IdxGL FROM 1 BY 1 UNTIL WS-IdxGL > WS-NbComptesGL
      MOVE WS-GL-Reprise(WS-IdxGL) TO WS-GL-Ouverture(WS-IdxGL)
    END-PERFORM
    DISPLAY "soldesgl.txt absent : grand livre ouvert au " PG-MoisOuvert
            " sur les soldes de reprise du plan de comptes."
  END-IF.

LIRE-SOLDE-GL.
  READ soldesgl
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE SG-Compte TO WS-CompteCherche
      PERFORM AJOUTER-COMPTE-GL
      IF WS-IdxTrouve > ZERO THEN
        MOVE SG-SoldeOuverture TO WS-GL-Ouverture(WS-IdxTrouve)
        MOVE SG-Debits TO WS-GL-Debits(WS-IdxTrouve)
        MOVE SG-Credits TO WS-GL-Credits(WS-IdxTrouve)
      END-IF
  END-READ.

SAUVER-SOLDES.
  OPEN OUTPUT soldesgl
  PERFORM VARYING WS-IdxGL FROM 1 BY 1 UNTIL WS-IdxGL > WS-NbComptesGL
    MOVE WS-GL-Compte(WS-IdxGL) TO SG-Compte
    MOVE PG-MoisOuvert TO SG-Mois
    MOVE WS-GL-Ouverture(WS-IdxGL) TO SG-SoldeOuverture
    MOVE WS-GL-Debits(WS-IdxGL) TO SG-Debits
    MOVE WS-GL-Credits(WS-IdxGL) TO SG-Credits
    WRITE SoldeGLRecord
  END-PERFORM
  CLOSE soldesgl.

SAUVER-PERIODE.
  OPEN OUTPUT periodegl
  WRITE PeriodeGLRecord
  CLOSE periodegl.

*> Première passe : l'interface doit être complète (trailers FIN et HSH
*> conformes au contenu, mêmes troncatures qu'ExportGrandLivre), datée
*> de la journée et équilibrée.
CONTROLER-INTERFACE.
  MOVE 'O' TO WS-InterfaceValide
  MOVE 'N' TO WS-TrailerFin
  MOVE 'N' TO WS-TrailerHash
  MOVE ZERO TO WS-NbLignesLues WS-HashMontants WS-HashPieces
               WS-TotalDebitsJour WS-TotalCreditsJour WS-NbHorsDate
  OPEN INPUT grandlivre
  IF WS-GL-STATUS NOT = "00" THEN
    DISPLAY "grandlivre.txt introuvable (lancer ExportGrandLivre)."
    MOVE 'N' TO WS-InterfaceValide
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM CONTROLER-LIGNE-INTERFACE UNTIL WS-FinLecture = 'O'
  CLOSE grandlivre

  IF WS-TrailerFin NOT = 'O' OR WS-TrailerHash NOT = 'O' THEN
    DISPLAY "Trailer de contrôle absent de grandlivre.txt."
    MOVE 'N' TO WS-InterfaceValide
    EXIT PARAGRAPH
  END-IF
  MOVE WS-HashMontants TO WS-HashMontantsCtl
  MOVE WS-HashPieces TO WS-HashPiecesCtl
  IF WS-NbLignesTrailer NOT = WS-NbLignesLues
     OR WS-HashMontantsLu NOT = WS-HashMontantsCtl
     OR WS-HashPiecesLu NOT = WS-HashPiecesCtl THEN
    DISPLAY "Totaux de contrôle de grandlivre.txt discordants : "
            WS-NbLignesLues " ligne(s) lue(s) pour " WS-NbLignesTrailer
            " annoncée(s)."
    MOVE 'N' TO WS-InterfaceValide
  END-IF
  IF WS-NbHorsDate > ZERO THEN
    DISPLAY WS-NbHorsDate " ligne(s) de grandlivre.txt hors de la "
            "journée " WS-DateJour "."
    MOVE 'N' TO WS-InterfaceValide
  END-IF
  IF WS-TotalDebitsJour NOT = WS-TotalCreditsJour THEN
    DISPLAY "grandlivre.txt déséquilibré : débits " WS-TotalDebitsJour
            " crédits " WS-TotalCreditsJour "."
    MOVE 'N' TO WS-InterfaceValide
  END-IF.

CONTROLER-LIGNE-INTERFACE.
  READ grandlivre
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      EVALUATE GL-Sens
        WHEN 'T'
          IF GL-Journal = "FIN" THEN
            MOVE 'O' TO WS-TrailerFin
            MOVE GL-Montant TO WS-NbLignesTrailer
          END-IF
          IF GL-Journal = "HSH" THEN
            MOVE 'O' TO WS-TrailerHash
            MOVE GL-Montant TO WS-HashMontantsLu
            MOVE GL-Piece TO WS-HashPiecesLu
          END-IF
        WHEN 'D'
        WHEN 'C'
          ADD 1 TO WS-NbLignesLues
          ADD GL-Montant TO WS-HashMontants
          ADD GL-Piece TO WS-HashPieces
          IF GL-Date NOT = WS-DateJour THEN
            ADD 1 TO WS-NbHorsDate
          END-IF
          IF GL-Sens = 'D' THEN
            ADD GL-Montant TO WS-TotalDebitsJour
          ELSE
            ADD GL-Montant TO WS-TotalCreditsJour
          END-IF
        WHEN OTHER
          DISPLAY "Ligne de grandlivre.txt au sens inconnu (" GL-Sens
                  "), pièce " GL-Piece "."
          MOVE 'N' TO WS-InterfaceValide
      END-EVALUATE
  END-READ.

*> Seconde passe : cumul des lignes sur les comptes généraux.
INTEGRER-INTERFACE.
  MOVE ZERO TO WS-NbLignesClients
  OPEN INPUT grandlivre
  MOVE 'N' TO WS-FinLecture
  PERFORM INTEGRER-LIGNE-INTERFACE UNTIL WS-FinLecture = 'O'
  CLOSE grandlivre.

INTEGRER-LIGNE-INTERFACE.
  READ grandlivre
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF GL-Sens = 'D' OR GL-Sens = 'C' THEN
        MOVE GL-Compte TO WS-CompteCherche
        PERFORM CHERCHER-COMPTE-GL
        IF WS-IdxTrouve = ZERO THEN
          MOVE WS-IdxDepots TO WS-IdxTrouve
          ADD 1 TO WS-NbLignesClients
        END-IF
        IF GL-Sens = 'D' THEN
          ADD GL-Montant TO WS-GL-Debits(WS-IdxTrouve)
        ELSE
          ADD GL-Montant TO WS-GL-Credits(WS-IdxTrouve)
        END-IF
      END-IF
  END-READ.

*> Les dépôts de la clientèle sont un passif : le solde créditeur du
*> collectif doit égaler la somme des soldes du fichier maître.
CONTROLER-DEPOTS-CLIENTELE.
  MOVE 'N' TO WS-ControleDepots
  MOVE ZERO TO WS-SommeComptes WS-NbComptesClients
  OPEN INPUT comptes
  IF WS-COMPTES-STATUS NOT = "00" THEN
    DISPLAY "comptes.dat indisponible (" WS-COMPTES-STATUS
            "), contrôle des dépôts clientèle non effectué."
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM CUMULER-COMPTE-CLIENT UNTIL WS-FinLecture = 'O'
  CLOSE comptes
  COMPUTE WS-SoldeDepotsGL = 0 - (WS-GL-Ouverture(WS-IdxDepots)
                                + WS-GL-Debits(WS-IdxDepots)
                                - WS-GL-Credits(WS-IdxDepots))
  COMPUTE WS-EcartDepots = WS-SommeComptes - WS-SoldeDepotsGL
  IF WS-EcartDepots = ZERO THEN
    MOVE 'O' TO WS-ControleDepots
  ELSE
    MOVE WS-EcartDepots TO WS-EdEcart
    DISPLAY "Écart entre comptes.dat et le compte "
            COMPTE-DEPOTS-CLIENTELE " : " WS-EdEcart
  END-IF.

CUMULER-COMPTE-CLIENT.
  READ comptes NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD CompteSolde TO WS-SommeComptes
      ADD 1 TO WS-NbComptesClients
  END-READ.

*> Balance générale du mois ouvert, dans le fichier WS-NomBalance.
ECRIRE-BALANCE.
  MOVE ZERO TO WS-TotalDebits WS-TotalCredits
               WS-TotalSoldesDeb WS-TotalSoldesCred
  OPEN OUTPUT balance
  MOVE SPACES TO BalanceLigne
  STRING WS-TitreBalance DELIMITED BY "  "
         " " DELIMITED BY SIZE
         PG-DernierJour DELIMITED BY SIZE
         " - mois " DELIMITED BY SIZE
         PG-MoisOuvert DELIMITED BY SIZE
    INTO BalanceLigne
  END-STRING
  WRITE BalanceLigne
  MOVE SPACES TO BalanceLigne
  STRING "Compte Libellé                        N"
         "   Solde ouverture      Débits mois     Crédits mois"
         "   Solde débiteur  Solde créditeur" DELIMITED BY SIZE
    INTO BalanceLigne
  END-STRING
  WRITE BalanceLigne
  PERFORM VARYING WS-IdxGL FROM 1 BY 1 UNTIL WS-IdxGL > WS-NbComptesGL
    PERFORM ECRIRE-LIGNE-BALANCE
  END-PERFORM

  MOVE WS-TotalDebits TO WS-EdDebits
  MOVE WS-TotalCredits TO WS-EdCredits
  MOVE WS-TotalSoldesDeb TO WS-EdSoldeDeb
  MOVE WS-TotalSoldesCred TO WS-EdSoldeCred
  MOVE SPACES TO BalanceLigne
  STRING "TOTAUX" DELIMITED BY SIZE
         "                                                   "
         DELIMITED BY SIZE
         WS-EdDebits DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdCredits DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdSoldeDeb DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdSoldeCred DELIMITED BY SIZE
    INTO BalanceLigne
  END-STRING
  WRITE BalanceLigne
  IF WS-TotalDebits = WS-TotalCredits
     AND WS-TotalSoldesDeb = WS-TotalSoldesCred THEN
    MOVE 'O' TO WS-BalanceEquilibree
    MOVE "Balance équilibrée : total débits = total crédits."
      TO BalanceLigne
  ELSE
    MOVE 'N' TO WS-BalanceEquilibree
    MOVE "*** BALANCE DESEQUILIBREE : total débits <> total crédits ***"
      TO BalanceLigne
    DISPLAY "Balance générale déséquilibrée (" WS-NomBalance ")."
  END-IF
  WRITE BalanceLigne

  MOVE SPACES TO BalanceLigne
  EVALUATE TRUE
    WHEN WS-ControleDepots = 'O'
      MOVE WS-SommeComptes TO WS-EdOuverture
      STRING "Contrôle dépôts clientèle : comptes.dat (" DELIMITED BY SIZE
             WS-NbComptesClients DELIMITED BY SIZE
             " comptes) = " DELIMITED BY SIZE
             WS-EdOuverture DELIMITED BY SIZE
             " = solde créditeur " DELIMITED BY SIZE
             COMPTE-DEPOTS-CLIENTELE DELIMITED BY SIZE
             ", concordant." DELIMITED BY SIZE
        INTO BalanceLigne
      END-STRING
    WHEN WS-SommeComptes = ZERO AND WS-NbComptesClients = ZERO
      MOVE "Contrôle dépôts clientèle non effectué." TO BalanceLigne
    WHEN OTHER
      MOVE WS-EcartDepots TO WS-EdEcart
      STRING "*** Contrôle dépôts clientèle : écart comptes.dat - "
             DELIMITED BY SIZE
             COMPTE-DEPOTS-CLIENTELE DELIMITED BY SIZE
             " = " DELIMITED BY SIZE
             WS-EdEcart DELIMITED BY SIZE
             " ***" DELIMITED BY SIZE
        INTO BalanceLigne
      END-STRING
  END-EVALUATE
  WRITE BalanceLigne
  CLOSE balance.

ECRIRE-LIGNE-BALANCE.
  COMPUTE WS-SoldeCourant = WS-GL-Ouverture(WS-IdxGL)
                          + WS-GL-Debits(WS-IdxGL)
                          - WS-GL-Credits(WS-IdxGL)
  ADD WS-GL-Debits(WS-IdxGL) TO WS-TotalDebits
  ADD WS-GL-Credits(WS-IdxGL) TO WS-TotalCredits
  MOVE WS-GL-Ouverture(WS-IdxGL) TO WS-EdOuverture
  MOVE WS-GL-Debits(WS-IdxGL) TO WS-EdDebits
  MOVE WS-GL-Credits(WS-IdxGL) TO WS-EdCredits
  IF WS-SoldeCourant >= ZERO THEN
    ADD WS-SoldeCourant TO WS-TotalSoldesDeb
    MOVE WS-SoldeCourant TO WS-EdSoldeDeb
    MOVE ZERO TO WS-EdSoldeCred
  ELSE
    SUBTRACT WS-SoldeCourant FROM WS-TotalSoldesCred
    MOVE ZERO TO WS-EdSoldeDeb
    COMPUTE WS-EdSoldeCred = 0 - WS-SoldeCourant
  END-IF
  MOVE SPACES TO BalanceLigne
  STRING WS-GL-Compte(WS-IdxGL) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-GL-Libelle(WS-IdxGL) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-GL-Nature(WS-IdxGL) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdOuverture DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdDebits DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdCredits DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdSoldeDeb DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-EdSoldeCred DELIMITED BY SIZE
    INTO BalanceLigne
  END-STRING
  WRITE BalanceLigne.

*> Clôture du mois ouvert : balance et soldes figés sous le nom du
*> mois, report des soldes en ouverture du mois suivant. Le contrôle des
*> dépôts clientèle n'est repris que pour une clôture au soir du
*> dernier jour ; en rattrapage, comptes.dat a déjà bougé depuis.
CLOTURER-MOIS.
  IF WS-FinMois NOT = 'O' THEN
    MOVE 'N' TO WS-ControleDepots
    MOVE ZERO TO WS-SommeComptes WS-NbComptesClients
  END-IF
  MOVE SPACES TO WS-NomBalance
  STRING "balancegenerale-" DELIMITED BY SIZE
         PG-MoisOuvert DELIMITED BY SIZE
         ".txt" DELIMITED BY SIZE
    INTO WS-NomBalance
  END-STRING
  MOVE "BALANCE GENERALE DE CLOTURE - arrêtée le " TO WS-TitreBalance
  PERFORM ECRIRE-BALANCE
  MOVE SPACES TO WS-NomSoldes
  STRING "soldesgl-" DELIMITED BY SIZE
         PG-MoisOuvert DELIMITED BY SIZE
         ".txt" DELIMITED BY SIZE
    INTO WS-NomSoldes
  END-STRING
  PERFORM SAUVER-SOLDES

  PERFORM VARYING WS-IdxGL FROM 1 BY 1 UNTIL WS-IdxGL > WS-NbComptesGL
    COMPUTE WS-GL-Ouverture(WS-IdxGL) = WS-GL-Ouverture(WS-IdxGL)
                                      + WS-GL-Debits(WS-IdxGL)
                                      - WS-GL-Credits(WS-IdxGL)
    MOVE ZERO TO WS-GL-Debits(WS-IdxGL)
    MOVE ZERO TO WS-GL-Credits(WS-IdxGL)
  END-PERFORM
  DISPLAY "Mois " PG-MoisOuvert " clos au grand livre interne ("
          FUNCTION TRIM(WS-NomBalance) ")."
  MOVE PG-MoisOuvert TO PG-DernierMoisClos
  MOVE PG-MoisOuvert TO WS-MoisCalc
  IF WS-MC-Mois = 12 THEN
    ADD 1 TO WS-MC-Annee
    MOVE 1 TO WS-MC-Mois
  ELSE
    ADD 1 TO WS-MC-Mois
  END-IF
  MOVE WS-MoisCalc TO PG-MoisOuvert.
