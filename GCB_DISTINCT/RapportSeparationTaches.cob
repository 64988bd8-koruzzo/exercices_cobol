IDENTIFICATION DIVISION.
PROGRAM-ID. RapportSeparationTaches.

*> Revue périodique de la séparation des tâches, pour l'auditeur
*> interne : les contrôles à quatre yeux supposent que l'auteur et le
*> vérificateur sont deux personnes, ce rapport le vérifie en croisant
*> les journaux d'approbation (rapportseparation.txt) :
*>  1. opérations parquées (autorisations.dat) validées par l'opérateur
*>     qui les avait parquées — AU-Decideur = AU-Operateur ; pour une
*>     décision antérieure à AU-Decideur, une écriture de l'auteur au
*>     journal (historique.txt) sur le même compte, du même montant, à
*>     partir de la date de parcage la signale comme probable ;
*>  2. changements de données de référence (changesreference.txt)
*>     appliqués par leur auteur ;
*>  3. secrets de connexion (secretsoperateurs.txt) réinitialisés par
*>     l'opérateur lui-même ;
*>  4. superviseur ayant changé les données d'un compte — changement
*>     appliqué ou porté dans changesjournal.txt, ou fusion de clients
*>     de fusionsjournal.txt (comptes du client survivant) — puis posté
*>     sur ce compte le même jour (historique.txt) ;
*>  5. changements de rôle (operateurs.dat, comparé à l'instantané
*>     rolesoperateurs.txt de l'exécution précédente) qui ont fait
*>     passer superviseur un opérateur ayant encore des opérations ou
*>     des changements parqués par lui en attente : il se retrouve des
*>     deux côtés du contrôle. L'instantané est réécrit à chaque
*>     exécution.
*> Programme de lecture : aucun fichier maître n'est modifié.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT operateurs ASSIGN TO "operateurs.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS OperateurNumero
      FILE STATUS IS WS-OPERATEURS-STATUS.

  SELECT roles ASSIGN TO "rolesoperateurs.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ROLES-STATUS.

  SELECT autorisations ASSIGN TO "autorisations.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS AU-Id
      FILE STATUS IS WS-AUTORISATIONS-STATUS.

  SELECT changements ASSIGN TO "changesreference.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CHANGES-STATUS.

  SELECT changesjournal ASSIGN TO "changesjournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CJOURNAL-STATUS.

  SELECT fusions ASSIGN TO "fusionsjournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-FUSIONS-STATUS.

  SELECT secrets ASSIGN TO "secretsoperateurs.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SECRETS-STATUS.

  SELECT comptes ASSIGN TO "comptes.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CompteNumero
      FILE STATUS IS WS-COMPTES-STATUS.

  SELECT historique ASSIGN TO "historique.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HIST-STATUS.

  SELECT rapport ASSIGN TO "rapportseparation.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RAPPORT-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD operateurs.
COPY "OPERATEURS.cpy".

FD roles.
01 RoleOperateurRecord.
   05 RO-Operateur PIC X(6).
   05 RO-Role      PIC X(1).
   05 RO-Date      PIC X(8).

FD autorisations.
COPY "AUTORISATIONS.cpy".

FD changements.
COPY "CHANGESREF.cpy".

FD changesjournal.
01 ChangeJournalRecord.
   05 CJ-Date        PIC X(8).
   05 CJ-Id          PIC 9(6).
   05 CJ-Fichier     PIC X(1).
   05 CJ-Cle         PIC X(12).
   05 CJ-Champ       PIC X(10).
   05 CJ-Avant       PIC X(70).
   05 CJ-Apres       PIC X(70).
   05 CJ-Operateur   PIC X(6).
   05 CJ-Approbateur PIC X(6).
   05 CJ-DateApplication PIC X(8).

FD fusions.
01 FusionRecord.
   05 FU-Date      PIC X(8).
   05 FU-Absorbe   PIC X(6).
   05 FU-Survivant PIC X(6).
   05 FU-NbComptes PIC 9(3).
   05 FU-Superviseur PIC X(6).

FD secrets.
01 SecretRecord.
   05 SO-Operateur  PIC X(6).
   05 SO-Secret     PIC X(8).
   05 SO-Expiration PIC X(8).
   05 SO-ChangementForce PIC X(1).
   05 SO-NbEchecs   PIC 9(2).
   05 SO-Verrouille PIC X(1).
   05 SO-ReinitPar  PIC X(6).
   05 SO-DateReinit PIC X(8).

FD comptes.
COPY "COMPTES.cpy".

FD historique.
COPY "HISTORIQUE.cpy".

FD rapport.
01 RapportLigne PIC X(120).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-OPERATEURS-STATUS    PIC XX.
01 WS-ROLES-STATUS         PIC XX.
01 WS-AUTORISATIONS-STATUS PIC XX.
01 WS-CHANGES-STATUS       PIC XX.
01 WS-CJOURNAL-STATUS      PIC XX.
01 WS-FUSIONS-STATUS       PIC XX.
01 WS-SECRETS-STATUS       PIC XX.
01 WS-COMPTES-STATUS       PIC XX.
01 WS-HIST-STATUS          PIC XX.
01 WS-RAPPORT-STATUS       PIC XX.
01 WS-DATEVALEUR-STATUS    PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "RapportSeparationTac".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-DateJour      PIC X(8).
01 WS-FinLecture    PIC X(1).
01 WS-Idx           PIC 9(3).
01 WS-IdxOp         PIC 9(3).
01 WS-NbSection     PIC 9(5).
01 WS-NbViolations  PIC 9(6) VALUE ZERO.
01 WS-InstantanePresent PIC X(1) VALUE 'N'.
01 WS-MontantEdite  PIC Z(5)9.99.

*> Opérateurs d'operateurs.dat : rôle actuel, rôle à l'instantané
*> précédent ('?' s'il n'y figurait pas) et nombre d'éléments parqués
*> par eux encore en attente (opérations et changements de référence).
01 WS-TableOperateurs.
   05 WS-OperateurEntree OCCURS 200 TIMES.
      10 WS-OP-Numero     PIC X(6).
      10 WS-OP-Role       PIC X(1).
      10 WS-OP-RoleAvant  PIC X(1).
      10 WS-OP-DateAvant  PIC X(8).
      10 WS-OP-EnAttente  PIC 9(4).
01 WS-NbOperateurs   PIC 9(3) VALUE ZERO.
01 WS-OperateurCherche PIC X(6).

*> Validations antérieures à AU-Decideur, à rapprocher du journal.
01 WS-TableAnciennes.
   05 WS-AncienneEntree OCCURS 200 TIMES.
      10 WS-AN-Id        PIC 9(6).
      10 WS-AN-Date      PIC X(8).
      10 WS-AN-Operateur PIC X(6).
      10 WS-AN-Compte    PIC X(6).
      10 WS-AN-Montant   PIC 9(6)V99.
      10 WS-AN-EcritureId PIC 9(9).
01 WS-NbAnciennes    PIC 9(3) VALUE ZERO.

*> Modifications de données de compte par un superviseur : qui, quel
*> compte, quel jour, d'où (changement n° ou fusion du client).
01 WS-TableModifications.
   05 WS-ModificationEntree OCCURS 300 TIMES.
      10 WS-MD-Operateur  PIC X(6).
      10 WS-MD-Compte     PIC X(6).
      10 WS-MD-Date       PIC X(8).
      10 WS-MD-Origine    PIC X(30).
      10 WS-MD-EcritureId PIC 9(9).
01 WS-NbModifications PIC 9(3) VALUE ZERO.
01 WS-TablesDebordees PIC X(1) VALUE 'N'.
01 WS-ModOperateur    PIC X(6).
01 WS-ModCompte       PIC X(6).
01 WS-ModDate         PIC X(8).
01 WS-ModOrigine      PIC X(30).
01 WS-FinComptes      PIC X(1).

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR

  PERFORM CHARGER-OPERATEURS
  IF WS-NbOperateurs = ZERO THEN
    DISPLAY "operateurs.dat illisible ou vide : revue de séparation "
            "des tâches impossible."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur
                            WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF
  PERFORM CHARGER-INSTANTANE-ROLES
  PERFORM RECENSER-AUTORISATIONS
  PERFORM RECENSER-CHANGEMENTS-EN-ATTENTE
  PERFORM RECENSER-CHANGEMENTS-COMPTES
  PERFORM RECENSER-FUSIONS
  PERFORM RAPPROCHER-JOURNAL

  OPEN OUTPUT rapport
  MOVE SPACES TO RapportLigne
  STRING "SEPARATION DES TACHES - revue du " DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne
  IF WS-TablesDebordees = 'O' THEN
    MOVE "ATTENTION : capacité de travail dépassée, revue incomplète."
      TO RapportLigne
    WRITE RapportLigne
  END-IF

  PERFORM ECRIRE-AUTO-VALIDATIONS
  PERFORM ECRIRE-AUTO-APPROBATIONS
  PERFORM ECRIRE-AUTO-REINITIALISATIONS
  PERFORM ECRIRE-MODIFIER-PUIS-POSTER
  PERFORM ECRIRE-CHANGEMENTS-ROLE

  MOVE SPACES TO RapportLigne
  WRITE RapportLigne
  STRING "TOTAL : " DELIMITED BY SIZE
         WS-NbViolations DELIMITED BY SIZE
         " manquement(s) à la séparation des tâches." DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne
  CLOSE rapport
  DISPLAY RapportLigne

  PERFORM SAUVER-INSTANTANE-ROLES

  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbViolations TO WS-JobCompteur
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

CHARGER-OPERATEURS.
  OPEN INPUT operateurs
  IF WS-OPERATEURS-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUES TO OperateurNumero
  START operateurs KEY IS NOT LESS THAN OperateurNumero
    INVALID KEY
      MOVE 'O' TO WS-FinLecture
    NOT INVALID KEY
      MOVE 'N' TO WS-FinLecture
  END-START
  PERFORM LIRE-OPERATEUR-SUIVANT UNTIL WS-FinLecture = 'O'
  CLOSE operateurs.

LIRE-OPERATEUR-SUIVANT.
  READ operateurs NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF WS-NbOperateurs < 200 THEN
        ADD 1 TO WS-NbOperateurs
        MOVE OperateurNumero TO WS-OP-Numero(WS-NbOperateurs)
        MOVE OperateurRole   TO WS-OP-Role(WS-NbOperateurs)
        MOVE '?'             TO WS-OP-RoleAvant(WS-NbOperateurs)
        MOVE SPACES          TO WS-OP-DateAvant(WS-NbOperateurs)
        MOVE ZERO            TO WS-OP-EnAttente(WS-NbOperateurs)
      ELSE
        MOVE 'O' TO WS-TablesDebordees
      END-IF
  END-READ.

*> Rend dans WS-IdxOp le rang de WS-OperateurCherche (zéro si inconnu).
CHERCHER-OPERATEUR.
  MOVE ZERO TO WS-IdxOp
  PERFORM VARYING WS-Idx FROM 1 BY 1
      UNTIL WS-Idx > WS-NbOperateurs OR WS-IdxOp > ZERO
    IF WS-OP-Numero(WS-Idx) = WS-OperateurCherche THEN
      MOVE WS-Idx TO WS-IdxOp
    END-IF
  END-PERFORM.

CHARGER-INSTANTANE-ROLES.
  OPEN INPUT roles
  IF WS-ROLES-STATUS = "00" THEN
    MOVE 'O' TO WS-InstantanePresent
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-ROLE-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE roles
  END-IF.

LIRE-ROLE-SUIVANT.
  READ roles
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE RO-Operateur TO WS-OperateurCherche
      PERFORM CHERCHER-OPERATEUR
      IF WS-IdxOp > ZERO THEN
        MOVE RO-Role TO WS-OP-RoleAvant(WS-IdxOp)
        MOVE RO-Date TO WS-OP-DateAvant(WS-IdxOp)
      END-IF
  END-READ.

SAUVER-INSTANTANE-ROLES.
  OPEN OUTPUT roles
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbOperateurs
    MOVE WS-OP-Numero(WS-Idx) TO RO-Operateur
    MOVE WS-OP-Role(WS-Idx)   TO RO-Role
    MOVE WS-DateJour          TO RO-Date
    WRITE RoleOperateurRecord
  END-PERFORM
  CLOSE roles.

*> Premier passage sur la file : éléments en attente par auteur, et
*> validations antérieures à AU-Decideur à rapprocher du journal.
RECENSER-AUTORISATIONS.
  OPEN INPUT autorisations
  IF WS-AUTORISATIONS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM RECENSER-AUTORISATION-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE autorisations
  END-IF.

RECENSER-AUTORISATION-SUIVANTE.
  READ autorisations NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF AUTORISATION-EN-ATTENTE THEN
        MOVE AU-Operateur TO WS-OperateurCherche
        PERFORM CHERCHER-OPERATEUR
        IF WS-IdxOp > ZERO THEN
          ADD 1 TO WS-OP-EnAttente(WS-IdxOp)
        END-IF
      END-IF
      IF AUTORISATION-VALIDEE AND AU-Decideur = SPACES THEN
        IF WS-NbAnciennes < 200 THEN
          ADD 1 TO WS-NbAnciennes
          MOVE AU-Id        TO WS-AN-Id(WS-NbAnciennes)
          MOVE AU-Date      TO WS-AN-Date(WS-NbAnciennes)
          MOVE AU-Operateur TO WS-AN-Operateur(WS-NbAnciennes)
          MOVE AU-Compte    TO WS-AN-Compte(WS-NbAnciennes)
          MOVE AU-Montant   TO WS-AN-Montant(WS-NbAnciennes)
          MOVE ZERO         TO WS-AN-EcritureId(WS-NbAnciennes)
        ELSE
          MOVE 'O' TO WS-TablesDebordees
        END-IF
      END-IF
  END-READ.

RECENSER-CHANGEMENTS-EN-ATTENTE.
  OPEN INPUT changements
  IF WS-CHANGES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM RECENSER-CHANGEMENT-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE changements
  END-IF.

RECENSER-CHANGEMENT-SUIVANT.
  READ changements
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF CHANGEMENT-EN-ATTENTE THEN
        MOVE CH-Operateur TO WS-OperateurCherche
        PERFORM CHERCHER-OPERATEUR
        IF WS-IdxOp > ZERO THEN
          ADD 1 TO WS-OP-EnAttente(WS-IdxOp)
        END-IF
      END-IF
  END-READ.

*> Changements appliqués sur comptes.dat : l'approbateur, et l'auteur
*> s'il est superviseur, ont tous deux changé les données du compte le
*> jour de l'application (à défaut, jour du parcage).
RECENSER-CHANGEMENTS-COMPTES.
  OPEN INPUT changesjournal
  IF WS-CJOURNAL-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM RECENSER-JOURNAL-CHANGEMENT UNTIL WS-FinLecture = 'O'
    CLOSE changesjournal
  END-IF.

RECENSER-JOURNAL-CHANGEMENT.
  READ changesjournal
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF CJ-Fichier = 'C' THEN
        MOVE CJ-Cle(1:6) TO WS-ModCompte
        IF CJ-DateApplication NOT = SPACES THEN
          MOVE CJ-DateApplication TO WS-ModDate
        ELSE
          MOVE CJ-Date TO WS-ModDate
        END-IF
        MOVE SPACES TO WS-ModOrigine
        STRING "changement n° " DELIMITED BY SIZE
               CJ-Id DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CJ-Champ DELIMITED BY SPACE
          INTO WS-ModOrigine
        END-STRING
        MOVE CJ-Approbateur TO WS-ModOperateur
        PERFORM AJOUTER-MODIFICATION
        IF CJ-Operateur NOT = CJ-Approbateur THEN
          MOVE CJ-Operateur TO WS-OperateurCherche
          PERFORM CHERCHER-OPERATEUR
          IF WS-IdxOp > ZERO THEN
            IF WS-OP-Role(WS-IdxOp) = 'S' THEN
              MOVE CJ-Operateur TO WS-ModOperateur
              PERFORM AJOUTER-MODIFICATION
            END-IF
          END-IF
        END-IF
      END-IF
  END-READ.

*> Une fusion repointe les comptes de l'absorbé sur le survivant : ce
*> sont les comptes actuels du survivant qui sont retenus.
RECENSER-FUSIONS.
  OPEN INPUT fusions
  IF WS-FUSIONS-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  OPEN INPUT comptes
  IF WS-COMPTES-STATUS NOT = "00" THEN
    CLOSE fusions
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM RECENSER-FUSION-SUIVANTE UNTIL WS-FinLecture = 'O'
  CLOSE comptes
  CLOSE fusions.

RECENSER-FUSION-SUIVANTE.
  READ fusions
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE FU-Superviseur TO WS-ModOperateur
      MOVE FU-Date TO WS-ModDate
      MOVE SPACES TO WS-ModOrigine
      STRING "fusion " DELIMITED BY SIZE
             FU-Absorbe DELIMITED BY SIZE
             " dans " DELIMITED BY SIZE
             FU-Survivant DELIMITED BY SIZE
        INTO WS-ModOrigine
      END-STRING
      MOVE LOW-VALUES TO CompteNumero
      START comptes KEY IS NOT LESS THAN CompteNumero
        INVALID KEY
          MOVE 'O' TO WS-FinComptes
        NOT INVALID KEY
          MOVE 'N' TO WS-FinComptes
      END-START
      PERFORM RETENIR-COMPTE-SURVIVANT UNTIL WS-FinComptes = 'O'
  END-READ.

RETENIR-COMPTE-SURVIVANT.
  READ comptes NEXT RECORD
    AT END MOVE 'O' TO WS-FinComptes
    NOT AT END
      IF CompteClient = FU-Survivant THEN
        MOVE CompteNumero TO WS-ModCompte
        PERFORM AJOUTER-MODIFICATION
      END-IF
  END-READ.

AJOUTER-MODIFICATION.
  IF WS-NbModifications >= 300 THEN
    MOVE 'O' TO WS-TablesDebordees
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO WS-NbModifications
  MOVE WS-ModOperateur TO WS-MD-Operateur(WS-NbModifications)
  MOVE WS-ModCompte    TO WS-MD-Compte(WS-NbModifications)
  MOVE WS-ModDate      TO WS-MD-Date(WS-NbModifications)
  MOVE WS-ModOrigine   TO WS-MD-Origine(WS-NbModifications)
  MOVE ZERO            TO WS-MD-EcritureId(WS-NbModifications).

*> Un seul passage sur historique.txt pour les deux rapprochements ;
*> les consultations ('S') et virements refusés ('X') ne comptent pas.
RAPPROCHER-JOURNAL.
  IF WS-NbAnciennes = ZERO AND WS-NbModifications = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  OPEN INPUT historique
  IF WS-HIST-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM RAPPROCHER-ECRITURE UNTIL WS-FinLecture = 'O'
    CLOSE historique
  END-IF.

RAPPROCHER-ECRITURE.
  READ historique
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF HistoriqueDescrp NOT = 'S' AND HistoriqueDescrp NOT = 'X' THEN
        PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbAnciennes
          IF WS-AN-EcritureId(WS-Idx) = ZERO
             AND HistoriqueOperateur = WS-AN-Operateur(WS-Idx)
             AND HistoriqueCompte = WS-AN-Compte(WS-Idx)
             AND HistoriqueValA = WS-AN-Montant(WS-Idx)
             AND HistoriqueDate >= WS-AN-Date(WS-Idx) THEN
            MOVE HistoriqueId TO WS-AN-EcritureId(WS-Idx)
          END-IF
        END-PERFORM
        PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-NbModifications
          IF WS-MD-EcritureId(WS-Idx) = ZERO
             AND HistoriqueOperateur = WS-MD-Operateur(WS-Idx)
             AND HistoriqueCompte = WS-MD-Compte(WS-Idx)
             AND HistoriqueDate = WS-MD-Date(WS-Idx) THEN
            MOVE HistoriqueId TO WS-MD-EcritureId(WS-Idx)
          END-IF
        END-PERFORM
      END-IF
  END-READ.

ECRIRE-TITRE-SECTION.
  MOVE ZERO TO WS-NbSection
  MOVE SPACES TO RapportLigne
  WRITE RapportLigne.

ECRIRE-FIN-SECTION.
  IF WS-NbSection = ZERO THEN
    MOVE "  Aucun." TO RapportLigne
    WRITE RapportLigne
  END-IF
  ADD WS-NbSection TO WS-NbViolations.

ECRIRE-AUTO-VALIDATIONS.
  PERFORM ECRIRE-TITRE-SECTION
  MOVE "--- 1. Opérations parquées validées par leur auteur"
    TO RapportLigne
  WRITE RapportLigne
  OPEN INPUT autorisations
  IF WS-AUTORISATIONS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM EXAMINER-VALIDATION UNTIL WS-FinLecture = 'O'
    CLOSE autorisations
  END-IF
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbAnciennes
    IF WS-AN-EcritureId(WS-Idx) > ZERO THEN
      ADD 1 TO WS-NbSection
      MOVE WS-AN-Montant(WS-Idx) TO WS-MontantEdite
      MOVE SPACES TO RapportLigne
      STRING "  n° " DELIMITED BY SIZE
             WS-AN-Id(WS-Idx) DELIMITED BY SIZE
             " du " DELIMITED BY SIZE
             WS-AN-Date(WS-Idx) DELIMITED BY SIZE
             " compte " DELIMITED BY SIZE
             WS-AN-Compte(WS-Idx) DELIMITED BY SIZE
             WS-MontantEdite DELIMITED BY SIZE
             " : décideur non consigné, posté par l'auteur "
               DELIMITED BY SIZE
             WS-AN-Operateur(WS-Idx) DELIMITED BY SIZE
             " (écriture " DELIMITED BY SIZE
             WS-AN-EcritureId(WS-Idx) DELIMITED BY SIZE
             ") - probable" DELIMITED BY SIZE
        INTO RapportLigne
      END-STRING
      WRITE RapportLigne
    END-IF
  END-PERFORM
  PERFORM ECRIRE-FIN-SECTION.

EXAMINER-VALIDATION.
  READ autorisations NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF AUTORISATION-VALIDEE AND AU-Decideur = AU-Operateur THEN
        ADD 1 TO WS-NbSection
        MOVE AU-Montant TO WS-MontantEdite
        MOVE SPACES TO RapportLigne
        STRING "  n° " DELIMITED BY SIZE
               AU-Id DELIMITED BY SIZE
               " du " DELIMITED BY SIZE
               AU-Date DELIMITED BY SIZE
               " type " DELIMITED BY SIZE
               AU-Type DELIMITED BY SIZE
               " compte " DELIMITED BY SIZE
               AU-Compte DELIMITED BY SIZE
               WS-MontantEdite DELIMITED BY SIZE
               " : parquée et validée le " DELIMITED BY SIZE
               AU-DateDecision DELIMITED BY SIZE
               " par " DELIMITED BY SIZE
               AU-Operateur DELIMITED BY SIZE
          INTO RapportLigne
        END-STRING
        WRITE RapportLigne
      END-IF
  END-READ.

ECRIRE-AUTO-APPROBATIONS.
  PERFORM ECRIRE-TITRE-SECTION
  MOVE "--- 2. Changements de référence appliqués par leur auteur"
    TO RapportLigne
  WRITE RapportLigne
  OPEN INPUT changements
  IF WS-CHANGES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM EXAMINER-APPROBATION UNTIL WS-FinLecture = 'O'
    CLOSE changements
  END-IF
  PERFORM ECRIRE-FIN-SECTION.

EXAMINER-APPROBATION.
  READ changements
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF CHANGEMENT-APPLIQUE AND CH-Approbateur = CH-Operateur THEN
        ADD 1 TO WS-NbSection
        MOVE SPACES TO RapportLigne
        STRING "  n° " DELIMITED BY SIZE
               CH-Id DELIMITED BY SIZE
               " du " DELIMITED BY SIZE
               CH-Date DELIMITED BY SIZE
               " fichier " DELIMITED BY SIZE
               CH-Fichier DELIMITED BY SIZE
               " clé " DELIMITED BY SIZE
               CH-Cle DELIMITED BY SIZE
               " champ " DELIMITED BY SIZE
               CH-Champ DELIMITED BY SIZE
               " : parqué et appliqué par " DELIMITED BY SIZE
               CH-Operateur DELIMITED BY SIZE
          INTO RapportLigne
        END-STRING
        WRITE RapportLigne
      END-IF
  END-READ.

ECRIRE-AUTO-REINITIALISATIONS.
  PERFORM ECRIRE-TITRE-SECTION
  MOVE "--- 3. Secrets réinitialisés par l'opérateur lui-même"
    TO RapportLigne
  WRITE RapportLigne
  OPEN INPUT secrets
  IF WS-SECRETS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM EXAMINER-SECRET UNTIL WS-FinLecture = 'O'
    CLOSE secrets
  END-IF
  PERFORM ECRIRE-FIN-SECTION.

EXAMINER-SECRET.
  READ secrets
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF SO-ReinitPar = SO-Operateur THEN
        ADD 1 TO WS-NbSection
        MOVE SPACES TO RapportLigne
        STRING "  Opérateur " DELIMITED BY SIZE
               SO-Operateur DELIMITED BY SIZE
               " : secret réinitialisé par lui-même le "
                 DELIMITED BY SIZE
               SO-DateReinit DELIMITED BY SIZE
          INTO RapportLigne
        END-STRING
        WRITE RapportLigne
      END-IF
  END-READ.

ECRIRE-MODIFIER-PUIS-POSTER.
  PERFORM ECRIRE-TITRE-SECTION
  MOVE "--- 4. Compte changé puis mouvementé le même jour par un superviseur"
    TO RapportLigne
  WRITE RapportLigne
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbModifications
    IF WS-MD-EcritureId(WS-Idx) > ZERO THEN
      ADD 1 TO WS-NbSection
      MOVE SPACES TO RapportLigne
      STRING "  " DELIMITED BY SIZE
             WS-MD-Operateur(WS-Idx) DELIMITED BY SIZE
             " le " DELIMITED BY SIZE
             WS-MD-Date(WS-Idx) DELIMITED BY SIZE
             " compte " DELIMITED BY SIZE
             WS-MD-Compte(WS-Idx) DELIMITED BY SIZE
             " : " DELIMITED BY SIZE
             WS-MD-Origine(WS-Idx) DELIMITED BY "  "
             " puis écriture " DELIMITED BY SIZE
             WS-MD-EcritureId(WS-Idx) DELIMITED BY SIZE
        INTO RapportLigne
      END-STRING
      WRITE RapportLigne
    END-IF
  END-PERFORM
  PERFORM ECRIRE-FIN-SECTION.

*> Sans instantané précédent, aucun changement de rôle n'est mesurable :
*> la première exécution le constitue.
ECRIRE-CHANGEMENTS-ROLE.
  PERFORM ECRIRE-TITRE-SECTION
  MOVE "--- 5. Changements de rôle donnant les deux côtés du contrôle"
    TO RapportLigne
  WRITE RapportLigne
  IF WS-InstantanePresent NOT = 'O' THEN
    MOVE "  Pas d'instantané des rôles précédent : constitué ce jour."
      TO RapportLigne
    WRITE RapportLigne
    EXIT PARAGRAPH
  END-IF
  PERFORM VARYING WS-IdxOp FROM 1 BY 1 UNTIL WS-IdxOp > WS-NbOperateurs
    IF WS-OP-Role(WS-IdxOp) = 'S'
       AND WS-OP-RoleAvant(WS-IdxOp) NOT = 'S'
       AND WS-OP-EnAttente(WS-IdxOp) > ZERO THEN
      ADD 1 TO WS-NbSection
      MOVE SPACES TO RapportLigne
      STRING "  Opérateur " DELIMITED BY SIZE
             WS-OP-Numero(WS-IdxOp) DELIMITED BY SIZE
             " passé du rôle " DELIMITED BY SIZE
             WS-OP-RoleAvant(WS-IdxOp) DELIMITED BY SIZE
             " (instantané du " DELIMITED BY SIZE
             WS-OP-DateAvant(WS-IdxOp) DELIMITED BY SIZE
             ") à superviseur avec " DELIMITED BY SIZE
             WS-OP-EnAttente(WS-IdxOp) DELIMITED BY SIZE
             " élément(s) parqué(s) par lui en attente" DELIMITED BY SIZE
        INTO RapportLigne
      END-STRING
      WRITE RapportLigne
    END-IF
  END-PERFORM
  PERFORM ECRIRE-FIN-SECTION.
