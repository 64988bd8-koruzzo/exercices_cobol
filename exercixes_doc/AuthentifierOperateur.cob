IDENTIFICATION DIVISION.
PROGRAM-ID. AuthentifierOperateur.

*> Contrôle de connexion individuel : chaque opérateur d'operateurs.dat
*> possède son propre secret dans secretsoperateurs.txt (tenu par
*> GestionSecrets), vérifié ici avec son identifiant au moment de la
*> connexion — le code PIN partagé de pin.txt ne prouve rien dans
*> HistoriqueOperateur. Le secret porte une date d'expiration, un
*> indicateur de changement obligatoire à la première utilisation, un
*> compteur d'échecs et un verrou : après MaxEssais échecs, la fiche se
*> verrouille jusqu'à déverrouillage superviseur. Chaque tentative,
*> réussie ou non, est ajoutée au journal des connexions
*> (journalconnexions.txt) que le superviseur revoit dans
*> GestionSecrets. Réponse : 'O' accès accordé, 'N' refusé, 'I'
*> fichier des secrets indisponible — le poste de secours retombe alors
*> sur l'ancien PIN partagé chez l'appelant. La durée de validité d'un
*> secret vient de dureesecret.txt (jours, défaut 90). Copie jumelle
*> du sous-programme de la banque (GCB_DISTINCT), où vivent les fichiers
*> des opérateurs : les caissiers du magasin se connectent à leur caisse
*> (OuvertureCaisse) avec les mêmes identifiants et le même secret.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT secrets ASSIGN TO "../GCB_DISTINCT/secretsoperateurs.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SECRETS-STATUS.

  SELECT journalconnexions ASSIGN TO "../GCB_DISTINCT/journalconnexions.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-JOURNAL-STATUS.

  SELECT dureesecret ASSIGN TO "../GCB_DISTINCT/dureesecret.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DUREE-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
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

FD journalconnexions.
01 ConnexionRecord.
   05 JC-Date      PIC X(8).
   05 JC-Heure     PIC X(6).
   05 JC-Operateur PIC X(6).
   05 JC-Resultat  PIC X(1).
   05 JC-Motif     PIC X(20).

FD dureesecret.
01 DureeSecretLigne PIC X(4).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-SECRETS-STATUS PIC XX.
01 WS-JOURNAL-STATUS PIC XX.
01 WS-DUREE-STATUS   PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-FinLecture PIC X(1).
01 WS-DateJour   PIC X(8).
01 WS-HeureMachine PIC X(8).

01 DUREE-SECRET-DEFAUT PIC 9(4) VALUE 90.
01 WS-DureeSecret PIC 9(4).
01 WS-DateNum     PIC 9(8).
01 WS-JoursEntiers PIC S9(9).

01 WS-TableSecrets.
   05 WS-SecretEntree OCCURS 50 TIMES.
      10 WS-SO-Operateur  PIC X(6).
      10 WS-SO-Secret     PIC X(8).
      10 WS-SO-Expiration PIC X(8).
      10 WS-SO-ChangementForce PIC X(1).
      10 WS-SO-NbEchecs   PIC 9(2).
      10 WS-SO-Verrouille PIC X(1).
      10 WS-SO-ReinitPar  PIC X(6).
      10 WS-SO-DateReinit PIC X(8).
01 WS-NbSecrets PIC 9(2) VALUE ZERO.
01 WS-Idx       PIC 9(2).
01 WS-IdxTrouve PIC 9(2).

01 WS-SecretSaisi   PIC X(8).
01 WS-NouveauSecret PIC X(8).
01 WS-Confirmation  PIC X(8).
01 WS-NbEssais      PIC 9(2).
01 WS-ResultatTentative PIC X(1).
01 WS-MotifJournal  PIC X(20).
01 WS-ChangementExige PIC X(1).

LINKAGE SECTION.
01 ConnexionOperateur PIC X(6).
01 ConnexionMaxEssais PIC 9(2).
01 ConnexionAccordee  PIC X(1).
   88 CONNEXION-ACCORDEE     VALUE 'O'.
   88 CONNEXION-REFUSEE      VALUE 'N'.
   88 SECRETS-INDISPONIBLES  VALUE 'I'.

PROCEDURE DIVISION USING ConnexionOperateur ConnexionMaxEssais
                         ConnexionAccordee.
  SET CONNEXION-REFUSEE TO TRUE
  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-DUREE-SECRET
  PERFORM CHARGER-SECRETS
  IF WS-SECRETS-STATUS NOT = "00" THEN
    SET SECRETS-INDISPONIBLES TO TRUE
    GOBACK
  END-IF

  PERFORM LOCALISER-SECRET
  IF WS-IdxTrouve = ZERO THEN
    DISPLAY "Aucun secret enregistré pour " ConnexionOperateur
            " (voir GestionSecrets), connexion refusée."
    MOVE 'E' TO WS-ResultatTentative
    MOVE "SECRET ABSENT" TO WS-MotifJournal
    PERFORM JOURNALISER-TENTATIVE
    GOBACK
  END-IF

  IF WS-SO-Verrouille(WS-IdxTrouve) = 'O' THEN
    DISPLAY "Fiche de " ConnexionOperateur " verrouillée après échecs "
            "répétés : voir le superviseur (GestionSecrets)."
    MOVE 'V' TO WS-ResultatTentative
    MOVE "FICHE VERROUILLEE" TO WS-MotifJournal
    PERFORM JOURNALISER-TENTATIVE
    GOBACK
  END-IF

  MOVE ZERO TO WS-NbEssais
  PERFORM SAISIR-SECRET
    UNTIL CONNEXION-ACCORDEE OR WS-NbEssais >= ConnexionMaxEssais
  GOBACK.

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

CHARGER-DUREE-SECRET.
  MOVE DUREE-SECRET-DEFAUT TO WS-DureeSecret
  OPEN INPUT dureesecret
  IF WS-DUREE-STATUS = "00" THEN
    READ dureesecret
      NOT AT END MOVE DureeSecretLigne TO WS-DureeSecret
    END-READ
    CLOSE dureesecret
  END-IF.

CHARGER-SECRETS.
  MOVE ZERO TO WS-NbSecrets
  OPEN INPUT secrets
  IF WS-SECRETS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-SECRET-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-NbSecrets = 50
    CLOSE secrets
    MOVE "00" TO WS-SECRETS-STATUS
  END-IF.

LIRE-SECRET-SUIVANT.
  READ secrets
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbSecrets
      MOVE SO-Operateur  TO WS-SO-Operateur(WS-NbSecrets)
      MOVE SO-Secret     TO WS-SO-Secret(WS-NbSecrets)
      MOVE SO-Expiration TO WS-SO-Expiration(WS-NbSecrets)
      MOVE SO-ChangementForce TO WS-SO-ChangementForce(WS-NbSecrets)
      MOVE SO-NbEchecs   TO WS-SO-NbEchecs(WS-NbSecrets)
      MOVE SO-Verrouille TO WS-SO-Verrouille(WS-NbSecrets)
      MOVE SO-ReinitPar  TO WS-SO-ReinitPar(WS-NbSecrets)
      MOVE SO-DateReinit TO WS-SO-DateReinit(WS-NbSecrets)
  END-READ.

LOCALISER-SECRET.
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1
      UNTIL WS-Idx > WS-NbSecrets OR WS-IdxTrouve > ZERO
    IF WS-SO-Operateur(WS-Idx) = ConnexionOperateur THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM.

SAISIR-SECRET.
  DISPLAY "Secret de l'opérateur " ConnexionOperateur " : "
  ACCEPT WS-SecretSaisi
  ADD 1 TO WS-NbEssais
  IF WS-SecretSaisi = WS-SO-Secret(WS-IdxTrouve) THEN
    PERFORM ACCEPTER-CONNEXION
  ELSE
    DISPLAY "Secret incorrect (" WS-NbEssais "/" ConnexionMaxEssais
            " essais)."
    ADD 1 TO WS-SO-NbEchecs(WS-IdxTrouve)
    MOVE 'E' TO WS-ResultatTentative
    MOVE "SECRET INCORRECT" TO WS-MotifJournal
    IF WS-SO-NbEchecs(WS-IdxTrouve) >= ConnexionMaxEssais THEN
      MOVE 'O' TO WS-SO-Verrouille(WS-IdxTrouve)
      MOVE "FICHE VERROUILLEE" TO WS-MotifJournal
      DISPLAY "Fiche de " ConnexionOperateur " verrouillée ("
              WS-SO-NbEchecs(WS-IdxTrouve) " échec(s) cumulé(s))."
      MOVE ConnexionMaxEssais TO WS-NbEssais
    END-IF
    PERFORM JOURNALISER-TENTATIVE
    PERFORM SAUVER-SECRETS
  END-IF.

*> Connexion acceptée : le changement de secret est exigé à la première
*> utilisation (indicateur posé par GestionSecrets) et à l'expiration ;
*> le compteur d'échecs repart à zéro.
ACCEPTER-CONNEXION.
  MOVE 'N' TO WS-ChangementExige
  IF WS-SO-ChangementForce(WS-IdxTrouve) = 'O' THEN
    DISPLAY "Première utilisation : le secret doit être changé."
    MOVE 'O' TO WS-ChangementExige
  END-IF
  IF WS-SO-Expiration(WS-IdxTrouve) NOT = SPACES
     AND WS-SO-Expiration(WS-IdxTrouve) < WS-DateJour THEN
    DISPLAY "Secret expiré depuis le " WS-SO-Expiration(WS-IdxTrouve)
            " : il doit être changé."
    MOVE 'O' TO WS-ChangementExige
  END-IF
  IF WS-ChangementExige = 'O' THEN
    PERFORM CHANGER-SECRET
    IF WS-ChangementExige = 'O' THEN
      MOVE 'E' TO WS-ResultatTentative
      MOVE "CHANGEMENT REFUSE" TO WS-MotifJournal
      PERFORM JOURNALISER-TENTATIVE
      EXIT PARAGRAPH
    END-IF
  END-IF
  MOVE ZERO TO WS-SO-NbEchecs(WS-IdxTrouve)
  PERFORM SAUVER-SECRETS
  SET CONNEXION-ACCORDEE TO TRUE
  MOVE 'S' TO WS-ResultatTentative
  MOVE SPACES TO WS-MotifJournal
  PERFORM JOURNALISER-TENTATIVE.

CHANGER-SECRET.
  DISPLAY "Nouveau secret (8 caractères) : "
  ACCEPT WS-NouveauSecret
  DISPLAY "Confirmation : "
  ACCEPT WS-Confirmation
  IF WS-NouveauSecret = SPACES
     OR WS-NouveauSecret NOT = WS-Confirmation
     OR WS-NouveauSecret = WS-SO-Secret(WS-IdxTrouve) THEN
    DISPLAY "Nouveau secret vide, non confirmé ou identique à "
            "l'ancien : changement refusé, connexion refusée."
  ELSE
    MOVE WS-NouveauSecret TO WS-SO-Secret(WS-IdxTrouve)
    MOVE 'N' TO WS-SO-ChangementForce(WS-IdxTrouve)
    MOVE WS-DateJour TO WS-DateNum
    COMPUTE WS-JoursEntiers =
        FUNCTION INTEGER-OF-DATE(WS-DateNum) + WS-DureeSecret
    COMPUTE WS-DateNum = FUNCTION DATE-OF-INTEGER(WS-JoursEntiers)
    MOVE WS-DateNum TO WS-SO-Expiration(WS-IdxTrouve)
    DISPLAY "Secret changé, valable jusqu'au "
            WS-SO-Expiration(WS-IdxTrouve) "."
    MOVE 'N' TO WS-ChangementExige
  END-IF.

SAUVER-SECRETS.
  OPEN OUTPUT secrets
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbSecrets
    MOVE WS-SO-Operateur(WS-Idx)  TO SO-Operateur
    MOVE WS-SO-Secret(WS-Idx)     TO SO-Secret
    MOVE WS-SO-Expiration(WS-Idx) TO SO-Expiration
    MOVE WS-SO-ChangementForce(WS-Idx) TO SO-ChangementForce
    MOVE WS-SO-NbEchecs(WS-Idx)   TO SO-NbEchecs
    MOVE WS-SO-Verrouille(WS-Idx) TO SO-Verrouille
    MOVE WS-SO-ReinitPar(WS-Idx)  TO SO-ReinitPar
    MOVE WS-SO-DateReinit(WS-Idx) TO SO-DateReinit
    WRITE SecretRecord
  END-PERFORM
  CLOSE secrets.

JOURNALISER-TENTATIVE.
  ACCEPT WS-HeureMachine FROM TIME
  OPEN EXTEND journalconnexions
  IF WS-JOURNAL-STATUS NOT = "00" THEN
    OPEN OUTPUT journalconnexions
  END-IF
  MOVE WS-DateJour TO JC-Date
  MOVE WS-HeureMachine(1:6) TO JC-Heure
  MOVE ConnexionOperateur TO JC-Operateur
  MOVE WS-ResultatTentative TO JC-Resultat
  MOVE WS-MotifJournal TO JC-Motif
  WRITE ConnexionRecord
  CLOSE journalconnexions.
