IDENTIFICATION DIVISION.
PROGRAM-ID. RevueConformite.

*> Poste superviseur de la file de revue conformité
*> (alertesconformite.txt, layout ALERTESCONF.cpy) alimentée par le
*> filtrage des noms contre la liste de gel des avoirs
*> (ControlerSanctions, FiltrageSanctions). Réservé à un superviseur
*> actif d'operateurs.dat, comme GestionKYC. Chaque alerte en attente
*> est soit levée ('L', faux positif : le nom n'est plus bloqué contre
*> cette entrée de liste, le paiement en suspens peut être réaffecté
*> dans GestionSuspens, le bénéficiaire ressaisi), soit confirmée ('C' :
*> le nom reste bloqué et les fonds gelés restent en suspens). La
*> décision porte le superviseur, la date et un commentaire obligatoire,
*> et n'est plus modifiable : les alertes décidées restent dans le
*> fichier pour l'audit. Le fichier est rechargé en table puis réécrit
*> en entier après chaque décision.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT alertes ASSIGN TO "alertesconformite.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ALERTES-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD alertes.
COPY "ALERTESCONF.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-ALERTES-STATUS    PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-FinLecture  PIC X(1).
01 WS-Choix       PIC X(1).
01 WS-Idx         PIC 9(3).
01 WS-IdxTrouve   PIC 9(3).
01 WS-NbAffiches  PIC 9(3).
01 WS-DateJour    PIC X(8).

01 WS-IdSaisi          PIC 9(6).
01 WS-DecisionSaisie   PIC X(1).
01 WS-CommentaireSaisi PIC X(40).
01 WS-LibelleSource    PIC X(12).
01 WS-LibelleStatut    PIC X(10).

01 WS-SupId      PIC X(6).
01 WS-SupNom     PIC X(30).
01 WS-SupRole    PIC X(1).
01 WS-SupPlafond PIC 9(6)V99.
01 WS-SupActif   PIC X(1).
01 WS-SupTrouve  PIC X(1).

01 WS-TableAlertes.
   05 WS-AlerteEntree OCCURS 500 TIMES.
      10 WS-AF-Id           PIC 9(6).
      10 WS-AF-Date         PIC X(8).
      10 WS-AF-Source       PIC X(1).
      10 WS-AF-Reference    PIC X(10).
      10 WS-AF-Nom          PIC X(30).
      10 WS-AF-RefListe     PIC X(10).
      10 WS-AF-NomListe     PIC X(30).
      10 WS-AF-Programme    PIC X(10).
      10 WS-AF-Score        PIC 9(3).
      10 WS-AF-Statut       PIC X(1).
      10 WS-AF-Superviseur  PIC X(6).
      10 WS-AF-DateDecision PIC X(8).
      10 WS-AF-Commentaire  PIC X(40).
01 WS-NbAlertes      PIC 9(3) VALUE ZERO.
01 WS-FichierDeborde PIC X(1) VALUE 'N'.

PROCEDURE DIVISION.
  DISPLAY "Revue conformité des touches de filtrage sanctions."
  DISPLAY "Identifiant superviseur : "
  ACCEPT WS-SupId
  CALL 'RechercherOperateur' USING WS-SupId WS-SupNom WS-SupRole
                                    WS-SupPlafond WS-SupActif WS-SupTrouve
  IF WS-SupTrouve NOT = 'O'
     OR WS-SupActif NOT = 'O'
     OR WS-SupRole NOT = 'S' THEN
    DISPLAY "Accès refusé : " WS-SupId " n'est pas un superviseur "
            "actif d'operateurs.dat (voir OperateursInit)."
    STOP RUN
  END-IF
  DISPLAY "Bienvenue " WS-SupNom

  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-ALERTES
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "alertesconformite.txt dépasse la capacité de travail (500 "
            "alertes) : toute décision réécrirait le fichier en le "
            "tronquant."
    STOP RUN
  END-IF
  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  DISPLAY "Fin de la revue conformité."
  STOP RUN.

NOUVELLE-ACTION.
  DISPLAY "---------------------------------------------------"
  DISPLAY "L -> Lister les alertes en attente"
  DISPLAY "D -> Décider d'une alerte (lever / confirmer)"
  DISPLAY "H -> Historique des alertes décidées"
  DISPLAY "E -> Quitter"
  DISPLAY "---------------------------------------------------"
  ACCEPT WS-Choix

  EVALUATE WS-Choix
    WHEN 'L'
      PERFORM LISTER-EN-ATTENTE
    WHEN 'D'
      PERFORM DECIDER-ALERTE
    WHEN 'H'
      PERFORM LISTER-DECIDEES
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

CHARGER-ALERTES.
  MOVE ZERO TO WS-NbAlertes
  OPEN INPUT alertes
  IF WS-ALERTES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-ALERTE-SUIVANTE
        UNTIL WS-FinLecture = 'O' OR WS-NbAlertes = 500
    IF WS-FinLecture NOT = 'O' THEN
      READ alertes
        AT END CONTINUE
        NOT AT END MOVE 'O' TO WS-FichierDeborde
      END-READ
    END-IF
    CLOSE alertes
  END-IF.

LIRE-ALERTE-SUIVANTE.
  READ alertes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbAlertes
      MOVE AF-Id           TO WS-AF-Id(WS-NbAlertes)
      MOVE AF-Date         TO WS-AF-Date(WS-NbAlertes)
      MOVE AF-Source       TO WS-AF-Source(WS-NbAlertes)
      MOVE AF-Reference    TO WS-AF-Reference(WS-NbAlertes)
      MOVE AF-Nom          TO WS-AF-Nom(WS-NbAlertes)
      MOVE AF-RefListe     TO WS-AF-RefListe(WS-NbAlertes)
      MOVE AF-NomListe     TO WS-AF-NomListe(WS-NbAlertes)
      MOVE AF-Programme    TO WS-AF-Programme(WS-NbAlertes)
      MOVE AF-Score        TO WS-AF-Score(WS-NbAlertes)
      MOVE AF-Statut       TO WS-AF-Statut(WS-NbAlertes)
      MOVE AF-Superviseur  TO WS-AF-Superviseur(WS-NbAlertes)
      MOVE AF-DateDecision TO WS-AF-DateDecision(WS-NbAlertes)
      MOVE AF-Commentaire  TO WS-AF-Commentaire(WS-NbAlertes)
  END-READ.

SAUVER-ALERTES.
  OPEN OUTPUT alertes
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbAlertes
    MOVE WS-AF-Id(WS-Idx)           TO AF-Id
    MOVE WS-AF-Date(WS-Idx)         TO AF-Date
    MOVE WS-AF-Source(WS-Idx)       TO AF-Source
    MOVE WS-AF-Reference(WS-Idx)    TO AF-Reference
    MOVE WS-AF-Nom(WS-Idx)          TO AF-Nom
    MOVE WS-AF-RefListe(WS-Idx)     TO AF-RefListe
    MOVE WS-AF-NomListe(WS-Idx)     TO AF-NomListe
    MOVE WS-AF-Programme(WS-Idx)    TO AF-Programme
    MOVE WS-AF-Score(WS-Idx)        TO AF-Score
    MOVE WS-AF-Statut(WS-Idx)       TO AF-Statut
    MOVE WS-AF-Superviseur(WS-Idx)  TO AF-Superviseur
    MOVE WS-AF-DateDecision(WS-Idx) TO AF-DateDecision
    MOVE WS-AF-Commentaire(WS-Idx)  TO AF-Commentaire
    WRITE AlerteConformiteRecord
  END-PERFORM
  CLOSE alertes.

LISTER-EN-ATTENTE.
  MOVE ZERO TO WS-NbAffiches
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbAlertes
    IF WS-AF-Statut(WS-Idx) = 'E' THEN
      ADD 1 TO WS-NbAffiches
      PERFORM AFFICHER-ALERTE
    END-IF
  END-PERFORM
  IF WS-NbAffiches = ZERO THEN
    DISPLAY "Aucune alerte en attente."
  END-IF.

LISTER-DECIDEES.
  MOVE ZERO TO WS-NbAffiches
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbAlertes
    IF WS-AF-Statut(WS-Idx) NOT = 'E' THEN
      ADD 1 TO WS-NbAffiches
      PERFORM AFFICHER-ALERTE
      DISPLAY "    décision du " WS-AF-DateDecision(WS-Idx)
              " par " WS-AF-Superviseur(WS-Idx) " : "
              WS-AF-Commentaire(WS-Idx)
    END-IF
  END-PERFORM
  IF WS-NbAffiches = ZERO THEN
    DISPLAY "Aucune alerte décidée."
  END-IF.

AFFICHER-ALERTE.
  EVALUATE WS-AF-Source(WS-Idx)
    WHEN 'C' MOVE "client" TO WS-LibelleSource
    WHEN 'B' MOVE "bénéficiaire" TO WS-LibelleSource
    WHEN OTHER MOVE "remettant" TO WS-LibelleSource
  END-EVALUATE
  EVALUATE WS-AF-Statut(WS-Idx)
    WHEN 'E' MOVE "EN ATTENTE" TO WS-LibelleStatut
    WHEN 'L' MOVE "LEVEE" TO WS-LibelleStatut
    WHEN OTHER MOVE "CONFIRMEE" TO WS-LibelleStatut
  END-EVALUATE
  DISPLAY "n° " WS-AF-Id(WS-Idx) " du " WS-AF-Date(WS-Idx) " "
          WS-LibelleSource " " WS-AF-Reference(WS-Idx) " "
          WS-AF-Nom(WS-Idx) " " WS-LibelleStatut
  DISPLAY "    liste " WS-AF-RefListe(WS-Idx) " "
          WS-AF-NomListe(WS-Idx) " (" WS-AF-Programme(WS-Idx)
          ") note " WS-AF-Score(WS-Idx).

DECIDER-ALERTE.
  DISPLAY "Numéro de l'alerte : "
  ACCEPT WS-IdSaisi
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbAlertes
    IF WS-AF-Id(WS-Idx) = WS-IdSaisi THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM
  IF WS-IdxTrouve = ZERO THEN
    DISPLAY "Alerte " WS-IdSaisi " inconnue."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-IdxTrouve TO WS-Idx
  PERFORM AFFICHER-ALERTE
  IF WS-AF-Statut(WS-Idx) NOT = 'E' THEN
    DISPLAY "Alerte déjà décidée le " WS-AF-DateDecision(WS-Idx)
            " par " WS-AF-Superviseur(WS-Idx) ", décision définitive."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Décision (L lever - faux positif, C confirmer - nom "
          "sanctionné) : "
  ACCEPT WS-DecisionSaisie
  IF WS-DecisionSaisie NOT = 'L' AND WS-DecisionSaisie NOT = 'C' THEN
    DISPLAY "Décision invalide, alerte laissée en attente."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Commentaire (motif de la décision) : "
  MOVE SPACES TO WS-CommentaireSaisi
  ACCEPT WS-CommentaireSaisi
  IF WS-CommentaireSaisi = SPACES THEN
    DISPLAY "Commentaire obligatoire, alerte laissée en attente."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-DecisionSaisie   TO WS-AF-Statut(WS-Idx)
  MOVE WS-SupId            TO WS-AF-Superviseur(WS-Idx)
  MOVE WS-DateJour         TO WS-AF-DateDecision(WS-Idx)
  MOVE WS-CommentaireSaisi TO WS-AF-Commentaire(WS-Idx)
  PERFORM SAUVER-ALERTES
  IF WS-DecisionSaisie = 'L' THEN
    DISPLAY "Alerte " WS-IdSaisi " levée : le nom n'est plus bloqué "
            "contre l'entrée " WS-AF-RefListe(WS-Idx) "."
  ELSE
    DISPLAY "Alerte " WS-IdSaisi " confirmée : le nom reste bloqué, "
            "fonds maintenus en suspens."
  END-IF.
