IDENTIFICATION DIVISION.
PROGRAM-ID. GestionTitulaires.

*> Tenue du fichier des cotitulaires (titulaires.dat) : plusieurs
*> clients sur un même compte, chacun avec un rôle ('P' principal, 'J'
*> joint, 'M' mandataire) et la règle de fonctionnement du compte sur
*> chaque ligne ('E' chacun signe seul, 'B' signatures conjointes —
*> signature, comme un montant au-dessus du seuil). CompteClient de
*> comptes.dat reste le titulaire principal historique ; ce fichier
*> ajoute les autres. RelevCompte et les avis adressent désormais tous
*> les titulaires. Le fichier est indexé par compte puis client : chaque
*> rattachement est écrit, chaque détachement supprimé, directement.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-TITULAIRES-STATUS.

  SELECT clients ASSIGN TO "clients.dat"

FILE SECTION.
FD titulaires.
COPY "TITULAIRES.cpy".

FD clients.
COPY "CLIENTS.cpy".
01 WS-ClientSaisi PIC X(6).
01 WS-RoleSaisi   PIC X(1).
01 WS-RegleSaisie PIC X(1).
01 WS-NbLignes    PIC 9(3).
01 WS-DejaTitulaire PIC X(1).

01 WS-CompteNomVerif    PIC X(20).
01 WS-CompteDeviseVerif PIC X(3).
01 WS-CompteStatutVerif PIC X(1).
01 WS-CompteTrouveVerif PIC X(1).

PROCEDURE DIVISION.
  DISPLAY "Tenue des cotitulaires de comptes."
  PERFORM OUVRIR-TITULAIRES

  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  CLOSE titulaires
  DISPLAY "Fin de la tenue des cotitulaires."
  STOP RUN.

      DISPLAY "Choix invalide."
  END-EVALUATE.

OUVRIR-TITULAIRES.
  OPEN I-O titulaires
  IF WS-TITULAIRES-STATUS = "35" THEN
    OPEN OUTPUT titulaires
    CLOSE titulaires
    OPEN I-O titulaires
  END-IF
  IF WS-TITULAIRES-STATUS NOT = "00" THEN
    DISPLAY "titulaires.dat indisponible (" WS-TITULAIRES-STATUS ")."
    STOP RUN
  END-IF.

*> Positionne sur la première fiche du compte saisi ; WS-FinLecture
*> passe à 'O' si le compte n'en a aucune.
POSITIONNER-COMPTE.
  MOVE WS-CompteSaisi TO TI-Compte
  MOVE LOW-VALUES TO TI-Client
  START titulaires KEY IS NOT LESS THAN TI-Cle
    INVALID KEY MOVE 'O' TO WS-FinLecture
    NOT INVALID KEY MOVE 'N' TO WS-FinLecture
  END-START.

LIRE-TITULAIRE-DU-COMPTE.
  READ titulaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF TI-Compte NOT = WS-CompteSaisi THEN
        MOVE 'O' TO WS-FinLecture
      END-IF
  END-READ.

RATTACHER-TITULAIRE.
  DISPLAY "Numéro du compte : "
  ACCEPT WS-CompteSaisi
  CALL 'RechercherCompte' USING WS-CompteSaisi WS-CompteNomVerif
    END-READ
    CLOSE clients
  END-IF
  MOVE WS-CompteSaisi TO TI-Compte
  MOVE WS-ClientSaisi TO TI-Client
  MOVE 'O' TO WS-DejaTitulaire
  READ titulaires
    INVALID KEY MOVE 'N' TO WS-DejaTitulaire
  END-READ
  IF WS-DejaTitulaire = 'O' THEN
    DISPLAY "Ce client est déjà titulaire du compte."
    EXIT PARAGRAPH
  END-IF
    DISPLAY "Règle inconnue, rattachement annulé."
    EXIT PARAGRAPH
  END-IF
*> La règle vaut pour tout le compte : elle est alignée sur toutes les
*> lignes existantes du compte pour éviter des lignes contradictoires.
  PERFORM POSITIONNER-COMPTE
  PERFORM ALIGNER-REGLE-SUIVANTE UNTIL WS-FinLecture = 'O'
  MOVE WS-CompteSaisi TO TI-Compte
  MOVE WS-ClientSaisi TO TI-Client
  MOVE WS-RoleSaisi   TO TI-Role
  MOVE WS-RegleSaisie TO TI-Regle
  WRITE TitulaireRecord
    INVALID KEY
      DISPLAY "Écriture refusée (" WS-TITULAIRES-STATUS
              "), rattachement annulé."
      EXIT PARAGRAPH
  END-WRITE
  DISPLAY "Client " WS-ClientSaisi " rattaché au compte "
          WS-CompteSaisi " (rôle " WS-RoleSaisi ", règle "
          WS-RegleSaisie ").".

ALIGNER-REGLE-SUIVANTE.
  PERFORM LIRE-TITULAIRE-DU-COMPTE
  IF WS-FinLecture NOT = 'O' AND TI-Regle NOT = WS-RegleSaisie THEN
    MOVE WS-RegleSaisie TO TI-Regle
    REWRITE TitulaireRecord
  END-IF.

DETACHER-TITULAIRE.
  DISPLAY "Numéro du compte : "
  ACCEPT WS-CompteSaisi
  DISPLAY "Numéro du client à détacher : "
  ACCEPT WS-ClientSaisi
  MOVE WS-CompteSaisi TO TI-Compte
  MOVE WS-ClientSaisi TO TI-Client
  READ titulaires
    INVALID KEY
      DISPLAY "Rattachement inconnu."
    NOT INVALID KEY
      DELETE titulaires RECORD
      DISPLAY "Client " WS-ClientSaisi " détaché du compte "
              WS-CompteSaisi "."
  END-READ.

LISTER-TITULAIRES.
  DISPLAY "Numéro du compte : "
  ACCEPT WS-CompteSaisi
  MOVE ZERO TO WS-NbLignes
  PERFORM POSITIONNER-COMPTE
  PERFORM LISTER-TITULAIRE-SUIVANT UNTIL WS-FinLecture = 'O'
  IF WS-NbLignes = ZERO THEN
    DISPLAY "Aucun cotitulaire enregistré pour ce compte "
            "(seul CompteClient de comptes.dat fait foi)."
  END-IF.

LISTER-TITULAIRE-SUIVANT.
  PERFORM LIRE-TITULAIRE-DU-COMPTE
  IF WS-FinLecture NOT = 'O' THEN
    ADD 1 TO WS-NbLignes
    DISPLAY "Client " TI-Client
            " rôle " TI-Role
            " règle " TI-Regle
  END-IF.
