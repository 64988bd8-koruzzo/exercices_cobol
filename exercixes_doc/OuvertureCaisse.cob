IDENTIFICATION DIVISION.
PROGRAM-ID. OuvertureCaisse.

*> Connexion des caissiers aux caisses du magasin. Le caissier se
*> connecte à une caisse ('1' à '9') avec ses identifiants d'opérateur
*> de la maison : il doit exister et être actif dans operateurs.dat
*> (RechercherOperateur) puis prouver son secret (AuthentifierOperateur,
*> verrouillage après trois échecs et journal des connexions communs
*> avec la banque). La connexion est notée dans caisses.txt (CAISSES.cpy)
*> pour la journée comptable ; un caissier qui relève un collègue
*> remplace la connexion précédente, et la déconnexion ferme la caisse.
*> CalculateurReductions et RemboursementCaisse refusent d'encaisser sur
*> une caisse sans caissier connecté du jour, et portent la caisse et
*> le caissier sur chaque ticket. Chaque ouverture, fermeture ou refus
*> est ajouté au journal des sessions (sessionscaisses.txt). Il n'y a
*> pas de repli sur un code partagé : sans fichier des opérateurs ou
*> des secrets, la caisse reste fermée.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT caisses ASSIGN TO "caisses.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CAISSES-STATUS.

  SELECT sessions ASSIGN TO "sessionscaisses.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SESSIONS-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD caisses.
COPY "CAISSES.cpy".

FD sessions.
01 SessionRecord.
   05 SC-Date     PIC X(8).
   05 SC-Heure    PIC X(6).
   05 SC-Caisse   PIC X(1).
   05 SC-Caissier PIC X(6).
   05 SC-Action   PIC X(1).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-CAISSES-STATUS    PIC XX.
01 WS-SESSIONS-STATUS   PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-TableCaisses.
   05 WS-CaisseEntree OCCURS 9 TIMES.
      10 WS-CA-Caissier PIC X(6).
      10 WS-CA-Nom      PIC X(30).
      10 WS-CA-Date     PIC X(8).
      10 WS-CA-Etat     PIC X(1).

01 WS-Choix       PIC X(1) VALUE SPACE.
01 WS-FinLecture  PIC X(1).
01 WS-DateJour    PIC X(8).
01 WS-HeureJour   PIC X(8).
01 WS-Caisse      PIC X(1).
01 WS-IdxCaisse   PIC 9(1).
01 WS-Idx         PIC 9(2).
01 WS-ActionSession PIC X(1).

*> Paramètres d'appel de RechercherOperateur et AuthentifierOperateur.
01 WS-OperateurId     PIC X(6).
01 WS-OperateurNom    PIC X(30).
01 WS-OperateurRole   PIC X(1).
01 WS-PlafondOperateur PIC 9(6)V99.
01 WS-OperateurActif  PIC X(1).
01 WS-OperateurTrouve PIC X(1).
01 WS-MaxEssais       PIC 9(2) VALUE 3.
01 WS-AccesAutorise   PIC X(1).

PROCEDURE DIVISION.
    DISPLAY "Connexion des caissiers aux caisses du magasin."
    PERFORM CHARGER-DATE-VALEUR
    PERFORM CHARGER-CAISSES

    PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

    DISPLAY "Fin de la gestion des caisses."
    STOP RUN.

NOUVELLE-ACTION.
    DISPLAY "---------------------------------------------------"
    DISPLAY "O -> Ouvrir une caisse (connexion du caissier)"
    DISPLAY "F -> Fermer une caisse (déconnexion)"
    DISPLAY "L -> État des caisses"
    DISPLAY "E -> Quitter"
    DISPLAY "---------------------------------------------------"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
      WHEN 'O'
        PERFORM OUVRIR-CAISSE
      WHEN 'F'
        PERFORM FERMER-CAISSE
      WHEN 'L'
        PERFORM LISTER-CAISSES
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

*> La table est indexée par le numéro de caisse : les lignes d'un
*> numéro hors '1'-'9' sont ignorées.
CHARGER-CAISSES.
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 9
      MOVE SPACES TO WS-CA-Caissier(WS-Idx)
      MOVE SPACES TO WS-CA-Nom(WS-Idx)
      MOVE SPACES TO WS-CA-Date(WS-Idx)
      MOVE 'F'    TO WS-CA-Etat(WS-Idx)
    END-PERFORM
    OPEN INPUT caisses
    IF WS-CAISSES-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-CAISSE-SUIVANTE UNTIL WS-FinLecture = 'O'
      CLOSE caisses
    END-IF.

LIRE-CAISSE-SUIVANTE.
    READ caisses
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF CA-Caisse >= '1' AND CA-Caisse <= '9' THEN
          MOVE CA-Caisse   TO WS-IdxCaisse
          MOVE CA-Caissier TO WS-CA-Caissier(WS-IdxCaisse)
          MOVE CA-Nom      TO WS-CA-Nom(WS-IdxCaisse)
          MOVE CA-Date     TO WS-CA-Date(WS-IdxCaisse)
          MOVE CA-Etat     TO WS-CA-Etat(WS-IdxCaisse)
        END-IF
    END-READ.

SAUVER-CAISSES.
    OPEN OUTPUT caisses
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 9
      IF WS-CA-Caissier(WS-Idx) NOT = SPACES THEN
        MOVE WS-Idx                 TO WS-IdxCaisse
        MOVE WS-IdxCaisse           TO CA-Caisse
        MOVE WS-CA-Caissier(WS-Idx) TO CA-Caissier
        MOVE WS-CA-Nom(WS-Idx)      TO CA-Nom
        MOVE WS-CA-Date(WS-Idx)     TO CA-Date
        MOVE WS-CA-Etat(WS-Idx)     TO CA-Etat
        WRITE CaisseRecord
      END-IF
    END-PERFORM
    CLOSE caisses.

SAISIR-CAISSE.
    DISPLAY "Numéro de caisse (1 à 9) : "
    ACCEPT WS-Caisse
    IF WS-Caisse >= '1' AND WS-Caisse <= '9' THEN
      MOVE WS-Caisse TO WS-IdxCaisse
    ELSE
      MOVE ZERO TO WS-IdxCaisse
      DISPLAY "Caisse inconnue."
    END-IF.

*> Le caissier doit être un opérateur actif et prouver son secret ;
*> tout refus est journalisé sur la caisse demandée.
OUVRIR-CAISSE.
    PERFORM SAISIR-CAISSE
    IF WS-IdxCaisse = ZERO THEN
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Identifiant opérateur : "
    ACCEPT WS-OperateurId
    CALL 'RechercherOperateur' USING WS-OperateurId WS-OperateurNom
                                      WS-OperateurRole WS-PlafondOperateur
                                      WS-OperateurActif WS-OperateurTrouve
    EVALUATE WS-OperateurTrouve
      WHEN 'I'
        DISPLAY "Fichier des opérateurs indisponible, caisse non ouverte."
        EXIT PARAGRAPH
      WHEN 'N'
        DISPLAY "Opérateur " WS-OperateurId " inconnu, caisse non ouverte."
        MOVE 'R' TO WS-ActionSession
        PERFORM JOURNALISER-SESSION
        EXIT PARAGRAPH
      WHEN OTHER
        IF WS-OperateurActif NOT = 'O' THEN
          DISPLAY "Opérateur " WS-OperateurId " inactif, caisse non ouverte."
          MOVE 'R' TO WS-ActionSession
          PERFORM JOURNALISER-SESSION
          EXIT PARAGRAPH
        END-IF
    END-EVALUATE

    CALL 'AuthentifierOperateur' USING WS-OperateurId WS-MaxEssais
                                        WS-AccesAutorise
    EVALUATE WS-AccesAutorise
      WHEN 'O'
        CONTINUE
      WHEN 'I'
        DISPLAY "Fichier des secrets indisponible, caisse non ouverte."
        EXIT PARAGRAPH
      WHEN OTHER
        DISPLAY "Authentification refusée, caisse non ouverte."
        MOVE 'R' TO WS-ActionSession
        PERFORM JOURNALISER-SESSION
        EXIT PARAGRAPH
    END-EVALUATE

    IF WS-CA-Etat(WS-IdxCaisse) = 'O'
       AND WS-CA-Date(WS-IdxCaisse) = WS-DateJour
       AND WS-CA-Caissier(WS-IdxCaisse) NOT = WS-OperateurId THEN
      DISPLAY "Relève de " WS-CA-Caissier(WS-IdxCaisse) " "
              WS-CA-Nom(WS-IdxCaisse) " sur la caisse " WS-Caisse "."
    END-IF
    MOVE WS-OperateurId  TO WS-CA-Caissier(WS-IdxCaisse)
    MOVE WS-OperateurNom TO WS-CA-Nom(WS-IdxCaisse)
    MOVE WS-DateJour     TO WS-CA-Date(WS-IdxCaisse)
    MOVE 'O'             TO WS-CA-Etat(WS-IdxCaisse)
    PERFORM SAUVER-CAISSES
    MOVE 'O' TO WS-ActionSession
    PERFORM JOURNALISER-SESSION
    DISPLAY "Caisse " WS-Caisse " ouverte par " WS-OperateurNom
            " pour la journée " WS-DateJour ".".

FERMER-CAISSE.
    PERFORM SAISIR-CAISSE
    IF WS-IdxCaisse = ZERO THEN
      EXIT PARAGRAPH
    END-IF
    IF WS-CA-Etat(WS-IdxCaisse) NOT = 'O' THEN
      DISPLAY "La caisse " WS-Caisse " n'est pas ouverte."
      EXIT PARAGRAPH
    END-IF
    MOVE WS-CA-Caissier(WS-IdxCaisse) TO WS-OperateurId
    MOVE 'F' TO WS-CA-Etat(WS-IdxCaisse)
    PERFORM SAUVER-CAISSES
    MOVE 'F' TO WS-ActionSession
    PERFORM JOURNALISER-SESSION
    DISPLAY "Caisse " WS-Caisse " fermée, " WS-OperateurId " déconnecté.".

LISTER-CAISSES.
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 9
      IF WS-CA-Caissier(WS-Idx) NOT = SPACES THEN
        MOVE WS-Idx TO WS-IdxCaisse
        IF WS-CA-Etat(WS-Idx) = 'O'
           AND WS-CA-Date(WS-Idx) = WS-DateJour THEN
          DISPLAY "Caisse " WS-IdxCaisse " OUVERTE  "
                  WS-CA-Caissier(WS-Idx) " " WS-CA-Nom(WS-Idx)
        ELSE
          DISPLAY "Caisse " WS-IdxCaisse " fermée   dernier caissier "
                  WS-CA-Caissier(WS-Idx) " le " WS-CA-Date(WS-Idx)
        END-IF
      END-IF
    END-PERFORM.

JOURNALISER-SESSION.
    ACCEPT WS-HeureJour FROM TIME
    OPEN EXTEND sessions
    IF WS-SESSIONS-STATUS NOT = "00" THEN
      OPEN OUTPUT sessions
    END-IF
    MOVE WS-DateJour       TO SC-Date
    MOVE WS-HeureJour(1:6) TO SC-Heure
    MOVE WS-Caisse         TO SC-Caisse
    MOVE WS-OperateurId    TO SC-Caissier
    MOVE WS-ActionSession  TO SC-Action
    WRITE SessionRecord
    CLOSE sessions.
