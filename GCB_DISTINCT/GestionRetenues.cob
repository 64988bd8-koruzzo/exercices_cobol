IDENTIFICATION DIVISION.
PROGRAM-ID. GestionRetenues.

*> Programme guichet de tenue du fichier des retenues (retenues.dat) :
*> pose d'une réservation de fonds sur un compte (montant, motif,
*> référence de rapprochement, date d'expiration), levée manuelle et
*> liste. Le solde disponible calculé par CalculerDisponible décompte
*> les retenues actives ; une retenue portant la référence d'un
*> paiement externe est levée automatiquement quand la confirmation de
*> règlement arrive (ChargerConfirmations). Le fichier est indexé par
*> compte puis numéro d'ordre de la retenue sur le compte : chaque pose
*> est écrite, chaque levée réécrite, directement.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT retenues ASSIGN TO "retenues.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RT-Cle
      FILE STATUS IS WS-RETENUES-STATUS.

DATA DIVISION.

FILE SECTION.
FD retenues.
COPY "RETENUES.cpy".

WORKING-STORAGE SECTION.
01 WS-RETENUES-STATUS PIC XX.
01 WS-Choix       PIC X(1).
01 WS-CompteSaisi PIC X(6).
01 WS-ReferenceSaisie PIC X(6).
01 WS-RetenueTrouvee PIC X(1).
01 WS-NbLignes    PIC 9(4).
01 WS-MontantSaisi    PIC 9(6)V99.
01 WS-MotifSaisi      PIC X(20).
01 WS-ExpirationSaisie PIC X(8).

01 WS-CompteNomVerif    PIC X(20).
01 WS-CompteDeviseVerif PIC X(3).
01 WS-CompteStatutVerif PIC X(1).
01 WS-CompteTrouveVerif PIC X(1).

PROCEDURE DIVISION.
  DISPLAY "Tenue du fichier des retenues (réservations de fonds)."
  PERFORM OUVRIR-RETENUES

  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  CLOSE retenues
  DISPLAY "Fin de la tenue des retenues."
  STOP RUN.

      DISPLAY "Choix invalide."
  END-EVALUATE.

OUVRIR-RETENUES.
  OPEN I-O retenues
  IF WS-RETENUES-STATUS = "35" THEN
    OPEN OUTPUT retenues
    CLOSE retenues
    OPEN I-O retenues
  END-IF
  IF WS-RETENUES-STATUS NOT = "00" THEN
    DISPLAY "retenues.dat indisponible (" WS-RETENUES-STATUS ")."
    STOP RUN
  END-IF.

*> Le numéro d'ordre d'une nouvelle retenue est le dernier numéro du
*> compte plus un : la dernière fiche du compte est relue à rebours.
ATTRIBUER-NUMERO-RETENUE.
  MOVE WS-CompteSaisi TO RT-Compte
  MOVE 9999 TO RT-Numero
  START retenues KEY IS LESS THAN RT-Cle
    INVALID KEY MOVE ZERO TO RT-Numero
    NOT INVALID KEY
      READ retenues PREVIOUS RECORD
        AT END MOVE ZERO TO RT-Numero
        NOT AT END
          IF RT-Compte NOT = WS-CompteSaisi THEN
            MOVE ZERO TO RT-Numero
          END-IF
      END-READ
  END-START
  MOVE WS-CompteSaisi TO RT-Compte.

*> Positionne sur la première retenue du compte saisi ; WS-FinLecture
*> passe à 'O' si le compte n'en a aucune.
POSITIONNER-COMPTE.
  MOVE WS-CompteSaisi TO RT-Compte
  MOVE ZERO TO RT-Numero
  START retenues KEY IS NOT LESS THAN RT-Cle
    INVALID KEY MOVE 'O' TO WS-FinLecture
    NOT INVALID KEY MOVE 'N' TO WS-FinLecture
  END-START.

POSER-RETENUE.
  DISPLAY "Compte visé : "
  ACCEPT WS-CompteSaisi
  CALL 'RechercherCompte' USING WS-CompteSaisi WS-CompteNomVerif
    DISPLAY "Compte " WS-CompteSaisi " inconnu, pose annulée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Montant à réserver : "
  ACCEPT WS-MontantSaisi
  DISPLAY "Motif : "
  ACCEPT WS-MotifSaisi
  DISPLAY "Référence de rapprochement (6 car., facultative) : "
  ACCEPT WS-ReferenceSaisie
  DISPLAY "Date d'expiration (AAAAMMJJ, vide = sans) : "
  ACCEPT WS-ExpirationSaisie
  PERFORM ATTRIBUER-NUMERO-RETENUE
  IF RT-Numero = 9999 THEN
    DISPLAY "Numéros de retenue épuisés sur le compte "
            WS-CompteSaisi ", pose annulée."
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO RT-Numero
  MOVE WS-MontantSaisi     TO RT-Montant
  MOVE WS-MotifSaisi       TO RT-Motif
  MOVE WS-ReferenceSaisie  TO RT-Reference
  MOVE WS-ExpirationSaisie TO RT-DateExpiration
  MOVE 'A' TO RT-Statut
  WRITE RetenueRecord
    INVALID KEY
      DISPLAY "Écriture refusée (" WS-RETENUES-STATUS "), pose annulée."
      EXIT PARAGRAPH
  END-WRITE
  DISPLAY "Retenue n° " RT-Numero " posée sur le compte "
          WS-CompteSaisi ".".

LEVER-RETENUE.
  DISPLAY "Compte de la retenue à lever : "
  ACCEPT WS-CompteSaisi
  DISPLAY "Référence (vide = première retenue active du compte) : "
  ACCEPT WS-ReferenceSaisie
  MOVE 'N' TO WS-RetenueTrouvee
  PERFORM POSITIONNER-COMPTE
  PERFORM CHERCHER-RETENUE-A-LEVER
      UNTIL WS-FinLecture = 'O' OR WS-RetenueTrouvee = 'O'
  IF WS-RetenueTrouvee NOT = 'O' THEN
    DISPLAY "Aucune retenue active correspondante."
  ELSE
    SET RETENUE-LEVEE TO TRUE
    REWRITE RetenueRecord
    DISPLAY "Retenue levée (compte " WS-CompteSaisi ", montant "
            RT-Montant ")."
  END-IF.

CHERCHER-RETENUE-A-LEVER.
  READ retenues NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF RT-Compte NOT = WS-CompteSaisi THEN
        MOVE 'O' TO WS-FinLecture
      ELSE
        IF RT-Statut NOT = 'L'
           AND (WS-ReferenceSaisie = SPACES
                OR RT-Reference = WS-ReferenceSaisie) THEN
          MOVE 'O' TO WS-RetenueTrouvee
        END-IF
      END-IF
  END-READ.

LISTER-RETENUES.
  MOVE ZERO TO WS-NbLignes
  MOVE LOW-VALUES TO RT-Cle
  START retenues KEY IS NOT LESS THAN RT-Cle
    INVALID KEY MOVE 'O' TO WS-FinLecture
    NOT INVALID KEY MOVE 'N' TO WS-FinLecture
  END-START
  PERFORM LISTER-RETENUE-SUIVANTE UNTIL WS-FinLecture = 'O'
  IF WS-NbLignes = ZERO THEN
    DISPLAY "Aucune retenue enregistrée."
  END-IF.

LISTER-RETENUE-SUIVANTE.
  READ retenues NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbLignes
      DISPLAY RT-Compte " n° " RT-Numero " montant " RT-Montant
              " motif " RT-Motif
              " réf " RT-Reference
              " expire " RT-DateExpiration
              " statut " RT-Statut
  END-READ.
