PROGRAM-ID. GestionMandats.

*> Programme guichet de tenue du fichier des mandats de prélèvement
*> (mandats.dat, indexé par référence) : un mandat autorise un
*> créancier (loyer, énergie...) à présenter des prélèvements sur un
*> compte du titulaire, dans la limite d'un montant maximal par avis.
*> Ajout, suspension / réactivation, liste et suppression, chacun par
*> lecture et mise à jour directes de la fiche du mandat.
*> PrelevementsCreanciers ne débite que sur mandat actif et sous le
*> plafond.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT mandats ASSIGN TO "mandats.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS MA-Reference
      FILE STATUS IS WS-MANDATS-STATUS.

DATA DIVISION.

FILE SECTION.
FD mandats.
COPY "MANDATS.cpy".

WORKING-STORAGE SECTION.
01 WS-MANDATS-STATUS PIC XX.
01 WS-FinLecture     PIC X(1).
01 WS-Choix          PIC X(1).
01 WS-ReferenceSaisie PIC X(6).
01 WS-CreancierSaisi PIC X(20).
01 WS-CompteSaisi    PIC X(6).
01 WS-MontantSaisi   PIC 9(6)V99.

01 WS-CompteNomVerif    PIC X(20).
01 WS-CompteDeviseVerif PIC X(3).
01 WS-CompteStatutVerif PIC X(1).
01 WS-CompteTrouveVerif PIC X(1).

PROCEDURE DIVISION.
  DISPLAY "Tenue du fichier des mandats de prélèvement."
  OPEN I-O mandats
  IF WS-MANDATS-STATUS = "35" THEN
    OPEN OUTPUT mandats
    CLOSE mandats
    OPEN I-O mandats
  END-IF
  IF WS-MANDATS-STATUS NOT = "00" THEN
    DISPLAY "mandats.dat indisponible (" WS-MANDATS-STATUS ")."
    STOP RUN
  END-IF

  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  CLOSE mandats
  DISPLAY "Fin de la tenue des mandats."
  STOP RUN.

      DISPLAY "Choix invalide."
  END-EVALUATE.

AJOUTER-MANDAT.
  DISPLAY "Référence du mandat (6 caractères) : "
  ACCEPT WS-ReferenceSaisie
  IF WS-ReferenceSaisie = SPACES THEN
    DISPLAY "Référence obligatoire."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-ReferenceSaisie TO MA-Reference
  READ mandats
    INVALID KEY CONTINUE
    NOT INVALID KEY
      DISPLAY "La référence " WS-ReferenceSaisie " existe déjà."
      EXIT PARAGRAPH
  END-READ
  DISPLAY "Créancier : "
  ACCEPT WS-CreancierSaisi
  DISPLAY "Compte à débiter (comptes.dat) : "
  ACCEPT WS-CompteSaisi
  CALL 'RechercherCompte' USING WS-CompteSaisi
                                 WS-CompteNomVerif WS-CompteDeviseVerif
                                 WS-CompteSoldeVerif WS-CompteStatutVerif
                                 WS-CompteTrouveVerif
  IF WS-CompteTrouveVerif NOT = 'O' THEN
    DISPLAY "Compte " WS-CompteSaisi
            " inconnu de comptes.dat, ajout annulé."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Montant maximal par avis (nnnnnn.nn) : "
  ACCEPT WS-MontantSaisi
  MOVE WS-ReferenceSaisie TO MA-Reference
  MOVE WS-CreancierSaisi  TO MA-Creancier
  MOVE WS-CompteSaisi     TO MA-Compte
  MOVE WS-MontantSaisi    TO MA-MontantMax
  MOVE 'O' TO MA-Actif
  WRITE MandatRecord
    INVALID KEY
      DISPLAY "Mandat " WS-ReferenceSaisie " non écrit ("
              WS-MANDATS-STATUS ")."
    NOT INVALID KEY
      DISPLAY "Mandat " WS-ReferenceSaisie " ajouté (actif)."
  END-WRITE.

BASCULER-MANDAT.
  DISPLAY "Référence du mandat : "
  ACCEPT WS-ReferenceSaisie
  MOVE WS-ReferenceSaisie TO MA-Reference
  READ mandats
    INVALID KEY
      DISPLAY "Référence " WS-ReferenceSaisie " inconnue."
    NOT INVALID KEY
      IF MANDAT-ACTIF THEN
        SET MANDAT-SUSPENDU TO TRUE
        DISPLAY "Mandat " WS-ReferenceSaisie " suspendu."
      ELSE
        SET MANDAT-ACTIF TO TRUE
        DISPLAY "Mandat " WS-ReferenceSaisie " réactivé."
      END-IF
      REWRITE MandatRecord
  END-READ.

SUPPRIMER-MANDAT.
  DISPLAY "Référence du mandat à supprimer : "
  ACCEPT WS-ReferenceSaisie
  MOVE WS-ReferenceSaisie TO MA-Reference
  READ mandats
    INVALID KEY
      DISPLAY "Référence " WS-ReferenceSaisie " inconnue."
    NOT INVALID KEY
      DELETE mandats RECORD
      DISPLAY "Mandat " WS-ReferenceSaisie " supprimé."
  END-READ.

LISTER-MANDATS.
  MOVE LOW-VALUES TO MA-Reference
  START mandats KEY IS NOT LESS THAN MA-Reference
    INVALID KEY
      DISPLAY "Aucun mandat enregistré."
      EXIT PARAGRAPH
  END-START
  MOVE 'N' TO WS-FinLecture
  PERFORM LISTER-MANDAT-SUIVANT UNTIL WS-FinLecture = 'O'.

LISTER-MANDAT-SUIVANT.
  READ mandats NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      DISPLAY MA-Reference " " MA-Creancier
              " compte " MA-Compte
              " plafond " MA-MontantMax
              " actif " MA-Actif
  END-READ.
