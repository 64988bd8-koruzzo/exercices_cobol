PROGRAM-ID. GestionPrets.

*> Programme back office de tenue du fichier maître des prêts
*> (prets.dat, indexé par identifiant de prêt) : ouverture d'un prêt
*> (capital, taux annuel, date de départ, durée en mois, compte de
*> financement contrôlé dans comptes.dat), clôture (statut soldé) et
*> liste, par lecture et mise à jour directes de la fiche du prêt. Les
*> deux prêts au personnel suivis jusqu'ici sur tableur entrent ainsi
*> dans le système : EcheancierPrets génère le plan d'amortissement et
*> PrelevementsPrets encaisse les échéances dues.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT prets ASSIGN TO "prets.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS PR-Id
      FILE STATUS IS WS-PRETS-STATUS.

DATA DIVISION.
01 WS-FinLecture   PIC X(1).
01 WS-Choix        PIC X(1).
01 WS-IdSaisi      PIC X(6).

01 WS-CompteSaisi      PIC X(6).
01 WS-CapitalSaisi     PIC 9(8)V99.
01 WS-TauxSaisi        PIC 9(2)V9(4).
01 WS-DateDebutSaisie  PIC X(8).
01 WS-DureeSaisie      PIC 9(3).

01 WS-CompteNomVerif    PIC X(20).
01 WS-CompteDeviseVerif PIC X(3).
01 WS-CompteStatutVerif PIC X(1).
01 WS-CompteTrouveVerif PIC X(1).

PROCEDURE DIVISION.
  DISPLAY "Tenue du fichier maître des prêts."
  OPEN I-O prets
  IF WS-PRETS-STATUS = "35" THEN
    OPEN OUTPUT prets
    CLOSE prets
    OPEN I-O prets
  END-IF
  IF WS-PRETS-STATUS NOT = "00" THEN
    DISPLAY "prets.dat indisponible (" WS-PRETS-STATUS ")."
    STOP RUN
  END-IF

  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  CLOSE prets
  DISPLAY "Fin de la tenue des prêts."
  STOP RUN.

      DISPLAY "Choix invalide."
  END-EVALUATE.

OUVRIR-PRET.
  DISPLAY "Identifiant du prêt (6 caractères) : "
  ACCEPT WS-IdSaisi
  IF WS-IdSaisi = SPACES THEN
    DISPLAY "Identifiant obligatoire."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-IdSaisi TO PR-Id
  READ prets
    INVALID KEY CONTINUE
    NOT INVALID KEY
      DISPLAY "Le prêt " WS-IdSaisi " existe déjà."
      EXIT PARAGRAPH
  END-READ
  DISPLAY "Compte de financement (comptes.dat) : "
  ACCEPT WS-CompteSaisi
  CALL 'RechercherCompte' USING WS-CompteSaisi
                                 WS-CompteNomVerif WS-CompteDeviseVerif
                                 WS-CompteSoldeVerif WS-CompteStatutVerif
                                 WS-CompteTrouveVerif
  IF WS-CompteTrouveVerif NOT = 'O' THEN
    DISPLAY "Compte " WS-CompteSaisi
            " inconnu de comptes.dat, ouverture annulée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Capital (nnnnnnnn.nn) : "
  ACCEPT WS-CapitalSaisi
  DISPLAY "Taux annuel (nn.nnnn) : "
  ACCEPT WS-TauxSaisi
  DISPLAY "Date de départ (AAAAMMJJ) : "
  ACCEPT WS-DateDebutSaisie
  DISPLAY "Durée (mois) : "
  ACCEPT WS-DureeSaisie
  IF WS-CapitalSaisi = ZERO OR WS-DureeSaisie = ZERO THEN
    DISPLAY "Capital et durée doivent être non nuls, ouverture annulée."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-IdSaisi         TO PR-Id
  MOVE WS-CompteSaisi     TO PR-Compte
  MOVE WS-CapitalSaisi    TO PR-Capital
  MOVE WS-TauxSaisi       TO PR-TauxAnnuel
  MOVE WS-DateDebutSaisie TO PR-DateDebut
  MOVE WS-DureeSaisie     TO PR-DureeMois
  MOVE 'A' TO PR-Statut
  WRITE PretRecord
    INVALID KEY
      DISPLAY "Prêt " WS-IdSaisi " non écrit (" WS-PRETS-STATUS ")."
    NOT INVALID KEY
      DISPLAY "Prêt " WS-IdSaisi " ouvert (lancer EcheancierPrets pour "
              "régénérer l'échéancier)."
  END-WRITE.

CLOTURER-PRET.
  DISPLAY "Identifiant du prêt à solder : "
  ACCEPT WS-IdSaisi
  MOVE WS-IdSaisi TO PR-Id
  READ prets
    INVALID KEY
      DISPLAY "Prêt " WS-IdSaisi " inconnu."
    NOT INVALID KEY
      SET PRET-SOLDE TO TRUE
      REWRITE PretRecord
      DISPLAY "Prêt " WS-IdSaisi " soldé."
  END-READ.

LISTER-PRETS.
  MOVE LOW-VALUES TO PR-Id
  START prets KEY IS NOT LESS THAN PR-Id
    INVALID KEY
      DISPLAY "Aucun prêt enregistré."
      EXIT PARAGRAPH
  END-START
  MOVE 'N' TO WS-FinLecture
  PERFORM LISTER-PRET-SUIVANT UNTIL WS-FinLecture = 'O'.

LISTER-PRET-SUIVANT.
  READ prets NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      DISPLAY PR-Id " compte " PR-Compte
              " capital " PR-Capital
              " taux " PR-TauxAnnuel
              " départ " PR-DateDebut
              " durée " PR-DureeMois
              " statut " PR-Statut
  END-READ.
