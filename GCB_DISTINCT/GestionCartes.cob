IDENTIFICATION DIVISION.
PROGRAM-ID. GestionCartes.

*> Programme guichet de tenue du fichier maître des cartes de débit
*> (cartes.txt, copybook CARTES) : émission d'une carte sur un compte
*> actif de comptes.dat, modification des plafonds journaliers,
*> opposition pour perte ou vol, résiliation et liste. Une opposition
*> prend effet au prochain passage de CompensationCartes, qui relit le
*> fichier à chaque lancement et rejette alors toute opération de la
*> carte. Le fichier est rechargé en table puis réécrit en entier après
*> chaque modification, comme les autres petits référentiels du GCB.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT cartes ASSIGN TO "cartes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CARTES-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD cartes.
COPY "CARTES.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-CARTES-STATUS     PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-FinLecture  PIC X(1).
01 WS-Choix       PIC X(1).
01 WS-Confirmation PIC X(1).
01 WS-DateJour    PIC X(8).
01 WS-Idx         PIC 9(3).
01 WS-IdxTrouve   PIC 9(3).

01 WS-OperateurId  PIC X(6).
01 WS-NomProgramme PIC X(20) VALUE "GestionCartes".
01 WS-AccesAccorde PIC X(1).

*> Paramètres d'émission : BIN de la banque, durée de validité et
*> plafonds journaliers proposés par défaut.
01 CARTE-BIN              PIC X(6) VALUE "497010".
01 CARTE-VALIDITE-ANS     PIC 9(1) VALUE 3.
01 CARTE-PLAFOND-RETRAIT  PIC 9(6)V99 VALUE 500.00.
01 CARTE-PLAFOND-ACHAT    PIC 9(6)V99 VALUE 1500.00.

01 WS-NumeroSaisi  PIC X(16).
01 WS-CompteSaisi  PIC X(6).
01 WS-MotifSaisi   PIC X(1).
01 WS-PlafondSaisi PIC 9(6)V99.
01 WS-PlafondAffiche PIC Z(5)9.99.

01 WS-CompteNomVerif    PIC X(20).
01 WS-CompteDeviseVerif PIC X(3).
01 WS-CompteSoldeVerif  PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-CompteStatutVerif PIC X(1).
01 WS-CompteTrouveVerif PIC X(1).

*> Construction du numéro : 15 chiffres puis clé de Luhn.
01 WS-NumeroCarte.
   05 WS-NC-Bin    PIC X(6).
   05 WS-NC-Compte PIC X(6).
   05 WS-NC-Rang   PIC 9(3).
   05 WS-NC-Cle    PIC 9(1).
01 WS-Chiffres REDEFINES WS-NumeroCarte.
   05 WS-Chiffre PIC 9(1) OCCURS 16 TIMES.
01 WS-RangCarte    PIC 9(3).
01 WS-IdxChiffre   PIC 9(2).
01 WS-Double       PIC 9(2).
01 WS-SommeLuhn    PIC 9(3).
01 WS-AlterneLuhn  PIC X(1).
01 WS-Expiration.
   05 WS-EX-Annee  PIC 9(4).
   05 WS-EX-Mois   PIC 9(2).

01 WS-TableCartes.
   05 WS-CarteEntree OCCURS 500 TIMES.
      10 WS-CA-Numero         PIC X(16).
      10 WS-CA-Compte         PIC X(6).
      10 WS-CA-Statut         PIC X(1).
      10 WS-CA-Expiration     PIC X(6).
      10 WS-CA-PlafondRetrait PIC 9(6)V99.
      10 WS-CA-PlafondAchat   PIC 9(6)V99.
      10 WS-CA-DateEmission   PIC X(8).
      10 WS-CA-DateOpposition PIC X(8).
      10 WS-CA-Operateur      PIC X(6).
01 WS-NbCartes       PIC 9(3) VALUE ZERO.
01 WS-FichierDeborde PIC X(1) VALUE 'N'.

PROCEDURE DIVISION.
  DISPLAY "Tenue du fichier des cartes de débit."
  DISPLAY "Identifiant opérateur : "
  ACCEPT WS-OperateurId
  CALL 'ControlerAcces' USING WS-OperateurId WS-NomProgramme
                               WS-AccesAccorde
  IF WS-AccesAccorde NOT = 'O' THEN
    STOP RUN
  END-IF
  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-CARTES

  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  DISPLAY "Fin de la tenue des cartes."
  STOP RUN.

NOUVELLE-ACTION.
  DISPLAY "---------------------------------------------------"
  DISPLAY "N -> Émettre une carte"
  DISPLAY "P -> Modifier les plafonds d'une carte"
  DISPLAY "O -> Faire opposition (perte ou vol)"
  DISPLAY "R -> Résilier une carte"
  DISPLAY "L -> Lister les cartes d'un compte"
  DISPLAY "E -> Quitter"
  DISPLAY "---------------------------------------------------"
  ACCEPT WS-Choix

  EVALUATE WS-Choix
    WHEN 'N'
      PERFORM EMETTRE-CARTE
    WHEN 'P'
      PERFORM MODIFIER-PLAFONDS
    WHEN 'O'
      PERFORM FAIRE-OPPOSITION
    WHEN 'R'
      PERFORM RESILIER-CARTE
    WHEN 'L'
      PERFORM LISTER-CARTES
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

CHARGER-CARTES.
  MOVE ZERO TO WS-NbCartes
  OPEN INPUT cartes
  IF WS-CARTES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-CARTE-SUIVANTE
        UNTIL WS-FinLecture = 'O' OR WS-NbCartes = 500
    IF WS-FinLecture NOT = 'O' THEN
      READ cartes
        AT END CONTINUE
        NOT AT END MOVE 'O' TO WS-FichierDeborde
      END-READ
    END-IF
    CLOSE cartes
  END-IF.

LIRE-CARTE-SUIVANTE.
  READ cartes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbCartes
      MOVE CA-Numero         TO WS-CA-Numero(WS-NbCartes)
      MOVE CA-Compte         TO WS-CA-Compte(WS-NbCartes)
      MOVE CA-Statut         TO WS-CA-Statut(WS-NbCartes)
      MOVE CA-Expiration     TO WS-CA-Expiration(WS-NbCartes)
      MOVE CA-PlafondRetrait TO WS-CA-PlafondRetrait(WS-NbCartes)
      MOVE CA-PlafondAchat   TO WS-CA-PlafondAchat(WS-NbCartes)
      MOVE CA-DateEmission   TO WS-CA-DateEmission(WS-NbCartes)
      MOVE CA-DateOpposition TO WS-CA-DateOpposition(WS-NbCartes)
      MOVE CA-Operateur      TO WS-CA-Operateur(WS-NbCartes)
  END-READ.

SAUVER-CARTES.
  OPEN OUTPUT cartes
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCartes
    MOVE WS-CA-Numero(WS-Idx)         TO CA-Numero
    MOVE WS-CA-Compte(WS-Idx)         TO CA-Compte
    MOVE WS-CA-Statut(WS-Idx)         TO CA-Statut
    MOVE WS-CA-Expiration(WS-Idx)     TO CA-Expiration
    MOVE WS-CA-PlafondRetrait(WS-Idx) TO CA-PlafondRetrait
    MOVE WS-CA-PlafondAchat(WS-Idx)   TO CA-PlafondAchat
    MOVE WS-CA-DateEmission(WS-Idx)   TO CA-DateEmission
    MOVE WS-CA-DateOpposition(WS-Idx) TO CA-DateOpposition
    MOVE WS-CA-Operateur(WS-Idx)      TO CA-Operateur
    WRITE CarteRecord
  END-PERFORM
  CLOSE cartes.

CHERCHER-CARTE.
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCartes
    IF WS-CA-Numero(WS-Idx) = WS-NumeroSaisi THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM.

*> Saisie d'un numéro de carte existante et modifiable ; WS-IdxTrouve
*> reste à zéro sinon.
SAISIR-CARTE-ACTIVE.
  DISPLAY "Numéro de la carte (16 chiffres) : "
  ACCEPT WS-NumeroSaisi
  PERFORM CHERCHER-CARTE
  IF WS-IdxTrouve = ZERO THEN
    DISPLAY "Carte " WS-NumeroSaisi " inconnue."
  ELSE
    IF WS-CA-Statut(WS-IdxTrouve) NOT = 'A' THEN
      DISPLAY "Carte " WS-NumeroSaisi " déjà en opposition ou résiliée "
              "(statut " WS-CA-Statut(WS-IdxTrouve) ")."
      MOVE ZERO TO WS-IdxTrouve
    END-IF
  END-IF.

EMETTRE-CARTE.
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "cartes.txt dépasse la capacité de travail (500), "
            "émission refusée."
    EXIT PARAGRAPH
  END-IF
  IF WS-NbCartes >= 500 THEN
    DISPLAY "Fichier des cartes plein (500)."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Numéro du compte : "
  ACCEPT WS-CompteSaisi
  CALL 'RechercherCompte' USING WS-CompteSaisi WS-CompteNomVerif
                                 WS-CompteDeviseVerif WS-CompteSoldeVerif
                                 WS-CompteStatutVerif WS-CompteTrouveVerif
  IF WS-CompteTrouveVerif NOT = 'O' THEN
    DISPLAY "Compte " WS-CompteSaisi " inconnu, émission annulée."
    EXIT PARAGRAPH
  END-IF
  IF WS-CompteStatutVerif NOT = 'A' THEN
    DISPLAY "Compte " WS-CompteSaisi " non actif (statut "
            WS-CompteStatutVerif "), émission annulée."
    EXIT PARAGRAPH
  END-IF

  MOVE CARTE-PLAFOND-RETRAIT TO WS-PlafondAffiche
  DISPLAY "Plafond journalier de retrait (0 = " WS-PlafondAffiche ") : "
  ACCEPT WS-PlafondSaisi
  IF WS-PlafondSaisi = ZERO THEN
    MOVE CARTE-PLAFOND-RETRAIT TO WS-PlafondSaisi
  END-IF
  ADD 1 TO WS-NbCartes
  MOVE WS-PlafondSaisi TO WS-CA-PlafondRetrait(WS-NbCartes)
  MOVE CARTE-PLAFOND-ACHAT TO WS-PlafondAffiche
  DISPLAY "Plafond journalier de paiement (0 = " WS-PlafondAffiche ") : "
  ACCEPT WS-PlafondSaisi
  IF WS-PlafondSaisi = ZERO THEN
    MOVE CARTE-PLAFOND-ACHAT TO WS-PlafondSaisi
  END-IF
  MOVE WS-PlafondSaisi TO WS-CA-PlafondAchat(WS-NbCartes)

  PERFORM CONSTRUIRE-NUMERO
  MOVE WS-DateJour(1:6) TO WS-Expiration
  ADD CARTE-VALIDITE-ANS TO WS-EX-Annee
  MOVE WS-NumeroCarte TO WS-CA-Numero(WS-NbCartes)
  MOVE WS-CompteSaisi TO WS-CA-Compte(WS-NbCartes)
  MOVE 'A' TO WS-CA-Statut(WS-NbCartes)
  MOVE WS-Expiration TO WS-CA-Expiration(WS-NbCartes)
  MOVE WS-DateJour TO WS-CA-DateEmission(WS-NbCartes)
  MOVE SPACES TO WS-CA-DateOpposition(WS-NbCartes)
  MOVE WS-OperateurId TO WS-CA-Operateur(WS-NbCartes)
  PERFORM SAUVER-CARTES
  DISPLAY "Carte " WS-NumeroCarte " émise sur le compte " WS-CompteSaisi
          " (" WS-CompteNomVerif "), valable jusqu'à fin " WS-EX-Mois
          "/" WS-EX-Annee ".".

*> BIN + compte + rang de la carte sur le compte, puis clé de Luhn :
*> en partant de la droite, un chiffre sur deux est doublé (9 ôté
*> au-delà de 9) ; la clé complète la somme à la dizaine.
CONSTRUIRE-NUMERO.
  MOVE ZERO TO WS-RangCarte
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCartes
    IF WS-CA-Compte(WS-Idx) = WS-CompteSaisi THEN
      ADD 1 TO WS-RangCarte
    END-IF
  END-PERFORM
  MOVE CARTE-BIN TO WS-NC-Bin
  MOVE WS-CompteSaisi TO WS-NC-Compte
  MOVE WS-RangCarte TO WS-NC-Rang
  MOVE ZERO TO WS-NC-Cle
  MOVE ZERO TO WS-SommeLuhn
  MOVE 'O' TO WS-AlterneLuhn
  PERFORM VARYING WS-IdxChiffre FROM 15 BY -1 UNTIL WS-IdxChiffre < 1
    IF WS-AlterneLuhn = 'O' THEN
      COMPUTE WS-Double = WS-Chiffre(WS-IdxChiffre) * 2
      IF WS-Double > 9 THEN
        SUBTRACT 9 FROM WS-Double
      END-IF
      ADD WS-Double TO WS-SommeLuhn
      MOVE 'N' TO WS-AlterneLuhn
    ELSE
      ADD WS-Chiffre(WS-IdxChiffre) TO WS-SommeLuhn
      MOVE 'O' TO WS-AlterneLuhn
    END-IF
  END-PERFORM
  COMPUTE WS-NC-Cle = FUNCTION MOD(10 - FUNCTION MOD(WS-SommeLuhn, 10), 10).

MODIFIER-PLAFONDS.
  PERFORM SAISIR-CARTE-ACTIVE
  IF WS-IdxTrouve = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  MOVE WS-CA-PlafondRetrait(WS-IdxTrouve) TO WS-PlafondAffiche
  DISPLAY "Plafond journalier de retrait (0 = inchangé, " WS-PlafondAffiche
          ") : "
  ACCEPT WS-PlafondSaisi
  IF WS-PlafondSaisi > ZERO THEN
    MOVE WS-PlafondSaisi TO WS-CA-PlafondRetrait(WS-IdxTrouve)
  END-IF
  MOVE WS-CA-PlafondAchat(WS-IdxTrouve) TO WS-PlafondAffiche
  DISPLAY "Plafond journalier de paiement (0 = inchangé, " WS-PlafondAffiche
          ") : "
  ACCEPT WS-PlafondSaisi
  IF WS-PlafondSaisi > ZERO THEN
    MOVE WS-PlafondSaisi TO WS-CA-PlafondAchat(WS-IdxTrouve)
  END-IF
  MOVE WS-OperateurId TO WS-CA-Operateur(WS-IdxTrouve)
  PERFORM SAUVER-CARTES
  DISPLAY "Plafonds de la carte " WS-NumeroSaisi " mis à jour.".

FAIRE-OPPOSITION.
  PERFORM SAISIR-CARTE-ACTIVE
  IF WS-IdxTrouve = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Motif : P -> perte, V -> vol"
  ACCEPT WS-MotifSaisi
  IF WS-MotifSaisi NOT = 'P' AND WS-MotifSaisi NOT = 'V' THEN
    DISPLAY "Motif invalide, opposition annulée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Confirmer l'opposition sur la carte " WS-NumeroSaisi
          " du compte " WS-CA-Compte(WS-IdxTrouve) " (O/N) ? "
  ACCEPT WS-Confirmation
  IF WS-Confirmation NOT = 'O' THEN
    DISPLAY "Opposition annulée."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-MotifSaisi TO WS-CA-Statut(WS-IdxTrouve)
  MOVE WS-DateJour TO WS-CA-DateOpposition(WS-IdxTrouve)
  MOVE WS-OperateurId TO WS-CA-Operateur(WS-IdxTrouve)
  PERFORM SAUVER-CARTES
  DISPLAY "Opposition enregistrée sur la carte " WS-NumeroSaisi
          " : toute opération sera rejetée dès la prochaine compensation.".

RESILIER-CARTE.
  PERFORM SAISIR-CARTE-ACTIVE
  IF WS-IdxTrouve = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Confirmer la résiliation de la carte " WS-NumeroSaisi
          " (O/N) ? "
  ACCEPT WS-Confirmation
  IF WS-Confirmation NOT = 'O' THEN
    DISPLAY "Résiliation annulée."
    EXIT PARAGRAPH
  END-IF
  MOVE 'R' TO WS-CA-Statut(WS-IdxTrouve)
  MOVE WS-DateJour TO WS-CA-DateOpposition(WS-IdxTrouve)
  MOVE WS-OperateurId TO WS-CA-Operateur(WS-IdxTrouve)
  PERFORM SAUVER-CARTES
  DISPLAY "Carte " WS-NumeroSaisi " résiliée.".

LISTER-CARTES.
  DISPLAY "Numéro du compte (blanc = toutes les cartes) : "
  ACCEPT WS-CompteSaisi
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCartes
    IF WS-CompteSaisi = SPACES
       OR WS-CA-Compte(WS-Idx) = WS-CompteSaisi THEN
      DISPLAY WS-CA-Numero(WS-Idx) " compte " WS-CA-Compte(WS-Idx)
              " statut " WS-CA-Statut(WS-Idx)
              " expire " WS-CA-Expiration(WS-Idx)
              " plafonds " WS-CA-PlafondRetrait(WS-Idx)
              " / " WS-CA-PlafondAchat(WS-Idx)
    END-IF
  END-PERFORM.
