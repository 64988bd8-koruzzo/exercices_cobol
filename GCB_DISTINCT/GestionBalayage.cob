IDENTIFICATION DIVISION.
PROGRAM-ID. GestionBalayage.

*> Tenue des conventions de balayage automatique entre compte courant
*> et livret (conventionsbalayage.txt, copybook BALAYAGE) : le
*> conseiller crée une convention pour une paire de comptes de
*> comptes.dat — plafond, plancher, montant minimum d'un virement — la
*> modifie, la suspend ou la réactive, la résilie, ou liste les
*> conventions. Les deux comptes doivent appartenir au même client,
*> être dans la même devise, ouverts et hors dépôt à terme ; un compte
*> ne figure que dans une seule convention en vigueur. Les virements
*> eux-mêmes sont passés chaque soir par BalayageComptes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT conventions ASSIGN TO "conventionsbalayage.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CONVENTIONS-STATUS.

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
FD conventions.
COPY "BALAYAGE.cpy".

FD comptes.
COPY "COMPTES.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-CONVENTIONS-STATUS PIC XX.
01 WS-COMPTES-STATUS     PIC XX.
01 WS-DATEVALEUR-STATUS  PIC XX.

01 WS-NomProgramme PIC X(20) VALUE "GestionBalayage".
01 WS-OperateurId  PIC X(6).
01 WS-AccesAccorde PIC X(1).

01 WS-Choix        PIC X(1).
01 WS-FinLecture   PIC X(1).
01 WS-DateJour     PIC X(8).
01 WS-Idx          PIC 9(3).
01 WS-IdxTrouve    PIC 9(3).
01 WS-Confirmation PIC X(1).

01 WS-CourantSaisi  PIC X(6).
01 WS-EpargneSaisi  PIC X(6).
01 WS-PlafondSaisi  PIC 9(8)V99.
01 WS-PlancherSaisi PIC 9(8)V99.
01 WS-MinimumSaisi  PIC 9(6)V99.

*> Contrôle d'une paire de comptes.
01 WS-PaireValide   PIC X(1).
01 WS-CompteLu      PIC X(6).
01 WS-CompteOk      PIC X(1).
01 WS-ClientCourant PIC X(6).
01 WS-DeviseCourant PIC X(3).
01 WS-DepotEcheance PIC X(8).
01 WS-DepotActif    PIC X(1).

01 WS-TableConventions.
   05 WS-ConventionEntree OCCURS 500 TIMES.
      10 WS-BA-CompteCourant  PIC X(6).
      10 WS-BA-CompteEpargne  PIC X(6).
      10 WS-BA-Plafond        PIC 9(8)V99.
      10 WS-BA-Plancher       PIC 9(8)V99.
      10 WS-BA-MontantMinimum PIC 9(6)V99.
      10 WS-BA-Statut         PIC X(1).
      10 WS-BA-DateCreation   PIC X(8).
      10 WS-BA-Operateur      PIC X(6).
01 WS-NbConventions PIC 9(3) VALUE ZERO.

01 WS-MontantEdite PIC Z(7)9.99.
01 WS-MinimumEdite PIC Z(5)9.99.
01 WS-PlancherEdite PIC Z(7)9.99.

PROCEDURE DIVISION.
  DISPLAY "Conventions de balayage courant / livret."
  DISPLAY "Identifiant opérateur : "
  ACCEPT WS-OperateurId
  CALL 'ControlerAcces' USING WS-OperateurId WS-NomProgramme
                               WS-AccesAccorde
  IF WS-AccesAccorde NOT = 'O' THEN
    STOP RUN
  END-IF
  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-CONVENTIONS

  MOVE SPACE TO WS-Choix
  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  DISPLAY "Fin de la gestion des conventions de balayage."
  STOP RUN.

NOUVELLE-ACTION.
  DISPLAY "---------------------------------------------------"
  DISPLAY "C -> Créer une convention"
  DISPLAY "M -> Modifier plafond, plancher ou minimum"
  DISPLAY "S -> Suspendre ou réactiver une convention"
  DISPLAY "R -> Résilier une convention"
  DISPLAY "L -> Lister les conventions"
  DISPLAY "E -> Quitter"
  DISPLAY "---------------------------------------------------"
  ACCEPT WS-Choix

  EVALUATE WS-Choix
    WHEN 'C'
      PERFORM CREER-CONVENTION
    WHEN 'M'
      PERFORM MODIFIER-CONVENTION
    WHEN 'S'
      PERFORM SUSPENDRE-CONVENTION
    WHEN 'R'
      PERFORM RESILIER-CONVENTION
    WHEN 'L'
      PERFORM LISTER-CONVENTIONS
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

CHARGER-CONVENTIONS.
  MOVE ZERO TO WS-NbConventions
  OPEN INPUT conventions
  IF WS-CONVENTIONS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-CONVENTION-SUIVANTE
        UNTIL WS-FinLecture = 'O' OR WS-NbConventions = 500
    CLOSE conventions
  END-IF.

LIRE-CONVENTION-SUIVANTE.
  READ conventions
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbConventions
      MOVE BA-CompteCourant  TO WS-BA-CompteCourant(WS-NbConventions)
      MOVE BA-CompteEpargne  TO WS-BA-CompteEpargne(WS-NbConventions)
      MOVE BA-Plafond        TO WS-BA-Plafond(WS-NbConventions)
      MOVE BA-Plancher       TO WS-BA-Plancher(WS-NbConventions)
      MOVE BA-MontantMinimum TO WS-BA-MontantMinimum(WS-NbConventions)
      MOVE BA-Statut         TO WS-BA-Statut(WS-NbConventions)
      MOVE BA-DateCreation   TO WS-BA-DateCreation(WS-NbConventions)
      MOVE BA-Operateur      TO WS-BA-Operateur(WS-NbConventions)
  END-READ.

SAUVER-CONVENTIONS.
  OPEN OUTPUT conventions
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbConventions
    MOVE WS-BA-CompteCourant(WS-Idx)  TO BA-CompteCourant
    MOVE WS-BA-CompteEpargne(WS-Idx)  TO BA-CompteEpargne
    MOVE WS-BA-Plafond(WS-Idx)        TO BA-Plafond
    MOVE WS-BA-Plancher(WS-Idx)       TO BA-Plancher
    MOVE WS-BA-MontantMinimum(WS-Idx) TO BA-MontantMinimum
    MOVE WS-BA-Statut(WS-Idx)         TO BA-Statut
    MOVE WS-BA-DateCreation(WS-Idx)   TO BA-DateCreation
    MOVE WS-BA-Operateur(WS-Idx)      TO BA-Operateur
    WRITE ConventionBalayageRecord
  END-PERFORM
  CLOSE conventions.

*> Convention en vigueur (non résiliée) portant le compte courant saisi.
TROUVER-CONVENTION.
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1
      UNTIL WS-Idx > WS-NbConventions OR WS-IdxTrouve > ZERO
    IF WS-BA-CompteCourant(WS-Idx) = WS-CourantSaisi
       AND WS-BA-Statut(WS-Idx) NOT = 'R' THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM.

SAISIR-CONVENTION.
  DISPLAY "Numéro du compte courant : "
  ACCEPT WS-CourantSaisi
  PERFORM TROUVER-CONVENTION
  IF WS-IdxTrouve = ZERO THEN
    DISPLAY "Aucune convention en vigueur sur le compte " WS-CourantSaisi "."
  END-IF.

CREER-CONVENTION.
  IF WS-NbConventions >= 500 THEN
    DISPLAY "Table des conventions pleine, création impossible."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Numéro du compte courant : "
  ACCEPT WS-CourantSaisi
  DISPLAY "Numéro du livret : "
  ACCEPT WS-EpargneSaisi
  PERFORM CONTROLER-PAIRE
  IF WS-PaireValide NOT = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  PERFORM SAISIR-SEUILS
  IF WS-PaireValide NOT = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO WS-NbConventions
  MOVE WS-CourantSaisi  TO WS-BA-CompteCourant(WS-NbConventions)
  MOVE WS-EpargneSaisi  TO WS-BA-CompteEpargne(WS-NbConventions)
  MOVE WS-PlafondSaisi  TO WS-BA-Plafond(WS-NbConventions)
  MOVE WS-PlancherSaisi TO WS-BA-Plancher(WS-NbConventions)
  MOVE WS-MinimumSaisi  TO WS-BA-MontantMinimum(WS-NbConventions)
  MOVE 'A'              TO WS-BA-Statut(WS-NbConventions)
  MOVE WS-DateJour      TO WS-BA-DateCreation(WS-NbConventions)
  MOVE WS-OperateurId   TO WS-BA-Operateur(WS-NbConventions)
  PERFORM SAUVER-CONVENTIONS
  DISPLAY "Convention créée : " WS-CourantSaisi " <-> " WS-EpargneSaisi
          ", balayée dès ce soir.".

*> Les deux comptes existent, sont ouverts, hors dépôt à terme, du même
*> client et de la même devise, et ne sont dans aucune autre convention
*> en vigueur.
CONTROLER-PAIRE.
  MOVE 'N' TO WS-PaireValide
  IF WS-CourantSaisi = WS-EpargneSaisi THEN
    DISPLAY "Le courant et le livret doivent être deux comptes distincts."
    EXIT PARAGRAPH
  END-IF
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbConventions
    IF WS-BA-Statut(WS-Idx) NOT = 'R'
       AND (WS-BA-CompteCourant(WS-Idx) = WS-CourantSaisi
         OR WS-BA-CompteEpargne(WS-Idx) = WS-CourantSaisi
         OR WS-BA-CompteCourant(WS-Idx) = WS-EpargneSaisi
         OR WS-BA-CompteEpargne(WS-Idx) = WS-EpargneSaisi) THEN
      MOVE 'D' TO WS-PaireValide
    END-IF
  END-PERFORM
  IF WS-PaireValide = 'D' THEN
    MOVE 'N' TO WS-PaireValide
    DISPLAY "Un des deux comptes est déjà dans une convention en vigueur."
    EXIT PARAGRAPH
  END-IF
  OPEN INPUT comptes
  IF WS-COMPTES-STATUS NOT = "00" THEN
    DISPLAY "comptes.dat inaccessible (" WS-COMPTES-STATUS ")."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-CourantSaisi TO WS-CompteLu
  PERFORM LIRE-COMPTE-PAIRE
  IF WS-CompteOk = 'O' THEN
    MOVE CompteClient TO WS-ClientCourant
    MOVE CompteDevise TO WS-DeviseCourant
    MOVE WS-EpargneSaisi TO WS-CompteLu
    PERFORM LIRE-COMPTE-PAIRE
  END-IF
  CLOSE comptes
  IF WS-CompteOk NOT = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  IF CompteClient NOT = WS-ClientCourant THEN
    DISPLAY "Les deux comptes n'ont pas le même titulaire ("
            WS-ClientCourant " / " CompteClient ")."
    EXIT PARAGRAPH
  END-IF
  IF CompteDevise NOT = WS-DeviseCourant THEN
    DISPLAY "Les deux comptes ne sont pas dans la même devise ("
            WS-DeviseCourant " / " CompteDevise ")."
    EXIT PARAGRAPH
  END-IF
  MOVE 'O' TO WS-PaireValide.

LIRE-COMPTE-PAIRE.
  MOVE 'N' TO WS-CompteOk
  MOVE WS-CompteLu TO CompteNumero
  READ comptes
    INVALID KEY
      DISPLAY "Compte " WS-CompteLu " inconnu."
      EXIT PARAGRAPH
  END-READ
  IF COMPTE-BLOQUE OR COMPTE-CLOTURE THEN
    DISPLAY "Compte " WS-CompteLu " bloqué ou clôturé."
    EXIT PARAGRAPH
  END-IF
  CALL 'RechercherDepotATerme' USING WS-CompteLu WS-DepotEcheance
                                      WS-DepotActif
  IF WS-DepotActif = 'O' THEN
    DISPLAY "Compte " WS-CompteLu " : dépôt à terme jusqu'au "
            WS-DepotEcheance ", pas de balayage."
    EXIT PARAGRAPH
  END-IF
  MOVE 'O' TO WS-CompteOk.

*> Le plafond doit dépasser le plancher : sinon un soir le balayage
*> viderait le courant que le renflouement remplirait le lendemain.
SAISIR-SEUILS.
  MOVE 'N' TO WS-PaireValide
  DISPLAY "Plafond du compte courant (au-delà, vers le livret) : "
  ACCEPT WS-PlafondSaisi
  DISPLAY "Plancher du compte courant (en deçà, renfloué) : "
  ACCEPT WS-PlancherSaisi
  DISPLAY "Montant minimum d'un virement de balayage : "
  ACCEPT WS-MinimumSaisi
  IF WS-PlafondSaisi <= WS-PlancherSaisi THEN
    DISPLAY "Le plafond doit être supérieur au plancher, saisie refusée."
    EXIT PARAGRAPH
  END-IF
  IF WS-MinimumSaisi = ZERO THEN
    DISPLAY "Le montant minimum doit être positif, saisie refusée."
    EXIT PARAGRAPH
  END-IF
  MOVE 'O' TO WS-PaireValide.

MODIFIER-CONVENTION.
  PERFORM SAISIR-CONVENTION
  IF WS-IdxTrouve = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  MOVE WS-BA-Plafond(WS-IdxTrouve) TO WS-MontantEdite
  MOVE WS-BA-Plancher(WS-IdxTrouve) TO WS-PlancherEdite
  MOVE WS-BA-MontantMinimum(WS-IdxTrouve) TO WS-MinimumEdite
  DISPLAY "Actuellement : plafond " WS-MontantEdite ", plancher "
          WS-PlancherEdite ", minimum " WS-MinimumEdite "."
  PERFORM SAISIR-SEUILS
  IF WS-PaireValide NOT = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  MOVE WS-PlafondSaisi  TO WS-BA-Plafond(WS-IdxTrouve)
  MOVE WS-PlancherSaisi TO WS-BA-Plancher(WS-IdxTrouve)
  MOVE WS-MinimumSaisi  TO WS-BA-MontantMinimum(WS-IdxTrouve)
  PERFORM SAUVER-CONVENTIONS
  DISPLAY "Convention du compte " WS-CourantSaisi " modifiée.".

SUSPENDRE-CONVENTION.
  PERFORM SAISIR-CONVENTION
  IF WS-IdxTrouve = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  IF WS-BA-Statut(WS-IdxTrouve) = 'S' THEN
    MOVE 'A' TO WS-BA-Statut(WS-IdxTrouve)
    DISPLAY "Convention du compte " WS-CourantSaisi " réactivée."
  ELSE
    MOVE 'S' TO WS-BA-Statut(WS-IdxTrouve)
    DISPLAY "Convention du compte " WS-CourantSaisi " suspendue."
  END-IF
  PERFORM SAUVER-CONVENTIONS.

RESILIER-CONVENTION.
  PERFORM SAISIR-CONVENTION
  IF WS-IdxTrouve = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Résilier la convention " WS-CourantSaisi " <-> "
          WS-BA-CompteEpargne(WS-IdxTrouve) " ? (O/N) "
  ACCEPT WS-Confirmation
  IF WS-Confirmation NOT = 'O' THEN
    DISPLAY "Résiliation abandonnée."
    EXIT PARAGRAPH
  END-IF
  MOVE 'R' TO WS-BA-Statut(WS-IdxTrouve)
  PERFORM SAUVER-CONVENTIONS
  DISPLAY "Convention du compte " WS-CourantSaisi " résiliée.".

LISTER-CONVENTIONS.
  IF WS-NbConventions = ZERO THEN
    DISPLAY "Aucune convention de balayage."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Courant Livret  Statut       Plafond      Plancher     Minimum"
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbConventions
    MOVE WS-BA-Plafond(WS-Idx) TO WS-MontantEdite
    MOVE WS-BA-Plancher(WS-Idx) TO WS-PlancherEdite
    MOVE WS-BA-MontantMinimum(WS-Idx) TO WS-MinimumEdite
    DISPLAY WS-BA-CompteCourant(WS-Idx) "  " WS-BA-CompteEpargne(WS-Idx)
            "  " WS-BA-Statut(WS-Idx) "      " WS-MontantEdite "  "
            WS-PlancherEdite "  " WS-MinimumEdite
  END-PERFORM.
