IDENTIFICATION DIVISION.
PROGRAM-ID. GestionRelevesElec.

*> Tenue des abonnements aux relevés électroniques
*> (abonnementsreleves.txt) : un compte de comptes.dat y figure quand
*> son titulaire — en pratique une entreprise qui importe ses relevés
*> dans sa comptabilité — doit recevoir, en plus du relevé imprimable
*> de RelevCompte, le relevé au format interbancaire CFONB 120 produit
*> par ReleveElectronique. Adhésion, résiliation et liste ; le fichier
*> est rechargé en table puis réécrit en entier après chaque
*> modification.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT abonnements ASSIGN TO "abonnementsreleves.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ABONNEMENTS-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD abonnements.
01 AbonnementReleveRecord.
   05 AR-Compte   PIC X(6).
   05 AR-Adhesion PIC X(8).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-ABONNEMENTS-STATUS PIC XX.
01 WS-DATEVALEUR-STATUS  PIC XX.
01 WS-FinLecture  PIC X(1).
01 WS-Choix       PIC X(1).
01 WS-CompteSaisi PIC X(6).
01 WS-DateJour    PIC X(8).
01 WS-Idx         PIC 9(3).
01 WS-IdxTrouve   PIC 9(3).

01 WS-CompteNomVerif    PIC X(20).
01 WS-CompteDeviseVerif PIC X(3).
01 WS-CompteSoldeVerif  PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-CompteStatutVerif PIC X(1).
01 WS-CompteTrouveVerif PIC X(1).

01 WS-TableAbonnements.
   05 WS-AbonnementEntree OCCURS 200 TIMES.
      10 WS-AR-Compte   PIC X(6).
      10 WS-AR-Adhesion PIC X(8).
01 WS-NbAbonnements  PIC 9(3) VALUE ZERO.
01 WS-FichierDeborde PIC X(1) VALUE 'N'.

PROCEDURE DIVISION.
  DISPLAY "Tenue des abonnements aux relevés électroniques."
  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-ABONNEMENTS

  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  DISPLAY "Fin de la tenue des abonnements."
  STOP RUN.

NOUVELLE-ACTION.
  DISPLAY "---------------------------------------------------"
  DISPLAY "A -> Abonner un compte au relevé électronique"
  DISPLAY "S -> Résilier l'abonnement d'un compte"
  DISPLAY "L -> Lister les comptes abonnés"
  DISPLAY "E -> Quitter"
  DISPLAY "---------------------------------------------------"
  ACCEPT WS-Choix

  EVALUATE WS-Choix
    WHEN 'A'
      PERFORM ABONNER-COMPTE
    WHEN 'S'
      PERFORM RESILIER-COMPTE
    WHEN 'L'
      PERFORM LISTER-ABONNEMENTS
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

CHARGER-ABONNEMENTS.
  MOVE ZERO TO WS-NbAbonnements
  OPEN INPUT abonnements
  IF WS-ABONNEMENTS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-ABONNEMENT-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-NbAbonnements = 200
    IF WS-FinLecture NOT = 'O' THEN
      READ abonnements
        AT END CONTINUE
        NOT AT END MOVE 'O' TO WS-FichierDeborde
      END-READ
    END-IF
    CLOSE abonnements
  END-IF.

LIRE-ABONNEMENT-SUIVANT.
  READ abonnements
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbAbonnements
      MOVE AR-Compte   TO WS-AR-Compte(WS-NbAbonnements)
      MOVE AR-Adhesion TO WS-AR-Adhesion(WS-NbAbonnements)
  END-READ.

SAUVER-ABONNEMENTS.
  OPEN OUTPUT abonnements
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbAbonnements
    MOVE WS-AR-Compte(WS-Idx)   TO AR-Compte
    MOVE WS-AR-Adhesion(WS-Idx) TO AR-Adhesion
    WRITE AbonnementReleveRecord
  END-PERFORM
  CLOSE abonnements.

CHERCHER-ABONNEMENT.
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbAbonnements
    IF WS-AR-Compte(WS-Idx) = WS-CompteSaisi THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM.

ABONNER-COMPTE.
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "abonnementsreleves.txt dépasse la capacité de travail "
            "(200), abonnement refusé."
    EXIT PARAGRAPH
  END-IF
  IF WS-NbAbonnements >= 200 THEN
    DISPLAY "Fichier des abonnements plein (200)."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Numéro du compte : "
  ACCEPT WS-CompteSaisi
  CALL 'RechercherCompte' USING WS-CompteSaisi WS-CompteNomVerif
                                 WS-CompteDeviseVerif WS-CompteSoldeVerif
                                 WS-CompteStatutVerif WS-CompteTrouveVerif
  IF WS-CompteTrouveVerif NOT = 'O' THEN
    DISPLAY "Compte " WS-CompteSaisi " inconnu, abonnement annulé."
    EXIT PARAGRAPH
  END-IF
  IF WS-CompteStatutVerif = 'C' THEN
    DISPLAY "Compte " WS-CompteSaisi " clôturé, abonnement annulé."
    EXIT PARAGRAPH
  END-IF
  PERFORM CHERCHER-ABONNEMENT
  IF WS-IdxTrouve > ZERO THEN
    DISPLAY "Le compte " WS-CompteSaisi " est déjà abonné depuis le "
            WS-AR-Adhesion(WS-IdxTrouve) "."
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO WS-NbAbonnements
  MOVE WS-CompteSaisi TO WS-AR-Compte(WS-NbAbonnements)
  MOVE WS-DateJour    TO WS-AR-Adhesion(WS-NbAbonnements)
  PERFORM SAUVER-ABONNEMENTS
  DISPLAY "Compte " WS-CompteSaisi " (" WS-CompteNomVerif
          ") abonné au relevé électronique CFONB 120.".

RESILIER-COMPTE.
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "abonnementsreleves.txt dépasse la capacité de travail "
            "(200), résiliation refusée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Numéro du compte : "
  ACCEPT WS-CompteSaisi
  PERFORM CHERCHER-ABONNEMENT
  IF WS-IdxTrouve = ZERO THEN
    DISPLAY "Le compte " WS-CompteSaisi " n'est pas abonné."
  ELSE
    PERFORM VARYING WS-Idx FROM WS-IdxTrouve BY 1
        UNTIL WS-Idx >= WS-NbAbonnements
      MOVE WS-AR-Compte(WS-Idx + 1)   TO WS-AR-Compte(WS-Idx)
      MOVE WS-AR-Adhesion(WS-Idx + 1) TO WS-AR-Adhesion(WS-Idx)
    END-PERFORM
    SUBTRACT 1 FROM WS-NbAbonnements
    PERFORM SAUVER-ABONNEMENTS
    DISPLAY "Abonnement du compte " WS-CompteSaisi " résilié."
  END-IF.

LISTER-ABONNEMENTS.
  IF WS-NbAbonnements = ZERO THEN
    DISPLAY "Aucun compte abonné au relevé électronique."
  END-IF
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbAbonnements
    DISPLAY "Compte " WS-AR-Compte(WS-Idx)
            " abonné depuis le " WS-AR-Adhesion(WS-Idx)
  END-PERFORM.
