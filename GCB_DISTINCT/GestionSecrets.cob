*> AuthentifierOperateur). Réservé à un superviseur actif
*> d'operateurs.dat, comme AutorisationsSuperviseur. Le fichier est
*> rechargé en table puis réécrit en entier après chaque modification.
*> Chaque fiche garde le superviseur qui a posé le dernier secret initial
*> et la date (SO-ReinitPar, SO-DateReinit) pour la revue de séparation
*> des tâches.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-JOURNAL-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
   05 SO-ChangementForce PIC X(1).
   05 SO-NbEchecs   PIC 9(2).
   05 SO-Verrouille PIC X(1).
   05 SO-ReinitPar  PIC X(6).
   05 SO-DateReinit PIC X(8).

FD journalconnexions.
01 ConnexionRecord.
   05 JC-Resultat  PIC X(1).
   05 JC-Motif     PIC X(20).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-SECRETS-STATUS PIC XX.
01 WS-JOURNAL-STATUS PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-DateJour       PIC X(8).
01 WS-FinLecture     PIC X(1).
01 WS-Choix          PIC X(1).
01 WS-OperateurSaisi PIC X(6).
      10 WS-SO-ChangementForce PIC X(1).
      10 WS-SO-NbEchecs   PIC 9(2).
      10 WS-SO-Verrouille PIC X(1).
      10 WS-SO-ReinitPar  PIC X(6).
      10 WS-SO-DateReinit PIC X(8).
01 WS-NbSecrets PIC 9(2) VALUE ZERO.

PROCEDURE DIVISION.
      MOVE SO-ChangementForce TO WS-SO-ChangementForce(WS-NbSecrets)
      MOVE SO-NbEchecs   TO WS-SO-NbEchecs(WS-NbSecrets)
      MOVE SO-Verrouille TO WS-SO-Verrouille(WS-NbSecrets)
      MOVE SO-ReinitPar  TO WS-SO-ReinitPar(WS-NbSecrets)
      MOVE SO-DateReinit TO WS-SO-DateReinit(WS-NbSecrets)
  END-READ.

SAUVER-SECRETS.
    MOVE WS-SO-ChangementForce(WS-Idx) TO SO-ChangementForce
    MOVE WS-SO-NbEchecs(WS-Idx)   TO SO-NbEchecs
    MOVE WS-SO-Verrouille(WS-Idx) TO SO-Verrouille
    MOVE WS-SO-ReinitPar(WS-Idx)  TO SO-ReinitPar
    MOVE WS-SO-DateReinit(WS-Idx) TO SO-DateReinit
    WRITE SecretRecord
  END-PERFORM
  CLOSE secrets.
  MOVE 'O' TO WS-SO-ChangementForce(WS-IdxTrouve)
  MOVE ZERO TO WS-SO-NbEchecs(WS-IdxTrouve)
  MOVE 'N' TO WS-SO-Verrouille(WS-IdxTrouve)
  PERFORM CHARGER-DATE-VALEUR
  MOVE WS-SupId TO WS-SO-ReinitPar(WS-IdxTrouve)
  MOVE WS-DateJour TO WS-SO-DateReinit(WS-IdxTrouve)
  PERFORM SAUVER-SECRETS
  DISPLAY "Secret de " WS-OperateurSaisi " (ré)initialisé, changement "
          "exigé à la première connexion.".

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

DEVERROUILLER-FICHE.
  DISPLAY "Identifiant de l'opérateur à déverrouiller : "
  ACCEPT WS-OperateurSaisi
