*> Job de prélèvement des créanciers : relit le fichier d'avis remis
*> par le créancier (avisprelevement.txt : référence du mandat, montant
*> réclamé, référence propre du créancier), valide chaque avis contre
*> son mandat (mandats.dat, lu directement sur la référence : mandat
*> connu, actif, montant sous le plafond autorisé) puis débite le
*> compte du mandat via le sous-programme Retrait, sous le code journal
*> 'M' (prélèvement) —
*> fini la saisie manuelle du loyer au guichet chaque mois. Les avis
*> refusés (mandat inconnu 'MI', mandat suspendu 'MS', plafond dépassé
*> 'PM', ou motif du sous-programme : solde insuffisant, compte
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-AVIS-STATUS.

  SELECT mandats ASSIGN TO "mandats.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS MA-Reference
      FILE STATUS IS WS-MANDATS-STATUS.

  SELECT retours ASSIGN TO "retourprelevements.txt"
   05 AV-Reference PIC X(20).

FD mandats.
COPY "MANDATS.cpy".

FD retours.
01 RetourRecord.
01 WS-ResultatJob   PIC X(1).

01 WS-FinLecture  PIC X(1) VALUE 'N'.
01 WS-MandatsOuverts PIC X(1) VALUE 'N'.
01 WS-MandatTrouve  PIC X(1).
01 WS-NbDebites   PIC 9(4) VALUE ZERO.
01 WS-NbRetournes PIC 9(4) VALUE ZERO.
01 WS-MotifRetour PIC X(2).


01 OperationStatut PIC X(1).
   88 OPERATION-REUSSIE VALUE 'S'.
    STOP RUN
  END-IF
  PERFORM CHARGER-SOLDE
  PERFORM OUVRIR-MANDATS

  OPEN INPUT avis
  IF WS-AVIS-STATUS NOT = "00" THEN
    PERFORM TRAITER-AVIS UNTIL WS-FinLecture = 'O'
    CLOSE avis
    CLOSE retours
    IF WS-MandatsOuverts = 'O' THEN
      CLOSE mandats
    END-IF
    DISPLAY "Prélèvements : " WS-NbDebites " débité(s), "
            WS-NbRetournes " retourné(s) (retourprelevements.txt)."
    MOVE 'S' TO WS-ResultatJob
    DISPLAY "Aucun solde.txt existant, utilisation des soldes d'ouverture par défaut."
  END-IF.

*> Sans fichier des mandats, chaque avis revient en mandat inconnu.
OUVRIR-MANDATS.
  OPEN INPUT mandats
  IF WS-MANDATS-STATUS = "00" THEN
    MOVE 'O' TO WS-MandatsOuverts
  ELSE
    DISPLAY "mandats.dat indisponible (" WS-MANDATS-STATUS
            "), tous les avis seront retournés."
  END-IF.

LIRE-AVIS.
  READ avis
    AT END MOVE 'O' TO WS-FinLecture
  END-READ.

TRAITER-AVIS.
  MOVE 'N' TO WS-MandatTrouve
  IF WS-MandatsOuverts = 'O' THEN
    MOVE AV-Mandat TO MA-Reference
    READ mandats
      INVALID KEY CONTINUE
      NOT INVALID KEY MOVE 'O' TO WS-MandatTrouve
    END-READ
  END-IF

  IF WS-MandatTrouve NOT = 'O' THEN
    MOVE "MI" TO WS-MotifRetour
    PERFORM ECRIRE-RETOUR
  ELSE
    IF NOT MANDAT-ACTIF THEN
      MOVE "MS" TO WS-MotifRetour
      PERFORM ECRIRE-RETOUR
    ELSE
      IF AV-Montant > MA-MontantMax THEN
        MOVE "PM" TO WS-MotifRetour
        PERFORM ECRIRE-RETOUR
      ELSE
  MOVE ZERO TO Virement
  MOVE AV-Montant TO Retrait
  MOVE 'M' TO Choix
  MOVE MA-Compte TO CompteCible
  MOVE AV-Reference TO OperationLibelle
  CALL 'Retrait' USING SoldeCompteA SoldeCompteB SoldeCompteC
                       Depot Retrait Virement Choix OperateurId OperationStatut
