IDENTIFICATION DIVISION.
PROGRAM-ID. RechercherDepotATerme.

*> Dit si un compte porte un dépôt à terme encore actif dans le
*> registre depotsaterme.txt (GestionDepotsATerme) et restitue sa date
*> d'échéance. Indicateur : 'O' dépôt actif — l'argent est bloqué
*> jusqu'à l'échéance, Retrait et Virement refusent de débiter le
*> compte et InteretsJournaliers ne le rémunère pas au jour le jour
*> (le taux fixe est payé à l'échéance par EcheancesDepotsATerme) ;
*> 'N' sinon, y compris sans registre.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT depotsaterme ASSIGN TO "depotsaterme.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DEPOTS-STATUS.

DATA DIVISION.

FILE SECTION.
FD depotsaterme.
COPY "DEPOTTERME.cpy".

WORKING-STORAGE SECTION.
01 WS-DEPOTS-STATUS PIC XX.
01 WS-FinLecture    PIC X(1).

LINKAGE SECTION.
01 DepotTermeCompte   PIC X(6).
01 DepotTermeEcheance PIC X(8).
01 DepotTermeActif    PIC X(1).

PROCEDURE DIVISION USING DepotTermeCompte DepotTermeEcheance
                         DepotTermeActif.
  MOVE 'N' TO DepotTermeActif
  MOVE SPACES TO DepotTermeEcheance
  OPEN INPUT depotsaterme
  IF WS-DEPOTS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-DEPOT-SUIVANT
        UNTIL WS-FinLecture = 'O' OR DepotTermeActif = 'O'
    CLOSE depotsaterme
  END-IF
  GOBACK.

LIRE-DEPOT-SUIVANT.
  READ depotsaterme
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF DT-Compte = DepotTermeCompte AND DT-ACTIF THEN
        MOVE 'O' TO DepotTermeActif
        MOVE DT-DateEcheance TO DepotTermeEcheance
      END-IF
  END-READ.
