*> journal 'L' (échéance de prêt). Chaque tentative est consignée dans
*> pretsjournal.txt (prêt, numéro, date, issue 'S'/'E') ; les échéances
*> refusées (solde insuffisant, compte indisponible) sont reportées sur
*> l'état des impayés retardsprets.txt ; ImpayesPrets, lancé ensuite,
*> tient la position d'impayés, les intérêts de retard et les relances.
*> Protégé par le journal des exécutions comme les autres jobs
*> périodiques.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SOLDE-STATUS.

  SELECT prets ASSIGN TO "prets.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS PR-Id
      FILE STATUS IS WS-PRETS-STATUS.

  SELECT echeancier ASSIGN TO "echeancierprets.txt"

01 WS-FinLecture   PIC X(1) VALUE 'N'.
01 WS-FinJournal   PIC X(1).
01 WS-NbEncaissees PIC 9(4) VALUE ZERO.
01 WS-NbImpayees   PIC 9(4) VALUE ZERO.
01 WS-DejaEncaissee PIC X(1).
  END-READ.

*> Une échéance est due si sa date est atteinte, que son prêt est
*> toujours actif dans prets.dat et qu'aucun succès n'est déjà consigné
*> pour ce couple prêt/numéro : un impayé des jours précédents est
*> représenté à chaque lancement jusqu'à encaissement.
TRAITER-ECHEANCE.
  MOVE 'N' TO WS-PretConnu
  OPEN INPUT prets
  IF WS-PRETS-STATUS = "00" THEN
    MOVE EC-Pret TO PR-Id
    READ prets
      INVALID KEY CONTINUE
      NOT INVALID KEY
        IF PRET-ACTIF THEN
          MOVE 'O' TO WS-PretConnu
          MOVE PR-Compte TO WS-ComptePret
        END-IF
    END-READ
    CLOSE prets
  END-IF.

CHERCHER-ENCAISSEMENT.
  MOVE 'N' TO WS-DejaEncaissee
  OPEN INPUT pretsjournal
