*> Job de paiement des chèques tirés sur nos comptes et présentés en
*> compensation : relit chequespresentes.txt (compte tiré, numéro de
*> chèque, montant), contrôle que le numéro appartient bien à un
*> chéquier délivré au compte (chequiers.dat) et qu'aucune opposition
*> ne le frappe (oppositionscheques.txt), puis débite via le
*> sous-programme Retrait (journal 'R', libellé "Chèque n° ...").
*> Les chèques refusés — hors registre 'HR', opposition 'OP', ou motif
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PRESENTES-STATUS.

  SELECT chequiers ASSIGN TO "chequiers.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CQ-Cle
      FILE STATUS IS WS-CHEQUIERS-STATUS.

  SELECT oppositions ASSIGN TO "oppositionscheques.txt"
   05 CP-Montant PIC 9(6)V99.

FD chequiers.
COPY "CHEQUIERS.cpy".

FD oppositions.
01 OppositionRecord.
  MOVE 'N' TO WS-DansRegistre
  OPEN INPUT chequiers
  IF WS-CHEQUIERS-STATUS = "00" THEN
    MOVE CP-Compte TO CQ-Compte
    MOVE ZERO TO CQ-Premier
    START chequiers KEY IS NOT LESS THAN CQ-Cle
      INVALID KEY MOVE 'O' TO WS-FinRegistre
      NOT INVALID KEY MOVE 'N' TO WS-FinRegistre
    END-START
    PERFORM LIRE-CHEQUIER
        UNTIL WS-FinRegistre = 'O' OR WS-DansRegistre = 'O'
    CLOSE chequiers
  END-IF.

*> Seuls les carnets du compte tiré sont relus, dans l'ordre de la clé.
LIRE-CHEQUIER.
  READ chequiers NEXT RECORD
    AT END MOVE 'O' TO WS-FinRegistre
    NOT AT END
      IF CQ-Compte NOT = CP-Compte THEN
        MOVE 'O' TO WS-FinRegistre
      ELSE
        IF CP-Numero >= CQ-Premier
           AND CP-Numero <= CQ-Dernier THEN
          MOVE 'O' TO WS-DansRegistre
        END-IF
      END-IF
  END-READ.

