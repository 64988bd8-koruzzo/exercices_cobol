*> Prévision de trésorerie : projette les 30 prochaines dates OUVREES
*> (calendrier JourOuvre) à partir de la position du jour (solde.txt)
*> en additionnant enfin le futur qui dormait dans les entrepôts
*> d'instructions — ordres permanents actifs (ordrespermanents.dat,
*> jour d'échéance décalé au jour ouvré), instructions à date de valeur
*> future (attente.txt), opérations parquées en attente d'approbation
*> (autorisations.dat, projetées à la première date ouvrée) et
*> paiements externes non encore réglés (paiementsexternes.txt, 'A' et
*> 'R', projetés au prochain règlement). L'état
*> previsiontresorerie.txt détaille débits et crédits attendus par date
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SOLDE-STATUS.

  SELECT ordrespermanents ASSIGN TO "ordrespermanents.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS OP-Libelle
      FILE STATUS IS WS-ORDRES-STATUS.

  SELECT attente ASSIGN TO "attente.txt"
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ATTENTE-STATUS.

  SELECT autorisations ASSIGN TO "autorisations.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS AU-Id
      FILE STATUS IS WS-AUTORISATIONS-STATUS.

  SELECT paiementsexternes ASSIGN TO "paiementsexternes.txt"
   05 MYFILLER_S6  PIC X(2).

FD ordrespermanents.
COPY "ORDRESPERM.cpy".

FD attente.
01 AttenteRecord.
  END-IF.

PROJETER-ORDRE-SUIVANT.
  READ ordrespermanents NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF ORDRE-ACTIF THEN
  END-IF.

PROJETER-AUTORISATION-SUIVANTE.
  READ autorisations NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF AUTORISATION-EN-ATTENTE THEN
