IDENTIFICATION DIVISION.
PROGRAM-ID. OrdresPermanentsBatch.

*> Job quotidien des ordres permanents : relit ordrespermanents.dat (un
*> virement récurrent par ligne, avec le jour du mois où il doit être
*> exécuté) et poste, via le sous-programme Virement, ceux qui sont dus
*> à la date du jour. Chaque ordre porte désormais un statut ('A'
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SOLDE-STATUS.

  SELECT ordrespermanents ASSIGN TO "ordrespermanents.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS OP-Libelle
      FILE STATUS IS WS-ORDRES-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
   05 MYFILLER_S6  PIC X(2).

FD ordrespermanents.
COPY "ORDRESPERM.cpy".

FD ordresjournal.
01 OrdreJournalRecord.

  OPEN INPUT ordrespermanents
  IF WS-ORDRES-STATUS NOT = "00" THEN
    DISPLAY "ordrespermanents.dat introuvable, aucun ordre permanent à traiter."
    MOVE 8 TO WS-JobRC
  ELSE
    PERFORM LIRE-ORDRE
  END-IF.

LIRE-ORDRE.
  READ ordrespermanents NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
  END-READ.

