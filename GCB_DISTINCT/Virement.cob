01 WS-SoldeDisponible    PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-TotalRetenues      PIC 9(8)V99.
01 WS-SoldeSourceJournal PIC S9(6)V99 SIGN LEADING SEPARATE.
01 WS-DepotEcheance      PIC X(8).
01 WS-DepotActif         PIC X(1).

LINKAGE SECTION.
COPY "OPERATION.cpy".
  IF WS-CompteStatutVerif = 'B' OR WS-CompteStatutVerif = 'C' THEN
    MOVE 'O' TO WS-CompteIndisponible
  END-IF
*> Un dépôt à terme actif ne peut pas être débité avant l'échéance.
  CALL 'RechercherDepotATerme' USING CompteSource WS-DepotEcheance
                                      WS-DepotActif
  IF WS-DepotActif = 'O' THEN
    DISPLAY "Compte source " CompteSource " : dépôt à terme bloqué "
            "jusqu'au " WS-DepotEcheance "."
    MOVE 'O' TO WS-CompteIndisponible
  END-IF
  CALL 'RechercherCompte' USING CompteCible WS-CompteNomVerif
                                 WS-CompteDeviseVerif WS-CompteSoldeVerif
                                 WS-CompteStatutVerif WS-CompteTrouveVerif
