01 WS-ProduitProfil    PIC X(1).
01 WS-ProduitTrouve    PIC X(1).

01 WS-DepotEcheance    PIC X(8).
01 WS-DepotActif       PIC X(1).

LINKAGE SECTION.
COPY "OPERATION.cpy".

    SET MOTIF-COMPTE-INDISPONIBLE TO TRUE
    GOBACK
  END-IF
*> Un dépôt à terme actif bloque les fonds jusqu'à l'échéance : seuls
*> EcheancesDepotsATerme et la rupture anticipée au guichet
*> (GestionDepotsATerme) en sortent l'argent.
  CALL 'RechercherDepotATerme' USING CompteCible WS-DepotEcheance
                                      WS-DepotActif
  IF WS-DepotActif = 'O' THEN
    DISPLAY "Compte " CompteCible " : dépôt à terme bloqué jusqu'au "
            WS-DepotEcheance ", retrait refusé."
    MOVE 'R' TO OperationStatut
    SET MOTIF-COMPTE-INDISPONIBLE TO TRUE
    GOBACK
  END-IF

  PERFORM DETERMINER-PLAFOND-DECOUVERT
*> Le contrôle porte sur le solde DISPONIBLE (solde comptable moins
