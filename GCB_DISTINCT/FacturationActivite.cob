*> unitaires — est écrit dans fraisdetail-AAAAMM.txt : le client qui
*> conteste voit enfin ce qu'il paie. Le mois facturé est lu dans
*> moisfacturation.txt (AAAAMM) ; à défaut, le mois de la journée
*> comptable. Protégé par le journal des exécutions. Un mois facturé
*> déjà clos pour la banque (GestionPeriodes) n'est plus refacturé :
*> son décompte a été remis avec la période.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

01 WS-DateJour      PIC X(8).
01 WS-MoisFacture   PIC X(6).
01 WS-DomaineBanque  PIC X(1) VALUE 'B'.
01 WS-PeriodeOuverte PIC X(1).
01 WS-PARTITION-STATUS PIC XX.
01 WS-INDEX-STATUS     PIC XX.
01 WS-NomPartition PIC X(30).
    STOP RUN
  END-IF
  PERFORM DETERMINER-MOIS
  CALL 'ControlerPeriode' USING WS-DomaineBanque WS-MoisFacture
                                WS-PeriodeOuverte
  PERFORM CHARGER-TARIFS
  PERFORM CHARGER-COMPTES
  IF WS-PeriodeOuverte NOT = 'O' THEN
    DISPLAY "Période " WS-MoisFacture " close, facturation refusée."
    MOVE 8 TO WS-JobRC
  ELSE
  IF WS-NbComptes = ZERO THEN
    DISPLAY "comptes.dat absent ou vide, aucune facturation."
    MOVE 8 TO WS-JobRC
    MOVE 'S' TO WS-ResultatJob
    CALL 'EnregistrerExecution' USING WS-NomJob WS-DateJour WS-ResultatJob
  END-IF
  END-IF

  MOVE 'L' TO WS-VerrouAction
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
