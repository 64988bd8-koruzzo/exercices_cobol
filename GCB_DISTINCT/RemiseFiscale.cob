*> écrit l'état remisefiscale-AAAAT.txt — total des intérêts bruts,
*> total de la retenue due à l'administration, détail par compte. Le
*> trimestre est lu dans trimestreremise.txt (AAAAT, T = 1 à 4) ; à
*> défaut, le trimestre de la journée comptable. Un trimestre dont le
*> dernier mois est clos pour la banque (GestionPeriodes) a été remis :
*> l'état n'en est plus régénéré.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-Trimestre  PIC 9(1).
01 WS-MoisEcriture PIC 9(2).
01 WS-TrimestreEcriture PIC 9(1).
01 WS-DomaineBanque  PIC X(1) VALUE 'B'.
01 WS-PeriodeFin     PIC X(6).
01 WS-MoisFin        PIC 9(2).
01 WS-PeriodeOuverte PIC X(1).
01 WS-NomEtat    PIC X(30).
01 WS-FinLecture PIC X(1) VALUE 'N'.

  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR
  PERFORM DETERMINER-TRIMESTRE
  PERFORM CONTROLER-PERIODE-TRIMESTRE

  PERFORM CUMULER-RETENUES

    CLOSE trimestre
  END-IF.

CONTROLER-PERIODE-TRIMESTRE.
  COMPUTE WS-MoisFin = WS-Trimestre * 3
  MOVE WS-Annee TO WS-PeriodeFin(1:4)
  MOVE WS-MoisFin TO WS-PeriodeFin(5:2)
  CALL 'ControlerPeriode' USING WS-DomaineBanque WS-PeriodeFin
                                WS-PeriodeOuverte
  IF WS-PeriodeOuverte NOT = 'O' THEN
    DISPLAY "RemiseFiscale refusé : la période " WS-PeriodeFin
            " est close, le trimestre " WS-Trimestre " " WS-Annee
            " a été remis."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF.

CUMULER-RETENUES.
  OPEN INPUT retenuesfiscales
  IF WS-RETFISC-STATUS NOT = "00" THEN
