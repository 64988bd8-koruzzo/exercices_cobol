*> date tant que la journée est ouverte : un enchaînement de nuit qui
*> déborde après minuit, ou la reprise d'une journée en échec, poste
*> ainsi toujours sous la date comptable d'origine. La date peut être
*> saisie (AAAAMMJJ) ; à blanc, la date machine est retenue. Une date
*> tombant dans une période close (GestionPeriodes) pour la banque, la
*> bibliothèque ou le magasin est refusée : la journée est commune aux
*> trois et n'ouvre pas un mois remis au comptable.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-JourOuvreInd     PIC X(1).
01 WS-JourOuvreSuivant PIC X(8).
01 WS-ForcerOuverture  PIC X(1).
01 WS-PeriodeSaisie    PIC X(6).
01 WS-PeriodeOuverte   PIC X(1).
01 WS-DomainesPeriode  PIC X(3) VALUE "BLM".
01 WS-DomaineCourant   PIC X(1).
01 WS-IdxDomaine       PIC 9(1).
01 WS-PeriodeRefusee   PIC X(1) VALUE 'N'.

PROCEDURE DIVISION.
  OPEN INPUT datevaleur
    DISPLAY "Ouverture forcée sur jour fermé."
  END-IF

  MOVE WS-DateSaisie(1:6) TO WS-PeriodeSaisie
  PERFORM VARYING WS-IdxDomaine FROM 1 BY 1 UNTIL WS-IdxDomaine > 3
    MOVE WS-DomainesPeriode(WS-IdxDomaine:1) TO WS-DomaineCourant
    CALL 'ControlerPeriode' USING WS-DomaineCourant WS-PeriodeSaisie
                                  WS-PeriodeOuverte
    IF WS-PeriodeOuverte NOT = 'O' THEN
      DISPLAY "La période " WS-PeriodeSaisie " est close pour le "
              "domaine " WS-DomaineCourant " (GestionPeriodes)."
      MOVE 'O' TO WS-PeriodeRefusee
    END-IF
  END-PERFORM
  IF WS-PeriodeRefusee = 'O' THEN
    DISPLAY "Ouverture refusée."
    STOP RUN
  END-IF

  OPEN OUTPUT datevaleur
  MOVE WS-DateSaisie TO DV-Date
  MOVE 'O' TO DV-Etat
