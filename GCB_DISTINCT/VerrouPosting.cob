*> d'office avec un message ; un verrou du jour peut être forcé en
*> posant le nom du demandeur en première ligne de forceverrou.txt —
*> reprise volontaire, comme forcejob.txt pour les jobs. Action 'P' =
*> poser, 'L' = lever (par le détenteur seulement). Le verrou n'est
*> pas posé non plus quand la journée comptable tombe dans une période
*> bancaire close (ControlerPeriode, GestionPeriodes) : aucune écriture
*> ne peut plus être datée d'un mois remis au comptable.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-ForceDemande  PIC X(1).
01 WS-MODEFORM-STATUS PIC XX.
01 WS-ModeFormation PIC X(1).
01 WS-DomaineBanque PIC X(1) VALUE 'B'.
01 WS-PeriodeJour   PIC X(6).
01 WS-PeriodeOuverte PIC X(1).

LINKAGE SECTION.
01 VerrouAction PIC X(1).
            "qu'il n'est pas refermé."
    GOBACK
  END-IF
  MOVE WS-DateJour(1:6) TO WS-PeriodeJour
  CALL 'ControlerPeriode' USING WS-DomaineBanque WS-PeriodeJour
                                WS-PeriodeOuverte
  IF WS-PeriodeOuverte NOT = 'O' THEN
    DISPLAY "Verrou refusé à " VerrouDemandeur " : la période "
            WS-PeriodeJour " de la journée comptable " WS-DateJour
            " est close (GestionPeriodes)."
    GOBACK
  END-IF
  IF WS-VerrouTenu = 'O'
     AND WS-DetenteurActuel NOT = VerrouDemandeur THEN
    IF WS-DateVerrou < WS-DateJour THEN
