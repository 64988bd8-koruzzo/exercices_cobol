*> 'X' d'EmpruntRetour) sur la période demandée — periodepertes.txt
*> (AAAAMM) restreint au mois, sans ce fichier tout le registre est
*> repris. Sortie rapportpertes.txt : le détail daté, puis les totaux
*> par motif (perdu / abîmé) en nombre et en valeur. L'état d'un mois
*> clos pour la bibliothèque (ControlerPeriode, GestionPeriodes côté
*> banque) a été remis à la mairie : il n'est plus régénéré.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-FinLecture    PIC X(1) VALUE 'N'.
01 WS-PeriodeActive PIC X(1) VALUE 'N'.
01 WS-Periode       PIC X(6).
01 WS-DomaineBibliotheque PIC X(1) VALUE 'L'.
01 WS-PeriodeOuverte PIC X(1).
01 WS-NbPerdus      PIC 9(4) VALUE ZERO.
01 WS-NbAbimes      PIC 9(4) VALUE ZERO.
01 WS-ValeurPerdus  PIC 9(8)V99 VALUE ZERO.

PROCEDURE DIVISION.
   PERFORM CHARGER-PERIODE
   IF WS-PeriodeActive = 'O' THEN
     CALL 'ControlerPeriode' USING WS-DomaineBibliotheque WS-Periode
                                   WS-PeriodeOuverte
     IF WS-PeriodeOuverte NOT = 'O' THEN
       DISPLAY "La période " WS-Periode " est close : son état des "
               "radiations a été remis et n'est pas régénéré."
       STOP RUN
     END-IF
   END-IF
   OPEN OUTPUT rapport
   MOVE SPACES TO RapportLigne
   IF WS-PeriodeActive = 'O' THEN
