*> journal des encaissements (adhesionsreglements.txt, alimenté par
*> GestionAdhesions) pour la journée comptable, totalise par catégorie
*> de tarif, compte les dérogations à zéro, et écrit l'état
*> recettesadhesions.txt. Une journée d'une période close de la
*> bibliothèque (ControlerPeriode, GestionPeriodes) a été remise : son
*> état n'est plus régénéré.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

01 WS-FinLecture PIC X(1) VALUE 'N'.
01 WS-DateJour   PIC X(8).
01 WS-DomaineBibliotheque PIC X(1) VALUE 'L'.
01 WS-PeriodeJour PIC X(6).
01 WS-PeriodeOuverte PIC X(1).
01 WS-TotalJour  PIC 9(8)V99 VALUE ZERO.
01 WS-NbEncaissements PIC 9(4) VALUE ZERO.
01 WS-NbDerogations   PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
   PERFORM CHARGER-DATE-VALEUR
   PERFORM CONTROLER-PERIODE-JOUR

   OPEN INPUT reglements
   IF WS-REGLEMENTS-STATUS = "00" THEN
     CLOSE datevaleur
   END-IF.

CONTROLER-PERIODE-JOUR.
   MOVE WS-DateJour(1:6) TO WS-PeriodeJour
   CALL 'ControlerPeriode' USING WS-DomaineBibliotheque WS-PeriodeJour
                                 WS-PeriodeOuverte
   IF WS-PeriodeOuverte NOT = 'O' THEN
     DISPLAY "La période " WS-PeriodeJour " de la journée " WS-DateJour
             " est close : ses recettes ont été remises."
     STOP RUN
   END-IF.

LIRE-REGLEMENT.
   READ reglements
     AT END MOVE 'O' TO WS-FinLecture
