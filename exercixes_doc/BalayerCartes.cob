*> résiduel passé en produit de breakage — mouvement 'B' au journal des
*> cartes (cartesjournal.txt), solde remis à zéro et statut 'E'
*> (expirée). Le cumul du breakage se lit dans CartesPassif. Le fichier
*> des cartes est rechargé en table puis réécrit en entier. Rien n'est
*> passé en breakage dans une période close du magasin
*> (ControlerPeriode, GestionPeriodes).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-FinLecture PIC X(1) VALUE 'N'.
01 WS-DateJour   PIC X(8).
01 WS-DomaineMagasin PIC X(1) VALUE 'M'.
01 WS-PeriodeJour PIC X(6).
01 WS-PeriodeOuverte PIC X(1).
01 WS-NbBalayees PIC 9(3) VALUE ZERO.
01 WS-TotalBalaye PIC 9(8)V99 VALUE ZERO.
01 WS-Idx        PIC 9(3).

PROCEDURE DIVISION.
    PERFORM CHARGER-DATE-VALEUR
    PERFORM CONTROLER-PERIODE-JOUR
    PERFORM CHARGER-CARTES
    IF WS-NbCartes = ZERO THEN
      DISPLAY "Aucune carte cadeau enregistrée."
      CLOSE datevaleur
    END-IF.

CONTROLER-PERIODE-JOUR.
    MOVE WS-DateJour(1:6) TO WS-PeriodeJour
    CALL 'ControlerPeriode' USING WS-DomaineMagasin WS-PeriodeJour
                                  WS-PeriodeOuverte
    IF WS-PeriodeOuverte NOT = 'O' THEN
      DISPLAY "La période " WS-PeriodeJour " de la journée " WS-DateJour
              " est close : aucun breakage n'y est passé."
      STOP RUN
    END-IF.

CHARGER-CARTES.
    OPEN INPUT cartescadeaux
    IF WS-CARTES-STATUS = "00" THEN
