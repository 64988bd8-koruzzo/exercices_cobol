*> (DETERMINER-TAUX) et de coupon (APPLIQUER-COUPON) que la saisie
*> interactive, écrit son ticket dans recu.txt et s'ajoute au
*> récapitulatif (lignes traitées / rejetées). Plus personne ne
*> re-saisit les ventes une à une. Aucun lot n'est posté dans une
*> période close du magasin (ControlerPeriode, GestionPeriodes).
*> Les tickets du lot ne viennent d'aucune caisse : caisse et caissier
*> à blanc, numéro pris dans la séquence commune ticketsequence.txt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-MaxUsagesCoupon PIC 9(4).

01 WS-DateJour     PIC X(8).
01 WS-DomaineMagasin PIC X(1) VALUE 'M'.
01 WS-PeriodeJour  PIC X(6).
01 WS-PeriodeOuverte PIC X(1).
01 WS-NbTraitees   PIC 9(6) VALUE ZERO.
01 WS-NbRejetees   PIC 9(6) VALUE ZERO.
01 WS-TAUXFID-STATUS PIC XX.
PROCEDURE DIVISION.
    PERFORM CHARGER-PALIERS
    PERFORM CHARGER-DATE-VALEUR
    PERFORM CONTROLER-PERIODE-JOUR

    OPEN INPUT ventes
    IF WS-VENTES-STATUS NOT = "00" THEN
        CLOSE datevaleur
    END-IF.

CONTROLER-PERIODE-JOUR.
    MOVE WS-DateJour(1:6) TO WS-PeriodeJour
    CALL 'ControlerPeriode' USING WS-DomaineMagasin WS-PeriodeJour
                                  WS-PeriodeOuverte
    IF WS-PeriodeOuverte NOT = 'O' THEN
        DISPLAY "La période " WS-PeriodeJour " de la journée " WS-DateJour
                " est close : lot de ventes refusé."
        STOP RUN
    END-IF.

LIRE-VENTE.
    READ ventes
        AT END MOVE 'O' TO WS-FinVentes
    MOVE ZERO TO RE-MontantCarte
    MOVE ZERO TO RE-MontantCheque
    MOVE ZERO TO RE-MontantCadeau
    MOVE SPACE  TO RE-Caisse
    MOVE SPACES TO RE-Caissier
    WRITE RecuRecord
    CLOSE recu.

