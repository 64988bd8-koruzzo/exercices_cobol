*> clôture pour la même journée est refusée), déplace les tickets
*> clôturés vers l'archive cumulative recuarchive.txt (chaque ticket
*> porte déjà sa date) et repart avec un recu.txt vide. Le magasin peut
*> enfin rapprocher sa caisse de nos tickets jour par jour. Une journée
*> d'une période close du magasin (ControlerPeriode, GestionPeriodes)
*> ne se clôture plus : son Z a été remis avec le mois.
*> Le Z est aussi produit caisse par caisse (RE-Caisse de chaque
*> ticket) : tickets, avoirs, net et ventilation des paiements de la
*> caisse, caissiers qui s'y sont succédé, et le montant compté au
*> tiroir de cette caisse, saisi à la clôture, face à ses espèces
*> théoriques (écart MANQUANT / EXCEDENT). Les Z de caisse sont
*> historisés dans zcaisses.txt ; zrapports.txt garde une seule ligne,
*> le total du magasin, que ReglementCaisseBanque remet en banque. Les
*> tickets sans caisse (lots de CalculReductionsBatch, anciens tickets)
*> sont présentés à part, hors tiroir.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ZJOURNAL-STATUS.

  SELECT zcaisses ASSIGN TO "zcaisses.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ZCAISSES-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
   05 AR-MontantCarte  PIC 9(6)V99.
   05 AR-MontantCheque PIC 9(6)V99.
   05 AR-MontantCadeau PIC 9(6)V99.
   05 AR-Caisse        PIC X(1).
   05 AR-Caissier      PIC X(6).

FD zrapport.
01 ZRapportLigne PIC X(100).
   05 ZR-TVA        PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 ZR-NetEspeces PIC S9(10)V99 SIGN LEADING SEPARATE.

FD zcaisses.
01 ZCaisseRecord.
   05 ZC-Numero     PIC 9(4).
   05 ZC-Date       PIC X(8).
   05 ZC-Caisse     PIC X(1).
   05 ZC-NbTickets  PIC 9(6).
   05 ZC-NbAvoirs   PIC 9(6).
   05 ZC-Net        PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 ZC-Especes    PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 ZC-Cartes     PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 ZC-Cheques    PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 ZC-Compte     PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 ZC-Ecart      PIC S9(10)V99 SIGN LEADING SEPARATE.

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
01 WS-ZRAPPORT-STATUS  PIC XX.
01 WS-ZJOURNAL-STATUS  PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-ZCAISSES-STATUS  PIC XX.

01 WS-FinLecture  PIC X(1) VALUE 'N'.
01 WS-DateJour    PIC X(8).
01 WS-DomaineMagasin PIC X(1) VALUE 'M'.
01 WS-PeriodeJour PIC X(6).
01 WS-PeriodeOuverte PIC X(1).
01 WS-DejaCloture PIC X(1) VALUE 'N'.
01 WS-NumeroZ     PIC 9(4) VALUE 1.

01 WS-TotalCartes    PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalCheques   PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.

*> Totaux par caisse : postes 1 à 9 pour les caisses, poste 10 pour
*> les tickets sans caisse (lots, anciens tickets), qui n'ont pas de
*> tiroir à compter.
01 WS-TableCaisses.
   05 WS-CaisseEntree OCCURS 10 TIMES.
      10 WS-ZC-NbTickets   PIC 9(6).
      10 WS-ZC-NbAvoirs    PIC 9(6).
      10 WS-ZC-Net         PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-ZC-Especes     PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-ZC-Cartes      PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-ZC-Cheques     PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-ZC-Compte      PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-ZC-Ecart       PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-ZC-NbCaissiers PIC 9(1).
      10 WS-ZC-Caissier    PIC X(6) OCCURS 5 TIMES.
01 CAISSE-HORS-TIROIR PIC 9(2) VALUE 10.
01 WS-IdxCaisse      PIC 9(2).
01 WS-IdxCaissier    PIC 9(1).
01 WS-CaisseLue      PIC X(1).
01 WS-CaisseLueNum REDEFINES WS-CaisseLue PIC 9(1).
01 WS-CaissierConnu  PIC X(1).
01 WS-MontantCompte  PIC 9(8)V99.
01 WS-LigneCaissiers PIC X(40).
01 WS-PosCaissiers   PIC 9(2).

PROCEDURE DIVISION.
    PERFORM CHARGER-DATE-VALEUR
    PERFORM CONTROLER-PERIODE-JOUR
    PERFORM CONTROLER-CLOTURE-UNIQUE
    IF WS-DejaCloture = 'O' THEN
        DISPLAY "La journée " WS-DateJour " est déjà clôturée "
        STOP RUN
    END-IF

    PERFORM COMPTER-TIROIR
        VARYING WS-IdxCaisse FROM 1 BY 1 UNTIL WS-IdxCaisse > 9
    PERFORM ECRIRE-RAPPORT-Z
    PERFORM JOURNALISER-CLOTURE
    PERFORM JOURNALISER-CAISSE
        VARYING WS-IdxCaisse FROM 1 BY 1 UNTIL WS-IdxCaisse > 9
    PERFORM VIDER-RECU

    DISPLAY "Rapport Z n° " WS-NumeroZ " du " WS-DateJour " : "
        CLOSE datevaleur
    END-IF.

CONTROLER-PERIODE-JOUR.
    MOVE WS-DateJour(1:6) TO WS-PeriodeJour
    CALL 'ControlerPeriode' USING WS-DomaineMagasin WS-PeriodeJour
                                  WS-PeriodeOuverte
    IF WS-PeriodeOuverte NOT = 'O' THEN
        DISPLAY "La période " WS-PeriodeJour " de la journée " WS-DateJour
                " est close : clôture de caisse refusée."
        STOP RUN
    END-IF.

CONTROLER-CLOTURE-UNIQUE.
    OPEN INPUT zjournal
    IF WS-ZJOURNAL-STATUS = "00" THEN
    END-READ.

ARCHIVER-ET-TOTALISER.
    PERFORM VARYING WS-IdxCaisse FROM 1 BY 1 UNTIL WS-IdxCaisse > 10
        INITIALIZE WS-CaisseEntree(WS-IdxCaisse)
    END-PERFORM
    OPEN INPUT recu
    IF WS-RECU-STATUS NOT = "00" THEN
        DISPLAY "recu.txt introuvable."
              ADD RE-MontantCarte TO WS-TotalCartes
              ADD RE-MontantCheque TO WS-TotalCheques
            END-IF
            PERFORM TOTALISER-CAISSE
            MOVE RE-NumTicket    TO AR-NumTicket
            MOVE RE-Date         TO AR-Date
            MOVE RE-MontantEntre TO AR-MontantEntre
            MOVE RE-MontantCarte TO AR-MontantCarte
            MOVE RE-MontantCheque TO AR-MontantCheque
            MOVE RE-MontantCadeau TO AR-MontantCadeau
            MOVE RE-Caisse       TO AR-Caisse
            MOVE RE-Caissier     TO AR-Caissier
            WRITE ArchiveRecuRecord
    END-READ.

*> Les montants du ticket sont déjà ramenés à zéro et la part espèces
*> calculée par ARCHIVER-TICKET-SUIVANT.
TOTALISER-CAISSE.
    MOVE RE-Caisse TO WS-CaisseLue
    IF WS-CaisseLue >= '1' AND WS-CaisseLue <= '9' THEN
        MOVE WS-CaisseLueNum TO WS-IdxCaisse
    ELSE
        MOVE CAISSE-HORS-TIROIR TO WS-IdxCaisse
    END-IF
    IF RECU-AVOIR THEN
        ADD 1 TO WS-ZC-NbAvoirs(WS-IdxCaisse)
        SUBTRACT RE-MontantFinal FROM WS-ZC-Net(WS-IdxCaisse)
        SUBTRACT WS-PartEspeces FROM WS-ZC-Especes(WS-IdxCaisse)
        SUBTRACT RE-MontantCarte FROM WS-ZC-Cartes(WS-IdxCaisse)
        SUBTRACT RE-MontantCheque FROM WS-ZC-Cheques(WS-IdxCaisse)
    ELSE
        ADD 1 TO WS-ZC-NbTickets(WS-IdxCaisse)
        ADD RE-MontantFinal TO WS-ZC-Net(WS-IdxCaisse)
        ADD WS-PartEspeces TO WS-ZC-Especes(WS-IdxCaisse)
        ADD RE-MontantCarte TO WS-ZC-Cartes(WS-IdxCaisse)
        ADD RE-MontantCheque TO WS-ZC-Cheques(WS-IdxCaisse)
    END-IF
    IF RE-Caissier NOT = SPACES THEN
        MOVE 'N' TO WS-CaissierConnu
        PERFORM VARYING WS-IdxCaissier FROM 1 BY 1
                UNTIL WS-IdxCaissier > WS-ZC-NbCaissiers(WS-IdxCaisse)
            IF WS-ZC-Caissier(WS-IdxCaisse, WS-IdxCaissier) = RE-Caissier
                MOVE 'O' TO WS-CaissierConnu
            END-IF
        END-PERFORM
        IF WS-CaissierConnu = 'N' AND WS-ZC-NbCaissiers(WS-IdxCaisse) < 5
            ADD 1 TO WS-ZC-NbCaissiers(WS-IdxCaisse)
            MOVE RE-Caissier TO WS-ZC-Caissier(WS-IdxCaisse,
                                               WS-ZC-NbCaissiers(WS-IdxCaisse))
        END-IF
    END-IF.

*> Chaque caisse qui a travaillé dans la journée compte son tiroir :
*> seul l'encaissé espèces de la caisse s'y compare.
COMPTER-TIROIR.
    IF WS-ZC-NbTickets(WS-IdxCaisse) > ZERO
       OR WS-ZC-NbAvoirs(WS-IdxCaisse) > ZERO THEN
        MOVE WS-IdxCaisse TO WS-CaisseLueNum
        DISPLAY "Caisse " WS-CaisseLue " - espèces théoriques : "
                WS-ZC-Especes(WS-IdxCaisse)
        DISPLAY "Montant compté au tiroir de la caisse " WS-CaisseLue
                " : "
        ACCEPT WS-MontantCompte
        MOVE WS-MontantCompte TO WS-ZC-Compte(WS-IdxCaisse)
        COMPUTE WS-ZC-Ecart(WS-IdxCaisse) = WS-MontantCompte
                                          - WS-ZC-Especes(WS-IdxCaisse)
    END-IF.

ECRIRE-RAPPORT-Z.
    OPEN OUTPUT zrapport
    MOVE SPACES TO ZRapportLigne
      INTO ZRapportLigne
    END-STRING
    WRITE ZRapportLigne
    PERFORM ECRIRE-Z-CAISSE
        VARYING WS-IdxCaisse FROM 1 BY 1 UNTIL WS-IdxCaisse > 10
    CLOSE zrapport.

ECRIRE-Z-CAISSE.
    IF WS-ZC-NbTickets(WS-IdxCaisse) = ZERO
       AND WS-ZC-NbAvoirs(WS-IdxCaisse) = ZERO THEN
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO ZRapportLigne
    WRITE ZRapportLigne
    MOVE SPACES TO ZRapportLigne
    IF WS-IdxCaisse = CAISSE-HORS-TIROIR THEN
        MOVE "HORS CAISSE (lots, anciens tickets)" TO ZRapportLigne
    ELSE
        MOVE WS-IdxCaisse TO WS-CaisseLueNum
        MOVE SPACES TO WS-LigneCaissiers
        MOVE 1 TO WS-PosCaissiers
        PERFORM VARYING WS-IdxCaissier FROM 1 BY 1
                UNTIL WS-IdxCaissier > WS-ZC-NbCaissiers(WS-IdxCaisse)
            STRING WS-ZC-Caissier(WS-IdxCaisse, WS-IdxCaissier)
                       DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
              INTO WS-LigneCaissiers
              WITH POINTER WS-PosCaissiers
            END-STRING
        END-PERFORM
        STRING "CAISSE " DELIMITED BY SIZE
               WS-CaisseLue DELIMITED BY SIZE
               " - caissier(s) : " DELIMITED BY SIZE
               WS-LigneCaissiers DELIMITED BY SIZE
          INTO ZRapportLigne
        END-STRING
    END-IF
    WRITE ZRapportLigne
    MOVE SPACES TO ZRapportLigne
    STRING "  Tickets      : " DELIMITED BY SIZE
           WS-ZC-NbTickets(WS-IdxCaisse) DELIMITED BY SIZE
           "   avoirs : " DELIMITED BY SIZE
           WS-ZC-NbAvoirs(WS-IdxCaisse) DELIMITED BY SIZE
      INTO ZRapportLigne
    END-STRING
    WRITE ZRapportLigne
    MOVE SPACES TO ZRapportLigne
    STRING "  Net encaissé : " DELIMITED BY SIZE
           WS-ZC-Net(WS-IdxCaisse) DELIMITED BY SIZE
      INTO ZRapportLigne
    END-STRING
    WRITE ZRapportLigne
    MOVE SPACES TO ZRapportLigne
    STRING "  Espèces (TTC): " DELIMITED BY SIZE
           WS-ZC-Especes(WS-IdxCaisse) DELIMITED BY SIZE
      INTO ZRapportLigne
    END-STRING
    WRITE ZRapportLigne
    MOVE SPACES TO ZRapportLigne
    STRING "  Cartes (TTC) : " DELIMITED BY SIZE
           WS-ZC-Cartes(WS-IdxCaisse) DELIMITED BY SIZE
      INTO ZRapportLigne
    END-STRING
    WRITE ZRapportLigne
    MOVE SPACES TO ZRapportLigne
    STRING "  Chèques (TTC): " DELIMITED BY SIZE
           WS-ZC-Cheques(WS-IdxCaisse) DELIMITED BY SIZE
      INTO ZRapportLigne
    END-STRING
    WRITE ZRapportLigne
    IF WS-IdxCaisse = CAISSE-HORS-TIROIR THEN
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO ZRapportLigne
    STRING "  Compté tiroir: " DELIMITED BY SIZE
           WS-ZC-Compte(WS-IdxCaisse) DELIMITED BY SIZE
      INTO ZRapportLigne
    END-STRING
    WRITE ZRapportLigne
    MOVE SPACES TO ZRapportLigne
    STRING "  Ecart        : " DELIMITED BY SIZE
           WS-ZC-Ecart(WS-IdxCaisse) DELIMITED BY SIZE
      INTO ZRapportLigne
    END-STRING
    IF WS-ZC-Ecart(WS-IdxCaisse) < ZERO THEN
        MOVE "MANQUANT" TO ZRapportLigne(40:8)
    END-IF
    IF WS-ZC-Ecart(WS-IdxCaisse) > ZERO THEN
        MOVE "EXCEDENT" TO ZRapportLigne(40:8)
    END-IF
    WRITE ZRapportLigne.

JOURNALISER-CLOTURE.
    OPEN EXTEND zjournal
    IF WS-ZJOURNAL-STATUS NOT = "00" THEN
    WRITE ZJournalRecord
    CLOSE zjournal.

*> Un Z de caisse par caisse ayant travaillé, sous le numéro du Z du
*> magasin ; les tickets hors caisse ne restent qu'au total magasin.
JOURNALISER-CAISSE.
    IF WS-ZC-NbTickets(WS-IdxCaisse) = ZERO
       AND WS-ZC-NbAvoirs(WS-IdxCaisse) = ZERO THEN
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND zcaisses
    IF WS-ZCAISSES-STATUS NOT = "00" THEN
        OPEN OUTPUT zcaisses
    END-IF
    MOVE WS-IdxCaisse TO WS-CaisseLueNum
    MOVE WS-NumeroZ   TO ZC-Numero
    MOVE WS-DateJour  TO ZC-Date
    MOVE WS-CaisseLue TO ZC-Caisse
    MOVE WS-ZC-NbTickets(WS-IdxCaisse) TO ZC-NbTickets
    MOVE WS-ZC-NbAvoirs(WS-IdxCaisse)  TO ZC-NbAvoirs
    MOVE WS-ZC-Net(WS-IdxCaisse)       TO ZC-Net
    MOVE WS-ZC-Especes(WS-IdxCaisse)   TO ZC-Especes
    MOVE WS-ZC-Cartes(WS-IdxCaisse)    TO ZC-Cartes
    MOVE WS-ZC-Cheques(WS-IdxCaisse)   TO ZC-Cheques
    MOVE WS-ZC-Compte(WS-IdxCaisse)    TO ZC-Compte
    MOVE WS-ZC-Ecart(WS-IdxCaisse)     TO ZC-Ecart
    WRITE ZCaisseRecord
    CLOSE zcaisses.

VIDER-RECU.
    OPEN OUTPUT recu
    CLOSE recu.
