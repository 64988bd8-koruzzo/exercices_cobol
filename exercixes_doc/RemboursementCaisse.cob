*> remboursé refuse un second avoir. Un retour de marchandise remet
*> les quantités des lignes du ticket d'origine (reculignes.txt) au
*> stock des produits (colonne PD-Stock de produits.txt).
*> L'avoir est daté de la journée comptable, jamais du ticket d'origine :
*> aucun avoir n'est émis quand la journée tombe dans une période close
*> du magasin (ControlerPeriode, GestionPeriodes côté banque) et l'avoir
*> d'un ticket d'une période close est imputé sur la période courante,
*> rattaché à son ticket par RE-RefOrigine.
*> L'avoir est émis sur une caisse ouverte du jour (OuvertureCaisse) :
*> il porte la caisse et le caissier connecté, prend son numéro dans la
*> séquence de cette caisse et se déduit de son tiroir au Z. Si le
*> ticket d'origine a été facturé, la facture d'avoir est émise dans
*> la foulée (EmettreFacture).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ARCHIVE-STATUS.

  SELECT ticketseq ASSIGN TO WS-NomTicketSeq
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TICKETSEQ-STATUS.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

  SELECT caisses ASSIGN TO "caisses.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CAISSES-STATUS.

  SELECT reculignes ASSIGN TO "reculignes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

FD caisses.
COPY "CAISSES.cpy".

FD reculignes.
01 ReculigneRecord.
   05 RL-NumTicket    PIC 9(6).
   05 PD-Prix         PIC 9(6)V99.
   05 PD-CategorieTVA PIC X(2).
   05 PD-Stock        PIC 9(5).
   05 PD-Fournisseur  PIC X(6).
   05 PD-QteReappro   PIC 9(5).
   05 PD-PrixAchat    PIC 9(6)V99.
   05 PD-CoutMoyen    PIC 9(6)V99.

WORKING-STORAGE SECTION.
01 WS-RECU-STATUS      PIC XX.
01 WS-ARCHIVE-STATUS   PIC XX.
01 WS-TICKETSEQ-STATUS PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-CAISSES-STATUS   PIC XX.

01 WS-Caisse       PIC X(1).
01 WS-CaisseNum REDEFINES WS-Caisse PIC 9(1).
01 WS-Caissier     PIC X(6).
01 WS-NomCaissier  PIC X(30).
01 WS-FinCaisses   PIC X(1).
01 WS-NomTicketSeq PIC X(35).

01 WS-ClientFacture PIC X(6) VALUE SPACES.
01 WS-NumeroFacture PIC 9(6).
01 WS-RetourFacture PIC X(1).

01 WS-FinLecture    PIC X(1).
01 WS-DateJour      PIC X(8).
      10 WS-PD-Prix         PIC 9(6)V99.
      10 WS-PD-CategorieTVA PIC X(2).
      10 WS-PD-Stock        PIC X(5).
      10 WS-PD-Fournisseur  PIC X(6).
      10 WS-PD-QteReappro   PIC X(5).
      10 WS-PD-PrixAchat    PIC 9(6)V99.
      10 WS-PD-CoutMoyen    PIC 9(6)V99.
01 WS-NbProduits PIC 9(2) VALUE ZERO.
01 WS-StockRendu PIC X(1) VALUE 'N'.
01 WS-VenteCadeau PIC X(1) VALUE 'N'.
01 WS-OrigReduc PIC 9(6)V99.
01 WS-OrigNet   PIC 9(6)V99.
01 WS-OrigTVA   PIC 9(6)V99.
01 WS-OrigDate  PIC X(8).

01 WS-DomaineMagasin PIC X(1) VALUE 'M'.
01 WS-PeriodeControlee PIC X(6).
01 WS-PeriodeOuverte PIC X(1).

PROCEDURE DIVISION.
    DISPLAY "Remboursement / annulation d'une vente."
    PERFORM CHARGER-DATE-VALEUR
    MOVE WS-DateJour(1:6) TO WS-PeriodeControlee
    CALL 'ControlerPeriode' USING WS-DomaineMagasin WS-PeriodeControlee
                                  WS-PeriodeOuverte
    IF WS-PeriodeOuverte NOT = 'O' THEN
        DISPLAY "La période " WS-PeriodeControlee " de la journée "
                WS-DateJour " est close, aucun avoir ne peut y être émis."
        STOP RUN
    END-IF
    PERFORM IDENTIFIER-CAISSE
    DISPLAY "Numéro du ticket d'origine : "
    ACCEPT WS-NumOrigine

                "second remboursement refusé."
        STOP RUN
    END-IF
    IF WS-OrigDate NOT = SPACES THEN
        MOVE WS-OrigDate(1:6) TO WS-PeriodeControlee
        CALL 'ControlerPeriode' USING WS-DomaineMagasin
                                      WS-PeriodeControlee WS-PeriodeOuverte
        IF WS-PeriodeOuverte NOT = 'O' THEN
            DISPLAY "Le ticket " WS-NumOrigine " appartient à la période "
                    "close " WS-PeriodeControlee " : l'avoir est imputé "
                    "sur la période courante."
        END-IF
    END-IF

    DISPLAY "Ticket d'origine : brut " WS-OrigBrut " réduction " WS-OrigReduc
            " net " WS-OrigNet " TVA " WS-OrigTVA
    END-IF
    DISPLAY "Avoir n° " WS-NumTicket " émis sur le ticket " WS-NumOrigine
            " pour " WS-OrigNet "€ (motif " WS-MotifSaisi ")."
    PERFORM FACTURER-AVOIR
    STOP RUN.

RECHERCHER-ORIGINE-VIVANTE.
                MOVE RE-Reduction    TO WS-OrigReduc
                MOVE RE-MontantFinal TO WS-OrigNet
                MOVE RE-TVA          TO WS-OrigTVA
                MOVE RE-Date         TO WS-OrigDate
            END-IF
            IF RECU-AVOIR AND RE-RefOrigine = WS-NumOrigine THEN
                MOVE 'O' TO WS-DejaRembourse
                MOVE AR-Reduction    TO WS-OrigReduc
                MOVE AR-MontantFinal TO WS-OrigNet
                MOVE AR-TVA          TO WS-OrigTVA
                MOVE AR-Date         TO WS-OrigDate
            END-IF
            IF AR-Sens = 'A' AND AR-RefOrigine = WS-NumOrigine THEN
                MOVE 'O' TO WS-DejaRembourse
            END-IF
    END-READ.

CHARGER-DATE-VALEUR.
    ACCEPT WS-DateJour FROM DATE YYYYMMDD
    OPEN INPUT datevaleur
    IF WS-DATEVALEUR-STATUS = "00" THEN
                END-IF
        END-READ
        CLOSE datevaleur
    END-IF.

*> Même contrôle de connexion que CalculateurReductions : pas d'avoir
*> sur une caisse sans caissier connecté du jour.
IDENTIFIER-CAISSE.
    DISPLAY "Numéro de caisse (1 à 9) : "
    ACCEPT WS-Caisse
    IF WS-Caisse < '1' OR WS-Caisse > '9' THEN
        DISPLAY "Caisse inconnue, remboursement annulé."
        STOP RUN
    END-IF
    MOVE SPACES TO WS-Caissier
    OPEN INPUT caisses
    IF WS-CAISSES-STATUS = "00" THEN
        MOVE 'N' TO WS-FinCaisses
        PERFORM LIRE-CAISSE-SUIVANTE UNTIL WS-FinCaisses = 'O'
        CLOSE caisses
    END-IF
    IF WS-Caissier = SPACES THEN
        DISPLAY "Aucun caissier connecté à la caisse " WS-Caisse
                " pour la journée " WS-DateJour " (OuvertureCaisse) : "
                "remboursement annulé."
        STOP RUN
    END-IF
    DISPLAY "Caisse " WS-Caisse " - caissier " WS-Caissier " "
            WS-NomCaissier
    MOVE SPACES TO WS-NomTicketSeq
    STRING "ticketcaisse" WS-Caisse ".txt"
        DELIMITED BY SIZE INTO WS-NomTicketSeq.

LIRE-CAISSE-SUIVANTE.
    READ caisses
        AT END MOVE 'O' TO WS-FinCaisses
        NOT AT END
            IF CA-Caisse = WS-Caisse AND CAISSE-OUVERTE
               AND CA-Date = WS-DateJour THEN
                MOVE CA-Caissier TO WS-Caissier
                MOVE CA-Nom      TO WS-NomCaissier
            END-IF
    END-READ.

ECRIRE-AVOIR.
    COMPUTE WS-NumTicket = WS-CaisseNum * 100000 + 1
    OPEN INPUT ticketseq
    IF WS-TICKETSEQ-STATUS = "00" THEN
        READ ticketseq
    MOVE ZERO TO RE-MontantCarte
    MOVE ZERO TO RE-MontantCheque
    MOVE ZERO TO RE-MontantCadeau
    MOVE WS-Caisse   TO RE-Caisse
    MOVE WS-Caissier TO RE-Caissier
    WRITE RecuRecord
    CLOSE recu.

*> L'avoir d'un ticket facturé donne d'office sa facture d'avoir, qui
*> cite la facture d'origine (EmettreFacture) ; un ticket jamais
*> facturé n'en demande pas.
FACTURER-AVOIR.
    CALL 'EmettreFacture' USING WS-NumTicket WS-ClientFacture
                                WS-NumeroFacture WS-RetourFacture
    IF WS-RetourFacture = 'O' THEN
        DISPLAY "Ticket d'origine facturé : facture d'avoir n° "
                WS-NumeroFacture " émise (facture-" WS-NumeroFacture
                ".txt)."
    END-IF.

*> Retour de marchandise (motif RT) : les quantités des lignes du
*> ticket d'origine reviennent au stock. Les autres motifs (erreur de
*> saisie, annulation) ne bougent pas le stock : la marchandise n'a
        MOVE PD-Prix         TO WS-PD-Prix(WS-NbProduits)
        MOVE PD-CategorieTVA TO WS-PD-CategorieTVA(WS-NbProduits)
        MOVE PD-Stock        TO WS-PD-Stock(WS-NbProduits)
        MOVE PD-Fournisseur  TO WS-PD-Fournisseur(WS-NbProduits)
        MOVE PD-QteReappro   TO WS-PD-QteReappro(WS-NbProduits)
        MOVE PD-PrixAchat    TO WS-PD-PrixAchat(WS-NbProduits)
        MOVE PD-CoutMoyen    TO WS-PD-CoutMoyen(WS-NbProduits)
    END-READ.

SAUVER-PRODUITS.
      MOVE WS-PD-Prix(WS-Idx)         TO PD-Prix
      MOVE WS-PD-CategorieTVA(WS-Idx) TO PD-CategorieTVA
      MOVE WS-PD-Stock(WS-Idx)        TO PD-Stock
      MOVE WS-PD-Fournisseur(WS-Idx)  TO PD-Fournisseur
      MOVE WS-PD-QteReappro(WS-Idx)   TO PD-QteReappro
      MOVE WS-PD-PrixAchat(WS-Idx)    TO PD-PrixAchat
      MOVE WS-PD-CoutMoyen(WS-Idx)    TO PD-CoutMoyen
      WRITE ProduitRecord
    END-PERFORM
    CLOSE produits.
