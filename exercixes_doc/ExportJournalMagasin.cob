IDENTIFICATION DIVISION.
PROGRAM-ID. ExportJournalMagasin.

*> Interface comptable du magasin, à lancer après ClotureCaisseJour :
*> convertit la journée clôturée (rapport Z de zrapports.txt, tickets
*> archivés dans recuarchive.txt) en lignes de journal équilibrées
*> débit/crédit et écrit journalmagasin.txt, au même format que
*> l'interface de la banque (grandlivre.txt d'ExportGrandLivre) et avec
*> le même trailer de contrôle (FIN : nombre de lignes ; HSH : somme
*> des montants et somme des numéros de pièce). Le comptable charge les
*> deux fichiers de la même façon au lieu de ressaisir le Z.
*> Chaque écriture est un couple débit/crédit du même montant, la pièce
*> étant le numéro du Z. Les ventes et les encaissements se rejoignent
*> par le compte de centralisation de la caisse (471100), soldé en fin
*> de journée :
*>   VTE ventes nettes par taux (7070tt, tt = taux entier) et TVA
*>       collectée par taux (4457tt), les lignes de chaque ticket
*>       (reculignes.txt) ventilées au prorata de la remise du ticket
*>       comme dans DeclarationTVA ; l'écart d'arrondi du ticket va au
*>       taux de sa dernière ligne taxée, pour que le ticket tombe juste.
*>       Les cartes cadeaux vendues (catégorie NC) vont au passif des
*>       cartes (419100) ; la remise de paliers portée par ces lignes
*>       (valeur chargée de cartesjournal.txt moins le net du ticket)
*>       passe en rabais accordés (709100).
*>   AVO avoirs (RE-Sens 'A'), mêmes comptes en sens inverse, ventilés
*>       sur les lignes du ticket d'origine.
*>   ENC encaissements : espèces (530000), cartes bancaires à encaisser
*>       (511200), chèques à encaisser (511300) et cartes cadeaux
*>       utilisées (débit du passif 419100), nets des avoirs.
*>   CAD breakage des cartes cadeaux balayées dans la journée
*>       (cartesjournal.txt, sens 'B') : passif 419100 vers 758000.
*>   FID passif de fidélité (pointsjournal.txt) : points gagnés
*>       provisionnés (709700 vers 419200), points utilisés repris
*>       (419200 vers 709700) — la remise elle-même est déjà dans le
*>       net du ticket. Valeur au taux de conversionpoints.txt (défaut
*>       0,01 €/point), comme PointsPassif.
*>   DEM démarque du jour (demarques.txt) au coût, par motif : 607100
*>       pertes sur stock par le crédit du stock 370000.
*> Une journée non clôturée, ou d'une période close du magasin
*> (ControlerPeriode, GestionPeriodes), n'est pas exportée.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT zjournal ASSIGN TO "zrapports.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ZJOURNAL-STATUS.

  SELECT archive ASSIGN TO "recuarchive.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ARCHIVE-STATUS.

  SELECT reculignes ASSIGN TO "reculignes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECULIGNES-STATUS.

  SELECT tauxtva ASSIGN TO "tauxtva.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TAUXTVA-STATUS.

  SELECT cartesjournal ASSIGN TO "cartesjournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CARTESJOURNAL-STATUS.

  SELECT pointsjournal ASSIGN TO "pointsjournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-POINTSJOURNAL-STATUS.

  SELECT conversionpoints ASSIGN TO "conversionpoints.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CONVPOINTS-STATUS.

  SELECT demarques ASSIGN TO "demarques.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DEMARQUES-STATUS.

  SELECT journalmagasin ASSIGN TO "journalmagasin.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-JM-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD zjournal.
01 ZJournalRecord.
   05 ZR-Numero     PIC 9(4).
   05 ZR-Date       PIC X(8).
   05 ZR-NbTickets  PIC 9(6).
   05 ZR-Brut       PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 ZR-Reductions PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 ZR-Net        PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 ZR-TVA        PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 ZR-NetEspeces PIC S9(10)V99 SIGN LEADING SEPARATE.

FD archive.
01 ArchiveRecuRecord.
   05 AR-NumTicket     PIC 9(6).
   05 AR-Date          PIC X(8).
   05 AR-MontantEntre  PIC 9(6)V99.
   05 AR-Reduction     PIC 9(6)V99.
   05 AR-MontantFinal  PIC 9(6)V99.
   05 AR-TVA           PIC 9(6)V99.
   05 AR-Sens          PIC X(1).
   05 AR-RefOrigine    PIC 9(6).
   05 AR-Motif         PIC X(2).
   05 AR-ModePaiement  PIC X(1).
   05 AR-MontantCarte  PIC 9(6)V99.
   05 AR-MontantCheque PIC 9(6)V99.
   05 AR-MontantCadeau PIC 9(6)V99.
   05 AR-Caisse        PIC X(1).
   05 AR-Caissier      PIC X(6).

FD reculignes.
01 ReculigneRecord.
   05 RL-NumTicket    PIC 9(6).
   05 RL-CodeProduit  PIC X(6).
   05 RL-Libelle      PIC X(20).
   05 RL-Quantite     PIC 9(3).
   05 RL-PrixUnitaire PIC 9(6)V99.
   05 RL-MontantLigne PIC 9(6)V99.
   05 RL-CategorieTVA PIC X(2).

FD tauxtva.
01 TauxTvaRecord.
   05 TV-Categorie PIC X(2).
   05 TV-Taux      PIC 9(2)V9(4).

FD cartesjournal.
01 CarteJournalRecord.
   05 CJ-Date    PIC X(8).
   05 CJ-Numero  PIC X(10).
   05 CJ-Ticket  PIC 9(6).
   05 CJ-Sens    PIC X(1).
   05 CJ-Montant PIC 9(6)V99.

FD pointsjournal.
01 PointsJournalRecord.
   05 PJ-Date   PIC X(8).
   05 PJ-Numero PIC X(8).
   05 PJ-Ticket PIC 9(6).
   05 PJ-Sens   PIC X(1).
   05 PJ-Points PIC 9(6).

FD conversionpoints.
01 ConversionPointsLigne PIC X(7).

FD demarques.
COPY "DEMARQUE.cpy".

FD journalmagasin.
01 GrandLivreRecord.
   05 GL-Date    PIC X(8).
   05 GL-Journal PIC X(3).
   05 GL-Sens    PIC X(1).
   05 GL-Compte  PIC X(6).
   05 GL-Montant PIC 9(10)V99.
   05 GL-Piece   PIC 9(9).
   05 GL-Libelle PIC X(30).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-ZJOURNAL-STATUS      PIC XX.
01 WS-ARCHIVE-STATUS       PIC XX.
01 WS-RECULIGNES-STATUS    PIC XX.
01 WS-TAUXTVA-STATUS       PIC XX.
01 WS-CARTESJOURNAL-STATUS PIC XX.
01 WS-POINTSJOURNAL-STATUS PIC XX.
01 WS-CONVPOINTS-STATUS    PIC XX.
01 WS-DEMARQUES-STATUS     PIC XX.
01 WS-JM-STATUS            PIC XX.
01 WS-DATEVALEUR-STATUS    PIC XX.

01 WS-FinLecture PIC X(1) VALUE 'N'.
01 WS-FinLignes  PIC X(1).
01 WS-DateJour   PIC X(8).
01 WS-DomaineMagasin PIC X(1) VALUE 'M'.
01 WS-PeriodeJour    PIC X(6).
01 WS-PeriodeOuverte PIC X(1).
01 WS-JourneeCloturee PIC X(1) VALUE 'N'.
01 WS-NumeroZ    PIC 9(4) VALUE ZERO.

01 WS-NbLignes     PIC 9(6) VALUE ZERO.
01 WS-HashMontants PIC 9(12)V99 VALUE ZERO.
01 WS-HashPieces   PIC 9(12) VALUE ZERO.

*> Couple en cours d'écriture : un montant négatif inverse les comptes.
01 WS-Journal      PIC X(3).
01 WS-CompteDebit  PIC X(6).
01 WS-CompteCredit PIC X(6).
01 WS-CompteEchange PIC X(6).
01 WS-MontantCouple PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-LibelleCouple PIC X(30).

*> Cumuls du jour par taux : postes 1 à 5 pour les taux de tauxtva.txt,
*> poste 6 pour les cartes cadeaux vendues (NC, hors TVA).
01 WS-TableTaux.
   05 WS-TauxEntree OCCURS 6 TIMES.
      10 WS-TX-Categorie     PIC X(2).
      10 WS-TX-Taux          PIC 9(2)V9(4).
      10 WS-TX-CompteVentes  PIC X(6).
      10 WS-TX-CompteTVA     PIC X(6).
      10 WS-TX-NetVentes     PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-TX-TVAVentes     PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-TX-NetAvoirs     PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-TX-TVAAvoirs     PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-TK-Net           PIC S9(8)V99 SIGN LEADING SEPARATE.
      10 WS-TK-TVA           PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-NbTaux PIC 9(1) VALUE ZERO.
01 POSTE-CARTES-CADEAUX PIC 9(1) VALUE 6.
01 WS-Idx     PIC 9(1).
01 WS-IdxTaux PIC 9(1).
01 WS-IdxResidu PIC 9(1).
01 WS-TauxEntier PIC 9(2).

01 WS-AvoirTicket    PIC X(1).
01 WS-TicketLignes   PIC 9(6).
01 WS-BrutTicket     PIC 9(6)V99.
01 WS-FinalTicket    PIC 9(6)V99.
01 WS-TvaTicket      PIC 9(6)V99.
01 WS-LigneTrouvee   PIC X(1).
01 WS-NetLigne       PIC 9(6)V99.
01 WS-TvaLigne       PIC 9(6)V99.
01 WS-TauxLigne      PIC 9(2)V9(4).
01 WS-ResiduNet      PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-ResiduTVA      PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-MontantTTC     PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-PartEspeces    PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-NbTicketsJour  PIC 9(6) VALUE ZERO.

01 WS-TotalEspeces   PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalCartes    PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalCheques   PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalCadeaux   PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.

01 WS-CartesChargees PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-Breakage       PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.

01 CONVERSION-POINTS-DEFAUT PIC 9(2)V9(4) VALUE 0.0100.
01 WS-ConversionPoints PIC 9(2)V9(4).
01 WS-PointsGagnes     PIC 9(8) VALUE ZERO.
01 WS-PointsUtilises   PIC 9(8) VALUE ZERO.

01 WS-DemarquePerime PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-DemarqueCasse  PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-DemarqueVol    PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.

01 COMPTE-CENTRALISATION  PIC X(6) VALUE "471100".
01 COMPTE-CAISSE-MAGASIN  PIC X(6) VALUE "530000".
01 COMPTE-CARTES-BANCAIRES PIC X(6) VALUE "511200".
01 COMPTE-CHEQUES         PIC X(6) VALUE "511300".
01 COMPTE-CARTES-CADEAUX  PIC X(6) VALUE "419100".
01 COMPTE-POINTS-FIDELITE PIC X(6) VALUE "419200".
01 COMPTE-RABAIS          PIC X(6) VALUE "709100".
01 COMPTE-FIDELITE        PIC X(6) VALUE "709700".
01 COMPTE-BREAKAGE        PIC X(6) VALUE "758000".
01 COMPTE-DEMARQUE        PIC X(6) VALUE "607100".
01 COMPTE-STOCK           PIC X(6) VALUE "370000".
01 RACINE-VENTES          PIC X(4) VALUE "7070".
01 RACINE-TVA             PIC X(4) VALUE "4457".

PROCEDURE DIVISION.
    PERFORM CHARGER-DATE-VALEUR
    PERFORM CONTROLER-PERIODE-JOUR
    PERFORM CONTROLER-JOURNEE-CLOTUREE
    IF WS-JourneeCloturee NOT = 'O' THEN
      DISPLAY "La journée " WS-DateJour " n'est pas clôturée (aucun Z "
              "dans zrapports.txt) : journal magasin non produit."
      STOP RUN
    END-IF
    PERFORM CHARGER-TAUX-TVA
    PERFORM CHARGER-CONVERSION-POINTS

    OPEN INPUT archive
    IF WS-ARCHIVE-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM DEPOUILLER-TICKET-SUIVANT UNTIL WS-FinLecture = 'O'
      CLOSE archive
    END-IF
    OPEN INPUT cartesjournal
    IF WS-CARTESJOURNAL-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM CUMULER-CARTE-SUIVANTE UNTIL WS-FinLecture = 'O'
      CLOSE cartesjournal
    END-IF
    OPEN INPUT pointsjournal
    IF WS-POINTSJOURNAL-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM CUMULER-POINTS-SUIVANTS UNTIL WS-FinLecture = 'O'
      CLOSE pointsjournal
    END-IF
    OPEN INPUT demarques
    IF WS-DEMARQUES-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM CUMULER-DEMARQUE-SUIVANTE UNTIL WS-FinLecture = 'O'
      CLOSE demarques
    END-IF

    OPEN OUTPUT journalmagasin
    IF WS-JM-STATUS NOT = "00" THEN
      DISPLAY "journalmagasin.txt inaccessible en écriture ("
              WS-JM-STATUS "), interface non produite."
      STOP RUN
    END-IF
    PERFORM ECRIRE-VENTES
    PERFORM ECRIRE-AVOIRS
    PERFORM ECRIRE-ENCAISSEMENTS
    PERFORM ECRIRE-CARTES-CADEAUX
    PERFORM ECRIRE-FIDELITE
    PERFORM ECRIRE-DEMARQUE
    PERFORM ECRIRE-TRAILER
    CLOSE journalmagasin
    DISPLAY "Journal magasin écrit : " WS-NbLignes " ligne(s) pour la "
            "journée " WS-DateJour " (Z n° " WS-NumeroZ ", "
            WS-NbTicketsJour " ticket(s), journalmagasin.txt)."
    STOP RUN.

CHARGER-DATE-VALEUR.
    ACCEPT WS-DateJour FROM DATE YYYYMMDD
    OPEN INPUT datevaleur
    IF WS-DATEVALEUR-STATUS = "00" THEN
      READ datevaleur
        NOT AT END
          IF DV-Etat = 'O' THEN
            MOVE DV-Date TO WS-DateJour
          END-IF
      END-READ
      CLOSE datevaleur
    END-IF.

CONTROLER-PERIODE-JOUR.
    MOVE WS-DateJour(1:6) TO WS-PeriodeJour
    CALL 'ControlerPeriode' USING WS-DomaineMagasin WS-PeriodeJour
                                  WS-PeriodeOuverte
    IF WS-PeriodeOuverte NOT = 'O' THEN
      DISPLAY "La période " WS-PeriodeJour " est close : le journal "
              "magasin de la journée " WS-DateJour " n'est pas réexporté."
      STOP RUN
    END-IF.

CONTROLER-JOURNEE-CLOTUREE.
    OPEN INPUT zjournal
    IF WS-ZJOURNAL-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-CLOTURE-SUIVANTE UNTIL WS-FinLecture = 'O'
      CLOSE zjournal
    END-IF.

LIRE-CLOTURE-SUIVANTE.
    READ zjournal
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF ZR-Date = WS-DateJour THEN
          MOVE 'O' TO WS-JourneeCloturee
          MOVE ZR-Numero TO WS-NumeroZ
        END-IF
    END-READ.

*> Les comptes de ventes et de TVA d'un taux portent son taux entier
*> (20 % : 707020 et 445720 ; 5,5 % : 707005 et 445705). La catégorie
*> NC des cartes cadeaux a son propre poste, hors tauxtva.txt.
CHARGER-TAUX-TVA.
    OPEN INPUT tauxtva
    IF WS-TAUXTVA-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-TAUX-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbTaux = 5
      CLOSE tauxtva
    END-IF
    IF WS-NbTaux = ZERO THEN
      MOVE 2 TO WS-NbTaux
      MOVE "TR" TO WS-TX-Categorie(1)
      MOVE 5.5000 TO WS-TX-Taux(1)
      MOVE "TN" TO WS-TX-Categorie(2)
      MOVE 20.0000 TO WS-TX-Taux(2)
    END-IF
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 6
      MOVE ZERO TO WS-TX-NetVentes(WS-Idx) WS-TX-TVAVentes(WS-Idx)
                   WS-TX-NetAvoirs(WS-Idx) WS-TX-TVAAvoirs(WS-Idx)
      IF WS-Idx <= WS-NbTaux THEN
        MOVE WS-TX-Taux(WS-Idx) TO WS-TauxEntier
        MOVE SPACES TO WS-TX-CompteVentes(WS-Idx)
                       WS-TX-CompteTVA(WS-Idx)
        STRING RACINE-VENTES DELIMITED BY SIZE
               WS-TauxEntier DELIMITED BY SIZE
          INTO WS-TX-CompteVentes(WS-Idx)
        END-STRING
        STRING RACINE-TVA DELIMITED BY SIZE
               WS-TauxEntier DELIMITED BY SIZE
          INTO WS-TX-CompteTVA(WS-Idx)
        END-STRING
      END-IF
    END-PERFORM
    MOVE "NC" TO WS-TX-Categorie(POSTE-CARTES-CADEAUX)
    MOVE ZERO TO WS-TX-Taux(POSTE-CARTES-CADEAUX)
    MOVE COMPTE-CARTES-CADEAUX TO WS-TX-CompteVentes(POSTE-CARTES-CADEAUX)
    MOVE SPACES TO WS-TX-CompteTVA(POSTE-CARTES-CADEAUX).

LIRE-TAUX-SUIVANT.
    READ tauxtva
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF TV-Categorie NOT = "NC" THEN
          ADD 1 TO WS-NbTaux
          MOVE TV-Categorie TO WS-TX-Categorie(WS-NbTaux)
          MOVE TV-Taux      TO WS-TX-Taux(WS-NbTaux)
        END-IF
    END-READ.

CHARGER-CONVERSION-POINTS.
    MOVE CONVERSION-POINTS-DEFAUT TO WS-ConversionPoints
    OPEN INPUT conversionpoints
    IF WS-CONVPOINTS-STATUS = "00" THEN
      READ conversionpoints
        NOT AT END MOVE ConversionPointsLigne TO WS-ConversionPoints
      END-READ
      CLOSE conversionpoints
    END-IF.

*> Les colonnes de règlement sont à blanc sur les anciens tickets : elles
*> sont ramenées à zéro, et la part espèces est le TTC moins les autres
*> moyens de paiement, comme dans ClotureCaisseJour.
DEPOUILLER-TICKET-SUIVANT.
    READ archive
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF AR-Date = WS-DateJour THEN
          ADD 1 TO WS-NbTicketsJour
          IF AR-MontantCarte NOT NUMERIC THEN
            MOVE ZERO TO AR-MontantCarte
          END-IF
          IF AR-MontantCheque NOT NUMERIC THEN
            MOVE ZERO TO AR-MontantCheque
          END-IF
          IF AR-MontantCadeau NOT NUMERIC THEN
            MOVE ZERO TO AR-MontantCadeau
          END-IF
          IF AR-Sens = 'A' THEN
            MOVE 'O' TO WS-AvoirTicket
            MOVE AR-RefOrigine TO WS-TicketLignes
          ELSE
            MOVE 'N' TO WS-AvoirTicket
            MOVE AR-NumTicket TO WS-TicketLignes
          END-IF
          MOVE AR-MontantEntre TO WS-BrutTicket
          MOVE AR-MontantFinal TO WS-FinalTicket
          MOVE AR-TVA TO WS-TvaTicket
          PERFORM VENTILER-TICKET
          PERFORM CUMULER-REGLEMENTS
        END-IF
    END-READ.

CUMULER-REGLEMENTS.
    COMPUTE WS-MontantTTC = AR-MontantFinal + AR-TVA
    COMPUTE WS-PartEspeces = WS-MontantTTC
        - AR-MontantCarte - AR-MontantCheque - AR-MontantCadeau
    IF WS-AvoirTicket = 'O' THEN
      SUBTRACT WS-PartEspeces   FROM WS-TotalEspeces
      SUBTRACT AR-MontantCarte  FROM WS-TotalCartes
      SUBTRACT AR-MontantCheque FROM WS-TotalCheques
      SUBTRACT AR-MontantCadeau FROM WS-TotalCadeaux
    ELSE
      ADD WS-PartEspeces   TO WS-TotalEspeces
      ADD AR-MontantCarte  TO WS-TotalCartes
      ADD AR-MontantCheque TO WS-TotalCheques
      ADD AR-MontantCadeau TO WS-TotalCadeaux
    END-IF.

*> Les lignes du ticket (celles du ticket d'origine pour un avoir) sont
*> réparties par taux au prorata de la remise, comme DeclarationTVA ;
*> ce que l'arrondi des lignes laisse par rapport au net et à la TVA du
*> ticket va au taux de la dernière ligne taxée (aux cartes cadeaux si
*> le ticket n'a que des cartes), de sorte que ventes et encaissements
*> du ticket s'équilibrent au centime.
VENTILER-TICKET.
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 6
      MOVE ZERO TO WS-TK-Net(WS-Idx) WS-TK-TVA(WS-Idx)
    END-PERFORM
    MOVE 'N' TO WS-LigneTrouvee
    MOVE ZERO TO WS-IdxResidu
    OPEN INPUT reculignes
    IF WS-RECULIGNES-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLignes
      PERFORM VENTILER-LIGNE-SUIVANTE UNTIL WS-FinLignes = 'O'
      CLOSE reculignes
    END-IF
    IF WS-IdxResidu = ZERO THEN
      IF WS-LigneTrouvee = 'O'
         AND WS-TK-Net(POSTE-CARTES-CADEAUX) NOT = ZERO THEN
        MOVE POSTE-CARTES-CADEAUX TO WS-IdxResidu
      ELSE
        PERFORM CHOISIR-TAUX-NORMAL
      END-IF
    END-IF
    IF WS-IdxResidu = ZERO THEN
      EXIT PARAGRAPH
    END-IF
    MOVE WS-FinalTicket TO WS-ResiduNet
    MOVE WS-TvaTicket TO WS-ResiduTVA
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 6
      SUBTRACT WS-TK-Net(WS-Idx) FROM WS-ResiduNet
      SUBTRACT WS-TK-TVA(WS-Idx) FROM WS-ResiduTVA
    END-PERFORM
    ADD WS-ResiduNet TO WS-TK-Net(WS-IdxResidu)
    ADD WS-ResiduTVA TO WS-TK-TVA(WS-IdxResidu)
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 6
      IF WS-AvoirTicket = 'O' THEN
        ADD WS-TK-Net(WS-Idx) TO WS-TX-NetAvoirs(WS-Idx)
        ADD WS-TK-TVA(WS-Idx) TO WS-TX-TVAAvoirs(WS-Idx)
      ELSE
        ADD WS-TK-Net(WS-Idx) TO WS-TX-NetVentes(WS-Idx)
        ADD WS-TK-TVA(WS-Idx) TO WS-TX-TVAVentes(WS-Idx)
      END-IF
    END-PERFORM.

*> Tickets de lot sans lignes : au taux normal (TN, à défaut le plus
*> élevé), comme la caisse de lot les a taxés.
CHOISIR-TAUX-NORMAL.
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbTaux
      IF WS-TX-Categorie(WS-Idx) = "TN" THEN
        MOVE WS-Idx TO WS-IdxResidu
      END-IF
    END-PERFORM
    IF WS-IdxResidu = ZERO THEN
      PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbTaux
        IF WS-IdxResidu = ZERO
           OR WS-TX-Taux(WS-Idx) > WS-TX-Taux(WS-IdxResidu) THEN
          MOVE WS-Idx TO WS-IdxResidu
        END-IF
      END-PERFORM
    END-IF.

VENTILER-LIGNE-SUIVANTE.
    READ reculignes
      AT END MOVE 'O' TO WS-FinLignes
      NOT AT END
        IF RL-NumTicket = WS-TicketLignes THEN
          MOVE 'O' TO WS-LigneTrouvee
          IF WS-BrutTicket = ZERO THEN
            MOVE RL-MontantLigne TO WS-NetLigne
          ELSE
            COMPUTE WS-NetLigne ROUNDED =
                RL-MontantLigne * WS-FinalTicket / WS-BrutTicket
          END-IF
          MOVE ZERO TO WS-IdxTaux
          MOVE ZERO TO WS-TauxLigne
          IF RL-CategorieTVA = "NC" THEN
            MOVE POSTE-CARTES-CADEAUX TO WS-IdxTaux
          ELSE
            PERFORM VARYING WS-Idx FROM 1 BY 1
                UNTIL WS-Idx > WS-NbTaux OR WS-IdxTaux > ZERO
              IF WS-TX-Categorie(WS-Idx) = RL-CategorieTVA THEN
                MOVE WS-Idx TO WS-IdxTaux
                MOVE WS-TX-Taux(WS-Idx) TO WS-TauxLigne
              END-IF
            END-PERFORM
          END-IF
          COMPUTE WS-TvaLigne ROUNDED =
              WS-NetLigne * WS-TauxLigne / 100
          IF WS-IdxTaux > ZERO THEN
            ADD WS-NetLigne TO WS-TK-Net(WS-IdxTaux)
            ADD WS-TvaLigne TO WS-TK-TVA(WS-IdxTaux)
            IF WS-IdxTaux NOT = POSTE-CARTES-CADEAUX THEN
              MOVE WS-IdxTaux TO WS-IdxResidu
            END-IF
          END-IF
        END-IF
    END-READ.

CUMULER-CARTE-SUIVANTE.
    READ cartesjournal
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF CJ-Date = WS-DateJour THEN
          EVALUATE CJ-Sens
            WHEN 'C'
              ADD CJ-Montant TO WS-CartesChargees
            WHEN 'B'
              ADD CJ-Montant TO WS-Breakage
          END-EVALUATE
        END-IF
    END-READ.

CUMULER-POINTS-SUIVANTS.
    READ pointsjournal
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF PJ-Date = WS-DateJour THEN
          EVALUATE PJ-Sens
            WHEN 'G'
              ADD PJ-Points TO WS-PointsGagnes
            WHEN 'U'
              ADD PJ-Points TO WS-PointsUtilises
          END-EVALUATE
        END-IF
    END-READ.

CUMULER-DEMARQUE-SUIVANTE.
    READ demarques
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF DM-Date = WS-DateJour THEN
          EVALUATE TRUE
            WHEN DEMARQUE-PERIME
              ADD DM-Valeur TO WS-DemarquePerime
            WHEN DEMARQUE-CASSE
              ADD DM-Valeur TO WS-DemarqueCasse
            WHEN DEMARQUE-VOL
              ADD DM-Valeur TO WS-DemarqueVol
          END-EVALUATE
        END-IF
    END-READ.

ECRIRE-VENTES.
    MOVE "VTE" TO WS-Journal
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbTaux
      MOVE COMPTE-CENTRALISATION TO WS-CompteDebit
      MOVE WS-TX-CompteVentes(WS-Idx) TO WS-CompteCredit
      MOVE WS-TX-NetVentes(WS-Idx) TO WS-MontantCouple
      MOVE SPACES TO WS-LibelleCouple
      STRING "VENTES HT CAT. " DELIMITED BY SIZE
             WS-TX-Categorie(WS-Idx) DELIMITED BY SIZE
        INTO WS-LibelleCouple
      END-STRING
      PERFORM ECRIRE-COUPLE
      MOVE COMPTE-CENTRALISATION TO WS-CompteDebit
      MOVE WS-TX-CompteTVA(WS-Idx) TO WS-CompteCredit
      MOVE WS-TX-TVAVentes(WS-Idx) TO WS-MontantCouple
      MOVE SPACES TO WS-LibelleCouple
      STRING "TVA COLLECTEE CAT. " DELIMITED BY SIZE
             WS-TX-Categorie(WS-Idx) DELIMITED BY SIZE
        INTO WS-LibelleCouple
      END-STRING
      PERFORM ECRIRE-COUPLE
    END-PERFORM
    MOVE COMPTE-CENTRALISATION TO WS-CompteDebit
    MOVE COMPTE-CARTES-CADEAUX TO WS-CompteCredit
    MOVE WS-TX-NetVentes(POSTE-CARTES-CADEAUX) TO WS-MontantCouple
    MOVE "CARTES CADEAUX VENDUES" TO WS-LibelleCouple
    PERFORM ECRIRE-COUPLE
*> Le passif des cartes est la valeur chargée (cartesjournal.txt) ; la
*> part de la remise de paliers qui a porté sur ces lignes est un rabais.
    MOVE COMPTE-RABAIS TO WS-CompteDebit
    MOVE COMPTE-CARTES-CADEAUX TO WS-CompteCredit
    COMPUTE WS-MontantCouple = WS-CartesChargees
        - WS-TX-NetVentes(POSTE-CARTES-CADEAUX)
    MOVE "REMISE SUR CARTES CADEAUX" TO WS-LibelleCouple
    PERFORM ECRIRE-COUPLE.

ECRIRE-AVOIRS.
    MOVE "AVO" TO WS-Journal
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbTaux
      MOVE WS-TX-CompteVentes(WS-Idx) TO WS-CompteDebit
      MOVE COMPTE-CENTRALISATION TO WS-CompteCredit
      MOVE WS-TX-NetAvoirs(WS-Idx) TO WS-MontantCouple
      MOVE SPACES TO WS-LibelleCouple
      STRING "AVOIRS HT CAT. " DELIMITED BY SIZE
             WS-TX-Categorie(WS-Idx) DELIMITED BY SIZE
        INTO WS-LibelleCouple
      END-STRING
      PERFORM ECRIRE-COUPLE
      MOVE WS-TX-CompteTVA(WS-Idx) TO WS-CompteDebit
      MOVE COMPTE-CENTRALISATION TO WS-CompteCredit
      MOVE WS-TX-TVAAvoirs(WS-Idx) TO WS-MontantCouple
      MOVE SPACES TO WS-LibelleCouple
      STRING "TVA SUR AVOIRS CAT. " DELIMITED BY SIZE
             WS-TX-Categorie(WS-Idx) DELIMITED BY SIZE
        INTO WS-LibelleCouple
      END-STRING
      PERFORM ECRIRE-COUPLE
    END-PERFORM
    MOVE COMPTE-CARTES-CADEAUX TO WS-CompteDebit
    MOVE COMPTE-CENTRALISATION TO WS-CompteCredit
    MOVE WS-TX-NetAvoirs(POSTE-CARTES-CADEAUX) TO WS-MontantCouple
    MOVE "AVOIRS CARTES CADEAUX" TO WS-LibelleCouple
    PERFORM ECRIRE-COUPLE.

ECRIRE-ENCAISSEMENTS.
    MOVE "ENC" TO WS-Journal
    MOVE COMPTE-CENTRALISATION TO WS-CompteCredit
    MOVE COMPTE-CAISSE-MAGASIN TO WS-CompteDebit
    MOVE WS-TotalEspeces TO WS-MontantCouple
    MOVE "ENCAISSEMENT ESPECES" TO WS-LibelleCouple
    PERFORM ECRIRE-COUPLE
    MOVE COMPTE-CENTRALISATION TO WS-CompteCredit
    MOVE COMPTE-CARTES-BANCAIRES TO WS-CompteDebit
    MOVE WS-TotalCartes TO WS-MontantCouple
    MOVE "ENCAISSEMENT CARTES BANCAIRES" TO WS-LibelleCouple
    PERFORM ECRIRE-COUPLE
    MOVE COMPTE-CENTRALISATION TO WS-CompteCredit
    MOVE COMPTE-CHEQUES TO WS-CompteDebit
    MOVE WS-TotalCheques TO WS-MontantCouple
    MOVE "ENCAISSEMENT CHEQUES" TO WS-LibelleCouple
    PERFORM ECRIRE-COUPLE
    MOVE COMPTE-CENTRALISATION TO WS-CompteCredit
    MOVE COMPTE-CARTES-CADEAUX TO WS-CompteDebit
    MOVE WS-TotalCadeaux TO WS-MontantCouple
    MOVE "REGLEMENT PAR CARTES CADEAUX" TO WS-LibelleCouple
    PERFORM ECRIRE-COUPLE.

ECRIRE-CARTES-CADEAUX.
    MOVE "CAD" TO WS-Journal
    MOVE COMPTE-CARTES-CADEAUX TO WS-CompteDebit
    MOVE COMPTE-BREAKAGE TO WS-CompteCredit
    MOVE WS-Breakage TO WS-MontantCouple
    MOVE "BREAKAGE CARTES CADEAUX" TO WS-LibelleCouple
    PERFORM ECRIRE-COUPLE.

ECRIRE-FIDELITE.
    MOVE "FID" TO WS-Journal
    MOVE COMPTE-FIDELITE TO WS-CompteDebit
    MOVE COMPTE-POINTS-FIDELITE TO WS-CompteCredit
    COMPUTE WS-MontantCouple ROUNDED =
        WS-PointsGagnes * WS-ConversionPoints
    MOVE "POINTS FIDELITE ACQUIS" TO WS-LibelleCouple
    PERFORM ECRIRE-COUPLE
    MOVE COMPTE-POINTS-FIDELITE TO WS-CompteDebit
    MOVE COMPTE-FIDELITE TO WS-CompteCredit
    COMPUTE WS-MontantCouple ROUNDED =
        WS-PointsUtilises * WS-ConversionPoints
    MOVE "POINTS FIDELITE UTILISES" TO WS-LibelleCouple
    PERFORM ECRIRE-COUPLE.

ECRIRE-DEMARQUE.
    MOVE "DEM" TO WS-Journal
    MOVE COMPTE-DEMARQUE TO WS-CompteDebit
    MOVE COMPTE-STOCK TO WS-CompteCredit
    MOVE WS-DemarquePerime TO WS-MontantCouple
    MOVE "DEMARQUE PRODUITS PERIMES" TO WS-LibelleCouple
    PERFORM ECRIRE-COUPLE
    MOVE COMPTE-DEMARQUE TO WS-CompteDebit
    MOVE COMPTE-STOCK TO WS-CompteCredit
    MOVE WS-DemarqueCasse TO WS-MontantCouple
    MOVE "DEMARQUE CASSE" TO WS-LibelleCouple
    PERFORM ECRIRE-COUPLE
    MOVE COMPTE-DEMARQUE TO WS-CompteDebit
    MOVE COMPTE-STOCK TO WS-CompteCredit
    MOVE WS-DemarqueVol TO WS-MontantCouple
    MOVE "DEMARQUE VOL" TO WS-LibelleCouple
    PERFORM ECRIRE-COUPLE.

*> Un cumul nul n'est pas exporté ; un cumul négatif (avoirs supérieurs
*> aux ventes sur un moyen de paiement, par exemple) inverse le couple.
ECRIRE-COUPLE.
    IF WS-MontantCouple = ZERO THEN
      EXIT PARAGRAPH
    END-IF
    IF WS-MontantCouple < ZERO THEN
      MOVE WS-CompteDebit TO WS-CompteEchange
      MOVE WS-CompteCredit TO WS-CompteDebit
      MOVE WS-CompteEchange TO WS-CompteCredit
      COMPUTE WS-MontantCouple = 0 - WS-MontantCouple
    END-IF
    MOVE WS-DateJour TO GL-Date
    MOVE WS-Journal TO GL-Journal
    MOVE 'D' TO GL-Sens
    MOVE WS-CompteDebit TO GL-Compte
    MOVE WS-MontantCouple TO GL-Montant
    MOVE WS-NumeroZ TO GL-Piece
    MOVE WS-LibelleCouple TO GL-Libelle
    WRITE GrandLivreRecord
    ADD 1 TO WS-NbLignes
    ADD WS-MontantCouple TO WS-HashMontants
    ADD WS-NumeroZ TO WS-HashPieces

    MOVE 'C' TO GL-Sens
    MOVE WS-CompteCredit TO GL-Compte
    WRITE GrandLivreRecord
    ADD 1 TO WS-NbLignes
    ADD WS-MontantCouple TO WS-HashMontants
    ADD WS-NumeroZ TO WS-HashPieces.

ECRIRE-TRAILER.
    MOVE WS-DateJour TO GL-Date
    MOVE "FIN" TO GL-Journal
    MOVE 'T' TO GL-Sens
    MOVE SPACES TO GL-Compte
    MOVE WS-NbLignes TO GL-Montant
    MOVE ZERO TO GL-Piece
    MOVE SPACES TO GL-Libelle
    WRITE GrandLivreRecord
    MOVE WS-DateJour TO GL-Date
    MOVE "HSH" TO GL-Journal
    MOVE 'T' TO GL-Sens
    MOVE SPACES TO GL-Compte
    MOVE WS-HashMontants TO GL-Montant
    MOVE WS-HashPieces TO GL-Piece
    MOVE SPACES TO GL-Libelle
    WRITE GrandLivreRecord.
