IDENTIFICATION DIVISION.
PROGRAM-ID. ListeFacturesMois.

*> Liste mensuelle des factures du magasin : relit le registre
*> facturesmagasin.txt (FACTMAG.cpy) et sa ventilation par taux
*> facturestva.txt (FACTTVA.cpy), écrits dans le même ordre par
*> EmettreFacture et rapprochés ici par le numéro de facture, pour le
*> mois demandé (moisdeclaration.txt AAAAMM, le même que
*> DeclarationTVA ; à défaut, le mois de la journée comptable).
*> L'état facturesmois-AAAAMM.txt liste les factures et factures
*> d'avoir émises dans le mois avec leur client, leur ticket et leurs
*> montants, puis les totaux par taux ; il signale toute rupture de la
*> numérotation dans le registre entier. Le récapitulatif par taux
*> facturesrecap-AAAAMM.txt (FACTREC.cpy) regroupe, lui, les factures
*> dont le TICKET est du mois — le mois où la vente a été déclarée —
*> et alimente DeclarationTVA, qui en tire la part facturée de ses
*> ventes sans les compter une seconde fois.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT factures ASSIGN TO "facturesmagasin.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-FACTURES-STATUS.

  SELECT facturestva ASSIGN TO "facturestva.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-FACTURESTVA-STATUS.

  SELECT clients ASSIGN TO "clientsmagasin.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CLIENTS-STATUS.

  SELECT moisdecl ASSIGN TO "moisdeclaration.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-MOIS-STATUS.

  SELECT liste ASSIGN TO WS-NomListe
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-LISTE-STATUS.

  SELECT recap ASSIGN TO WS-NomRecap
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECAP-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD factures.
COPY "FACTMAG.cpy".

FD facturestva.
COPY "FACTTVA.cpy".

FD clients.
COPY "CLIMAG.cpy".

FD moisdecl.
01 MoisDeclLigne PIC X(6).

FD liste.
01 ListeLigne PIC X(100).

FD recap.
COPY "FACTREC.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-FACTURES-STATUS    PIC XX.
01 WS-FACTURESTVA-STATUS PIC XX.
01 WS-CLIENTS-STATUS     PIC XX.
01 WS-MOIS-STATUS        PIC XX.
01 WS-LISTE-STATUS       PIC XX.
01 WS-RECAP-STATUS       PIC XX.
01 WS-DATEVALEUR-STATUS  PIC XX.

01 WS-FinLecture   PIC X(1) VALUE 'N'.
01 WS-FinTva       PIC X(1) VALUE 'N'.
01 WS-TvaOuvert    PIC X(1) VALUE 'N'.
01 WS-DateJour     PIC X(8).
01 WS-Mois         PIC X(6).
01 WS-NomListe     PIC X(30).
01 WS-NomRecap     PIC X(30).

01 WS-TableClients.
   05 WS-ClientEntree OCCURS 50 TIMES.
      10 WS-CC-Code PIC X(6).
      10 WS-CC-Nom  PIC X(30).
01 WS-NbClients PIC 9(2) VALUE ZERO.
01 WS-NomClient PIC X(30).

*> Cumuls par taux : les factures émises dans le mois (état) et les
*> factures dont le ticket est du mois (récapitulatif pour la
*> déclaration).
01 WS-TableEmises.
   05 WS-EM-Entree OCCURS 6 TIMES.
      10 WS-EM-Categorie PIC X(2).
      10 WS-EM-Taux      PIC 9(2)V9(4).
      10 WS-EM-Base      PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-EM-TVA       PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-NbEmises PIC 9(1) VALUE ZERO.
01 WS-TableDeclarees.
   05 WS-DC-Entree OCCURS 6 TIMES.
      10 WS-DC-Categorie  PIC X(2).
      10 WS-DC-Taux       PIC 9(2)V9(4).
      10 WS-DC-NbFactures PIC 9(5).
      10 WS-DC-Base       PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-DC-TVA        PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-NbDeclarees PIC 9(1) VALUE ZERO.
01 WS-Idx         PIC 9(2).
01 WS-IdxTaux     PIC 9(1).

01 WS-Signe          PIC S9(1).
01 WS-FactureDuMois  PIC X(1).
01 WS-TicketDuMois   PIC X(1).
01 WS-NumeroAttendu  PIC 9(6) VALUE ZERO.
01 WS-NbRuptures     PIC 9(4) VALUE ZERO.
01 WS-NbFactures     PIC 9(5) VALUE ZERO.
01 WS-NbAvoirs       PIC 9(5) VALUE ZERO.
01 WS-NumeroMin      PIC 9(6) VALUE ZERO.
01 WS-NumeroMax      PIC 9(6) VALUE ZERO.
01 WS-TotalHT        PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalTVA       PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalTTC       PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-Montant        PIC S9(10)V99 SIGN LEADING SEPARATE.

01 WS-MontantEdit PIC -(8)9.99.
01 WS-TvaEdit     PIC -(8)9.99.
01 WS-TtcEdit     PIC -(8)9.99.
01 WS-TauxEdit    PIC Z9.99.

PROCEDURE DIVISION.
    PERFORM CHARGER-DATE-VALEUR
    MOVE WS-DateJour(1:6) TO WS-Mois
    OPEN INPUT moisdecl
    IF WS-MOIS-STATUS = "00" THEN
      READ moisdecl
        NOT AT END
          IF MoisDeclLigne NUMERIC THEN
            MOVE MoisDeclLigne TO WS-Mois
          END-IF
      END-READ
      CLOSE moisdecl
    END-IF
    PERFORM CHARGER-CLIENTS

    MOVE SPACES TO WS-NomListe
    STRING "facturesmois-" DELIMITED BY SIZE
           WS-Mois DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
      INTO WS-NomListe
    END-STRING
    OPEN OUTPUT liste
    MOVE SPACES TO ListeLigne
    STRING "LISTE DES FACTURES DU MAGASIN - mois " DELIMITED BY SIZE
           WS-Mois DELIMITED BY SIZE
      INTO ListeLigne
    END-STRING
    WRITE ListeLigne
    MOVE SPACES TO ListeLigne
    STRING "Numéro Type Date     Client Raison sociale           "
             DELIMITED BY SIZE
           "Ticket       Hors taxe          TVA" DELIMITED BY SIZE
      INTO ListeLigne
    END-STRING
    WRITE ListeLigne

    OPEN INPUT factures
    IF WS-FACTURES-STATUS = "00" THEN
      OPEN INPUT facturestva
      IF WS-FACTURESTVA-STATUS = "00" THEN
        MOVE 'O' TO WS-TvaOuvert
        PERFORM LIRE-TVA-SUIVANTE
      ELSE
        MOVE 'O' TO WS-FinTva
      END-IF
      MOVE 'N' TO WS-FinLecture
      PERFORM TRAITER-FACTURE-SUIVANTE UNTIL WS-FinLecture = 'O'
      CLOSE factures
      IF WS-TvaOuvert = 'O' THEN
        CLOSE facturestva
      END-IF
    END-IF

    PERFORM ECRIRE-TOTAUX
    CLOSE liste
    PERFORM ECRIRE-RECAPITULATIF
    DISPLAY "Liste des factures " WS-Mois " écrite (" WS-NomListe ") : "
            WS-NbFactures " facture(s), " WS-NbAvoirs
            " facture(s) d'avoir."
    IF WS-NbRuptures > ZERO THEN
      DISPLAY "ATTENTION : " WS-NbRuptures " rupture(s) de numérotation "
              "dans le registre des factures."
    END-IF
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

CHARGER-CLIENTS.
    OPEN INPUT clients
    IF WS-CLIENTS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-CLIENT-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbClients = 50
      CLOSE clients
    END-IF.

LIRE-CLIENT-SUIVANT.
    READ clients
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbClients
        MOVE CC-Code TO WS-CC-Code(WS-NbClients)
        MOVE CC-Nom  TO WS-CC-Nom(WS-NbClients)
    END-READ.

LIRE-TVA-SUIVANTE.
    READ facturestva
      AT END MOVE 'O' TO WS-FinTva
    END-READ.

*> Chaque facture du registre contrôle la continuité des numéros ; ses
*> lignes de TVA, qui la suivent dans facturestva.txt, sont consommées
*> avec elle.
TRAITER-FACTURE-SUIVANTE.
    READ factures
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF WS-NumeroAttendu > ZERO AND FM-Numero NOT = WS-NumeroAttendu
          ADD 1 TO WS-NbRuptures
          MOVE SPACES TO ListeLigne
          STRING "*** RUPTURE DE NUMEROTATION : n° " DELIMITED BY SIZE
                 WS-NumeroAttendu DELIMITED BY SIZE
                 " attendu, n° " DELIMITED BY SIZE
                 FM-Numero DELIMITED BY SIZE
                 " trouvé" DELIMITED BY SIZE
            INTO ListeLigne
          END-STRING
          WRITE ListeLigne
        END-IF
        COMPUTE WS-NumeroAttendu = FM-Numero + 1
        IF FACTURE-AVOIR THEN
          MOVE -1 TO WS-Signe
        ELSE
          MOVE +1 TO WS-Signe
        END-IF
        MOVE 'N' TO WS-FactureDuMois
        MOVE 'N' TO WS-TicketDuMois
        IF FM-Date(1:6) = WS-Mois THEN
          MOVE 'O' TO WS-FactureDuMois
          PERFORM LISTER-FACTURE
        END-IF
        IF FM-DateTicket(1:6) = WS-Mois THEN
          MOVE 'O' TO WS-TicketDuMois
        END-IF
        PERFORM CUMULER-TVA-FACTURE
            UNTIL WS-FinTva = 'O' OR FV-Numero > FM-Numero
    END-READ.

LISTER-FACTURE.
    IF FACTURE-AVOIR THEN
      ADD 1 TO WS-NbAvoirs
    ELSE
      ADD 1 TO WS-NbFactures
    END-IF
    IF WS-NumeroMin = ZERO THEN
      MOVE FM-Numero TO WS-NumeroMin
    END-IF
    MOVE FM-Numero TO WS-NumeroMax
    MOVE SPACES TO WS-NomClient
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbClients
      IF WS-CC-Code(WS-Idx) = FM-Client THEN
        MOVE WS-CC-Nom(WS-Idx) TO WS-NomClient
      END-IF
    END-PERFORM
    COMPUTE WS-Montant = FM-NetHT * WS-Signe
    ADD WS-Montant TO WS-TotalHT
    MOVE WS-Montant TO WS-MontantEdit
    COMPUTE WS-Montant = FM-TVA * WS-Signe
    ADD WS-Montant TO WS-TotalTVA
    MOVE WS-Montant TO WS-TvaEdit
    COMPUTE WS-Montant = FM-TTC * WS-Signe
    ADD WS-Montant TO WS-TotalTTC
    MOVE SPACES TO ListeLigne
    STRING FM-Numero DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FM-Type DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           FM-Date DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FM-Client DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-NomClient(1:24) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FM-Ticket DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-MontantEdit DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-TvaEdit DELIMITED BY SIZE
      INTO ListeLigne
    END-STRING
    WRITE ListeLigne
    IF FACTURE-AVOIR THEN
      MOVE SPACES TO ListeLigne
      STRING "       avoir sur la facture n° " DELIMITED BY SIZE
             FM-FactureOrigine DELIMITED BY SIZE
        INTO ListeLigne
      END-STRING
      WRITE ListeLigne
    END-IF.

*> Une ligne de TVA orpheline (numéro absent du registre) est sautée.
CUMULER-TVA-FACTURE.
    IF FV-Numero = FM-Numero THEN
      IF WS-FactureDuMois = 'O' THEN
        PERFORM CUMULER-EMISE
      END-IF
      IF WS-TicketDuMois = 'O' THEN
        PERFORM CUMULER-DECLAREE
      END-IF
    END-IF
    PERFORM LIRE-TVA-SUIVANTE.

CUMULER-EMISE.
    MOVE ZERO TO WS-IdxTaux
    PERFORM VARYING WS-Idx FROM 1 BY 1
        UNTIL WS-Idx > WS-NbEmises OR WS-IdxTaux > ZERO
      IF WS-EM-Categorie(WS-Idx) = FV-Categorie THEN
        MOVE WS-Idx TO WS-IdxTaux
      END-IF
    END-PERFORM
    IF WS-IdxTaux = ZERO THEN
      IF WS-NbEmises = 6 THEN
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO WS-NbEmises
      MOVE WS-NbEmises TO WS-IdxTaux
      MOVE FV-Categorie TO WS-EM-Categorie(WS-IdxTaux)
      MOVE FV-Taux      TO WS-EM-Taux(WS-IdxTaux)
      MOVE ZERO TO WS-EM-Base(WS-IdxTaux) WS-EM-TVA(WS-IdxTaux)
    END-IF
    COMPUTE WS-EM-Base(WS-IdxTaux) = WS-EM-Base(WS-IdxTaux)
                                   + FV-Base * WS-Signe
    COMPUTE WS-EM-TVA(WS-IdxTaux) = WS-EM-TVA(WS-IdxTaux)
                                  + FV-TVA * WS-Signe.

CUMULER-DECLAREE.
    MOVE ZERO TO WS-IdxTaux
    PERFORM VARYING WS-Idx FROM 1 BY 1
        UNTIL WS-Idx > WS-NbDeclarees OR WS-IdxTaux > ZERO
      IF WS-DC-Categorie(WS-Idx) = FV-Categorie THEN
        MOVE WS-Idx TO WS-IdxTaux
      END-IF
    END-PERFORM
    IF WS-IdxTaux = ZERO THEN
      IF WS-NbDeclarees = 6 THEN
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO WS-NbDeclarees
      MOVE WS-NbDeclarees TO WS-IdxTaux
      MOVE FV-Categorie TO WS-DC-Categorie(WS-IdxTaux)
      MOVE FV-Taux      TO WS-DC-Taux(WS-IdxTaux)
      MOVE ZERO TO WS-DC-NbFactures(WS-IdxTaux)
                   WS-DC-Base(WS-IdxTaux) WS-DC-TVA(WS-IdxTaux)
    END-IF
    ADD 1 TO WS-DC-NbFactures(WS-IdxTaux)
    COMPUTE WS-DC-Base(WS-IdxTaux) = WS-DC-Base(WS-IdxTaux)
                                   + FV-Base * WS-Signe
    COMPUTE WS-DC-TVA(WS-IdxTaux) = WS-DC-TVA(WS-IdxTaux)
                                  + FV-TVA * WS-Signe.

ECRIRE-TOTAUX.
    MOVE SPACES TO ListeLigne
    WRITE ListeLigne
    IF WS-NumeroMax = ZERO THEN
      MOVE "Aucune facture émise dans le mois." TO ListeLigne
    ELSE
      STRING "Factures n° " DELIMITED BY SIZE
             WS-NumeroMin DELIMITED BY SIZE
             " à " DELIMITED BY SIZE
             WS-NumeroMax DELIMITED BY SIZE
             " : " DELIMITED BY SIZE
             WS-NbFactures DELIMITED BY SIZE
             " facture(s), " DELIMITED BY SIZE
             WS-NbAvoirs DELIMITED BY SIZE
             " facture(s) d'avoir" DELIMITED BY SIZE
        INTO ListeLigne
      END-STRING
    END-IF
    WRITE ListeLigne
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbEmises
      MOVE WS-EM-Taux(WS-Idx) TO WS-TauxEdit
      MOVE WS-EM-Base(WS-Idx) TO WS-MontantEdit
      MOVE WS-EM-TVA(WS-Idx)  TO WS-TvaEdit
      MOVE SPACES TO ListeLigne
      STRING "Taux " DELIMITED BY SIZE
             WS-TauxEdit DELIMITED BY SIZE
             " % (cat. " DELIMITED BY SIZE
             WS-EM-Categorie(WS-Idx) DELIMITED BY SIZE
             ") : base " DELIMITED BY SIZE
             WS-MontantEdit DELIMITED BY SIZE
             ", TVA " DELIMITED BY SIZE
             WS-TvaEdit DELIMITED BY SIZE
        INTO ListeLigne
      END-STRING
      WRITE ListeLigne
    END-PERFORM
    MOVE WS-TotalHT  TO WS-MontantEdit
    MOVE WS-TotalTVA TO WS-TvaEdit
    MOVE WS-TotalTTC TO WS-TtcEdit
    MOVE SPACES TO ListeLigne
    STRING "TOTAL : hors taxe " DELIMITED BY SIZE
           WS-MontantEdit DELIMITED BY SIZE
           ", TVA " DELIMITED BY SIZE
           WS-TvaEdit DELIMITED BY SIZE
           ", TTC " DELIMITED BY SIZE
           WS-TtcEdit DELIMITED BY SIZE
      INTO ListeLigne
    END-STRING
    WRITE ListeLigne
    MOVE SPACES TO ListeLigne
    IF WS-NbRuptures = ZERO THEN
      MOVE "Numérotation du registre continue." TO ListeLigne
    ELSE
      STRING "ATTENTION : " DELIMITED BY SIZE
             WS-NbRuptures DELIMITED BY SIZE
             " rupture(s) de numérotation dans le registre."
               DELIMITED BY SIZE
        INTO ListeLigne
      END-STRING
    END-IF
    WRITE ListeLigne.

ECRIRE-RECAPITULATIF.
    MOVE SPACES TO WS-NomRecap
    STRING "facturesrecap-" DELIMITED BY SIZE
           WS-Mois DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
      INTO WS-NomRecap
    END-STRING
    OPEN OUTPUT recap
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbDeclarees
      MOVE WS-DC-Categorie(WS-Idx)  TO FR-Categorie
      MOVE WS-DC-Taux(WS-Idx)       TO FR-Taux
      MOVE WS-DC-NbFactures(WS-Idx) TO FR-NbFactures
      MOVE WS-DC-Base(WS-Idx)       TO FR-Base
      MOVE WS-DC-TVA(WS-Idx)        TO FR-TVA
      WRITE FactureRecapRecord
    END-PERFORM
    CLOSE recap.
