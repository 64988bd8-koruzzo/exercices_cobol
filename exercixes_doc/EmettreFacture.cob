IDENTIFICATION DIVISION.
PROGRAM-ID. EmettreFacture.

*> Émission d'une facture du magasin à partir d'un ticket, commune à la
*> caisse (CalculateurReductions, en fin de vente), à la facturation
*> après coup (FacturationMagasin) et aux remboursements
*> (RemboursementCaisse). L'appelant remet un numéro de ticket et un
*> code client de clientsmagasin.txt (CLIMAG.cpy) ; le sous-programme
*> retrouve le ticket dans recu.txt puis dans l'archive
*> recuarchive.txt, en reprend les lignes (reculignes.txt) et ventile
*> la base et la TVA par taux avec tauxtva.txt, comme la caisse l'a
*> fait à la vente (remise du ticket répartie au prorata de chaque
*> catégorie). La facture prend le numéro suivant du registre
*> facturesmagasin.txt (FACTMAG.cpy), qui n'est jamais réécrit : la
*> numérotation est continue et sans trou. Le détail par taux va dans
*> facturestva.txt et la facture imprimable dans facture-NNNNNN.txt,
*> avec l'identité du magasin de identitemagasin.txt.
*> Un ticket d'avoir donne une facture d'avoir, au client de la
*> facture du ticket remboursé et qui cite son numéro ; un avoir dont
*> le ticket d'origine n'a pas été facturé n'en produit pas.
*> Réponse : 'O' facture émise (numéro rendu), 'D' ticket déjà facturé
*> (numéro de la facture existante rendu), 'T' ticket introuvable,
*> 'C' client inconnu ou retiré, 'N' avoir d'un ticket non facturé.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT recu ASSIGN TO "recu.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECU-STATUS.

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

  SELECT clients ASSIGN TO "clientsmagasin.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CLIENTS-STATUS.

  SELECT factures ASSIGN TO "facturesmagasin.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-FACTURES-STATUS.

  SELECT facturestva ASSIGN TO "facturestva.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-FACTURESTVA-STATUS.

  SELECT identite ASSIGN TO "identitemagasin.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-IDENTITE-STATUS.

  SELECT document ASSIGN TO WS-NomDocument
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DOCUMENT-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD recu.
COPY "RECU.cpy".

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

FD clients.
COPY "CLIMAG.cpy".

FD factures.
COPY "FACTMAG.cpy".

FD facturestva.
COPY "FACTTVA.cpy".

*> Identité du vendeur imprimée en tête de facture.
FD identite.
01 IdentiteMagasinRecord.
   05 IM-Nom     PIC X(30).
   05 IM-Adresse PIC X(40).
   05 IM-Ville   PIC X(30).
   05 IM-NumTVA  PIC X(14).

FD document.
01 DocumentLigne PIC X(100).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-RECU-STATUS        PIC XX.
01 WS-ARCHIVE-STATUS     PIC XX.
01 WS-RECULIGNES-STATUS  PIC XX.
01 WS-TAUXTVA-STATUS     PIC XX.
01 WS-CLIENTS-STATUS     PIC XX.
01 WS-FACTURES-STATUS    PIC XX.
01 WS-FACTURESTVA-STATUS PIC XX.
01 WS-IDENTITE-STATUS    PIC XX.
01 WS-DOCUMENT-STATUS    PIC XX.
01 WS-DATEVALEUR-STATUS  PIC XX.

01 WS-FinLecture  PIC X(1).
01 WS-DateJour    PIC X(8).
01 WS-NomDocument PIC X(30).

*> Ticket facturé.
01 WS-TicketTrouve   PIC X(1).
01 WS-TK-Date        PIC X(8).
01 WS-TK-Sens        PIC X(1).
01 WS-TK-Brut        PIC 9(6)V99.
01 WS-TK-Final       PIC 9(6)V99.
01 WS-TK-TVA         PIC 9(6)V99.
01 WS-TK-RefOrigine  PIC 9(6).
01 WS-TicketLignes   PIC 9(6).

*> Registre des factures.
01 WS-NumeroMax       PIC 9(6) VALUE ZERO.
01 WS-FactureOrigine  PIC 9(6) VALUE ZERO.
01 WS-ClientOrigine   PIC X(6).
01 WS-DejaFacture     PIC X(1).

*> Client facturé.
01 WS-Client         PIC X(6).
01 WS-ClientTrouve   PIC X(1).
01 WS-ClientActif    PIC X(1).
01 WS-CL-Nom         PIC X(30).
01 WS-CL-Adresse     PIC X(40).
01 WS-CL-Ville       PIC X(30).
01 WS-CL-NumTVA      PIC X(14).

01 WS-TableTauxTva.
   05 WS-TvaEntree OCCURS 5 TIMES.
      10 WS-TV-Categorie PIC X(2).
      10 WS-TV-Taux      PIC 9(2)V9(4).
01 WS-NbTauxTva PIC 9(1) VALUE ZERO.

01 WS-TableLignes.
   05 WS-LigneEntree OCCURS 20 TIMES.
      10 WS-LG-Libelle   PIC X(20).
      10 WS-LG-Quantite  PIC 9(3).
      10 WS-LG-Prix      PIC 9(6)V99.
      10 WS-LG-Montant   PIC 9(6)V99.
      10 WS-LG-Categorie PIC X(2).
01 WS-NbLignes PIC 9(2) VALUE ZERO.

*> Ventilation par catégorie de TVA : brut des lignes, puis base après
*> remise du ticket et TVA au taux de la catégorie.
01 WS-Ventilation.
   05 WS-VT-Entree OCCURS 6 TIMES.
      10 WS-VT-Categorie PIC X(2).
      10 WS-VT-Taux      PIC 9(2)V9(4).
      10 WS-VT-Brut      PIC 9(6)V99.
      10 WS-VT-Base      PIC 9(6)V99.
      10 WS-VT-TVA       PIC 9(6)V99.
01 WS-NbVentilations PIC 9(1) VALUE ZERO.

01 WS-Idx        PIC 9(2).
01 WS-IdxVt      PIC 9(1).
01 WS-TrouveInd  PIC X(1).
01 WS-TotalHT    PIC 9(6)V99.
01 WS-TotalTVA   PIC 9(6)V99.
01 WS-TotalTTC   PIC 9(6)V99.
01 WS-Remise     PIC 9(6)V99.

01 WS-MontantEdit PIC Z(5)9.99.
01 WS-PrixEdit    PIC Z(5)9.99.
01 WS-TvaEdit     PIC Z(5)9.99.
01 WS-TauxEdit    PIC Z9.99.

LINKAGE SECTION.
01 FactureTicket PIC 9(6).
01 FactureClient PIC X(6).
01 FactureNumero PIC 9(6).
01 FactureRetour PIC X(1).
   88 FACTURE-EMISE          VALUE 'O'.
   88 FACTURE-DEJA-EMISE     VALUE 'D'.
   88 FACTURE-TICKET-INCONNU VALUE 'T'.
   88 FACTURE-CLIENT-REFUSE  VALUE 'C'.
   88 FACTURE-SANS-ORIGINE   VALUE 'N'.

PROCEDURE DIVISION USING FactureTicket FactureClient FactureNumero
                         FactureRetour.
*> Le sous-programme reste chargé d'un appel à l'autre
*> (FacturationMagasin enchaîne les factures) : ses cumuls repartent
*> de zéro à chaque appel.
  MOVE ZERO TO FactureNumero
  MOVE ZERO TO WS-NumeroMax
  MOVE ZERO TO WS-FactureOrigine
  MOVE ZERO TO WS-NbTauxTva
  MOVE ZERO TO WS-NbLignes
  MOVE ZERO TO WS-NbVentilations
  INITIALIZE WS-Ventilation
  PERFORM CHARGER-DATE-VALEUR
  PERFORM RECHERCHER-TICKET
  IF WS-TicketTrouve NOT = 'O' THEN
    SET FACTURE-TICKET-INCONNU TO TRUE
    GOBACK
  END-IF

  PERFORM PARCOURIR-REGISTRE
  IF WS-DejaFacture = 'O' THEN
    SET FACTURE-DEJA-EMISE TO TRUE
    GOBACK
  END-IF
  IF WS-TK-Sens = 'A' THEN
    IF WS-FactureOrigine = ZERO THEN
      SET FACTURE-SANS-ORIGINE TO TRUE
      GOBACK
    END-IF
    MOVE WS-ClientOrigine TO WS-Client
    MOVE WS-TK-RefOrigine TO WS-TicketLignes
  ELSE
    MOVE FactureClient TO WS-Client
    MOVE FactureTicket TO WS-TicketLignes
  END-IF

*> Un client retiré depuis garde sa facture d'avoir : seule une
*> nouvelle facture exige un client actif.
  PERFORM RECHERCHER-CLIENT
  IF WS-ClientTrouve NOT = 'O'
     OR (WS-TK-Sens NOT = 'A' AND WS-ClientActif NOT = 'O') THEN
    SET FACTURE-CLIENT-REFUSE TO TRUE
    GOBACK
  END-IF

  PERFORM CHARGER-TAUX-TVA
  PERFORM VENTILER-TICKET
  COMPUTE FactureNumero = WS-NumeroMax + 1
  PERFORM ENREGISTRER-FACTURE
  PERFORM IMPRIMER-FACTURE
  SET FACTURE-EMISE TO TRUE
  GOBACK.

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

RECHERCHER-TICKET.
  MOVE 'N' TO WS-TicketTrouve
  OPEN INPUT recu
  IF WS-RECU-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM EXAMINER-TICKET-VIVANT
        UNTIL WS-FinLecture = 'O' OR WS-TicketTrouve = 'O'
    CLOSE recu
  END-IF
  IF WS-TicketTrouve NOT = 'O' THEN
    OPEN INPUT archive
    IF WS-ARCHIVE-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM EXAMINER-TICKET-ARCHIVE
          UNTIL WS-FinLecture = 'O' OR WS-TicketTrouve = 'O'
      CLOSE archive
    END-IF
  END-IF.

EXAMINER-TICKET-VIVANT.
  READ recu
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF RE-NumTicket = FactureTicket THEN
        MOVE 'O' TO WS-TicketTrouve
        MOVE RE-Date         TO WS-TK-Date
        MOVE RE-Sens         TO WS-TK-Sens
        MOVE RE-MontantEntre TO WS-TK-Brut
        MOVE RE-MontantFinal TO WS-TK-Final
        MOVE RE-TVA          TO WS-TK-TVA
        MOVE RE-RefOrigine   TO WS-TK-RefOrigine
      END-IF
  END-READ.

EXAMINER-TICKET-ARCHIVE.
  READ archive
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF AR-NumTicket = FactureTicket THEN
        MOVE 'O' TO WS-TicketTrouve
        MOVE AR-Date         TO WS-TK-Date
        MOVE AR-Sens         TO WS-TK-Sens
        MOVE AR-MontantEntre TO WS-TK-Brut
        MOVE AR-MontantFinal TO WS-TK-Final
        MOVE AR-TVA          TO WS-TK-TVA
        MOVE AR-RefOrigine   TO WS-TK-RefOrigine
      END-IF
  END-READ.

*> Le registre donne le dernier numéro attribué, dit si le ticket est
*> déjà facturé et, pour un avoir, retrouve la facture du ticket
*> remboursé.
PARCOURIR-REGISTRE.
  MOVE 'N' TO WS-DejaFacture
  OPEN INPUT factures
  IF WS-FACTURES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-FACTURE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE factures
  END-IF.

LIRE-FACTURE-SUIVANTE.
  READ factures
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF FM-Numero > WS-NumeroMax THEN
        MOVE FM-Numero TO WS-NumeroMax
      END-IF
      IF FM-Ticket = FactureTicket THEN
        MOVE 'O' TO WS-DejaFacture
        MOVE FM-Numero TO FactureNumero
      END-IF
      IF WS-TK-Sens = 'A' AND FACTURE-VENTE
         AND FM-Ticket = WS-TK-RefOrigine THEN
        MOVE FM-Numero TO WS-FactureOrigine
        MOVE FM-Client TO WS-ClientOrigine
      END-IF
  END-READ.

RECHERCHER-CLIENT.
  MOVE 'N' TO WS-ClientTrouve
  MOVE 'N' TO WS-ClientActif
  OPEN INPUT clients
  IF WS-CLIENTS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-CLIENT-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-ClientTrouve = 'O'
    CLOSE clients
  END-IF.

LIRE-CLIENT-SUIVANT.
  READ clients
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF CC-Code = WS-Client THEN
        MOVE 'O' TO WS-ClientTrouve
        IF CLIENT-ACTIF THEN
          MOVE 'O' TO WS-ClientActif
        END-IF
        MOVE CC-Nom     TO WS-CL-Nom
        MOVE CC-Adresse TO WS-CL-Adresse
        MOVE CC-Ville   TO WS-CL-Ville
        MOVE CC-NumTVA  TO WS-CL-NumTVA
      END-IF
  END-READ.

CHARGER-TAUX-TVA.
  OPEN INPUT tauxtva
  IF WS-TAUXTVA-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-TAUX-TVA-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-NbTauxTva = 5
    CLOSE tauxtva
  END-IF.

LIRE-TAUX-TVA-SUIVANT.
  READ tauxtva
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbTauxTva
      MOVE TV-Categorie TO WS-TV-Categorie(WS-NbTauxTva)
      MOVE TV-Taux      TO WS-TV-Taux(WS-NbTauxTva)
  END-READ.

*> Lignes du ticket (du ticket remboursé pour un avoir), cumulées par
*> catégorie ; la remise du ticket est répartie au prorata du brut de
*> chaque catégorie et le taux de la catégorie s'applique à la base
*> obtenue, comme CALCULER-TVA-PAR-CATEGORIE à la caisse. Un ticket de
*> lot, sans lignes, est facturé en un seul montant au taux normal,
*> avec la TVA calculée par la caisse de lot.
VENTILER-TICKET.
  OPEN INPUT reculignes
  IF WS-RECULIGNES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-LIGNE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE reculignes
  END-IF
  IF WS-NbVentilations = ZERO THEN
    MOVE 1 TO WS-NbVentilations
    MOVE "TN" TO WS-VT-Categorie(1)
    MOVE 20.0000 TO WS-VT-Taux(1)
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbTauxTva
      IF WS-TV-Categorie(WS-Idx) = "TN" THEN
        MOVE WS-TV-Taux(WS-Idx) TO WS-VT-Taux(1)
      END-IF
    END-PERFORM
    MOVE WS-TK-Final TO WS-VT-Brut(1)
    MOVE WS-TK-Final TO WS-VT-Base(1)
    MOVE WS-TK-TVA   TO WS-VT-TVA(1)
  ELSE
    PERFORM VARYING WS-IdxVt FROM 1 BY 1
        UNTIL WS-IdxVt > WS-NbVentilations
      IF WS-TK-Brut = ZERO THEN
        MOVE WS-VT-Brut(WS-IdxVt) TO WS-VT-Base(WS-IdxVt)
      ELSE
        COMPUTE WS-VT-Base(WS-IdxVt) ROUNDED =
            WS-VT-Brut(WS-IdxVt) * WS-TK-Final / WS-TK-Brut
      END-IF
      COMPUTE WS-VT-TVA(WS-IdxVt) ROUNDED =
          WS-VT-Base(WS-IdxVt) * WS-VT-Taux(WS-IdxVt) / 100
    END-PERFORM
  END-IF
  MOVE ZERO TO WS-TotalHT
  MOVE ZERO TO WS-TotalTVA
  PERFORM VARYING WS-IdxVt FROM 1 BY 1 UNTIL WS-IdxVt > WS-NbVentilations
    ADD WS-VT-Base(WS-IdxVt) TO WS-TotalHT
    ADD WS-VT-TVA(WS-IdxVt)  TO WS-TotalTVA
  END-PERFORM
  COMPUTE WS-TotalTTC = WS-TotalHT + WS-TotalTVA.

LIRE-LIGNE-SUIVANTE.
  READ reculignes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF RL-NumTicket = WS-TicketLignes THEN
        IF WS-NbLignes < 20 THEN
          ADD 1 TO WS-NbLignes
          MOVE RL-Libelle      TO WS-LG-Libelle(WS-NbLignes)
          MOVE RL-Quantite     TO WS-LG-Quantite(WS-NbLignes)
          MOVE RL-PrixUnitaire TO WS-LG-Prix(WS-NbLignes)
          MOVE RL-MontantLigne TO WS-LG-Montant(WS-NbLignes)
          MOVE RL-CategorieTVA TO WS-LG-Categorie(WS-NbLignes)
        END-IF
        PERFORM CUMULER-CATEGORIE
      END-IF
  END-READ.

CUMULER-CATEGORIE.
  MOVE 'N' TO WS-TrouveInd
  PERFORM VARYING WS-IdxVt FROM 1 BY 1
      UNTIL WS-IdxVt > WS-NbVentilations OR WS-TrouveInd = 'O'
    IF WS-VT-Categorie(WS-IdxVt) = RL-CategorieTVA THEN
      ADD RL-MontantLigne TO WS-VT-Brut(WS-IdxVt)
      MOVE 'O' TO WS-TrouveInd
    END-IF
  END-PERFORM
  IF WS-TrouveInd NOT = 'O' AND WS-NbVentilations < 6 THEN
    ADD 1 TO WS-NbVentilations
    MOVE RL-CategorieTVA TO WS-VT-Categorie(WS-NbVentilations)
    MOVE RL-MontantLigne TO WS-VT-Brut(WS-NbVentilations)
    MOVE 20.0000 TO WS-VT-Taux(WS-NbVentilations)
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbTauxTva
      IF WS-TV-Categorie(WS-Idx) = RL-CategorieTVA THEN
        MOVE WS-TV-Taux(WS-Idx) TO WS-VT-Taux(WS-NbVentilations)
      END-IF
    END-PERFORM
    IF RL-CategorieTVA = "NC" THEN
      MOVE ZERO TO WS-VT-Taux(WS-NbVentilations)
    END-IF
  END-IF.

ENREGISTRER-FACTURE.
  OPEN EXTEND factures
  IF WS-FACTURES-STATUS NOT = "00" THEN
    OPEN OUTPUT factures
  END-IF
  MOVE FactureNumero TO FM-Numero
  IF WS-TK-Sens = 'A' THEN
    SET FACTURE-AVOIR TO TRUE
    MOVE WS-FactureOrigine TO FM-FactureOrigine
  ELSE
    SET FACTURE-VENTE TO TRUE
    MOVE ZERO TO FM-FactureOrigine
  END-IF
  MOVE WS-DateJour   TO FM-Date
  MOVE WS-Client     TO FM-Client
  MOVE FactureTicket TO FM-Ticket
  MOVE WS-TK-Date    TO FM-DateTicket
  MOVE WS-TotalHT    TO FM-NetHT
  MOVE WS-TotalTVA   TO FM-TVA
  MOVE WS-TotalTTC   TO FM-TTC
  WRITE FactureRecord
  CLOSE factures

  OPEN EXTEND facturestva
  IF WS-FACTURESTVA-STATUS NOT = "00" THEN
    OPEN OUTPUT facturestva
  END-IF
  PERFORM VARYING WS-IdxVt FROM 1 BY 1 UNTIL WS-IdxVt > WS-NbVentilations
    MOVE FactureNumero            TO FV-Numero
    MOVE WS-VT-Categorie(WS-IdxVt) TO FV-Categorie
    MOVE WS-VT-Taux(WS-IdxVt)      TO FV-Taux
    MOVE WS-VT-Base(WS-IdxVt)      TO FV-Base
    MOVE WS-VT-TVA(WS-IdxVt)       TO FV-TVA
    WRITE FactureTvaRecord
  END-PERFORM
  CLOSE facturestva.

IMPRIMER-FACTURE.
  MOVE SPACES TO WS-NomDocument
  STRING "facture-" DELIMITED BY SIZE
         FactureNumero DELIMITED BY SIZE
         ".txt" DELIMITED BY SIZE
    INTO WS-NomDocument
  END-STRING
  OPEN OUTPUT document
  OPEN INPUT identite
  IF WS-IDENTITE-STATUS = "00" THEN
    READ identite
      AT END MOVE SPACES TO IdentiteMagasinRecord
    END-READ
    CLOSE identite
  ELSE
    MOVE SPACES TO IdentiteMagasinRecord
  END-IF
  IF IM-Nom = SPACES THEN
    MOVE "Identité du magasin non renseignée (identitemagasin.txt)"
      TO DocumentLigne
    WRITE DocumentLigne
  ELSE
    MOVE IM-Nom TO DocumentLigne
    WRITE DocumentLigne
    MOVE IM-Adresse TO DocumentLigne
    WRITE DocumentLigne
    MOVE IM-Ville TO DocumentLigne
    WRITE DocumentLigne
    MOVE SPACES TO DocumentLigne
    STRING "N° TVA intracommunautaire : " DELIMITED BY SIZE
           IM-NumTVA DELIMITED BY SIZE
      INTO DocumentLigne
    END-STRING
    WRITE DocumentLigne
  END-IF
  MOVE SPACES TO DocumentLigne
  WRITE DocumentLigne

  MOVE SPACES TO DocumentLigne
  IF WS-TK-Sens = 'A' THEN
    STRING "FACTURE D'AVOIR N° " DELIMITED BY SIZE
           FactureNumero DELIMITED BY SIZE
           " - sur la facture N° " DELIMITED BY SIZE
           WS-FactureOrigine DELIMITED BY SIZE
      INTO DocumentLigne
    END-STRING
  ELSE
    STRING "FACTURE N° " DELIMITED BY SIZE
           FactureNumero DELIMITED BY SIZE
      INTO DocumentLigne
    END-STRING
  END-IF
  WRITE DocumentLigne
  MOVE SPACES TO DocumentLigne
  STRING "Date : " DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
         "   Ticket n° " DELIMITED BY SIZE
         FactureTicket DELIMITED BY SIZE
         " du " DELIMITED BY SIZE
         WS-TK-Date DELIMITED BY SIZE
    INTO DocumentLigne
  END-STRING
  WRITE DocumentLigne
  MOVE SPACES TO DocumentLigne
  WRITE DocumentLigne

  MOVE SPACES TO DocumentLigne
  STRING "Client " DELIMITED BY SIZE
         WS-Client DELIMITED BY SIZE
         " : " DELIMITED BY SIZE
         WS-CL-Nom DELIMITED BY SIZE
    INTO DocumentLigne
  END-STRING
  WRITE DocumentLigne
  MOVE WS-CL-Adresse TO DocumentLigne
  WRITE DocumentLigne
  MOVE WS-CL-Ville TO DocumentLigne
  WRITE DocumentLigne
  IF WS-CL-NumTVA NOT = SPACES THEN
    MOVE SPACES TO DocumentLigne
    STRING "N° TVA intracommunautaire : " DELIMITED BY SIZE
           WS-CL-NumTVA DELIMITED BY SIZE
      INTO DocumentLigne
    END-STRING
    WRITE DocumentLigne
  END-IF
  MOVE SPACES TO DocumentLigne
  WRITE DocumentLigne

  IF WS-NbLignes = ZERO THEN
    MOVE "Vente globale sans détail de lignes (ticket de lot)"
      TO DocumentLigne
    WRITE DocumentLigne
  ELSE
    MOVE "Désignation           Qté  Prix unit.      Montant  TVA"
      TO DocumentLigne
    WRITE DocumentLigne
    PERFORM IMPRIMER-LIGNE
        VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbLignes
  END-IF
  IF WS-TK-Brut > WS-TK-Final THEN
    COMPUTE WS-Remise = WS-TK-Brut - WS-TK-Final
    MOVE WS-Remise TO WS-MontantEdit
    MOVE SPACES TO DocumentLigne
    STRING "Remise sur le ticket               " DELIMITED BY SIZE
           WS-MontantEdit DELIMITED BY SIZE
      INTO DocumentLigne
    END-STRING
    WRITE DocumentLigne
  END-IF
  MOVE SPACES TO DocumentLigne
  WRITE DocumentLigne

  PERFORM IMPRIMER-TAUX
      VARYING WS-IdxVt FROM 1 BY 1 UNTIL WS-IdxVt > WS-NbVentilations
  MOVE SPACES TO DocumentLigne
  WRITE DocumentLigne
  MOVE WS-TotalHT TO WS-MontantEdit
  MOVE SPACES TO DocumentLigne
  STRING "Total hors taxe   : " DELIMITED BY SIZE
         WS-MontantEdit DELIMITED BY SIZE
    INTO DocumentLigne
  END-STRING
  WRITE DocumentLigne
  MOVE WS-TotalTVA TO WS-MontantEdit
  MOVE SPACES TO DocumentLigne
  STRING "Total TVA         : " DELIMITED BY SIZE
         WS-MontantEdit DELIMITED BY SIZE
    INTO DocumentLigne
  END-STRING
  WRITE DocumentLigne
  MOVE WS-TotalTTC TO WS-MontantEdit
  MOVE SPACES TO DocumentLigne
  IF WS-TK-Sens = 'A' THEN
    STRING "Total TTC à déduire : " DELIMITED BY SIZE
           WS-MontantEdit DELIMITED BY SIZE
      INTO DocumentLigne
    END-STRING
  ELSE
    STRING "Total TTC         : " DELIMITED BY SIZE
           WS-MontantEdit DELIMITED BY SIZE
           "  (acquitté au ticket)" DELIMITED BY SIZE
      INTO DocumentLigne
    END-STRING
  END-IF
  WRITE DocumentLigne
  CLOSE document.

IMPRIMER-LIGNE.
  MOVE WS-LG-Prix(WS-Idx)    TO WS-PrixEdit
  MOVE WS-LG-Montant(WS-Idx) TO WS-MontantEdit
  MOVE SPACES TO DocumentLigne
  STRING WS-LG-Libelle(WS-Idx) DELIMITED BY SIZE
         "  " DELIMITED BY SIZE
         WS-LG-Quantite(WS-Idx) DELIMITED BY SIZE
         "  " DELIMITED BY SIZE
         WS-PrixEdit DELIMITED BY SIZE
         "  " DELIMITED BY SIZE
         WS-MontantEdit DELIMITED BY SIZE
         "  " DELIMITED BY SIZE
         WS-LG-Categorie(WS-Idx) DELIMITED BY SIZE
    INTO DocumentLigne
  END-STRING
  WRITE DocumentLigne.

IMPRIMER-TAUX.
  MOVE WS-VT-Taux(WS-IdxVt) TO WS-TauxEdit
  MOVE WS-VT-Base(WS-IdxVt) TO WS-MontantEdit
  MOVE WS-VT-TVA(WS-IdxVt)  TO WS-TvaEdit
  MOVE SPACES TO DocumentLigne
  STRING "TVA " DELIMITED BY SIZE
         WS-TauxEdit DELIMITED BY SIZE
         " % (cat. " DELIMITED BY SIZE
         WS-VT-Categorie(WS-IdxVt) DELIMITED BY SIZE
         ") : base " DELIMITED BY SIZE
         WS-MontantEdit DELIMITED BY SIZE
         ", TVA " DELIMITED BY SIZE
         WS-TvaEdit DELIMITED BY SIZE
    INTO DocumentLigne
  END-STRING
  WRITE DocumentLigne.
