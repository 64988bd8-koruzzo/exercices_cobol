IDENTIFICATION DIVISION.
PROGRAM-ID. FacturationMagasin.

*> Facturation des clients en compte du magasin : tenue du fichier des
*> clients (clientsmagasin.txt, CLIMAG.cpy) — associations et
*> entreprises du quartier, avec adresse de facturation et numéro de
*> TVA — et facture en règle d'un ticket après coup, à partir de son
*> numéro : la facture est établie par EmettreFacture, comme celle
*> demandée à la caisse en fin de vente, et prend le numéro suivant du
*> registre facturesmagasin.txt. Un numéro de ticket d'avoir donne la
*> facture d'avoir de la facture du ticket remboursé. Le fichier des
*> clients est rechargé en table puis réécrit en entier après chaque
*> mise à jour, comme GestionFournisseursMagasin.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT clients ASSIGN TO "clientsmagasin.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CLIENTS-STATUS.

DATA DIVISION.

FILE SECTION.
FD clients.
COPY "CLIMAG.cpy".

WORKING-STORAGE SECTION.
01 WS-CLIENTS-STATUS PIC XX.

01 WS-Choix         PIC X(1).
01 WS-FinLecture    PIC X(1).
01 WS-CodeSaisi     PIC X(6).
01 WS-NomSaisi      PIC X(30).
01 WS-AdresseSaisie PIC X(40).
01 WS-VilleSaisie   PIC X(30).
01 WS-NumTVASaisi   PIC X(14).
01 WS-Idx           PIC 9(2).
01 WS-IdxClient     PIC 9(2).
01 WS-ClientsDeborde PIC X(1) VALUE 'N'.

01 WS-TableClients.
   05 WS-ClientEntree OCCURS 50 TIMES.
      10 WS-CC-Code    PIC X(6).
      10 WS-CC-Nom     PIC X(30).
      10 WS-CC-Adresse PIC X(40).
      10 WS-CC-Ville   PIC X(30).
      10 WS-CC-NumTVA  PIC X(14).
      10 WS-CC-Actif   PIC X(1).
01 WS-NbClients PIC 9(2) VALUE ZERO.

*> Paramètres d'appel de EmettreFacture.
01 WS-TicketFacture  PIC 9(6).
01 WS-ClientFacture  PIC X(6).
01 WS-NumeroFacture  PIC 9(6).
01 WS-RetourFacture  PIC X(1).

PROCEDURE DIVISION.
    DISPLAY "Clients en compte et factures du magasin."
    PERFORM CHARGER-CLIENTS
    IF WS-ClientsDeborde = 'O' THEN
      DISPLAY "Plus de 50 clients en compte : fichier non modifiable "
              "ici sans perte, tenue refusée."
      STOP RUN
    END-IF

    PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

    DISPLAY "Fin de la facturation."
    STOP RUN.

NOUVELLE-ACTION.
    DISPLAY "---------------------------------------------------"
    DISPLAY "C -> Créer / modifier un client en compte"
    DISPLAY "R -> Retirer / réactiver un client"
    DISPLAY "L -> Lister les clients"
    DISPLAY "F -> Facturer un ticket (ou l'avoir d'un ticket facturé)"
    DISPLAY "E -> Quitter"
    DISPLAY "---------------------------------------------------"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
      WHEN 'C'
        PERFORM SAISIR-CLIENT
      WHEN 'R'
        PERFORM BASCULER-CLIENT
      WHEN 'L'
        PERFORM LISTER-CLIENTS
      WHEN 'F'
        PERFORM FACTURER-TICKET
      WHEN 'E'
        CONTINUE
      WHEN OTHER
        DISPLAY "Choix invalide."
    END-EVALUATE.

CHARGER-CLIENTS.
    OPEN INPUT clients
    IF WS-CLIENTS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-CLIENT-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbClients = 50
      IF WS-FinLecture NOT = 'O' THEN
        READ clients
          NOT AT END MOVE 'O' TO WS-ClientsDeborde
        END-READ
      END-IF
      CLOSE clients
    END-IF.

LIRE-CLIENT-SUIVANT.
    READ clients
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbClients
        MOVE CC-Code    TO WS-CC-Code(WS-NbClients)
        MOVE CC-Nom     TO WS-CC-Nom(WS-NbClients)
        MOVE CC-Adresse TO WS-CC-Adresse(WS-NbClients)
        MOVE CC-Ville   TO WS-CC-Ville(WS-NbClients)
        MOVE CC-NumTVA  TO WS-CC-NumTVA(WS-NbClients)
        MOVE CC-Actif   TO WS-CC-Actif(WS-NbClients)
    END-READ.

SAUVER-CLIENTS.
    OPEN OUTPUT clients
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbClients
      MOVE WS-CC-Code(WS-Idx)    TO CC-Code
      MOVE WS-CC-Nom(WS-Idx)     TO CC-Nom
      MOVE WS-CC-Adresse(WS-Idx) TO CC-Adresse
      MOVE WS-CC-Ville(WS-Idx)   TO CC-Ville
      MOVE WS-CC-NumTVA(WS-Idx)  TO CC-NumTVA
      MOVE WS-CC-Actif(WS-Idx)   TO CC-Actif
      WRITE ClientMagasinRecord
    END-PERFORM
    CLOSE clients.

CHERCHER-CLIENT.
    MOVE ZERO TO WS-IdxClient
    PERFORM VARYING WS-Idx FROM 1 BY 1
        UNTIL WS-Idx > WS-NbClients OR WS-IdxClient > ZERO
      IF WS-CC-Code(WS-Idx) = WS-CodeSaisi THEN
        MOVE WS-Idx TO WS-IdxClient
      END-IF
    END-PERFORM.

*> Création d'un client, ou mise à jour de sa fiche si le code existe
*> déjà (une saisie vide garde la valeur en place).
SAISIR-CLIENT.
    DISPLAY "Code client : "
    ACCEPT WS-CodeSaisi
    IF WS-CodeSaisi = SPACES THEN
      EXIT PARAGRAPH
    END-IF
    PERFORM CHERCHER-CLIENT
    IF WS-IdxClient = ZERO THEN
      IF WS-NbClients = 50 THEN
        DISPLAY "Fichier des clients plein (50)."
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO WS-NbClients
      MOVE WS-NbClients TO WS-IdxClient
      MOVE WS-CodeSaisi TO WS-CC-Code(WS-IdxClient)
      MOVE SPACES TO WS-CC-Nom(WS-IdxClient)
                     WS-CC-Adresse(WS-IdxClient)
                     WS-CC-Ville(WS-IdxClient)
                     WS-CC-NumTVA(WS-IdxClient)
      MOVE 'O' TO WS-CC-Actif(WS-IdxClient)
      DISPLAY "Nouveau client."
    ELSE
      DISPLAY "Client " WS-CC-Nom(WS-IdxClient)
              " - TVA " WS-CC-NumTVA(WS-IdxClient)
    END-IF
    DISPLAY "Raison sociale : "
    MOVE SPACES TO WS-NomSaisi
    ACCEPT WS-NomSaisi
    IF WS-NomSaisi NOT = SPACES THEN
      MOVE WS-NomSaisi TO WS-CC-Nom(WS-IdxClient)
    END-IF
    DISPLAY "Adresse : "
    MOVE SPACES TO WS-AdresseSaisie
    ACCEPT WS-AdresseSaisie
    IF WS-AdresseSaisie NOT = SPACES THEN
      MOVE WS-AdresseSaisie TO WS-CC-Adresse(WS-IdxClient)
    END-IF
    DISPLAY "Code postal et ville : "
    MOVE SPACES TO WS-VilleSaisie
    ACCEPT WS-VilleSaisie
    IF WS-VilleSaisie NOT = SPACES THEN
      MOVE WS-VilleSaisie TO WS-CC-Ville(WS-IdxClient)
    END-IF
    DISPLAY "N° de TVA intracommunautaire (vide = inchangé) : "
    MOVE SPACES TO WS-NumTVASaisi
    ACCEPT WS-NumTVASaisi
    IF WS-NumTVASaisi NOT = SPACES THEN
      MOVE WS-NumTVASaisi TO WS-CC-NumTVA(WS-IdxClient)
    END-IF
    IF WS-CC-Nom(WS-IdxClient) = SPACES THEN
      DISPLAY "Raison sociale obligatoire sur une facture : client "
              WS-CodeSaisi " non enregistré."
      SUBTRACT 1 FROM WS-NbClients
      EXIT PARAGRAPH
    END-IF
    PERFORM SAUVER-CLIENTS
    DISPLAY "Client " WS-CodeSaisi " enregistré.".

BASCULER-CLIENT.
    DISPLAY "Code client : "
    ACCEPT WS-CodeSaisi
    PERFORM CHERCHER-CLIENT
    IF WS-IdxClient = ZERO THEN
      DISPLAY "Client inconnu."
      EXIT PARAGRAPH
    END-IF
    IF WS-CC-Actif(WS-IdxClient) = 'N' THEN
      MOVE 'O' TO WS-CC-Actif(WS-IdxClient)
      DISPLAY WS-CC-Nom(WS-IdxClient) " réactivé."
    ELSE
      MOVE 'N' TO WS-CC-Actif(WS-IdxClient)
      DISPLAY WS-CC-Nom(WS-IdxClient) " retiré de la facturation."
    END-IF
    PERFORM SAUVER-CLIENTS.

LISTER-CLIENTS.
    IF WS-NbClients = ZERO THEN
      DISPLAY "Aucun client en compte."
      EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbClients
      DISPLAY WS-CC-Code(WS-Idx) " " WS-CC-Nom(WS-Idx) " TVA "
              WS-CC-NumTVA(WS-Idx) " actif " WS-CC-Actif(WS-Idx)
      DISPLAY "       " WS-CC-Adresse(WS-Idx) " " WS-CC-Ville(WS-Idx)
    END-PERFORM.

*> Le client n'est demandé que pour une vente : l'avoir d'un ticket
*> facturé va d'office au client de la facture d'origine.
FACTURER-TICKET.
    DISPLAY "Numéro du ticket à facturer : "
    MOVE ZERO TO WS-TicketFacture
    ACCEPT WS-TicketFacture
    DISPLAY "Code client (vide pour un ticket d'avoir) : "
    MOVE SPACES TO WS-ClientFacture
    ACCEPT WS-ClientFacture
    CALL 'EmettreFacture' USING WS-TicketFacture WS-ClientFacture
                                WS-NumeroFacture WS-RetourFacture
    PERFORM AFFICHER-RETOUR-FACTURE.

AFFICHER-RETOUR-FACTURE.
    EVALUATE WS-RetourFacture
      WHEN 'O'
        DISPLAY "Facture n° " WS-NumeroFacture " émise (facture-"
                WS-NumeroFacture ".txt)."
      WHEN 'D'
        DISPLAY "Ticket " WS-TicketFacture " déjà facturé (facture n° "
                WS-NumeroFacture ")."
      WHEN 'T'
        DISPLAY "Ticket " WS-TicketFacture " introuvable."
      WHEN 'C'
        DISPLAY "Client " WS-ClientFacture " inconnu ou retiré."
      WHEN 'N'
        DISPLAY "Ticket d'avoir sur un ticket non facturé : pas de "
                "facture d'avoir."
    END-EVALUATE.
