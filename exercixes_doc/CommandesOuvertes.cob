IDENTIFICATION DIVISION.
PROGRAM-ID. CommandesOuvertes.

*> Liste des commandes fournisseur ouvertes du magasin : les lignes de
*> commandesmagasin.txt (CDEMAG) encore attendues, regroupées par
*> fournisseur (fournisseursmagasin.txt), avec la quantité restant à
*> livrer, la date de livraison attendue et la mention EN RETARD quand
*> elle est dépassée. Le montant restant dû est valorisé au prix
*> d'achat commandé. Sortie dans commandesouvertes.txt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT commandes ASSIGN TO "commandesmagasin.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COMMANDES-STATUS.

  SELECT fournisseurs ASSIGN TO "fournisseursmagasin.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-FOURNISSEURS-STATUS.

  SELECT rapport ASSIGN TO "commandesouvertes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RAPPORT-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD commandes.
COPY "CDEMAG.cpy".

FD fournisseurs.
COPY "FOURNMAG.cpy".

FD rapport.
01 RapportLigne PIC X(100).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-COMMANDES-STATUS    PIC XX.
01 WS-FOURNISSEURS-STATUS PIC XX.
01 WS-RAPPORT-STATUS      PIC XX.
01 WS-DATEVALEUR-STATUS   PIC XX.

01 WS-DateJour   PIC X(8).
01 WS-FinLecture PIC X(1).
01 WS-Idx        PIC 9(3).
01 WS-IdxF       PIC 9(2).
01 WS-Reste      PIC 9(5).
01 WS-Retard     PIC X(10).
01 WS-NbOuvertes PIC 9(3) VALUE ZERO.
01 WS-NbRetards  PIC 9(3) VALUE ZERO.
01 WS-NbLignesFournisseur PIC 9(3).
01 WS-MontantReste PIC 9(8)V99.
01 WS-MontantFournisseur PIC 9(8)V99.
01 WS-MontantTotal PIC 9(8)V99 VALUE ZERO.
01 WS-MontantEdit PIC Z(7)9.99.
01 WS-CommandesDeborde PIC X(1) VALUE 'N'.

01 WS-TableFournisseurs.
   05 WS-FournisseurEntree OCCURS 50 TIMES.
      10 WS-FS-Code PIC X(6).
      10 WS-FS-Nom  PIC X(20).
01 WS-NbFournisseurs PIC 9(2) VALUE ZERO.

01 WS-TableCommandes.
   05 WS-CommandeEntree OCCURS 200 TIMES.
      10 WS-CM-Numero      PIC 9(5).
      10 WS-CM-Fournisseur PIC X(6).
      10 WS-CM-Code        PIC X(6).
      10 WS-CM-Quantite    PIC 9(5).
      10 WS-CM-QteRecue    PIC 9(5).
      10 WS-CM-PrixAchat   PIC 9(6)V99.
      10 WS-CM-DateAttendue PIC X(8).
      10 WS-CM-Liste       PIC X(1).
01 WS-NbCommandes PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
    PERFORM CHARGER-DATE-VALEUR
    PERFORM CHARGER-FOURNISSEURS
    PERFORM CHARGER-COMMANDES

    OPEN OUTPUT rapport
    MOVE SPACES TO RapportLigne
    STRING "COMMANDES FOURNISSEUR OUVERTES AU " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
      INTO RapportLigne
    END-STRING
    WRITE RapportLigne
    IF WS-CommandesDeborde = 'O' THEN
      MOVE "Plus de 200 lignes ouvertes : liste tronquée."
          TO RapportLigne
      WRITE RapportLigne
    END-IF
    PERFORM LISTER-FOURNISSEUR
        VARYING WS-IdxF FROM 1 BY 1 UNTIL WS-IdxF > WS-NbFournisseurs
    PERFORM LISTER-HORS-FICHIER
    MOVE SPACES TO RapportLigne
    WRITE RapportLigne
    MOVE WS-MontantTotal TO WS-MontantEdit
    MOVE SPACES TO RapportLigne
    STRING "Total : " DELIMITED BY SIZE
           WS-NbOuvertes DELIMITED BY SIZE
           " ligne(s) ouverte(s) dont " DELIMITED BY SIZE
           WS-NbRetards DELIMITED BY SIZE
           " en retard, reste à livrer " DELIMITED BY SIZE
           WS-MontantEdit DELIMITED BY SIZE
      INTO RapportLigne
    END-STRING
    WRITE RapportLigne
    CLOSE rapport
    DISPLAY "Commandes ouvertes : " WS-NbOuvertes " ligne(s), "
            WS-NbRetards " en retard (commandesouvertes.txt)."
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

CHARGER-FOURNISSEURS.
    OPEN INPUT fournisseurs
    IF WS-FOURNISSEURS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-FOURNISSEUR-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbFournisseurs = 50
      CLOSE fournisseurs
    END-IF.

LIRE-FOURNISSEUR-SUIVANT.
    READ fournisseurs
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbFournisseurs
        MOVE FS-Code TO WS-FS-Code(WS-NbFournisseurs)
        MOVE FS-Nom  TO WS-FS-Nom(WS-NbFournisseurs)
    END-READ.

*> Seules les lignes ouvertes sont retenues en table.
CHARGER-COMMANDES.
    OPEN INPUT commandes
    IF WS-COMMANDES-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-COMMANDE-SUIVANTE UNTIL WS-FinLecture = 'O'
      CLOSE commandes
    END-IF.

LIRE-COMMANDE-SUIVANTE.
    READ commandes
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        IF COMMANDE-OUVERTE THEN
          IF WS-NbCommandes = 200 THEN
            MOVE 'O' TO WS-CommandesDeborde
          ELSE
            ADD 1 TO WS-NbCommandes
            MOVE CM-Numero       TO WS-CM-Numero(WS-NbCommandes)
            MOVE CM-Fournisseur  TO WS-CM-Fournisseur(WS-NbCommandes)
            MOVE CM-Code         TO WS-CM-Code(WS-NbCommandes)
            MOVE CM-Quantite     TO WS-CM-Quantite(WS-NbCommandes)
            MOVE CM-QteRecue     TO WS-CM-QteRecue(WS-NbCommandes)
            MOVE CM-PrixAchat    TO WS-CM-PrixAchat(WS-NbCommandes)
            MOVE CM-DateAttendue TO WS-CM-DateAttendue(WS-NbCommandes)
            MOVE 'N' TO WS-CM-Liste(WS-NbCommandes)
          END-IF
        END-IF
    END-READ.

LISTER-FOURNISSEUR.
    MOVE ZERO TO WS-NbLignesFournisseur
    MOVE ZERO TO WS-MontantFournisseur
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCommandes
      IF WS-CM-Fournisseur(WS-Idx) = WS-FS-Code(WS-IdxF) THEN
        IF WS-NbLignesFournisseur = ZERO THEN
          MOVE SPACES TO RapportLigne
          WRITE RapportLigne
          MOVE SPACES TO RapportLigne
          STRING "FOURNISSEUR " DELIMITED BY SIZE
                 WS-FS-Code(WS-IdxF) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-FS-Nom(WS-IdxF) DELIMITED BY SIZE
            INTO RapportLigne
          END-STRING
          WRITE RapportLigne
        END-IF
        PERFORM ECRIRE-LIGNE-OUVERTE
      END-IF
    END-PERFORM
    IF WS-NbLignesFournisseur > ZERO THEN
      MOVE WS-MontantFournisseur TO WS-MontantEdit
      MOVE SPACES TO RapportLigne
      STRING "  Reste à livrer : " DELIMITED BY SIZE
             WS-MontantEdit DELIMITED BY SIZE
        INTO RapportLigne
      END-STRING
      WRITE RapportLigne
    END-IF.

*> Lignes dont le fournisseur n'est plus au fichier maître.
LISTER-HORS-FICHIER.
    MOVE ZERO TO WS-NbLignesFournisseur
    MOVE ZERO TO WS-MontantFournisseur
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCommandes
      IF WS-CM-Liste(WS-Idx) = 'N' THEN
        IF WS-NbLignesFournisseur = ZERO THEN
          MOVE SPACES TO RapportLigne
          WRITE RapportLigne
          MOVE "FOURNISSEUR INCONNU DU FICHIER MAITRE" TO RapportLigne
          WRITE RapportLigne
        END-IF
        PERFORM ECRIRE-LIGNE-OUVERTE
      END-IF
    END-PERFORM.

ECRIRE-LIGNE-OUVERTE.
    MOVE 'O' TO WS-CM-Liste(WS-Idx)
    ADD 1 TO WS-NbLignesFournisseur
    ADD 1 TO WS-NbOuvertes
    IF WS-CM-QteRecue(WS-Idx) < WS-CM-Quantite(WS-Idx) THEN
      COMPUTE WS-Reste = WS-CM-Quantite(WS-Idx) - WS-CM-QteRecue(WS-Idx)
    ELSE
      MOVE ZERO TO WS-Reste
    END-IF
    COMPUTE WS-MontantReste = WS-Reste * WS-CM-PrixAchat(WS-Idx)
    ADD WS-MontantReste TO WS-MontantFournisseur
    ADD WS-MontantReste TO WS-MontantTotal
    IF WS-CM-DateAttendue(WS-Idx) < WS-DateJour THEN
      MOVE "EN RETARD" TO WS-Retard
      ADD 1 TO WS-NbRetards
    ELSE
      MOVE SPACES TO WS-Retard
    END-IF
    MOVE WS-MontantReste TO WS-MontantEdit
    MOVE SPACES TO RapportLigne
    STRING "  Cde " DELIMITED BY SIZE
           WS-CM-Numero(WS-Idx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CM-Code(WS-Idx) DELIMITED BY SIZE
           " commandé " DELIMITED BY SIZE
           WS-CM-Quantite(WS-Idx) DELIMITED BY SIZE
           " reçu " DELIMITED BY SIZE
           WS-CM-QteRecue(WS-Idx) DELIMITED BY SIZE
           " reste " DELIMITED BY SIZE
           WS-Reste DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-MontantEdit DELIMITED BY SIZE
           " attendu " DELIMITED BY SIZE
           WS-CM-DateAttendue(WS-Idx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Retard DELIMITED BY SIZE
      INTO RapportLigne
    END-STRING
    WRITE RapportLigne.
