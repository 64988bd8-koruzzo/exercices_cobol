IDENTIFICATION DIVISION.
PROGRAM-ID. CommandesFonds.

*> Commandes de fonds auprès du transporteur de fonds, au rythme
*> mensuel de l'approvisionnement de la chambre forte : une commande
*> (devise, montant, date de livraison prévue) est émise puis, à
*> l'arrivée du transporteur, réceptionnée par un mouvement de coffre
*> (MouvementCoffre, réception 'C') compté coupure par coupure et signé
*> par deux opérateurs ; un écart entre commandé et reçu est signalé
*> pour réclamation. L'excédent de billets et les billets usés sont
*> remis au transporteur de la même façon (remise 'R'). Commandes et
*> remises sont tenues dans commandesfonds.txt ; la liste d'un mois en
*> donne le détail et les totaux commandé, reçu et remis par devise.
*> Les mouvements EUR du transporteur partent dans l'interface grand
*> livre (ExportGrandLivre) en contrepartie du compte de caisse.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT commandesfonds ASSIGN TO "commandesfonds.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COMMANDES-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD commandesfonds.
01 CommandeFondsRecord.
   05 CO-Numero          PIC 9(6).
   05 CO-Type            PIC X(1).
      88 CO-COMMANDE VALUE 'C'.
      88 CO-REMISE   VALUE 'R'.
   05 CO-DateCommande    PIC X(8).
   05 CO-DateLivraison   PIC X(8).
   05 CO-Devise          PIC X(3).
   05 CO-Montant         PIC 9(10)V99.
   05 CO-MontantRealise  PIC 9(10)V99.
   05 CO-DateRealisation PIC X(8).
   05 CO-Statut          PIC X(1).
      88 CO-EMISE   VALUE 'E'.
      88 CO-SOLDEE  VALUE 'L'.
      88 CO-ANNULEE VALUE 'A'.
   05 CO-Operateur       PIC X(6).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-COMMANDES-STATUS  PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-NomProgramme PIC X(20) VALUE "CommandesFonds".
01 WS-OperateurId  PIC X(6).
01 WS-AccesAccorde PIC X(1).

01 WS-Choix        PIC X(1).
01 WS-FinLecture   PIC X(1).
01 WS-DateJour     PIC X(8).
01 WS-Idx          PIC 9(3).
01 WS-IdxTrouve    PIC 9(3).
01 WS-NumeroSaisi  PIC 9(6).
01 WS-DeviseSaisie PIC X(3).
01 WS-MontantSaisi PIC 9(10)V99.
01 WS-DateSaisie   PIC X(8).
01 WS-MoisSaisi    PIC X(6).
01 WS-Confirmation PIC X(1).

01 WS-TableCommandes.
   05 WS-CommandeEntree OCCURS 300 TIMES.
      10 WS-CO-Numero          PIC 9(6).
      10 WS-CO-Type            PIC X(1).
      10 WS-CO-DateCommande    PIC X(8).
      10 WS-CO-DateLivraison   PIC X(8).
      10 WS-CO-Devise          PIC X(3).
      10 WS-CO-Montant         PIC 9(10)V99.
      10 WS-CO-MontantRealise  PIC 9(10)V99.
      10 WS-CO-DateRealisation PIC X(8).
      10 WS-CO-Statut          PIC X(1).
      10 WS-CO-Operateur       PIC X(6).
01 WS-NbCommandes   PIC 9(3) VALUE ZERO.
01 WS-DernierNumero PIC 9(6) VALUE ZERO.

01 WS-TypeCoffre       PIC X(1).
01 WS-TiersCoffre      PIC X(6).
01 WS-MontantCoffre    PIC 9(10)V99.
01 WS-MouvementAccepte PIC X(1).
01 WS-Ecart            PIC S9(10)V99 SIGN LEADING SEPARATE.

*> Totaux du mois par devise.
01 WS-TableTotaux.
   05 WS-TotalEntree OCCURS 10 TIMES.
      10 WS-TO-Devise    PIC X(3).
      10 WS-TO-Commande  PIC 9(12)V99.
      10 WS-TO-Recu      PIC 9(12)V99.
      10 WS-TO-Remis     PIC 9(12)V99.
01 WS-NbTotaux   PIC 9(2) VALUE ZERO.
01 WS-IdxTotal   PIC 9(2).
01 WS-NbListees  PIC 9(3).

PROCEDURE DIVISION.
  DISPLAY "Commandes de fonds au transporteur."
  DISPLAY "Identifiant opérateur : "
  ACCEPT WS-OperateurId
  CALL 'ControlerAcces' USING WS-OperateurId WS-NomProgramme
                               WS-AccesAccorde
  IF WS-AccesAccorde NOT = 'O' THEN
    STOP RUN
  END-IF
  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-COMMANDES

  MOVE SPACE TO WS-Choix
  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  DISPLAY "Fin des commandes de fonds."
  STOP RUN.

NOUVELLE-ACTION.
  DISPLAY "---------------------------------------------------"
  DISPLAY "P -> Passer une commande au transporteur"
  DISPLAY "R -> Réceptionner une commande"
  DISPLAY "T -> Remettre des fonds au transporteur"
  DISPLAY "A -> Annuler une commande émise"
  DISPLAY "L -> Lister les commandes d'un mois"
  DISPLAY "E -> Quitter"
  DISPLAY "---------------------------------------------------"
  ACCEPT WS-Choix

  EVALUATE WS-Choix
    WHEN 'P'
      PERFORM PASSER-COMMANDE
    WHEN 'R'
      PERFORM RECEPTIONNER-COMMANDE
    WHEN 'T'
      PERFORM REMETTRE-FONDS
    WHEN 'A'
      PERFORM ANNULER-COMMANDE
    WHEN 'L'
      PERFORM LISTER-MOIS
    WHEN 'E'
      CONTINUE
    WHEN OTHER
      DISPLAY "Choix invalide."
  END-EVALUATE.

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

CHARGER-COMMANDES.
  MOVE ZERO TO WS-NbCommandes
  MOVE ZERO TO WS-DernierNumero
  OPEN INPUT commandesfonds
  IF WS-COMMANDES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-COMMANDE-SUIVANTE
        UNTIL WS-FinLecture = 'O' OR WS-NbCommandes = 300
    CLOSE commandesfonds
  END-IF.

LIRE-COMMANDE-SUIVANTE.
  READ commandesfonds
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbCommandes
      MOVE CO-Numero          TO WS-CO-Numero(WS-NbCommandes)
      MOVE CO-Type            TO WS-CO-Type(WS-NbCommandes)
      MOVE CO-DateCommande    TO WS-CO-DateCommande(WS-NbCommandes)
      MOVE CO-DateLivraison   TO WS-CO-DateLivraison(WS-NbCommandes)
      MOVE CO-Devise          TO WS-CO-Devise(WS-NbCommandes)
      MOVE CO-Montant         TO WS-CO-Montant(WS-NbCommandes)
      MOVE CO-MontantRealise  TO WS-CO-MontantRealise(WS-NbCommandes)
      MOVE CO-DateRealisation TO WS-CO-DateRealisation(WS-NbCommandes)
      MOVE CO-Statut          TO WS-CO-Statut(WS-NbCommandes)
      MOVE CO-Operateur       TO WS-CO-Operateur(WS-NbCommandes)
      IF CO-Numero > WS-DernierNumero THEN
        MOVE CO-Numero TO WS-DernierNumero
      END-IF
  END-READ.

SAUVER-COMMANDES.
  OPEN OUTPUT commandesfonds
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCommandes
    MOVE WS-CO-Numero(WS-Idx)          TO CO-Numero
    MOVE WS-CO-Type(WS-Idx)            TO CO-Type
    MOVE WS-CO-DateCommande(WS-Idx)    TO CO-DateCommande
    MOVE WS-CO-DateLivraison(WS-Idx)   TO CO-DateLivraison
    MOVE WS-CO-Devise(WS-Idx)          TO CO-Devise
    MOVE WS-CO-Montant(WS-Idx)         TO CO-Montant
    MOVE WS-CO-MontantRealise(WS-Idx)  TO CO-MontantRealise
    MOVE WS-CO-DateRealisation(WS-Idx) TO CO-DateRealisation
    MOVE WS-CO-Statut(WS-Idx)          TO CO-Statut
    MOVE WS-CO-Operateur(WS-Idx)       TO CO-Operateur
    WRITE CommandeFondsRecord
  END-PERFORM
  CLOSE commandesfonds.

*> Nouvelle ligne de commandesfonds.txt, numérotée à la suite.
AJOUTER-LIGNE.
  ADD 1 TO WS-NbCommandes
  ADD 1 TO WS-DernierNumero
  MOVE WS-NbCommandes TO WS-IdxTrouve
  MOVE WS-DernierNumero TO WS-CO-Numero(WS-IdxTrouve)
  MOVE WS-DateJour TO WS-CO-DateCommande(WS-IdxTrouve)
  MOVE WS-DeviseSaisie TO WS-CO-Devise(WS-IdxTrouve)
  MOVE ZERO TO WS-CO-MontantRealise(WS-IdxTrouve)
  MOVE SPACES TO WS-CO-DateRealisation(WS-IdxTrouve)
  MOVE WS-OperateurId TO WS-CO-Operateur(WS-IdxTrouve).

PASSER-COMMANDE.
  IF WS-NbCommandes = 300 THEN
    DISPLAY "commandesfonds.txt complet, commande impossible."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Devise commandée (vide = EUR) : "
  ACCEPT WS-DeviseSaisie
  IF WS-DeviseSaisie = SPACES THEN
    MOVE "EUR" TO WS-DeviseSaisie
  END-IF
  DISPLAY "Montant commandé : "
  ACCEPT WS-MontantSaisi
  IF WS-MontantSaisi = ZERO THEN
    DISPLAY "Montant nul, commande abandonnée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Date de livraison prévue (AAAAMMJJ) : "
  ACCEPT WS-DateSaisie
  IF WS-DateSaisie NOT NUMERIC OR WS-DateSaisie < WS-DateJour THEN
    DISPLAY "Date de livraison invalide, commande abandonnée."
    EXIT PARAGRAPH
  END-IF
  PERFORM AJOUTER-LIGNE
  MOVE 'C' TO WS-CO-Type(WS-IdxTrouve)
  MOVE WS-DateSaisie TO WS-CO-DateLivraison(WS-IdxTrouve)
  MOVE WS-MontantSaisi TO WS-CO-Montant(WS-IdxTrouve)
  MOVE 'E' TO WS-CO-Statut(WS-IdxTrouve)
  PERFORM SAUVER-COMMANDES
  DISPLAY "Commande " WS-CO-Numero(WS-IdxTrouve) " émise : "
          WS-MontantSaisi " " WS-DeviseSaisie
          " livrable le " WS-DateSaisie ".".

CHERCHER-COMMANDE-EMISE.
  DISPLAY "Numéro de la commande : "
  ACCEPT WS-NumeroSaisi
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1
      UNTIL WS-Idx > WS-NbCommandes OR WS-IdxTrouve > ZERO
    IF WS-CO-Numero(WS-Idx) = WS-NumeroSaisi
       AND WS-CO-Type(WS-Idx) = 'C' AND WS-CO-Statut(WS-Idx) = 'E' THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM
  IF WS-IdxTrouve = ZERO THEN
    DISPLAY "Aucune commande émise n° " WS-NumeroSaisi "."
  END-IF.

*> Les fonds livrés entrent au coffre tels que comptés ; la commande est
*> soldée sur le montant reçu, l'écart éventuel étant à réclamer.
RECEPTIONNER-COMMANDE.
  PERFORM CHERCHER-COMMANDE-EMISE
  IF WS-IdxTrouve = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Commande " WS-CO-Numero(WS-IdxTrouve) " : "
          WS-CO-Montant(WS-IdxTrouve) " " WS-CO-Devise(WS-IdxTrouve)
  MOVE 'C' TO WS-TypeCoffre
  MOVE WS-CO-Numero(WS-IdxTrouve) TO WS-TiersCoffre
  CALL 'MouvementCoffre' USING WS-TypeCoffre WS-TiersCoffre
                               WS-CO-Devise(WS-IdxTrouve)
                               WS-MontantCoffre WS-MouvementAccepte
  IF WS-MouvementAccepte NOT = 'O' THEN
    DISPLAY "Réception non enregistrée, la commande reste émise."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-MontantCoffre TO WS-CO-MontantRealise(WS-IdxTrouve)
  MOVE WS-DateJour TO WS-CO-DateRealisation(WS-IdxTrouve)
  MOVE 'L' TO WS-CO-Statut(WS-IdxTrouve)
  PERFORM SAUVER-COMMANDES
  COMPUTE WS-Ecart = WS-MontantCoffre - WS-CO-Montant(WS-IdxTrouve)
  IF WS-Ecart = ZERO THEN
    DISPLAY "Commande reçue conforme."
  ELSE
    DISPLAY "ECART de " WS-Ecart " " WS-CO-Devise(WS-IdxTrouve)
            " entre reçu et commandé : à réclamer au transporteur."
  END-IF.

REMETTRE-FONDS.
  IF WS-NbCommandes = 300 THEN
    DISPLAY "commandesfonds.txt complet, remise impossible."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Devise remise (vide = EUR) : "
  ACCEPT WS-DeviseSaisie
  IF WS-DeviseSaisie = SPACES THEN
    MOVE "EUR" TO WS-DeviseSaisie
  END-IF
  COMPUTE WS-NumeroSaisi = WS-DernierNumero + 1
  MOVE WS-NumeroSaisi TO WS-TiersCoffre
  MOVE 'R' TO WS-TypeCoffre
  CALL 'MouvementCoffre' USING WS-TypeCoffre WS-TiersCoffre
                               WS-DeviseSaisie WS-MontantCoffre
                               WS-MouvementAccepte
  IF WS-MouvementAccepte NOT = 'O' THEN
    DISPLAY "Remise non enregistrée."
    EXIT PARAGRAPH
  END-IF
  PERFORM AJOUTER-LIGNE
  MOVE 'R' TO WS-CO-Type(WS-IdxTrouve)
  MOVE WS-DateJour TO WS-CO-DateLivraison(WS-IdxTrouve)
  MOVE WS-MontantCoffre TO WS-CO-Montant(WS-IdxTrouve)
  MOVE WS-MontantCoffre TO WS-CO-MontantRealise(WS-IdxTrouve)
  MOVE WS-DateJour TO WS-CO-DateRealisation(WS-IdxTrouve)
  MOVE 'L' TO WS-CO-Statut(WS-IdxTrouve)
  PERFORM SAUVER-COMMANDES
  DISPLAY "Remise " WS-CO-Numero(WS-IdxTrouve) " enregistrée : "
          WS-MontantCoffre " " WS-DeviseSaisie ".".

ANNULER-COMMANDE.
  PERFORM CHERCHER-COMMANDE-EMISE
  IF WS-IdxTrouve = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Annuler la commande " WS-CO-Numero(WS-IdxTrouve) " de "
          WS-CO-Montant(WS-IdxTrouve) " " WS-CO-Devise(WS-IdxTrouve)
          " (O/N) ? "
  ACCEPT WS-Confirmation
  IF WS-Confirmation = 'O' THEN
    MOVE 'A' TO WS-CO-Statut(WS-IdxTrouve)
    MOVE WS-DateJour TO WS-CO-DateRealisation(WS-IdxTrouve)
    PERFORM SAUVER-COMMANDES
    DISPLAY "Commande annulée."
  END-IF.

LISTER-MOIS.
  DISPLAY "Mois à lister (AAAAMM, vide = mois en cours) : "
  ACCEPT WS-MoisSaisi
  IF WS-MoisSaisi = SPACES THEN
    MOVE WS-DateJour(1:6) TO WS-MoisSaisi
  END-IF
  MOVE ZERO TO WS-NbTotaux
  MOVE ZERO TO WS-NbListees
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCommandes
    IF WS-CO-DateCommande(WS-Idx)(1:6) = WS-MoisSaisi THEN
      ADD 1 TO WS-NbListees
      DISPLAY WS-CO-Numero(WS-Idx) " " WS-CO-Type(WS-Idx)
              " " WS-CO-DateCommande(WS-Idx)
              " livr. " WS-CO-DateLivraison(WS-Idx)
              " " WS-CO-Devise(WS-Idx) " " WS-CO-Montant(WS-Idx)
              " réalisé " WS-CO-MontantRealise(WS-Idx)
              " statut " WS-CO-Statut(WS-Idx)
              " par " WS-CO-Operateur(WS-Idx)
      PERFORM CUMULER-TOTAL-MOIS
    END-IF
  END-PERFORM
  IF WS-NbListees = ZERO THEN
    DISPLAY "Aucune commande ni remise en " WS-MoisSaisi "."
  END-IF
  PERFORM VARYING WS-IdxTotal FROM 1 BY 1 UNTIL WS-IdxTotal > WS-NbTotaux
    DISPLAY "Total " WS-TO-Devise(WS-IdxTotal)
            " : commandé " WS-TO-Commande(WS-IdxTotal)
            " reçu " WS-TO-Recu(WS-IdxTotal)
            " remis " WS-TO-Remis(WS-IdxTotal)
  END-PERFORM.

CUMULER-TOTAL-MOIS.
  IF WS-CO-Statut(WS-Idx) = 'A' THEN
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-IdxTotal FROM 1 BY 1
      UNTIL WS-IdxTotal > WS-NbTotaux OR WS-IdxTrouve > ZERO
    IF WS-TO-Devise(WS-IdxTotal) = WS-CO-Devise(WS-Idx) THEN
      MOVE WS-IdxTotal TO WS-IdxTrouve
    END-IF
  END-PERFORM
  IF WS-IdxTrouve = ZERO THEN
    IF WS-NbTotaux = 10 THEN
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-NbTotaux
    MOVE WS-NbTotaux TO WS-IdxTrouve
    MOVE WS-CO-Devise(WS-Idx) TO WS-TO-Devise(WS-IdxTrouve)
    MOVE ZERO TO WS-TO-Commande(WS-IdxTrouve)
    MOVE ZERO TO WS-TO-Recu(WS-IdxTrouve)
    MOVE ZERO TO WS-TO-Remis(WS-IdxTrouve)
  END-IF
  IF WS-CO-Type(WS-Idx) = 'C' THEN
    ADD WS-CO-Montant(WS-Idx) TO WS-TO-Commande(WS-IdxTrouve)
    ADD WS-CO-MontantRealise(WS-Idx) TO WS-TO-Recu(WS-IdxTrouve)
  ELSE
    ADD WS-CO-MontantRealise(WS-Idx) TO WS-TO-Remis(WS-IdxTrouve)
  END-IF.
