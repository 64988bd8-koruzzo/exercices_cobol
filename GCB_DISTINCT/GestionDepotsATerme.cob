IDENTIFICATION DIVISION.
PROGRAM-ID. GestionDepotsATerme.

*> Programme guichet des dépôts à terme (registre depotsaterme.txt,
*> layout DEPOTTERME.cpy). Ouverture : le compte de dépôt, ouvert au
*> préalable dans GestionComptes sous un produit de nature 'T'
*> (GestionProduitsBanque), est alimenté par virement depuis le compte
*> courant lié (sous-programme Virement, mêmes contrôles qu'au
*> guichet) ; durée et taux sont proposés par le produit et figés au
*> contrat, avec la consigne d'échéance du client (renouveler ou
*> rembourser). Jusqu'à l'échéance, Retrait et Virement refusent de
*> débiter le compte ; EcheancesDepotsATerme paie les intérêts à la
*> date prévue. Rupture anticipée : intérêts courus au taux contractuel
*> crédités sous 'I', pénalité (taux de pénalité sur la période courue,
*> plafonnée aux intérêts) débitée sous le code journal 'E', retenue
*> à la source reprise sous 'G' comme dans InteretsJournaliers, puis le
*> solde entier repart vers le compte lié (patte 'T' / patte 'V'). Le
*> registre est rechargé en table puis réécrit en entier après chaque
*> modification, comme les autres petits référentiels du GCB.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT depotsaterme ASSIGN TO "depotsaterme.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DEPOTS-STATUS.

  SELECT comptes ASSIGN TO "comptes.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CompteNumero
      FILE STATUS IS WS-COMPTES-STATUS.

  SELECT produits ASSIGN TO "produits.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ProduitCode
      FILE STATUS IS WS-PRODUITS-STATUS.

  SELECT bareme ASSIGN TO "../baremetarifs.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-BAREME-STATUS.

  SELECT retenuesfiscales ASSIGN TO "retenuesfiscales.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RETFISC-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD depotsaterme.
COPY "DEPOTTERME.cpy".

FD comptes.
COPY "COMPTES.cpy".

FD produits.
COPY "PRODUITS.cpy".

FD bareme.
COPY "BAREME.cpy".

FD retenuesfiscales.
01 RetenueFiscaleRecord.
   05 RF-Date    PIC X(8).
   05 RF-Compte  PIC X(6).
   05 RF-Brut    PIC 9(8)V99.
   05 RF-Retenue PIC 9(8)V99.

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-DEPOTS-STATUS     PIC XX.
01 WS-COMPTES-STATUS    PIC XX.
01 WS-PRODUITS-STATUS   PIC XX.
01 WS-BAREME-STATUS     PIC XX.
01 WS-RETFISC-STATUS    PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-NomProgramme PIC X(20) VALUE "GestionDepotsATerme".
01 WS-AccesAccorde PIC X(1).
01 WS-DateJour     PIC X(8).
01 WS-Choix        PIC X(1).
01 WS-Confirmation PIC X(1).
01 WS-FinLecture   PIC X(1).
01 WS-Idx          PIC 9(3).
01 WS-IdxTrouve    PIC 9(3).

01 WS-TableDepots.
   05 WS-DepotEntree OCCURS 100 TIMES.
      10 WS-DT-Compte       PIC X(6).
      10 WS-DT-CompteLie    PIC X(6).
      10 WS-DT-Capital      PIC 9(8)V99.
      10 WS-DT-TauxAnnuel   PIC 9(2)V9(4).
      10 WS-DT-TauxPenalite PIC 9(2)V9(4).
      10 WS-DT-DureeMois    PIC 9(3).
      10 WS-DT-DateDebut    PIC X(8).
      10 WS-DT-DateEcheance PIC X(8).
      10 WS-DT-Instruction  PIC X(1).
      10 WS-DT-Statut       PIC X(1).
      10 WS-DT-JourContrat  PIC X(2).
01 WS-NbDepots       PIC 9(3) VALUE ZERO.
01 WS-FichierDeborde PIC X(1) VALUE 'N'.

01 WS-CompteDepot     PIC X(6).
01 WS-CompteLie       PIC X(6).
01 WS-MontantSaisi    PIC 9(6)V99.
01 WS-DureeSaisie     PIC 9(3).
01 WS-TauxSaisi       PIC 9(2)V9(4).
01 WS-InstructionSaisie PIC X(1).
01 WS-ProduitTrouveInd PIC X(1).

01 WS-CompteNomTrouve    PIC X(20).
01 WS-CompteDeviseTrouve PIC X(3).
01 WS-CompteSoldeTrouve  PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-CompteStatutTrouve PIC X(1).
01 WS-CompteTrouveInd    PIC X(1).
01 WS-DeviseLie          PIC X(3).
01 WS-CompteLieValide    PIC X(1).
01 WS-SoldeLie           PIC S9(8)V99 SIGN LEADING SEPARATE.

01 WS-DateEcheance PIC X(8).
01 WS-JourContrat  PIC 9(2).
01 WS-DateNum      PIC 9(8).
01 WS-JoursDebut   PIC S9(9).
01 WS-JoursFin     PIC S9(9).
01 WS-JoursCourus  PIC S9(9).

01 WS-TauxRetenue    PIC 9(2)V9(4).
01 WS-InteretCouru   PIC 9(6)V99.
01 WS-Penalite       PIC 9(6)V99.
01 WS-InteretNet     PIC 9(6)V99.
01 WS-RetenueFiscale PIC 9(6)V99.
01 WS-SoldeCourant   PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-SoldeJournal   PIC S9(6)V99 SIGN LEADING SEPARATE.
01 WS-MontantRendu   PIC 9(6)V99.

01 SoldeCompteA    PIC S9(6)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 SoldeCompteB    PIC 9(6)V99 VALUE ZERO.
01 SoldeCompteC    PIC 9(6)V99 VALUE ZERO.
01 Depot           PIC 9(6)V99 VALUE ZERO.
01 Retrait         PIC 9(6)V99 VALUE ZERO.
01 Virement        PIC 9(6)V99 VALUE ZERO.
01 Choix           PIC X(1).
01 OperateurId     PIC X(6).
01 OperationStatut PIC X(1).
01 CompteCible     PIC X(6).
01 OperationMotif  PIC X(2).
01 OperationLibelle PIC X(30).
01 CompteSource    PIC X(6).

01 WS-VerrouAction    PIC X(1).
01 WS-VerrouDemandeur PIC X(20) VALUE "GestionDepotsATerme".
01 WS-VerrouAccorde   PIC X(1).

PROCEDURE DIVISION.
  DISPLAY "Dépôts à terme."
  DISPLAY "Identifiant opérateur : "
  ACCEPT OperateurId
  CALL 'ControlerAcces' USING OperateurId WS-NomProgramme
                               WS-AccesAccorde
  IF WS-AccesAccorde NOT = 'O' THEN
    STOP RUN
  END-IF
  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-BAREME
  PERFORM CHARGER-DEPOTS

  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  DISPLAY "Fin de la tenue des dépôts à terme."
  STOP RUN.

NOUVELLE-ACTION.
  DISPLAY "---------------------------------------------------"
  DISPLAY "O -> Ouvrir un dépôt à terme"
  DISPLAY "R -> Rupture anticipée d'un dépôt"
  DISPLAY "I -> Changer la consigne d'échéance"
  DISPLAY "L -> Lister les dépôts"
  DISPLAY "E -> Quitter"
  DISPLAY "---------------------------------------------------"
  ACCEPT WS-Choix

  EVALUATE WS-Choix
    WHEN 'O'
      PERFORM OUVRIR-DEPOT
    WHEN 'R'
      PERFORM ROMPRE-DEPOT
    WHEN 'I'
      PERFORM CHANGER-INSTRUCTION
    WHEN 'L'
      PERFORM LISTER-DEPOTS
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

CHARGER-BAREME.
  MOVE 2.0000  TO BM-TauxInteretAnnuel
  MOVE 300.00  TO BM-PlafondDecouvertA
  MOVE 5.00    TO BM-FraisMensuel
  MOVE 500.00  TO BM-SeuilPalier2
  MOVE 5.0000  TO BM-TauxPalier2
  MOVE 9999.99 TO BM-SeuilPalier3
  MOVE 10.0000 TO BM-TauxPalier3
  MOVE 30.0000 TO BM-TauxRetenueInterets
  OPEN INPUT bareme
  IF WS-BAREME-STATUS = "00" THEN
    READ bareme
    END-READ
    CLOSE bareme
  END-IF
  IF BM-TauxRetenueInterets NUMERIC THEN
    MOVE BM-TauxRetenueInterets TO WS-TauxRetenue
  ELSE
    MOVE 30.0000 TO WS-TauxRetenue
  END-IF.

CHARGER-DEPOTS.
  MOVE ZERO TO WS-NbDepots
  OPEN INPUT depotsaterme
  IF WS-DEPOTS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-DEPOT-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-NbDepots = 100
    IF WS-FinLecture NOT = 'O' THEN
      READ depotsaterme
        AT END CONTINUE
        NOT AT END MOVE 'O' TO WS-FichierDeborde
      END-READ
    END-IF
    CLOSE depotsaterme
  END-IF.

LIRE-DEPOT-SUIVANT.
  READ depotsaterme
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbDepots
      MOVE DT-Compte       TO WS-DT-Compte(WS-NbDepots)
      MOVE DT-CompteLie    TO WS-DT-CompteLie(WS-NbDepots)
      MOVE DT-Capital      TO WS-DT-Capital(WS-NbDepots)
      MOVE DT-TauxAnnuel   TO WS-DT-TauxAnnuel(WS-NbDepots)
      MOVE DT-TauxPenalite TO WS-DT-TauxPenalite(WS-NbDepots)
      MOVE DT-DureeMois    TO WS-DT-DureeMois(WS-NbDepots)
      MOVE DT-DateDebut    TO WS-DT-DateDebut(WS-NbDepots)
      MOVE DT-DateEcheance TO WS-DT-DateEcheance(WS-NbDepots)
      MOVE DT-Instruction  TO WS-DT-Instruction(WS-NbDepots)
      MOVE DT-Statut       TO WS-DT-Statut(WS-NbDepots)
      MOVE DT-JourContrat  TO WS-DT-JourContrat(WS-NbDepots)
  END-READ.

SAUVER-DEPOTS.
  OPEN OUTPUT depotsaterme
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbDepots
    MOVE WS-DT-Compte(WS-Idx)       TO DT-Compte
    MOVE WS-DT-CompteLie(WS-Idx)    TO DT-CompteLie
    MOVE WS-DT-Capital(WS-Idx)      TO DT-Capital
    MOVE WS-DT-TauxAnnuel(WS-Idx)   TO DT-TauxAnnuel
    MOVE WS-DT-TauxPenalite(WS-Idx) TO DT-TauxPenalite
    MOVE WS-DT-DureeMois(WS-Idx)    TO DT-DureeMois
    MOVE WS-DT-DateDebut(WS-Idx)    TO DT-DateDebut
    MOVE WS-DT-DateEcheance(WS-Idx) TO DT-DateEcheance
    MOVE WS-DT-Instruction(WS-Idx)  TO DT-Instruction
    MOVE WS-DT-Statut(WS-Idx)       TO DT-Statut
    MOVE WS-DT-JourContrat(WS-Idx)  TO DT-JourContrat
    WRITE DepotTermeRecord
  END-PERFORM
  CLOSE depotsaterme.

RECHERCHER-DEPOT-ACTIF.
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1
      UNTIL WS-Idx > WS-NbDepots OR WS-IdxTrouve > ZERO
    IF WS-DT-Compte(WS-Idx) = WS-CompteDepot
       AND WS-DT-Statut(WS-Idx) = 'A' THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM.

*> Le compte de dépôt doit exister, être actif, vide, et relever d'un
*> produit de nature 'T' : son taux et sa durée servent de proposition,
*> sa pénalité de rupture est figée au contrat.
LIRE-PRODUIT-DEPOT.
  MOVE 'N' TO WS-ProduitTrouveInd
  OPEN INPUT comptes
  IF WS-COMPTES-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE WS-CompteDepot TO CompteNumero
  READ comptes
    INVALID KEY
      MOVE SPACES TO CompteProduit
  END-READ
  CLOSE comptes
  IF CompteProduit = SPACES THEN
    EXIT PARAGRAPH
  END-IF
  OPEN INPUT produits
  IF WS-PRODUITS-STATUS = "00" THEN
    MOVE CompteProduit TO ProduitCode
    READ produits
      NOT INVALID KEY
        IF PRODUIT-A-TERME THEN
          MOVE 'O' TO WS-ProduitTrouveInd
        END-IF
    END-READ
    CLOSE produits
  END-IF.

OUVRIR-DEPOT.
  IF WS-FichierDeborde = 'O' OR WS-NbDepots >= 100 THEN
    DISPLAY "depotsaterme.txt plein ou au-delà de la capacité de "
            "travail (100), ouverture refusée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Compte de dépôt à terme (ouvert dans GestionComptes) : "
  ACCEPT WS-CompteDepot
  CALL 'RechercherCompte' USING WS-CompteDepot WS-CompteNomTrouve
                                 WS-CompteDeviseTrouve WS-CompteSoldeTrouve
                                 WS-CompteStatutTrouve WS-CompteTrouveInd
  IF WS-CompteTrouveInd NOT = 'O' THEN
    DISPLAY "Compte " WS-CompteDepot " inconnu, ouverture annulée."
    EXIT PARAGRAPH
  END-IF
  IF WS-CompteStatutTrouve NOT = 'A' AND WS-CompteStatutTrouve NOT = SPACE THEN
    DISPLAY "Compte " WS-CompteDepot " non actif, ouverture annulée."
    EXIT PARAGRAPH
  END-IF
  IF WS-CompteSoldeTrouve NOT = ZERO THEN
    DISPLAY "Le compte de dépôt doit être vide (solde "
            WS-CompteSoldeTrouve "), ouverture annulée."
    EXIT PARAGRAPH
  END-IF
  PERFORM RECHERCHER-DEPOT-ACTIF
  IF WS-IdxTrouve > ZERO THEN
    DISPLAY "Un dépôt à terme est déjà actif sur ce compte."
    EXIT PARAGRAPH
  END-IF
  PERFORM LIRE-PRODUIT-DEPOT
  IF WS-ProduitTrouveInd NOT = 'O' THEN
    DISPLAY "Le produit du compte " WS-CompteDepot " n'est pas un "
            "dépôt à terme (nature 'T'), ouverture annulée."
    EXIT PARAGRAPH
  END-IF

*> Le compte lié reçoit le dépôt à l'échéance par une patte 'V' : le
*> compte A historique en est exclu, comme de toute destination de
*> virement.
  DISPLAY "Compte courant lié (source des fonds, retour à l'échéance) : "
  ACCEPT WS-CompteLie
  IF WS-CompteLie = "000001" OR WS-CompteLie = WS-CompteDepot THEN
    DISPLAY "Compte lié invalide (le compte A ne peut pas recevoir le "
            "remboursement), ouverture annulée."
    EXIT PARAGRAPH
  END-IF
  CALL 'RechercherCompte' USING WS-CompteLie WS-CompteNomTrouve
                                 WS-DeviseLie WS-SoldeLie
                                 WS-CompteStatutTrouve WS-CompteTrouveInd
  IF WS-CompteTrouveInd NOT = 'O' THEN
    DISPLAY "Compte lié " WS-CompteLie " inconnu, ouverture annulée."
    EXIT PARAGRAPH
  END-IF
  IF WS-DeviseLie NOT = WS-CompteDeviseTrouve THEN
    DISPLAY "Compte lié en " WS-DeviseLie ", dépôt en "
            WS-CompteDeviseTrouve " : même devise exigée."
    EXIT PARAGRAPH
  END-IF

  DISPLAY "Montant placé : "
  ACCEPT WS-MontantSaisi
  IF WS-MontantSaisi NOT NUMERIC OR WS-MontantSaisi = ZERO THEN
    DISPLAY "Montant invalide, ouverture annulée."
    EXIT PARAGRAPH
  END-IF
  IF ProduitDureeMois NOT NUMERIC THEN
    MOVE 12 TO ProduitDureeMois
  END-IF
  IF ProduitTauxPenalite NOT NUMERIC THEN
    MOVE ZERO TO ProduitTauxPenalite
  END-IF
  DISPLAY "Durée en mois (0 = " ProduitDureeMois " du produit) : "
  ACCEPT WS-DureeSaisie
  IF WS-DureeSaisie = ZERO THEN
    MOVE ProduitDureeMois TO WS-DureeSaisie
  END-IF
  DISPLAY "Taux annuel fixe (0 = " ProduitTauxAnnuel " du produit) : "
  ACCEPT WS-TauxSaisi
  IF WS-TauxSaisi = ZERO THEN
    MOVE ProduitTauxAnnuel TO WS-TauxSaisi
  END-IF
  DISPLAY "Consigne d'échéance (R renouveler, P rembourser) : "
  ACCEPT WS-InstructionSaisie
  IF WS-InstructionSaisie NOT = 'R' THEN
    MOVE 'P' TO WS-InstructionSaisie
  END-IF

  MOVE WS-DateJour(7:2) TO WS-JourContrat
  CALL 'AjouterMoisDate' USING WS-DateJour WS-JourContrat WS-DureeSaisie
                               WS-DateEcheance
  DISPLAY "Dépôt de " WS-MontantSaisi " à " WS-TauxSaisi " % sur "
          WS-DureeSaisie " mois, échéance " WS-DateEcheance
          ", consigne " WS-InstructionSaisie "."
  DISPLAY "Confirmer l'ouverture (O/N) ? "
  ACCEPT WS-Confirmation
  IF WS-Confirmation NOT = 'O' THEN
    DISPLAY "Ouverture abandonnée, rien n'a été posté."
    EXIT PARAGRAPH
  END-IF

  PERFORM PRENDRE-VERROU
  IF WS-VerrouAccorde NOT = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO Depot
  MOVE ZERO TO Retrait
  MOVE WS-MontantSaisi TO Virement
  MOVE 'V' TO Choix
  MOVE WS-CompteLie TO CompteSource
  MOVE WS-CompteDepot TO CompteCible
  MOVE "Ouverture dépôt à terme" TO OperationLibelle
  CALL 'Virement' USING SoldeCompteA SoldeCompteB SoldeCompteC
                        Depot Retrait Virement Choix OperateurId
                        OperationStatut CompteCible OperationMotif
                        OperationLibelle CompteSource
  MOVE ZERO TO Virement
  PERFORM RENDRE-VERROU
  IF OperationStatut NOT = 'S' THEN
    DISPLAY "Virement d'alimentation refusé (motif " OperationMotif
            "), dépôt non ouvert."
    EXIT PARAGRAPH
  END-IF

  ADD 1 TO WS-NbDepots
  MOVE WS-CompteDepot        TO WS-DT-Compte(WS-NbDepots)
  MOVE WS-CompteLie          TO WS-DT-CompteLie(WS-NbDepots)
  MOVE WS-MontantSaisi       TO WS-DT-Capital(WS-NbDepots)
  MOVE WS-TauxSaisi          TO WS-DT-TauxAnnuel(WS-NbDepots)
  MOVE ProduitTauxPenalite   TO WS-DT-TauxPenalite(WS-NbDepots)
  MOVE WS-DureeSaisie        TO WS-DT-DureeMois(WS-NbDepots)
  MOVE WS-DateJour           TO WS-DT-DateDebut(WS-NbDepots)
  MOVE WS-DateEcheance       TO WS-DT-DateEcheance(WS-NbDepots)
  MOVE WS-InstructionSaisie  TO WS-DT-Instruction(WS-NbDepots)
  MOVE 'A'                   TO WS-DT-Statut(WS-NbDepots)
  MOVE WS-JourContrat        TO WS-DT-JourContrat(WS-NbDepots)
  PERFORM SAUVER-DEPOTS
  DISPLAY "Dépôt à terme ouvert sur le compte " WS-CompteDepot
          ", fonds bloqués jusqu'au " WS-DateEcheance ".".

*> Rupture anticipée : le décompte est affiché avant tout posting, le
*> client s'engage en connaissant la pénalité.
ROMPRE-DEPOT.
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "depotsaterme.txt dépasse la capacité de travail (100) : "
            "toute réécriture tronquerait le fichier, rupture refusée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Compte du dépôt à rompre : "
  ACCEPT WS-CompteDepot
  PERFORM RECHERCHER-DEPOT-ACTIF
  IF WS-IdxTrouve = ZERO THEN
    DISPLAY "Aucun dépôt à terme actif sur le compte " WS-CompteDepot "."
    EXIT PARAGRAPH
  END-IF
  CALL 'RechercherCompte' USING WS-CompteDepot WS-CompteNomTrouve
                                 WS-CompteDeviseTrouve WS-CompteSoldeTrouve
                                 WS-CompteStatutTrouve WS-CompteTrouveInd
  IF WS-CompteTrouveInd NOT = 'O' THEN
    DISPLAY "Compte du dépôt " WS-CompteDepot " introuvable dans "
            "comptes.dat, rupture refusée."
    EXIT PARAGRAPH
  END-IF
  PERFORM CONTROLER-COMPTE-LIE
  IF WS-CompteLieValide NOT = 'O' THEN
    DISPLAY "Compte lié " WS-DT-CompteLie(WS-IdxTrouve)
            " introuvable, bloqué ou clos : il ne peut pas recevoir "
            "les fonds, rupture refusée."
    EXIT PARAGRAPH
  END-IF
  PERFORM CALCULER-DECOMPTE-RUPTURE
  DISPLAY "Décompte de rupture du dépôt " WS-CompteDepot " :"
  DISPLAY "  capital            " WS-DT-Capital(WS-IdxTrouve)
  DISPLAY "  jours courus       " WS-JoursCourus
  DISPLAY "  intérêts courus    " WS-InteretCouru
          " (taux " WS-DT-TauxAnnuel(WS-IdxTrouve) ")"
  DISPLAY "  pénalité           " WS-Penalite
          " (taux " WS-DT-TauxPenalite(WS-IdxTrouve) ")"
  DISPLAY "  retenue fiscale    " WS-RetenueFiscale
  DISPLAY "  versé sur " WS-DT-CompteLie(WS-IdxTrouve) " : "
          WS-MontantRendu
  DISPLAY "Confirmer la rupture anticipée (O/N) ? "
  ACCEPT WS-Confirmation
  IF WS-Confirmation NOT = 'O' THEN
    DISPLAY "Rupture abandonnée, rien n'a été posté."
    EXIT PARAGRAPH
  END-IF

  PERFORM PRENDRE-VERROU
  IF WS-VerrouAccorde NOT = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  MOVE WS-CompteSoldeTrouve TO WS-SoldeCourant
  PERFORM POSTER-INTERETS-RUPTURE
  PERFORM RENDRE-FONDS-DEPOT
  PERFORM RENDRE-VERROU
  MOVE 'R' TO WS-DT-Statut(WS-IdxTrouve)
  PERFORM SAUVER-DEPOTS
  DISPLAY "Dépôt " WS-CompteDepot " rompu, " WS-MontantRendu
          " versés sur le compte " WS-DT-CompteLie(WS-IdxTrouve) ".".

*> Intérêts courus au taux contractuel sur les jours écoulés depuis le
*> début du contrat ; la pénalité applique le taux de pénalité sur la
*> même période, plafonnée aux intérêts : le capital n'est jamais
*> entamé. La retenue à la source porte sur l'intérêt net de pénalité.
CALCULER-DECOMPTE-RUPTURE.
  MOVE WS-DT-DateDebut(WS-IdxTrouve) TO WS-DateNum
  COMPUTE WS-JoursDebut = FUNCTION INTEGER-OF-DATE(WS-DateNum)
  MOVE WS-DateJour TO WS-DateNum
  COMPUTE WS-JoursFin = FUNCTION INTEGER-OF-DATE(WS-DateNum)
  COMPUTE WS-JoursCourus = WS-JoursFin - WS-JoursDebut
  IF WS-JoursCourus < ZERO THEN
    MOVE ZERO TO WS-JoursCourus
  END-IF
  COMPUTE WS-InteretCouru ROUNDED =
      WS-DT-Capital(WS-IdxTrouve) * WS-DT-TauxAnnuel(WS-IdxTrouve)
      * WS-JoursCourus / 365 / 100
  COMPUTE WS-Penalite ROUNDED =
      WS-DT-Capital(WS-IdxTrouve) * WS-DT-TauxPenalite(WS-IdxTrouve)
      * WS-JoursCourus / 365 / 100
  IF WS-Penalite > WS-InteretCouru THEN
    MOVE WS-InteretCouru TO WS-Penalite
  END-IF
  COMPUTE WS-InteretNet = WS-InteretCouru - WS-Penalite
  COMPUTE WS-RetenueFiscale ROUNDED = WS-InteretNet * WS-TauxRetenue / 100
  COMPUTE WS-MontantRendu = WS-CompteSoldeTrouve + WS-InteretNet
                            - WS-RetenueFiscale.

POSTER-INTERETS-RUPTURE.
  IF WS-InteretCouru NOT = ZERO THEN
    COMPUTE WS-SoldeCourant = WS-SoldeCourant + WS-InteretCouru
    MOVE WS-SoldeCourant TO WS-SoldeJournal
    MOVE WS-InteretCouru TO Depot
    MOVE 'I' TO Choix
    MOVE "Intérêts dépôt à terme" TO OperationLibelle
    CALL 'EnregistrerHistorique' USING SoldeCompteA SoldeCompteB Depot Retrait Virement Choix OperateurId
                                        WS-SoldeJournal WS-CompteDepot
                                        OperationLibelle
    MOVE ZERO TO Depot
  END-IF
  IF WS-Penalite NOT = ZERO THEN
    COMPUTE WS-SoldeCourant = WS-SoldeCourant - WS-Penalite
    MOVE WS-SoldeCourant TO WS-SoldeJournal
    MOVE WS-Penalite TO Retrait
    MOVE 'E' TO Choix
    MOVE "Pénalité rupture anticipée" TO OperationLibelle
    CALL 'EnregistrerHistorique' USING SoldeCompteA SoldeCompteB Depot Retrait Virement Choix OperateurId
                                        WS-SoldeJournal WS-CompteDepot
                                        OperationLibelle
    MOVE ZERO TO Retrait
  END-IF
  IF WS-RetenueFiscale NOT = ZERO THEN
    COMPUTE WS-SoldeCourant = WS-SoldeCourant - WS-RetenueFiscale
    MOVE WS-SoldeCourant TO WS-SoldeJournal
    MOVE WS-RetenueFiscale TO Retrait
    MOVE 'G' TO Choix
    MOVE "Retenue fiscale intérêts" TO OperationLibelle
    CALL 'EnregistrerHistorique' USING SoldeCompteA SoldeCompteB Depot Retrait Virement Choix OperateurId
                                        WS-SoldeJournal WS-CompteDepot
                                        OperationLibelle
    MOVE ZERO TO Retrait
    OPEN EXTEND retenuesfiscales
    IF WS-RETFISC-STATUS NOT = "00" THEN
      OPEN OUTPUT retenuesfiscales
    END-IF
    MOVE WS-DateJour TO RF-Date
    MOVE WS-CompteDepot TO RF-Compte
    MOVE WS-InteretNet TO RF-Brut
    MOVE WS-RetenueFiscale TO RF-Retenue
    WRITE RetenueFiscaleRecord
    CLOSE retenuesfiscales
  END-IF
  CALL 'EnregistrerSoldeCompte' USING WS-CompteDepot WS-SoldeCourant.

*> Le solde entier du compte de dépôt repart vers le compte lié : patte
*> débit 'T' sur le dépôt, patte crédit 'V' sur le compte lié, comme un
*> virement de guichet. Le dépôt est bloqué pour Virement tant qu'il
*> est actif, d'où ce posting direct.
RENDRE-FONDS-DEPOT.
  MOVE WS-SoldeCourant TO WS-MontantRendu
  IF WS-MontantRendu = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  PERFORM CONTROLER-COMPTE-LIE
  IF WS-CompteLieValide NOT = 'O' THEN
    DISPLAY "Compte lié " WS-DT-CompteLie(WS-IdxTrouve)
            " indisponible : fonds laissés sur le compte de dépôt."
    MOVE ZERO TO WS-MontantRendu
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO WS-SoldeCourant
  MOVE WS-SoldeCourant TO WS-SoldeJournal
  MOVE WS-MontantRendu TO Virement
  MOVE 'T' TO Choix
  MOVE "Remboursement dépôt à terme" TO OperationLibelle
  CALL 'EnregistrerHistorique' USING SoldeCompteA SoldeCompteB Depot Retrait Virement Choix OperateurId
                                      WS-SoldeJournal WS-CompteDepot
                                      OperationLibelle
  CALL 'EnregistrerSoldeCompte' USING WS-CompteDepot WS-SoldeCourant
  COMPUTE WS-SoldeLie = WS-SoldeLie + WS-MontantRendu
  MOVE WS-SoldeLie TO WS-SoldeJournal
  MOVE 'V' TO Choix
  CALL 'EnregistrerHistorique' USING SoldeCompteA SoldeCompteB Depot Retrait Virement Choix OperateurId
                                      WS-SoldeJournal
                                      WS-DT-CompteLie(WS-IdxTrouve)
                                      OperationLibelle
  CALL 'EnregistrerSoldeCompte' USING WS-DT-CompteLie(WS-IdxTrouve)
                                       WS-SoldeLie
  MOVE ZERO TO Virement.

*> Le compte lié doit exister et pouvoir être crédité : ni bloqué ('B')
*> ni clos ('C'), comme toute cible de virement.
CONTROLER-COMPTE-LIE.
  MOVE 'N' TO WS-CompteLieValide
  CALL 'RechercherCompte' USING WS-DT-CompteLie(WS-IdxTrouve)
                                 WS-CompteNomTrouve WS-DeviseLie
                                 WS-SoldeLie WS-CompteStatutTrouve
                                 WS-CompteTrouveInd
  IF WS-CompteTrouveInd = 'O'
     AND WS-CompteStatutTrouve NOT = 'B'
     AND WS-CompteStatutTrouve NOT = 'C' THEN
    MOVE 'O' TO WS-CompteLieValide
  END-IF.

CHANGER-INSTRUCTION.
  IF WS-FichierDeborde = 'O' THEN
    DISPLAY "depotsaterme.txt dépasse la capacité de travail (100) : "
            "toute réécriture tronquerait le fichier, changement refusé."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Compte du dépôt : "
  ACCEPT WS-CompteDepot
  PERFORM RECHERCHER-DEPOT-ACTIF
  IF WS-IdxTrouve = ZERO THEN
    DISPLAY "Aucun dépôt à terme actif sur le compte " WS-CompteDepot "."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Consigne actuelle : " WS-DT-Instruction(WS-IdxTrouve)
          " - nouvelle (R renouveler, P rembourser) : "
  ACCEPT WS-InstructionSaisie
  IF WS-InstructionSaisie NOT = 'R' AND WS-InstructionSaisie NOT = 'P' THEN
    DISPLAY "Consigne inconnue, rien n'a été changé."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-InstructionSaisie TO WS-DT-Instruction(WS-IdxTrouve)
  PERFORM SAUVER-DEPOTS
  DISPLAY "Consigne d'échéance enregistrée.".

LISTER-DEPOTS.
  IF WS-NbDepots = ZERO THEN
    DISPLAY "Aucun dépôt à terme enregistré."
  END-IF
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbDepots
    DISPLAY WS-DT-Compte(WS-Idx) " lié " WS-DT-CompteLie(WS-Idx)
            " capital " WS-DT-Capital(WS-Idx)
            " taux " WS-DT-TauxAnnuel(WS-Idx)
            " du " WS-DT-DateDebut(WS-Idx)
            " au " WS-DT-DateEcheance(WS-Idx)
            " consigne " WS-DT-Instruction(WS-Idx)
            " statut " WS-DT-Statut(WS-Idx)
  END-PERFORM.

*> Verrou de posting le temps des écritures : même règle que le guichet
*> et les lots (voir VerrouPosting).
PRENDRE-VERROU.
  MOVE 'P' TO WS-VerrouAction
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  IF WS-VerrouAccorde NOT = 'O' THEN
    DISPLAY "Journal verrouillé (guichet, chaîne batch ou mode "
            "formation), opération abandonnée — rien n'a été posté."
  END-IF.

RENDRE-VERROU.
  MOVE 'L' TO WS-VerrouAction
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde.
