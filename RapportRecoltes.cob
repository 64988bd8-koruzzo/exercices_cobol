*> chaque parcelle la récolte totale, le rendement au m², le coût des
*> intrants, la valeur estimée et la marge : on sait enfin quelles
*> parcelles paient leur clôture.
*> Le temps passé compte aussi : les séances du carnet de temps
*> (tempstravaux.txt, tenu par SaisieTemps) sont valorisées au barème
*> horaire du type d'intervenant (couthoraire.txt ; mêmes défauts que
*> SaisieTemps) et chaque parcelle montre ses heures, son coût de
*> main-d'oeuvre et sa marge après main-d'oeuvre.
*> Une pesée passée en rayon (marquée par TransfertRecoltes, avec son
*> code produit et ses unités de vente) n'est plus estimée au barème :
*> elle vaut les ventes réelles du produit depuis le début de saison
*> (saison.txt AAAAMMJJ ; défaut : 1er mars de l'année en cours), lues
*> dans les tickets du magasin (recuarchive.txt et recu.txt, lignes
*> reculignes.txt) au net du ticket comme dans MargeMagasin, avoirs
*> déduits. Les ventes d'un code se répartissent entre ses pesées au
*> prorata des unités transférées ; la part encore invendue de chaque
*> pesée, comme une pesée jamais transférée, reste estimée au barème.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PRIX-STATUS.

  SELECT temps ASSIGN TO "tempstravaux.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TEMPS-STATUS.

  SELECT couthoraire ASSIGN TO "couthoraire.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COUTHORAIRE-STATUS.

  SELECT saison ASSIGN TO "saison.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SAISON-STATUS.

  SELECT recu ASSIGN TO "exercixes_doc/recu.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECU-STATUS.

  SELECT archive ASSIGN TO "exercixes_doc/recuarchive.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ARCHIVE-STATUS.

  SELECT reculignes ASSIGN TO "exercixes_doc/reculignes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECULIGNES-STATUS.

  SELECT rapport ASSIGN TO "rapportrecoltes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
   05 IN-DoseParM2  PIC 9(3)V9(3).
   05 IN-PrixPaquet PIC 9(5)V99.
   05 IN-Paquet     PIC 9(5).
   05 IN-DoseMax    PIC 9(3)V9(3).
   05 IN-DelaiRecolte PIC 9(3).

FD cultures.
01 CultureRecord.
   05 RC-Produit  PIC X(20).
   05 RC-Quantite PIC 9(7)V99.
   05 RC-Unite    PIC X(5).
   05 RC-Transfert PIC X(1).
      88 RECOLTE-TRANSFEREE VALUE 'T'.
   05 RC-CodeProduit PIC X(6).
   05 RC-UnitesVente PIC 9(5).

FD prixrecolte.
01 PrixRecolteRecord.
   05 PR-Produit PIC X(20).
   05 PR-Prix    PIC 9(5)V99.

FD temps.
01 TempsRecord.
   05 TT-Date        PIC 9(8).
   05 TT-Parcelle    PIC X(20).
   05 TT-Tache       PIC X(1).
   05 TT-Intervenant PIC X(20).
   05 TT-Type        PIC X(1).
   05 TT-Heures      PIC 9(2)V99.

FD couthoraire.
01 CoutHoraireRecord.
   05 CH-Type    PIC X(1).
   05 CH-Libelle PIC X(15).
   05 CH-Taux    PIC 9(3)V99.

FD saison.
01 SaisonLigne PIC X(8).

FD recu.
01 RecuRecord.
   05 RE-NumTicket     PIC 9(6).
   05 RE-Date          PIC X(8).
   05 RE-MontantEntre  PIC 9(6)V99.
   05 RE-Reduction     PIC 9(6)V99.
   05 RE-MontantFinal  PIC 9(6)V99.
   05 RE-TVA           PIC 9(6)V99.
   05 RE-Sens          PIC X(1).
   05 RE-RefOrigine    PIC 9(6).

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

FD rapport.
01 RapportLigne PIC X(200).

WORKING-STORAGE SECTION.
01 WS-PARCELLES-STATUS PIC XX.
01 WS-RECOLTES-STATUS  PIC XX.
01 WS-PRIX-STATUS      PIC XX.
01 WS-RAPPORT-STATUS   PIC XX.
01 WS-TEMPS-STATUS     PIC XX.
01 WS-COUTHORAIRE-STATUS PIC XX.
01 WS-SAISON-STATUS    PIC XX.
01 WS-RECU-STATUS      PIC XX.
01 WS-ARCHIVE-STATUS   PIC XX.
01 WS-RECULIGNES-STATUS PIC XX.

01 WS-FinLecture PIC X(1).

      10 WS-PAI-Cout     PIC 9(9)V99.
      10 WS-PAI-Quantite PIC 9(9)V99.
      10 WS-PAI-Valeur   PIC 9(9)V99.
      10 WS-PAI-Ventes   PIC 9(9)V99.
      10 WS-PAI-Invendu  PIC 9(9)V99.
      10 WS-PAI-Heures   PIC 9(7)V99.
      10 WS-PAI-MainOeuvre PIC 9(9)V99.
01 WS-NbParcelles PIC 9(3) VALUE ZERO.

01 WS-TableIntrants.
      10 WS-PR-Prix    PIC 9(5)V99.
01 WS-NbPrix PIC 9(2) VALUE ZERO.

01 WS-TableCouts.
   05 WS-CoutEntree OCCURS 10 TIMES.
      10 WS-CH-Type    PIC X(1).
      10 WS-CH-Taux    PIC 9(3)V99.
01 WS-NbCouts PIC 9(2) VALUE ZERO.

*> Un poste par code produit de la récolte passée en rayon : unités
*> transférées, unités vendues et net des ventes de la saison.
01 WS-TableVentes.
   05 WS-VenteEntree OCCURS 50 TIMES.
      10 WS-VT-Code      PIC X(6).
      10 WS-VT-Transfere PIC 9(7).
      10 WS-VT-Vendu     PIC S9(7).
      10 WS-VT-Net       PIC S9(9)V99.
01 WS-NbCodes PIC 9(2) VALUE ZERO.
01 WS-IdxCode PIC 9(2).

*> Lignes de ticket de ces codes, avec la part cartes cadeaux de leur
*> ticket (hors remise, retirée du brut et du net comme dans
*> MargeMagasin).
01 WS-TableLignesVente.
   05 WS-LigneVenteEntree OCCURS 2000 TIMES.
      10 WS-LV-Ticket   PIC 9(6).
      10 WS-LV-IdxCode  PIC 9(2).
      10 WS-LV-Quantite PIC 9(3).
      10 WS-LV-Montant  PIC 9(6)V99.
      10 WS-LV-Cadeaux  PIC 9(7)V99.
01 WS-NbLignesVente PIC 9(4) VALUE ZERO.
01 WS-IdxLigne      PIC 9(4).
01 WS-LignesDeborde PIC X(1) VALUE 'N'.

01 WS-DebutSaison   PIC 9(8).
01 WS-SensTicket    PIC S9(1).
01 WS-TicketLignes  PIC 9(6).
01 WS-BrutTicket    PIC 9(6)V99.
01 WS-FinalTicket   PIC 9(6)V99.
01 WS-BrutMarchandise PIC S9(7)V99.
01 WS-NetMarchandise  PIC S9(7)V99.
01 WS-NetLigne      PIC S9(7)V99.
01 WS-VenduAttribue PIC 9(7).
01 WS-ValeurVendue  PIC S9(9)V99.
01 WS-ValeurInvendue PIC 9(9)V99.
01 WS-TotalVentes   PIC 9(9)V99 VALUE ZERO.
01 WS-TotalInvendu  PIC 9(9)V99 VALUE ZERO.

01 WS-Idx         PIC 9(3).
01 WS-IdxParcelle PIC 9(3).
01 WS-IdxIntrant  PIC 9(2).
01 WS-TotalValeur PIC 9(9)V99 VALUE ZERO.
01 WS-TotalCout   PIC 9(9)V99 VALUE ZERO.
01 WS-TotalMarge  PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-TauxHoraire PIC 9(3)V99.
01 WS-CoutSeance  PIC 9(9)V99.
01 WS-MargeApresMO PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-NbSansTaux  PIC 9(3) VALUE ZERO.
01 WS-TauxTrouve  PIC X(1).
01 WS-TotalHeures PIC 9(7)V99 VALUE ZERO.
01 WS-TotalMainOeuvre PIC 9(9)V99 VALUE ZERO.
01 WS-TotalMargeMO PIC S9(9)V99 SIGN LEADING SEPARATE.

PROCEDURE DIVISION.
   PERFORM CHARGER-INTRANTS
   PERFORM CHARGER-PRIX
   PERFORM CHARGER-SAISON
   PERFORM CALCULER-AIRES-PARCELLES
   PERFORM CHIFFRER-COUTS-INTRANTS
   PERFORM RELEVER-TRANSFERTS
   IF WS-NbCodes > ZERO THEN
     PERFORM RELEVER-VENTES
   END-IF
   PERFORM CUMULER-RECOLTES
   PERFORM CHARGER-COUTS-HORAIRES
   PERFORM CUMULER-TEMPS

   OPEN OUTPUT rapport
   MOVE "BILAN DES RECOLTES PAR PARCELLE" TO RapportLigne
       MOVE PR-Prix    TO WS-PR-Prix(WS-NbPrix)
   END-READ.

*> Le début de saison vient de saison.txt ; à défaut, le 1er mars de
*> l'année en cours, comme pour PlanTravaux.
CHARGER-SAISON.
   ACCEPT WS-DebutSaison FROM DATE YYYYMMDD
   MOVE 0301 TO WS-DebutSaison(5:4)
   OPEN INPUT saison
   IF WS-SAISON-STATUS = "00" THEN
     READ saison
       NOT AT END
         IF SaisonLigne NUMERIC THEN
           MOVE SaisonLigne TO WS-DebutSaison
         END-IF
     END-READ
     CLOSE saison
   END-IF.

*> Mêmes formules de géométrie que CalculPerimetreBatch.
CALCULER-AIRES-PARCELLES.
   OPEN INPUT parcelles
       MOVE ZERO TO WS-PAI-Cout(WS-NbParcelles)
       MOVE ZERO TO WS-PAI-Quantite(WS-NbParcelles)
       MOVE ZERO TO WS-PAI-Valeur(WS-NbParcelles)
       MOVE ZERO TO WS-PAI-Ventes(WS-NbParcelles)
       MOVE ZERO TO WS-PAI-Invendu(WS-NbParcelles)
       MOVE ZERO TO WS-PAI-Heures(WS-NbParcelles)
       MOVE ZERO TO WS-PAI-MainOeuvre(WS-NbParcelles)
   END-READ.

*> Le coût des intrants est rechiffré besoin par besoin avec les mêmes
             MOVE WS-PR-Prix(WS-Idx) TO WS-PrixUnite
           END-IF
         END-PERFORM
         PERFORM VALORISER-PESEE
       END-IF
   END-READ.

*> Part vendue d'une pesée transférée : ses unités au prorata des
*> unités vendues du code (au plus toutes les unités transférées),
*> au prix moyen net réalisé ; le reste de la pesée est estimé au
*> barème.
VALORISER-PESEE.
   MOVE ZERO TO WS-ValeurVendue
   MOVE ZERO TO WS-VenduAttribue
   COMPUTE WS-ValeurInvendue ROUNDED = RC-Quantite * WS-PrixUnite
   MOVE ZERO TO WS-IdxCode
   IF RECOLTE-TRANSFEREE THEN
     PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCodes
       IF WS-VT-Code(WS-Idx) = RC-CodeProduit THEN
         MOVE WS-Idx TO WS-IdxCode
       END-IF
     END-PERFORM
   END-IF
   IF WS-IdxCode > ZERO AND WS-VT-Vendu(WS-IdxCode) > ZERO THEN
     IF WS-VT-Vendu(WS-IdxCode) > WS-VT-Transfere(WS-IdxCode) THEN
       MOVE WS-VT-Transfere(WS-IdxCode) TO WS-VenduAttribue
     ELSE
       MOVE WS-VT-Vendu(WS-IdxCode) TO WS-VenduAttribue
     END-IF
     COMPUTE WS-ValeurVendue ROUNDED =
         RC-UnitesVente * WS-VenduAttribue / WS-VT-Transfere(WS-IdxCode)
         * WS-VT-Net(WS-IdxCode) / WS-VT-Vendu(WS-IdxCode)
     IF WS-ValeurVendue < ZERO THEN
       MOVE ZERO TO WS-ValeurVendue
     END-IF
     COMPUTE WS-ValeurInvendue ROUNDED =
         RC-Quantite * WS-PrixUnite
         * (WS-VT-Transfere(WS-IdxCode) - WS-VenduAttribue)
         / WS-VT-Transfere(WS-IdxCode)
   END-IF
   IF WS-PrixUnite = ZERO THEN
     IF WS-IdxCode = ZERO THEN
       ADD 1 TO WS-NbSansPrix
     ELSE
       IF WS-VenduAttribue < WS-VT-Transfere(WS-IdxCode) THEN
         ADD 1 TO WS-NbSansPrix
       END-IF
     END-IF
   END-IF
   ADD WS-ValeurVendue   TO WS-PAI-Ventes(WS-IdxParcelle)
   ADD WS-ValeurInvendue TO WS-PAI-Invendu(WS-IdxParcelle)
   ADD WS-ValeurVendue   TO WS-PAI-Valeur(WS-IdxParcelle)
   ADD WS-ValeurInvendue TO WS-PAI-Valeur(WS-IdxParcelle).

*> Unités transférées en rayon, par code produit.
RELEVER-TRANSFERTS.
   OPEN INPUT recoltes
   IF WS-RECOLTES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM RELEVER-TRANSFERT-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE recoltes
   END-IF.

RELEVER-TRANSFERT-SUIVANT.
   READ recoltes
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF RECOLTE-TRANSFEREE AND RC-UnitesVente NUMERIC THEN
         MOVE ZERO TO WS-IdxCode
         PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCodes
           IF WS-VT-Code(WS-Idx) = RC-CodeProduit THEN
             MOVE WS-Idx TO WS-IdxCode
           END-IF
         END-PERFORM
         IF WS-IdxCode = ZERO AND WS-NbCodes < 50 THEN
           ADD 1 TO WS-NbCodes
           MOVE WS-NbCodes TO WS-IdxCode
           MOVE RC-CodeProduit TO WS-VT-Code(WS-IdxCode)
           MOVE ZERO TO WS-VT-Transfere(WS-IdxCode)
                        WS-VT-Vendu(WS-IdxCode)
                        WS-VT-Net(WS-IdxCode)
         END-IF
         IF WS-IdxCode > ZERO THEN
           ADD RC-UnitesVente TO WS-VT-Transfere(WS-IdxCode)
         END-IF
       END-IF
   END-READ.

*> Les lignes de ticket des codes de la récolte sont mises en table,
*> puis les cartes cadeaux de leurs tickets ; les tickets de la saison
*> (archive puis journée ouverte) les ventilent ensuite au net.
RELEVER-VENTES.
   OPEN INPUT reculignes
   IF WS-RECULIGNES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM RELEVER-LIGNE-SUIVANTE UNTIL WS-FinLecture = 'O'
     CLOSE reculignes
   END-IF
   IF WS-NbLignesVente = ZERO THEN
     EXIT PARAGRAPH
   END-IF
   OPEN INPUT reculignes
   IF WS-RECULIGNES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM RELEVER-CADEAU-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE reculignes
   END-IF
   OPEN INPUT archive
   IF WS-ARCHIVE-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM DEPOUILLER-ARCHIVE-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE archive
   END-IF
   OPEN INPUT recu
   IF WS-RECU-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM DEPOUILLER-VIVANT-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE recu
   END-IF.

RELEVER-LIGNE-SUIVANTE.
   READ reculignes
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       MOVE ZERO TO WS-IdxCode
       PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCodes
         IF WS-VT-Code(WS-Idx) = RL-CodeProduit THEN
           MOVE WS-Idx TO WS-IdxCode
         END-IF
       END-PERFORM
       IF WS-IdxCode > ZERO THEN
         IF WS-NbLignesVente < 2000 THEN
           ADD 1 TO WS-NbLignesVente
           MOVE RL-NumTicket    TO WS-LV-Ticket(WS-NbLignesVente)
           MOVE WS-IdxCode      TO WS-LV-IdxCode(WS-NbLignesVente)
           MOVE RL-Quantite     TO WS-LV-Quantite(WS-NbLignesVente)
           MOVE RL-MontantLigne TO WS-LV-Montant(WS-NbLignesVente)
           MOVE ZERO            TO WS-LV-Cadeaux(WS-NbLignesVente)
         ELSE
           MOVE 'O' TO WS-LignesDeborde
         END-IF
       END-IF
   END-READ.

RELEVER-CADEAU-SUIVANT.
   READ reculignes
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF RL-CodeProduit = "CADEAU" THEN
         PERFORM VARYING WS-IdxLigne FROM 1 BY 1
             UNTIL WS-IdxLigne > WS-NbLignesVente
           IF WS-LV-Ticket(WS-IdxLigne) = RL-NumTicket THEN
             ADD RL-MontantLigne TO WS-LV-Cadeaux(WS-IdxLigne)
           END-IF
         END-PERFORM
       END-IF
   END-READ.

DEPOUILLER-ARCHIVE-SUIVANT.
   READ archive
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF AR-Date >= WS-DebutSaison THEN
         IF AR-Sens = 'A' THEN
           MOVE -1 TO WS-SensTicket
           MOVE AR-RefOrigine TO WS-TicketLignes
         ELSE
           MOVE +1 TO WS-SensTicket
           MOVE AR-NumTicket TO WS-TicketLignes
         END-IF
         MOVE AR-MontantEntre TO WS-BrutTicket
         MOVE AR-MontantFinal TO WS-FinalTicket
         PERFORM VENTILER-LIGNE-VENTE
             VARYING WS-IdxLigne FROM 1 BY 1
             UNTIL WS-IdxLigne > WS-NbLignesVente
       END-IF
   END-READ.

DEPOUILLER-VIVANT-SUIVANT.
   READ recu
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF RE-Date >= WS-DebutSaison THEN
         IF RE-Sens = 'A' THEN
           MOVE -1 TO WS-SensTicket
           MOVE RE-RefOrigine TO WS-TicketLignes
         ELSE
           MOVE +1 TO WS-SensTicket
           MOVE RE-NumTicket TO WS-TicketLignes
         END-IF
         MOVE RE-MontantEntre TO WS-BrutTicket
         MOVE RE-MontantFinal TO WS-FinalTicket
         PERFORM VENTILER-LIGNE-VENTE
             VARYING WS-IdxLigne FROM 1 BY 1
             UNTIL WS-IdxLigne > WS-NbLignesVente
       END-IF
   END-READ.

*> Net de la ligne : son montant au prorata du net marchandise du
*> ticket sur son brut marchandise, comme dans MargeMagasin.
VENTILER-LIGNE-VENTE.
   IF WS-LV-Ticket(WS-IdxLigne) NOT = WS-TicketLignes THEN
     EXIT PARAGRAPH
   END-IF
   COMPUTE WS-BrutMarchandise =
       WS-BrutTicket - WS-LV-Cadeaux(WS-IdxLigne)
   COMPUTE WS-NetMarchandise =
       WS-FinalTicket - WS-LV-Cadeaux(WS-IdxLigne)
   IF WS-BrutMarchandise > ZERO AND WS-NetMarchandise > ZERO THEN
     COMPUTE WS-NetLigne ROUNDED =
         WS-LV-Montant(WS-IdxLigne) * WS-NetMarchandise
         / WS-BrutMarchandise
   ELSE
     MOVE ZERO TO WS-NetLigne
   END-IF
   MOVE WS-LV-IdxCode(WS-IdxLigne) TO WS-IdxCode
   COMPUTE WS-VT-Vendu(WS-IdxCode) = WS-VT-Vendu(WS-IdxCode)
       + WS-SensTicket * WS-LV-Quantite(WS-IdxLigne)
   COMPUTE WS-VT-Net(WS-IdxCode) = WS-VT-Net(WS-IdxCode)
       + WS-SensTicket * WS-NetLigne.

*> Même barème par défaut que SaisieTemps.
CHARGER-COUTS-HORAIRES.
   OPEN INPUT couthoraire
   IF WS-COUTHORAIRE-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-COUT-SUIVANT
         UNTIL WS-FinLecture = 'O' OR WS-NbCouts = 10
     CLOSE couthoraire
   END-IF
   IF WS-NbCouts = ZERO THEN
     MOVE 3 TO WS-NbCouts
     MOVE 'S' TO WS-CH-Type(1)
     MOVE 22.00 TO WS-CH-Taux(1)
     MOVE 'A' TO WS-CH-Type(2)
     MOVE 11.00 TO WS-CH-Taux(2)
     MOVE 'B' TO WS-CH-Type(3)
     MOVE ZERO TO WS-CH-Taux(3)
   END-IF.

LIRE-COUT-SUIVANT.
   READ couthoraire
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       ADD 1 TO WS-NbCouts
       MOVE CH-Type TO WS-CH-Type(WS-NbCouts)
       MOVE CH-Taux TO WS-CH-Taux(WS-NbCouts)
   END-READ.

CUMULER-TEMPS.
   OPEN INPUT temps
   IF WS-TEMPS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM CUMULER-SEANCE-SUIVANTE UNTIL WS-FinLecture = 'O'
     CLOSE temps
   END-IF.

*> Un type d'intervenant retiré du barème depuis la saisie garde ses
*> heures, valorisées à zéro et signalées en fin de bilan.
CUMULER-SEANCE-SUIVANTE.
   READ temps
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       MOVE ZERO TO WS-IdxParcelle
       PERFORM VARYING WS-Idx FROM 1 BY 1
           UNTIL WS-Idx > WS-NbParcelles
         IF WS-PAI-Nom(WS-Idx) = TT-Parcelle THEN
           MOVE WS-Idx TO WS-IdxParcelle
         END-IF
       END-PERFORM
       IF WS-IdxParcelle > ZERO THEN
         ADD TT-Heures TO WS-PAI-Heures(WS-IdxParcelle)
         MOVE ZERO TO WS-TauxHoraire
         MOVE 'N' TO WS-TauxTrouve
         PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCouts
           IF WS-CH-Type(WS-Idx) = TT-Type THEN
             MOVE WS-CH-Taux(WS-Idx) TO WS-TauxHoraire
             MOVE 'O' TO WS-TauxTrouve
           END-IF
         END-PERFORM
         IF WS-TauxTrouve = 'N' THEN
           ADD 1 TO WS-NbSansTaux
         END-IF
         COMPUTE WS-CoutSeance ROUNDED = TT-Heures * WS-TauxHoraire
         ADD WS-CoutSeance TO WS-PAI-MainOeuvre(WS-IdxParcelle)
       END-IF
   END-READ.

       WS-PAI-Valeur(WS-IdxParcelle) - WS-PAI-Cout(WS-IdxParcelle)
   ADD WS-PAI-Valeur(WS-IdxParcelle) TO WS-TotalValeur
   ADD WS-PAI-Cout(WS-IdxParcelle)   TO WS-TotalCout
   COMPUTE WS-MargeApresMO = WS-Marge - WS-PAI-MainOeuvre(WS-IdxParcelle)
   ADD WS-PAI-Heures(WS-IdxParcelle) TO WS-TotalHeures
   ADD WS-PAI-Ventes(WS-IdxParcelle) TO WS-TotalVentes
   ADD WS-PAI-Invendu(WS-IdxParcelle) TO WS-TotalInvendu
   ADD WS-PAI-MainOeuvre(WS-IdxParcelle) TO WS-TotalMainOeuvre
   MOVE SPACES TO RapportLigne
   STRING "Parcelle " DELIMITED BY SIZE
          FUNCTION TRIM(WS-PAI-Nom(WS-IdxParcelle)) DELIMITED BY SIZE
          " €" DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne
   MOVE SPACES TO RapportLigne
   STRING "   valeur : ventes magasin " DELIMITED BY SIZE
          WS-PAI-Ventes(WS-IdxParcelle) DELIMITED BY SIZE
          " €, invendu estimé " DELIMITED BY SIZE
          WS-PAI-Invendu(WS-IdxParcelle) DELIMITED BY SIZE
          " €" DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne
   MOVE SPACES TO RapportLigne
   STRING "   main-d'oeuvre " DELIMITED BY SIZE
          WS-PAI-Heures(WS-IdxParcelle) DELIMITED BY SIZE
          " h pour " DELIMITED BY SIZE
          WS-PAI-MainOeuvre(WS-IdxParcelle) DELIMITED BY SIZE
          " €, marge après main-d'oeuvre " DELIMITED BY SIZE
          WS-MargeApresMO DELIMITED BY SIZE
          " €" DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne.

ECRIRE-TOTAUX.
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne
   MOVE SPACES TO RapportLigne
   STRING "TOTAL VALEUR : ventes magasin " DELIMITED BY SIZE
          WS-TotalVentes DELIMITED BY SIZE
          " €, invendu estimé " DELIMITED BY SIZE
          WS-TotalInvendu DELIMITED BY SIZE
          " €" DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne
   COMPUTE WS-TotalMargeMO = WS-TotalMarge - WS-TotalMainOeuvre
   MOVE SPACES TO RapportLigne
   STRING "TOTAL MAIN-D'OEUVRE : " DELIMITED BY SIZE
          WS-TotalHeures DELIMITED BY SIZE
          " h pour " DELIMITED BY SIZE
          WS-TotalMainOeuvre DELIMITED BY SIZE
          " €, marge après main-d'oeuvre " DELIMITED BY SIZE
          WS-TotalMargeMO DELIMITED BY SIZE
          " €" DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne
   IF WS-LignesDeborde = 'O' THEN
     MOVE "Attention : plus de 2000 lignes de ticket, ventes du jardin tronquées."
         TO RapportLigne
     WRITE RapportLigne
   END-IF
   IF WS-NbSansTaux > ZERO THEN
     MOVE SPACES TO RapportLigne
     STRING "Attention : " DELIMITED BY SIZE
            WS-NbSansTaux DELIMITED BY SIZE
            " séance(s) d'un type d'intervenant absent de "
                DELIMITED BY SIZE
            "couthoraire.txt (valorisées à zéro)." DELIMITED BY SIZE
       INTO RapportLigne
     END-STRING
     WRITE RapportLigne
   END-IF
   IF WS-NbSansPrix > ZERO THEN
     MOVE SPACES TO RapportLigne
     STRING "Attention : " DELIMITED BY SIZE
