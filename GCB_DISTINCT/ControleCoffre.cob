IDENTIFICATION DIVISION.
PROGRAM-ID. ControleCoffre.

*> Contrôle quotidien de la chambre forte, lancé après GrandLivreInterne
*> et la clôture des caisses : la position du coffre (coffre.txt, tenue
*> par MouvementCoffre) est détaillée par devise et par coupure, les
*> espèces encore aux tiroirs y sont ajoutées — fonds des caisses
*> restées ouvertes ce jour (caisses.txt) pour l'EUR, position en
*> devises du guichet (caissedevises.txt) pour les autres devises — et
*> l'encaisse EUR ainsi obtenue est rapprochée du solde du compte
*> 580000 caisse du grand livre interne (soldesgl.txt : ouverture du
*> mois + débits - crédits). Les mouvements de coffre de la journée
*> (mouvementscoffre.txt) sont récapitulés par nature. Rapport réécrit
*> à chaque passage dans controlecoffre.txt ; code retour 4 sur écart
*> de rapprochement, caisse non clôturée ou solde comptable introuvable.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT coffre ASSIGN TO "coffre.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COFFRE-STATUS.

  SELECT mouvementscoffre ASSIGN TO "mouvementscoffre.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-MVTCOFFRE-STATUS.

  SELECT caisses ASSIGN TO "caisses.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CAISSES-STATUS.

  SELECT caissedevises ASSIGN TO "caissedevises.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CAISSEDEV-STATUS.

  SELECT soldesgl ASSIGN TO "soldesgl.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SOLDESGL-STATUS.

  SELECT controlecoffre ASSIGN TO "controlecoffre.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CONTROLE-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD coffre.
COPY "COFFRE.cpy".

FD mouvementscoffre.
COPY "MVTCOFFRE.cpy".

FD caisses.
01 CaisseRecord.
   05 CA-Date           PIC X(8).
   05 CA-Operateur      PIC X(6).
   05 CA-FondsOuverture PIC 9(8)V99.
   05 CA-Statut         PIC X(1).
      88 CAISSE-OUVERTE VALUE 'O'.
      88 CAISSE-FERMEE  VALUE 'F'.

FD caissedevises.
01 CaisseDeviseRecord.
   05 CD-Devise   PIC X(3).
   05 CD-Quantite PIC S9(10)V99 SIGN LEADING SEPARATE.

FD soldesgl.
COPY "SOLDESGL.cpy".

FD controlecoffre.
01 ControleLigne PIC X(100).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-COFFRE-STATUS     PIC XX.
01 WS-MVTCOFFRE-STATUS  PIC XX.
01 WS-CAISSES-STATUS    PIC XX.
01 WS-CAISSEDEV-STATUS  PIC XX.
01 WS-SOLDESGL-STATUS   PIC XX.
01 WS-CONTROLE-STATUS   PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "ControleCoffre".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 COMPTE-CAISSE  PIC X(6) VALUE "580000".

01 WS-DateJour    PIC X(8).
01 WS-FinLecture  PIC X(1).
01 WS-Idx         PIC 9(2).
01 WS-IdxTrouve   PIC 9(2).
01 WS-DeviseCherchee PIC X(3).

*> Encaisse par devise : coffre et tiroirs.
01 WS-TableDevises.
   05 WS-DeviseEntree OCCURS 20 TIMES.
      10 WS-DV-Devise  PIC X(3).
      10 WS-DV-Coffre  PIC S9(12)V99 SIGN LEADING SEPARATE.
      10 WS-DV-Tiroirs PIC S9(12)V99 SIGN LEADING SEPARATE.
01 WS-NbDevises PIC 9(2) VALUE ZERO.

*> Mouvements de coffre de la journée par nature (O, F, C, R), en EUR.
01 WS-TableNatures.
   05 WS-NatureEntree OCCURS 4 TIMES.
      10 WS-NA-Type    PIC X(1).
      10 WS-NA-Libelle PIC X(30).
      10 WS-NA-Nombre  PIC 9(5).
      10 WS-NA-Montant PIC 9(12)V99.
01 WS-DernierMouvement PIC 9(9).

01 WS-MontantLigne      PIC 9(10)V99.
01 WS-NbCaissesOuvertes PIC 9(3) VALUE ZERO.
01 WS-SoldeTrouve       PIC X(1) VALUE 'N'.
01 WS-SoldeComptable    PIC S9(12)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-EncaisseEuro      PIC S9(12)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-Ecart             PIC S9(12)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-MontantEdite      PIC -Z(11)9.99.
01 WS-CoupureEditee     PIC Z(3)9.99.
01 WS-NombreEdite       PIC Z(6)9.

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR

  OPEN OUTPUT controlecoffre
  IF WS-CONTROLE-STATUS NOT = "00" THEN
    DISPLAY "controlecoffre.txt inaccessible en écriture ("
            WS-CONTROLE-STATUS "), contrôle non produit."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF
  MOVE SPACES TO ControleLigne
  STRING "CONTROLE DE LA CHAMBRE FORTE - journée " DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
    INTO ControleLigne
  END-STRING
  WRITE ControleLigne

  PERFORM DETAILLER-COFFRE
  PERFORM CUMULER-TIROIRS
  PERFORM RECAPITULER-MOUVEMENTS
  PERFORM LIRE-SOLDE-CAISSE
  PERFORM ECRIRE-POSITIONS
  PERFORM RAPPROCHER-GRAND-LIVRE
  CLOSE controlecoffre

  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbDevises TO WS-JobCompteur
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  MOVE WS-JobRC TO RETURN-CODE
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

*> Rend dans WS-IdxTrouve l'entrée de la devise cherchée, créée au
*> besoin (zéro si la table est pleine).
TROUVER-DEVISE.
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1
      UNTIL WS-Idx > WS-NbDevises OR WS-IdxTrouve > ZERO
    IF WS-DV-Devise(WS-Idx) = WS-DeviseCherchee THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM
  IF WS-IdxTrouve = ZERO AND WS-NbDevises < 20 THEN
    ADD 1 TO WS-NbDevises
    MOVE WS-NbDevises TO WS-IdxTrouve
    MOVE WS-DeviseCherchee TO WS-DV-Devise(WS-IdxTrouve)
    MOVE ZERO TO WS-DV-Coffre(WS-IdxTrouve)
    MOVE ZERO TO WS-DV-Tiroirs(WS-IdxTrouve)
  END-IF.

DETAILLER-COFFRE.
  MOVE "EUR" TO WS-DeviseCherchee
  PERFORM TROUVER-DEVISE
  MOVE "Position du coffre par coupure :" TO ControleLigne
  WRITE ControleLigne
  OPEN INPUT coffre
  IF WS-COFFRE-STATUS NOT = "00" THEN
    MOVE "  coffre.txt absent : coffre vide." TO ControleLigne
    WRITE ControleLigne
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM DETAILLER-COUPURE-SUIVANTE UNTIL WS-FinLecture = 'O'
  CLOSE coffre.

DETAILLER-COUPURE-SUIVANTE.
  READ coffre
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF CF-Nombre > ZERO THEN
        COMPUTE WS-MontantLigne = CF-Coupure * CF-Nombre
        MOVE CF-Devise TO WS-DeviseCherchee
        PERFORM TROUVER-DEVISE
        IF WS-IdxTrouve > ZERO THEN
          ADD WS-MontantLigne TO WS-DV-Coffre(WS-IdxTrouve)
        END-IF
        MOVE CF-Coupure TO WS-CoupureEditee
        MOVE CF-Nombre TO WS-NombreEdite
        MOVE WS-MontantLigne TO WS-MontantEdite
        MOVE SPACES TO ControleLigne
        STRING "  " DELIMITED BY SIZE
               CF-Devise DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CoupureEditee DELIMITED BY SIZE
               " x " DELIMITED BY SIZE
               WS-NombreEdite DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               WS-MontantEdite DELIMITED BY SIZE
          INTO ControleLigne
        END-STRING
        WRITE ControleLigne
      END-IF
  END-READ.

*> Une caisse encore ouverte garde son fonds au tiroir : il est compté
*> dans l'encaisse, et signalé puisque la journée devrait être close.
CUMULER-TIROIRS.
  MOVE "EUR" TO WS-DeviseCherchee
  PERFORM TROUVER-DEVISE
  OPEN INPUT caisses
  IF WS-CAISSES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CUMULER-CAISSE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE caisses
  END-IF
  OPEN INPUT caissedevises
  IF WS-CAISSEDEV-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CUMULER-DEVISE-TIROIR UNTIL WS-FinLecture = 'O'
    CLOSE caissedevises
  END-IF.

CUMULER-CAISSE-SUIVANTE.
  READ caisses
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF CA-Date = WS-DateJour AND CAISSE-OUVERTE THEN
        ADD 1 TO WS-NbCaissesOuvertes
        ADD CA-FondsOuverture TO WS-DV-Tiroirs(1)
        MOVE SPACES TO ControleLigne
        STRING "  caisse de " DELIMITED BY SIZE
               CA-Operateur DELIMITED BY SIZE
               " non clôturée : fonds compté au tiroir." DELIMITED BY SIZE
          INTO ControleLigne
        END-STRING
        WRITE ControleLigne
      END-IF
  END-READ.

CUMULER-DEVISE-TIROIR.
  READ caissedevises
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF CD-Devise NOT = "EUR" AND CD-Devise NOT = SPACES THEN
        MOVE CD-Devise TO WS-DeviseCherchee
        PERFORM TROUVER-DEVISE
        IF WS-IdxTrouve > ZERO THEN
          ADD CD-Quantite TO WS-DV-Tiroirs(WS-IdxTrouve)
        END-IF
      END-IF
  END-READ.

RECAPITULER-MOUVEMENTS.
  MOVE 'O' TO WS-NA-Type(1)
  MOVE "Dotations de caisses" TO WS-NA-Libelle(1)
  MOVE 'F' TO WS-NA-Type(2)
  MOVE "Reversements de caisses" TO WS-NA-Libelle(2)
  MOVE 'C' TO WS-NA-Type(3)
  MOVE "Réceptions transporteur" TO WS-NA-Libelle(3)
  MOVE 'R' TO WS-NA-Type(4)
  MOVE "Remises transporteur" TO WS-NA-Libelle(4)
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 4
    MOVE ZERO TO WS-NA-Nombre(WS-Idx)
    MOVE ZERO TO WS-NA-Montant(WS-Idx)
  END-PERFORM
  MOVE ZERO TO WS-DernierMouvement
  OPEN INPUT mouvementscoffre
  IF WS-MVTCOFFRE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM RECAPITULER-MOUVEMENT-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE mouvementscoffre
  END-IF
  MOVE "Mouvements EUR du coffre dans la journée :" TO ControleLigne
  WRITE ControleLigne
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 4
    MOVE WS-NA-Nombre(WS-Idx) TO WS-NombreEdite
    MOVE WS-NA-Montant(WS-Idx) TO WS-MontantEdite
    MOVE SPACES TO ControleLigne
    STRING "  " DELIMITED BY SIZE
           WS-NA-Libelle(WS-Idx) DELIMITED BY SIZE
           WS-NombreEdite DELIMITED BY SIZE
           " mvt " DELIMITED BY SIZE
           WS-MontantEdite DELIMITED BY SIZE
      INTO ControleLigne
    END-STRING
    WRITE ControleLigne
  END-PERFORM.

*> Un mouvement compte une fois, quel que soit son nombre de coupures.
RECAPITULER-MOUVEMENT-SUIVANT.
  READ mouvementscoffre
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF MC-Date = WS-DateJour AND MC-Devise = "EUR" THEN
        PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 4
          IF WS-NA-Type(WS-Idx) = MC-Type THEN
            ADD MC-Montant TO WS-NA-Montant(WS-Idx)
            IF MC-Numero NOT = WS-DernierMouvement THEN
              ADD 1 TO WS-NA-Nombre(WS-Idx)
            END-IF
          END-IF
        END-PERFORM
        MOVE MC-Numero TO WS-DernierMouvement
      END-IF
  END-READ.

LIRE-SOLDE-CAISSE.
  OPEN INPUT soldesgl
  IF WS-SOLDESGL-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-SOLDE-GL-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE soldesgl
  END-IF.

LIRE-SOLDE-GL-SUIVANT.
  READ soldesgl
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF SG-Compte = COMPTE-CAISSE THEN
        COMPUTE WS-SoldeComptable =
            SG-SoldeOuverture + SG-Debits - SG-Credits
        MOVE 'O' TO WS-SoldeTrouve
        MOVE 'O' TO WS-FinLecture
      END-IF
  END-READ.

ECRIRE-POSITIONS.
  MOVE "Encaisse par devise (coffre + tiroirs = total) :"
      TO ControleLigne
  WRITE ControleLigne
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbDevises
    MOVE SPACES TO ControleLigne
    MOVE WS-DV-Coffre(WS-Idx) TO WS-MontantEdite
    STRING "  " DELIMITED BY SIZE
           WS-DV-Devise(WS-Idx) DELIMITED BY SIZE
           " coffre " DELIMITED BY SIZE
           WS-MontantEdite DELIMITED BY SIZE
      INTO ControleLigne
    END-STRING
    WRITE ControleLigne
    MOVE SPACES TO ControleLigne
    MOVE WS-DV-Tiroirs(WS-Idx) TO WS-MontantEdite
    STRING "      tiroirs " DELIMITED BY SIZE
           WS-MontantEdite DELIMITED BY SIZE
      INTO ControleLigne
    END-STRING
    WRITE ControleLigne
    MOVE SPACES TO ControleLigne
    COMPUTE WS-MontantEdite = WS-DV-Coffre(WS-Idx) + WS-DV-Tiroirs(WS-Idx)
    STRING "      total   " DELIMITED BY SIZE
           WS-MontantEdite DELIMITED BY SIZE
      INTO ControleLigne
    END-STRING
    WRITE ControleLigne
  END-PERFORM.

*> Seule l'encaisse EUR a une contrepartie au grand livre ; les devises
*> étrangères sont données pour information.
RAPPROCHER-GRAND-LIVRE.
  COMPUTE WS-EncaisseEuro = WS-DV-Coffre(1) + WS-DV-Tiroirs(1)
  IF WS-SoldeTrouve NOT = 'O' THEN
    MOVE "Compte 580000 absent de soldesgl.txt : rapprochement impossible."
        TO ControleLigne
    WRITE ControleLigne
    DISPLAY "ControleCoffre : solde comptable de caisse introuvable."
    MOVE 4 TO WS-JobRC
    EXIT PARAGRAPH
  END-IF
  COMPUTE WS-Ecart = WS-EncaisseEuro - WS-SoldeComptable
  MOVE SPACES TO ControleLigne
  MOVE WS-EncaisseEuro TO WS-MontantEdite
  STRING "Encaisse EUR (coffre + tiroirs) ... " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
    INTO ControleLigne
  END-STRING
  WRITE ControleLigne
  MOVE SPACES TO ControleLigne
  MOVE WS-SoldeComptable TO WS-MontantEdite
  STRING "Solde comptable 580000 caisse ..... " DELIMITED BY SIZE
         WS-MontantEdite DELIMITED BY SIZE
    INTO ControleLigne
  END-STRING
  WRITE ControleLigne
  MOVE SPACES TO ControleLigne
  MOVE WS-Ecart TO WS-MontantEdite
  IF WS-Ecart = ZERO THEN
    STRING "Ecart ............................. " DELIMITED BY SIZE
           WS-MontantEdite DELIMITED BY SIZE
           " : rapprochement juste." DELIMITED BY SIZE
      INTO ControleLigne
    END-STRING
  ELSE
    STRING "ECART ............................. " DELIMITED BY SIZE
           WS-MontantEdite DELIMITED BY SIZE
           " : à justifier." DELIMITED BY SIZE
      INTO ControleLigne
    END-STRING
    MOVE 4 TO WS-JobRC
  END-IF
  WRITE ControleLigne
  IF WS-NbCaissesOuvertes > ZERO THEN
    MOVE 4 TO WS-JobRC
  END-IF
  DISPLAY "Contrôle du coffre " WS-DateJour " : encaisse EUR "
          WS-EncaisseEuro ", caisse comptable " WS-SoldeComptable
          ", écart " WS-Ecart " (controlecoffre.txt).".
