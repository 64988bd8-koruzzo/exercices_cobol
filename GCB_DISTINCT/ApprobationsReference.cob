*> modèle d'AutorisationsSuperviseur. Un taux appliqué régénère la
*> copie de diffusion tauxchange.txt comme l'aurait fait
*> GestionTauxChange. La file est rechargée en table puis réécrite en
*> entier après chaque décision. Le journal porte aussi la date à
*> laquelle le changement a été appliqué (CJ-DateApplication), que la
*> revue de séparation des tâches rapproche des écritures du jour.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TAUXCHANGE-STATUS.

  SELECT beneficiaires ASSIGN TO "beneficiaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BE-Reference
      FILE STATUS IS WS-BENEF-STATUS.

  SELECT tauxhistorique ASSIGN TO "tauxhistorique.txt"
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TAUXHIST-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
   05 CJ-Apres       PIC X(70).
   05 CJ-Operateur   PIC X(6).
   05 CJ-Approbateur PIC X(6).
   05 CJ-DateApplication PIC X(8).

FD comptes.
COPY "COMPTES.cpy".
   05 TC-Date         PIC X(8).

FD beneficiaires.
COPY "BENEFICIAIRES.cpy".

FD tauxhistorique.
01 TauxHistoriqueRecord.
   05 TH-NouveauTaux PIC 9(2)V9(4).
   05 TH-Approbateur PIC X(6).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-CHANGES-STATUS    PIC XX.
01 WS-CJOURNAL-STATUS   PIC XX.
01 WS-TAUXCHANGE-STATUS PIC XX.
01 WS-BENEF-STATUS      PIC XX.
01 WS-TAUXHIST-STATUS   PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-DateJour          PIC X(8).
01 WS-AncienTauxHist    PIC 9(2)V9(4).

01 WS-FinLecture   PIC X(1).
      10 WS-CH-MotifRejet  PIC X(20).
01 WS-NbChangements PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
  DISPLAY "File des changements de données de référence."
  DISPLAY "Identifiant superviseur : "
  END-READ.

APPLIQUER-SUR-BENEFICIAIRES.
  OPEN I-O beneficiaires
  IF WS-BENEF-STATUS = "35" THEN
    OPEN OUTPUT beneficiaires
    CLOSE beneficiaires
    OPEN I-O beneficiaires
  END-IF
  IF WS-BENEF-STATUS NOT = "00" THEN
    DISPLAY "beneficiaires.dat indisponible (" WS-BENEF-STATUS ")."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-CH-Cle(WS-IdxTrouve)(1:6) TO BE-Reference
  EVALUATE WS-CH-Action(WS-IdxTrouve)
    WHEN 'A'
      READ beneficiaires
        INVALID KEY
          MOVE WS-CH-Cle(WS-IdxTrouve)(1:6) TO BE-Reference
          MOVE WS-CH-Nouveau(WS-IdxTrouve)(1:30) TO BE-Nom
          MOVE WS-CH-Nouveau(WS-IdxTrouve)(31:20) TO BE-Banque
          MOVE WS-CH-Nouveau(WS-IdxTrouve)(51:20) TO BE-CompteExterne
          WRITE BeneficiaireRecord
          MOVE 'O' TO WS-Applique
        NOT INVALID KEY
          DISPLAY "La référence existe déjà, ajout inapplicable."
      END-READ
    WHEN 'X'
      READ beneficiaires
        INVALID KEY
          DISPLAY "Référence introuvable, suppression inapplicable."
        NOT INVALID KEY
          DELETE beneficiaires RECORD
          MOVE 'O' TO WS-Applique
      END-READ
    WHEN OTHER
      DISPLAY "Action " WS-CH-Action(WS-IdxTrouve)
              " inconnue pour bénéficiaires."
  END-EVALUATE
  CLOSE beneficiaires.

JOURNALISER-CHANGEMENT.
  MOVE WS-CH-Nouveau(WS-IdxTrouve)   TO CJ-Apres
  MOVE WS-CH-Operateur(WS-IdxTrouve) TO CJ-Operateur
  MOVE WS-SupId                      TO CJ-Approbateur
  PERFORM CHARGER-DATE-VALEUR
  MOVE WS-DateJour                   TO CJ-DateApplication
  WRITE ChangeJournalRecord
  CLOSE changesjournal.

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
