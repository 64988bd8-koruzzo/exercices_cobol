*> un relevé de clôture (relevecloture-XXXXXX.txt) récapitule
*> l'arrêté. La pose du statut est directe : c'est ce programme qui
*> est le contrôle, avec son propre arrêté chiffré.
*> Pour un compte propre d'un client décédé (dossier ouvert dans
*> GestionSuccessions), le mode 'H' verse le résiduel aux héritiers du
*> dossier (heritiers.txt) au prorata de leurs quotes-parts, une ligne
*> de paiement sortant par héritier ; le dernier reçoit l'arrondi.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RELEVE-STATUS.

  SELECT successions ASSIGN TO "successions.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SUCCESSIONS-STATUS.

  SELECT succcomptes ASSIGN TO "successionscomptes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SUCCCOMPTES-STATUS.

  SELECT heritiers ASSIGN TO "heritiers.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HERITIERS-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
FD relevecloture.
01 ReleveClotureLigne PIC X(100).

FD successions.
COPY "SUCCESSIONS.cpy".

FD succcomptes.
COPY "SUCCCOMPTES.cpy".

FD heritiers.
COPY "HERITIERS.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
01 WS-RETFISC-STATUS PIC XX.
01 WS-RELEVE-STATUS  PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-SUCCESSIONS-STATUS PIC XX.
01 WS-SUCCCOMPTES-STATUS PIC XX.
01 WS-HERITIERS-STATUS  PIC XX.

01 WS-DateJour    PIC X(8).
01 WS-NomReleve   PIC X(30).
01 WS-VerrouAccorde   PIC X(1).
01 OperationLibelle PIC X(30).

*> Versement aux héritiers d'une succession (mode 'H').
01 WS-FinLecture      PIC X(1).
01 WS-ClientDefunt    PIC X(6).
01 WS-DossierOuvert   PIC X(1).
01 WS-TableHeritiers.
   05 WS-HeritierEntree OCCURS 20 TIMES.
      10 WS-HE-Beneficiaire PIC X(6).
      10 WS-HE-Quotite      PIC 9(3)V99.
      10 WS-HE-Montant      PIC 9(6)V99.
01 WS-NbHeritiers     PIC 9(2) VALUE ZERO.
01 WS-IdxHeritier     PIC 9(2).
01 WS-TotalQuotites   PIC 9(5)V99.
01 WS-ResteAVerser    PIC 9(6)V99.

PROCEDURE DIVISION.
  DISPLAY "Clôture réglée d'un compte."
  DISPLAY "Identifiant opérateur : "
    STOP RUN
  END-IF

  DISPLAY "Paiement du résiduel : E = espèces, B = bénéficiaire externe, "
          "H = héritiers (succession) : "
  ACCEPT WS-ModePaiement
  IF WS-ModePaiement = 'B' THEN
    DISPLAY "Référence du bénéficiaire (beneficiaires.dat) : "
    ACCEPT WS-RefBeneficiaire
  END-IF
  IF WS-ModePaiement = 'H' THEN
    PERFORM CHARGER-HERITIERS-SUCCESSION
    IF WS-TotalQuotites NOT = 100 THEN
      DISPLAY "Les héritiers du dossier totalisent " WS-TotalQuotites
              " % au lieu de 100 % : clôture BLOQUEE."
      STOP RUN
    END-IF
  END-IF
  DISPLAY "Confirmer l'arrêté et la clôture du compte " WS-CompteSaisi
          " (O/N) ? "
  ACCEPT WS-Confirmation
    DISPLAY "Aucun résiduel à payer."
    EXIT PARAGRAPH
  END-IF
  IF WS-ModePaiement = 'H' THEN
    PERFORM VERSER-AUX-HERITIERS
    EXIT PARAGRAPH
  END-IF
  MOVE WS-SoldeCourant TO WS-MontantVerse
  MOVE ZERO TO WS-SoldeCourant
  MOVE WS-SoldeCourant TO WS-SoldeJournal
    CLOSE paiementsexternes
  END-IF.

*> Le compte doit figurer comme compte propre dans un dossier de
*> succession encore ouvert ; ses héritiers et leurs quotes-parts sont
*> chargés en table (WS-TotalQuotites à zéro si rien ne convient).
CHARGER-HERITIERS-SUCCESSION.
  MOVE SPACES TO WS-ClientDefunt
  MOVE ZERO TO WS-NbHeritiers WS-TotalQuotites
  OPEN INPUT succcomptes
  IF WS-SUCCCOMPTES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-SUCC-COMPTE UNTIL WS-FinLecture = 'O'
    CLOSE succcomptes
  END-IF
  IF WS-ClientDefunt = SPACES THEN
    DISPLAY "Le compte " WS-CompteSaisi " n'est le compte propre d'aucun "
            "dossier de succession."
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-DossierOuvert
  OPEN INPUT successions
  IF WS-SUCCESSIONS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-SUCCESSION UNTIL WS-FinLecture = 'O'
    CLOSE successions
  END-IF
  IF WS-DossierOuvert NOT = 'O' THEN
    DISPLAY "Le dossier de succession du client " WS-ClientDefunt
            " n'est pas ouvert."
    EXIT PARAGRAPH
  END-IF
  OPEN INPUT heritiers
  IF WS-HERITIERS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-HERITIER UNTIL WS-FinLecture = 'O'
    CLOSE heritiers
  END-IF.

LIRE-SUCC-COMPTE.
  READ succcomptes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF SC-Compte = WS-CompteSaisi AND SC-COMPTE-PROPRE THEN
        MOVE SC-Client TO WS-ClientDefunt
      END-IF
  END-READ.

LIRE-SUCCESSION.
  READ successions
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF SU-Client = WS-ClientDefunt AND SUCCESSION-OUVERTE THEN
        MOVE 'O' TO WS-DossierOuvert
      END-IF
  END-READ.

LIRE-HERITIER.
  READ heritiers
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF HE-Client = WS-ClientDefunt AND HE-Quotite > ZERO THEN
        IF WS-NbHeritiers < 20 THEN
          ADD 1 TO WS-NbHeritiers
          MOVE HE-Beneficiaire TO WS-HE-Beneficiaire(WS-NbHeritiers)
          MOVE HE-Quotite TO WS-HE-Quotite(WS-NbHeritiers)
          ADD HE-Quotite TO WS-TotalQuotites
        ELSE
          DISPLAY "Plus de 20 héritiers : " HE-Beneficiaire " ignoré."
        END-IF
      END-IF
  END-READ.

*> Une écriture 'P' et une ligne de paiement sortant par héritier ; le
*> dernier reçoit le reste, pour que le compte tombe exactement à zéro.
VERSER-AUX-HERITIERS.
  MOVE WS-SoldeCourant TO WS-MontantVerse
  MOVE WS-SoldeCourant TO WS-ResteAVerser
  PERFORM VARYING WS-IdxHeritier FROM 1 BY 1
      UNTIL WS-IdxHeritier > WS-NbHeritiers
    IF WS-IdxHeritier = WS-NbHeritiers THEN
      MOVE WS-ResteAVerser TO WS-HE-Montant(WS-IdxHeritier)
    ELSE
      COMPUTE WS-HE-Montant(WS-IdxHeritier) ROUNDED =
          WS-MontantVerse * WS-HE-Quotite(WS-IdxHeritier) / 100
    END-IF
    SUBTRACT WS-HE-Montant(WS-IdxHeritier) FROM WS-ResteAVerser
    COMPUTE WS-SoldeCourant = WS-SoldeCourant
                            - WS-HE-Montant(WS-IdxHeritier)
    MOVE WS-SoldeCourant TO WS-SoldeJournal
    MOVE WS-HE-Montant(WS-IdxHeritier) TO Retrait
    MOVE 'P' TO Choix
    MOVE SPACES TO OperationLibelle
    STRING "Succession héritier " DELIMITED BY SIZE
           WS-HE-Beneficiaire(WS-IdxHeritier) DELIMITED BY SIZE
      INTO OperationLibelle
    END-STRING
    CALL 'EnregistrerHistorique' USING SoldeCompteA SoldeCompteB Depot Retrait Virement Choix OperateurId
                                        WS-SoldeJournal WS-CompteSaisi
                                        OperationLibelle
    MOVE ZERO TO Retrait
    OPEN EXTEND paiementsexternes
    IF WS-PAIEMENTS-STATUS NOT = "00" THEN
      OPEN OUTPUT paiementsexternes
    END-IF
    MOVE WS-DateJour TO PX-Date
    MOVE WS-HE-Beneficiaire(WS-IdxHeritier) TO PX-Beneficiaire
    MOVE WS-CompteSaisi TO PX-Compte
    MOVE WS-HE-Montant(WS-IdxHeritier) TO PX-Montant
    MOVE 'A' TO PX-Statut
    WRITE PaiementExterneRecord
    CLOSE paiementsexternes
  END-PERFORM
  CALL 'EnregistrerSoldeCompte' USING WS-CompteSaisi WS-SoldeCourant.

POSER-STATUT-CLOTURE.
  OPEN I-O comptes
  IF WS-COMPTES-STATUS NOT = "00" THEN
    INTO ReleveClotureLigne
  END-STRING
  WRITE ReleveClotureLigne
  IF WS-ModePaiement = 'H' THEN
    PERFORM VARYING WS-IdxHeritier FROM 1 BY 1
        UNTIL WS-IdxHeritier > WS-NbHeritiers
      MOVE SPACES TO ReleveClotureLigne
      STRING "  versé à l'héritier " DELIMITED BY SIZE
             WS-HE-Beneficiaire(WS-IdxHeritier) DELIMITED BY SIZE
             " (" DELIMITED BY SIZE
             WS-HE-Quotite(WS-IdxHeritier) DELIMITED BY SIZE
             " %) : " DELIMITED BY SIZE
             WS-HE-Montant(WS-IdxHeritier) DELIMITED BY SIZE
        INTO ReleveClotureLigne
      END-STRING
      WRITE ReleveClotureLigne
    END-PERFORM
  END-IF
  MOVE "Solde final : 0,00 - compte clôturé." TO ReleveClotureLigne
  WRITE ReleveClotureLigne
  CLOSE relevecloture.
