*> fenêtre batch suivante reparte d'une ouverture explicite. Les
*> traitements lancés hors journée ouverte retombent sur la date
*> machine, comme avant l'introduction de la date de valeur.
*> La passe de scellement du journal produit aussi l'extrait de la
*> journée (historique_jour.txt) et son contrôle
*> (historique_jour_ctl.txt, copybook EXTRAITJOUR) : les traitements de
*> fin de journée — RapportControleTotaux, RapportActiviteOperateurs,
*> SurveillanceActivite, ExportGrandLivre, ClotureCaisse,
*> RapprochementCaisse, RapprochementCaisseBiblio — se lancent après la
*> clôture et lisent cet extrait au lieu de relire chacun tout
*> historique.txt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SCELLE-STATUS.

  SELECT extraitjour ASSIGN TO "historique_jour.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-EXTRAIT-STATUS.

  SELECT ctlextrait ASSIGN TO "historique_jour_ctl.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CTLEXTRAIT-STATUS.

  SELECT beneficiaires ASSIGN TO "beneficiaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS BE-Reference
      FILE STATUS IS WS-BENEF-STATUS.

  SELECT parques ASSIGN TO "paiementsparques.txt"
   05 SC-SommeValA   PIC 9(12)V99.
   05 SC-MaxId       PIC 9(9).

FD extraitjour.
01 ExtraitJourLigne PIC X(99).

FD ctlextrait.
COPY "EXTRAITJOUR.cpy".

FD beneficiaires.
COPY "BENEFICIAIRES.cpy".

FD parques.
01 ParqueLigne PIC X(100).
01 WS-NbEcritures       PIC 9(9) VALUE ZERO.
01 WS-SommeValA         PIC 9(12)V99 VALUE ZERO.
01 WS-MaxId             PIC 9(9) VALUE ZERO.
01 WS-EXTRAIT-STATUS    PIC XX.
01 WS-CTLEXTRAIT-STATUS PIC XX.
01 WS-NbJour            PIC 9(9) VALUE ZERO.
01 WS-SommeJour         PIC 9(12)V99 VALUE ZERO.

*> Dernier solde connu de chaque compte rencontré avant la journée, et
*> repère des comptes mouvementés dans la journée : de quoi écrire les
*> soldes d'ouverture du contrôle de l'extrait.
01 WS-TableSoldesJour.
   05 WS-SoldeJourEntree OCCURS 1000 TIMES.
      10 WS-SJ-Compte     PIC X(6).
      10 WS-SJ-Connu      PIC X(1).
      10 WS-SJ-Solde      PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-SJ-Mouvemente PIC X(1).
01 WS-NbComptesSuivis PIC 9(4) VALUE ZERO.
01 WS-IdxSolde        PIC 9(4).
01 WS-IdxCompteJour   PIC 9(4).
01 WS-ComptesDebordes PIC X(1) VALUE 'N'.
01 WS-DateOuverte PIC X(8) VALUE SPACES.
01 WS-EtatCourant PIC X(1) VALUE SPACE.

*> historique_scelle.txt. VerifierHistorique recompare ce scellé au
*> fichier avant que ReconciliationSolde et RelevCompte ne consomment
*> un journal tronqué ou troué après un incident.
*> Dans la même passe, les écritures de la journée sont recopiées dans
*> l'extrait historique_jour.txt ; son contrôle porte les totaux de
*> l'extrait, ceux du journal entier (les mêmes que le scellé) et le
*> solde d'ouverture de chaque compte mouvementé dans la journée.
SCELLER-HISTORIQUE.
  MOVE ZERO TO WS-NbEcritures
  MOVE ZERO TO WS-SommeValA
  MOVE ZERO TO WS-MaxId
  MOVE ZERO TO WS-NbJour
  MOVE ZERO TO WS-SommeJour
  MOVE ZERO TO WS-NbComptesSuivis
  OPEN OUTPUT extraitjour
  OPEN INPUT historique
  IF WS-HIST-STATUS = "00" THEN
    MOVE 'N' TO WS-FinHistorique
    PERFORM CUMULER-SCELLE UNTIL WS-FinHistorique = 'O'
    CLOSE historique
  END-IF
  CLOSE extraitjour
  OPEN OUTPUT scelle
  MOVE WS-DateOuverte TO SC-Date
  MOVE WS-NbEcritures TO SC-NbEcritures
  MOVE WS-MaxId       TO SC-MaxId
  WRITE ScelleRecord
  CLOSE scelle
  PERFORM ECRIRE-CONTROLE-EXTRAIT
  DISPLAY "Journal scellé : " WS-NbEcritures " écriture(s), id maximum "
          WS-MaxId " (historique_scelle.txt)."
  DISPLAY "Extrait de la journée : " WS-NbJour " écriture(s) "
          "(historique_jour.txt, contrôle historique_jour_ctl.txt)."
  IF WS-ComptesDebordes = 'O' THEN
    DISPLAY "Plus de 1000 comptes au journal : soldes d'ouverture "
            "incomplets dans historique_jour_ctl.txt."
  END-IF.

CUMULER-SCELLE.
  READ historique
      IF HistoriqueId > WS-MaxId THEN
        MOVE HistoriqueId TO WS-MaxId
      END-IF
      PERFORM SUIVRE-SOLDE-COMPTE
      IF HistoriqueDate = WS-DateOuverte THEN
        ADD 1 TO WS-NbJour
        ADD HistoriqueValA TO WS-SommeJour
        WRITE ExtraitJourLigne FROM HistoriqueRecord
      END-IF
  END-READ.

*> Avant la journée, retient le dernier solde résultant du compte (hors
*> écritures de solde 'S', comme le rejeu) ; dans la journée, note
*> seulement que le compte est mouvementé : son solde d'ouverture est
*> celui retenu jusque-là.
SUIVRE-SOLDE-COMPTE.
  IF HistoriqueCompte = SPACES THEN
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO WS-IdxCompteJour
  PERFORM VARYING WS-IdxSolde FROM 1 BY 1
      UNTIL WS-IdxSolde > WS-NbComptesSuivis OR WS-IdxCompteJour > ZERO
    IF WS-SJ-Compte(WS-IdxSolde) = HistoriqueCompte THEN
      MOVE WS-IdxSolde TO WS-IdxCompteJour
    END-IF
  END-PERFORM
  IF WS-IdxCompteJour = ZERO THEN
    IF WS-NbComptesSuivis = 1000 THEN
      MOVE 'O' TO WS-ComptesDebordes
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-NbComptesSuivis
    MOVE WS-NbComptesSuivis TO WS-IdxCompteJour
    MOVE HistoriqueCompte TO WS-SJ-Compte(WS-IdxCompteJour)
    MOVE 'N' TO WS-SJ-Connu(WS-IdxCompteJour)
    MOVE ZERO TO WS-SJ-Solde(WS-IdxCompteJour)
    MOVE 'N' TO WS-SJ-Mouvemente(WS-IdxCompteJour)
  END-IF
  IF HistoriqueDate = WS-DateOuverte THEN
    MOVE 'O' TO WS-SJ-Mouvemente(WS-IdxCompteJour)
  ELSE
    IF HistoriqueDescrp NOT = 'S'
       AND WS-SJ-Mouvemente(WS-IdxCompteJour) NOT = 'O' THEN
      MOVE 'O' TO WS-SJ-Connu(WS-IdxCompteJour)
      MOVE HistoriqueValB TO WS-SJ-Solde(WS-IdxCompteJour)
    END-IF
  END-IF.

ECRIRE-CONTROLE-EXTRAIT.
  OPEN OUTPUT ctlextrait
  MOVE SPACES TO ExtraitControleRecord
  SET XJ-TOTAUX TO TRUE
  MOVE WS-DateOuverte TO XJ-Date
  MOVE WS-NbJour      TO XJ-NbEcritures
  MOVE WS-SommeJour   TO XJ-SommeValA
  MOVE WS-NbEcritures TO XJ-NbJournal
  MOVE WS-SommeValA   TO XJ-SommeJournal
  MOVE WS-MaxId       TO XJ-MaxId
  MOVE ZERO           TO XJ-SoldeOuverture
  WRITE ExtraitControleRecord
  PERFORM VARYING WS-IdxSolde FROM 1 BY 1
      UNTIL WS-IdxSolde > WS-NbComptesSuivis
    IF WS-SJ-Mouvemente(WS-IdxSolde) = 'O' THEN
      MOVE SPACES TO ExtraitControleRecord
      SET XJ-OUVERTURE TO TRUE
      MOVE WS-DateOuverte TO XJ-Date
      MOVE ZERO TO XJ-NbEcritures XJ-SommeValA XJ-NbJournal
                   XJ-SommeJournal XJ-MaxId
      MOVE WS-SJ-Compte(WS-IdxSolde) TO XJ-Compte
      MOVE WS-SJ-Connu(WS-IdxSolde)  TO XJ-SoldeConnu
      MOVE WS-SJ-Solde(WS-IdxSolde)  TO XJ-SoldeOuverture
      WRITE ExtraitControleRecord
    END-IF
  END-PERFORM
  CLOSE ctlextrait.

CHARGER-PAIEMENT-SUIVANT.
  READ paiementsexternes
    AT END MOVE 'O' TO WS-FinPaiements
  END-IF.

LIRE-BENEFICIAIRE-SUIVANT.
  READ beneficiaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinBenef
    NOT AT END
      ADD 1 TO WS-NbBeneficiaires
