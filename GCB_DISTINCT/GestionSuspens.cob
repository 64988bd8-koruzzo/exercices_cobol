*> en perte avec motif. L'état d'ancienneté (suspensage.txt) escalade
*> les éléments plus vieux que delaisuspens.txt jours (défaut 10). Le
*> fichier est rechargé en table puis réécrit en entier après chaque
*> décision. Un élément arrêté au filtrage sanctions (motif FILTRAGE
*> SANCTIONS) reste gelé — ni réaffectation, ni renvoi, ni perte — tant
*> que l'alerte n'a pas été levée par un superviseur dans
*> RevueConformite : le remettant est refiltré à chaque tentative.
*> La réaffectation accepte le numéro interne ou l'IBAN du compte à
*> créditer ; l'IBAN est résolu par RibCompte et refusé si sa clé ne
*> vérifie pas ou s'il n'est pas l'un de nos comptes. Un élément arrivé
*> avec un IBAN (SU-Iban) le propose par défaut.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   05 SU-Remettant PIC X(20).
   05 SU-Statut    PIC X(1).
   05 SU-Motif     PIC X(20).
   05 SU-Iban      PIC X(34).

FD paiementsexternes.
01 PaiementExterneRecord.
01 WS-Idx        PIC 9(3).
01 WS-IdxSaisi   PIC 9(3).
01 WS-CompteSaisi PIC X(6).
01 WS-CibleSaisie PIC X(34).
01 WS-RefBenefSaisie PIC X(6).
01 WS-MotifSaisi PIC X(20).

      10 WS-SU-Remettant PIC X(20).
      10 WS-SU-Statut    PIC X(1).
      10 WS-SU-Motif     PIC X(20).
      10 WS-SU-Iban      PIC X(34).
01 WS-NbSuspens      PIC 9(3) VALUE ZERO.
01 WS-FichierDeborde PIC X(1) VALUE 'N'.

01 Choix        PIC X(1).
01 OperateurId  PIC X(6).

01 WS-FiltrageSource    PIC X(1).
01 WS-FiltrageReference PIC X(10).
01 WS-FiltrageNom       PIC X(30).
01 WS-FiltrageTouche    PIC X(1).
01 WS-FiltrageRefListe  PIC X(10).
01 WS-FiltrageScore     PIC 9(3).
01 WS-FiltrageAlerteId  PIC 9(6).

01 WS-VerrouAction    PIC X(1).
01 WS-VerrouDemandeur PIC X(20).
01 WS-VerrouAccorde   PIC X(1).
01 CompteCible  PIC X(6).
01 OperationLibelle PIC X(30).

01 WS-RibMode     PIC X(1).
01 WS-RibCompte   PIC X(6).
COPY "RIB.cpy".
01 WS-RibResultat PIC X(1).
01 WS-RibMotif    PIC X(30).

PROCEDURE DIVISION.
  DISPLAY "Atelier de dépouillement du suspens."
  DISPLAY "Identifiant opérateur : "
      MOVE SU-Remettant TO WS-SU-Remettant(WS-NbSuspens)
      MOVE SU-Statut    TO WS-SU-Statut(WS-NbSuspens)
      MOVE SU-Motif     TO WS-SU-Motif(WS-NbSuspens)
      MOVE SU-Iban      TO WS-SU-Iban(WS-NbSuspens)
  END-READ.

SAUVER-SUSPENS.
    MOVE WS-SU-Remettant(WS-Idx) TO SU-Remettant
    MOVE WS-SU-Statut(WS-Idx)    TO SU-Statut
    MOVE WS-SU-Motif(WS-Idx)     TO SU-Motif
    MOVE WS-SU-Iban(WS-Idx)      TO SU-Iban
    WRITE SuspensRecord
  END-PERFORM
  CLOSE suspens.
              WS-SU-Compte(WS-Idx)
              " montant " WS-SU-Montant(WS-Idx)
              " remettant " WS-SU-Remettant(WS-Idx)
              " " WS-SU-Motif(WS-Idx)
      IF WS-SU-Iban(WS-Idx) NOT = SPACES THEN
        DISPLAY "      IBAN reçu " WS-SU-Iban(WS-Idx)
      END-IF
    END-IF
  END-PERFORM.

    IF WS-SU-Statut(WS-IdxSaisi) NOT = 'O' THEN
      MOVE ZERO TO WS-IdxSaisi
      DISPLAY "Élément déjà traité."
    ELSE
      IF WS-SU-Motif(WS-IdxSaisi) = "FILTRAGE SANCTIONS" THEN
        PERFORM CONTROLER-GEL-SANCTIONS
      END-IF
    END-IF
  END-IF.

*> Le remettant est refiltré : tant qu'une alerte en attente ou
*> confirmée le vise, les fonds restent gelés en suspens.
CONTROLER-GEL-SANCTIONS.
  MOVE 'P' TO WS-FiltrageSource
  MOVE SPACES TO WS-FiltrageReference
  MOVE WS-SU-Compte(WS-IdxSaisi) TO WS-FiltrageReference
  MOVE SPACES TO WS-FiltrageNom
  MOVE WS-SU-Remettant(WS-IdxSaisi) TO WS-FiltrageNom
  CALL 'ControlerSanctions' USING WS-FiltrageSource WS-FiltrageReference
                                   WS-FiltrageNom WS-FiltrageTouche
                                   WS-FiltrageRefListe WS-FiltrageScore
                                   WS-FiltrageAlerteId
  IF WS-FiltrageTouche = 'O' THEN
    DISPLAY "Remettant visé par l'alerte conformité n° "
            WS-FiltrageAlerteId " (liste " WS-FiltrageRefListe
            ") non levée : fonds gelés, élément non traitable "
            "(voir RevueConformite)."
    MOVE ZERO TO WS-IdxSaisi
  END-IF.

*> Réaffectation : le crédit est enfin posté, via Depot, avec la
*> référence du remettant d'origine en libellé.
REAFFECTER-ELEMENT.
  IF WS-IdxSaisi = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  MOVE WS-IdxSaisi TO WS-Idx
  IF WS-SU-Iban(WS-Idx) NOT = SPACES THEN
    DISPLAY "IBAN reçu : " WS-SU-Iban(WS-Idx)
    DISPLAY "Compte à créditer (numéro ou IBAN, vide = IBAN reçu) : "
  ELSE
    DISPLAY "Compte à créditer (numéro ou IBAN) : "
  END-IF
  MOVE SPACES TO WS-CibleSaisie
  ACCEPT WS-CibleSaisie
  IF WS-CibleSaisie = SPACES THEN
    MOVE WS-SU-Iban(WS-Idx) TO WS-CibleSaisie
  END-IF
  PERFORM RESOUDRE-CIBLE
  IF WS-CompteSaisi = SPACES THEN
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO Retrait
  MOVE ZERO TO Virement
  MOVE WS-SU-Montant(WS-Idx) TO Depot
            "en suspens."
  END-IF.

*> Au-delà de 6 positions la saisie est un IBAN, ramené au numéro
*> interne par RibCompte ; un IBAN faux ou étranger est refusé.
RESOUDRE-CIBLE.
  MOVE SPACES TO WS-CompteSaisi
  IF WS-CibleSaisie = SPACES THEN
    DISPLAY "Aucun compte saisi, élément laissé en suspens."
    EXIT PARAGRAPH
  END-IF
  IF WS-CibleSaisie(7:) = SPACES THEN
    MOVE WS-CibleSaisie(1:6) TO WS-CompteSaisi
    EXIT PARAGRAPH
  END-IF
  MOVE 'R' TO WS-RibMode
  MOVE SPACES TO RibIdentifiant
  MOVE WS-CibleSaisie TO RI-Iban
  CALL 'RibCompte' USING WS-RibMode WS-RibCompte RibIdentifiant
                         WS-RibResultat WS-RibMotif
  IF WS-RibResultat = 'O' THEN
    MOVE WS-RibCompte TO WS-CompteSaisi
    DISPLAY "IBAN résolu sur le compte " WS-CompteSaisi "."
  ELSE
    DISPLAY "IBAN refusé : " WS-RibMotif
            " — élément laissé en suspens."
  END-IF.

*> Renvoi au remettant : l'élément n'ayant jamais été crédité chez
*> nous, il n'y a rien à contre-passer — une ligne de paiement externe
*> en attente ('A') est posée vers le bénéficiaire indiqué (fiche de
  IF WS-IdxSaisi = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Référence du bénéficiaire de renvoi (beneficiaires.dat) : "
  ACCEPT WS-RefBenefSaisie
  MOVE WS-IdxSaisi TO WS-Idx
  OPEN EXTEND paiementsexternes
