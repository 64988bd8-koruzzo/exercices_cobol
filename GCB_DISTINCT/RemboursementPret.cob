IDENTIFICATION DIVISION.
PROGRAM-ID. RemboursementPret.

*> Remboursement anticipé d'un prêt au guichet, total ou partiel. Le
*> programme situe le prêt dans son échéancier (echeancierprets.txt) à
*> la journée comptable : dernière échéance échue, capital restant dû,
*> échéances échues restées impayées (pretsjournal.txt) et intérêts de
*> retard non encore prélevés (impayesprets.txt, tenu par ImpayesPrets).
*>  - Total : capital restant dû, intérêts courus depuis la dernière
*>    échéance, impayés et intérêts de retard ; le prêt passe soldé.
*>  - Partiel : une somme de capital, avec ses intérêts courus, au
*>    choix du client pour raccourcir la durée ('D', mensualité
*>    inchangée) ou baisser la mensualité ('M', durée inchangée) ; il
*>    est refusé tant qu'il reste des impayés.
*> Une indemnité optionnelle (BM-TauxIndemniteRA du barème, défaut 3 %
*> du capital remboursé, plafonnée à six mois d'intérêts) s'ajoute.
*> Le devis (devisrembt-XXXXXX.txt) est toujours écrit pour être
*> imprimé et remis au client AVANT son accord ; sans confirmation rien
*> n'est posté. Sur accord, le compte de financement PR-Compte est
*> débité via Retrait — capital, intérêts courus et impayés sous le code
*> journal 'L' (échéance de prêt), intérêts de retard sous 'H',
*> indemnité sous 'F' (frais) — et la ligne est versée au registre
*> remboursementsanticipes.txt. EcheancierPrets recalcule ensuite la
*> suite du plan sans toucher aux échéances déjà passées ; tant qu'il
*> n'a pas été relancé, un nouveau remboursement sur le même prêt est
*> refusé.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT prets ASSIGN TO "prets.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS PR-Id
      FILE STATUS IS WS-PRETS-STATUS.

  SELECT echeancier ASSIGN TO "echeancierprets.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ECHEANCIER-STATUS.

  SELECT pretsjournal ASSIGN TO "pretsjournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PJOURNAL-STATUS.

  SELECT impayes ASSIGN TO "impayesprets.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-IMPAYES-STATUS.

  SELECT rembanticipes ASSIGN TO "remboursementsanticipes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-REMBANT-STATUS.

  SELECT devis ASSIGN TO WS-NomDevis
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DEVIS-STATUS.

  SELECT bareme ASSIGN TO "../baremetarifs.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-BAREME-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD prets.
COPY "PRETS.cpy".

FD echeancier.
01 EcheanceRecord.
   05 EC-Pret    PIC X(6).
   05 EC-Numero  PIC 9(3).
   05 EC-Date    PIC X(8).
   05 EC-Capital PIC 9(8)V99.
   05 EC-Interet PIC 9(8)V99.
   05 EC-Restant PIC 9(8)V99.

FD pretsjournal.
01 PretJournalRecord.
   05 PJ-Pret     PIC X(6).
   05 PJ-Numero   PIC 9(3).
   05 PJ-Date     PIC X(8).
   05 PJ-Resultat PIC X(1).

FD impayes.
COPY "IMPAYES.cpy".

FD rembanticipes.
COPY "REMBANTICIPES.cpy".

FD devis.
01 DevisLigne PIC X(100).

FD bareme.
COPY "BAREME.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-PRETS-STATUS      PIC XX.
01 WS-ECHEANCIER-STATUS PIC XX.
01 WS-PJOURNAL-STATUS   PIC XX.
01 WS-IMPAYES-STATUS    PIC XX.
01 WS-REMBANT-STATUS    PIC XX.
01 WS-DEVIS-STATUS      PIC XX.
01 WS-BAREME-STATUS     PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-NomProgramme PIC X(20) VALUE "RemboursementPret".
01 WS-AccesAccorde PIC X(1).

01 WS-DateJour     PIC X(8).
01 WS-DateNum      PIC 9(8).
01 WS-NomDevis     PIC X(30).
01 WS-IdSaisi      PIC X(6).
01 WS-TypeSaisi    PIC X(1).
01 WS-OptionSaisie PIC X(1).
01 WS-AvecIndemnite PIC X(1).
01 WS-Confirmation PIC X(1).
01 WS-FinLecture   PIC X(1).
01 WS-EnAttente    PIC X(1).
01 WS-TauxIndemnite PIC 9(2)V9(4).

*> Fiche du prêt, lue directement dans prets.dat sur son identifiant.
01 WS-PretTrouve   PIC X(1).
01 WS-PretLu.
   05 WS-PR-Id         PIC X(6).
   05 WS-PR-Compte     PIC X(6).
   05 WS-PR-Capital    PIC 9(8)V99.
   05 WS-PR-TauxAnnuel PIC 9(2)V9(4).
   05 WS-PR-DateDebut  PIC X(8).
   05 WS-PR-DureeMois  PIC 9(3).
   05 WS-PR-Statut     PIC X(1).

*> Échéances du prêt déjà encaissées.
01 WS-NbPayees  PIC 9(3) VALUE ZERO.
01 WS-IdxPayee  PIC 9(3).
01 WS-DejaEncaissee PIC X(1).
01 WS-TablePayees.
   05 WS-PY-Numero PIC 9(3) OCCURS 400 TIMES.

*> Situation du prêt à la journée comptable.
01 WS-NbLignesPlan    PIC 9(3) VALUE ZERO.
01 WS-DerniereEchue   PIC 9(3) VALUE ZERO.
01 WS-DateDerniere    PIC X(8).
01 WS-CapitalRestant  PIC 9(8)V99.
01 WS-MensualiteSuivante PIC 9(8)V99 VALUE ZERO.
01 WS-NbImpayees      PIC 9(3) VALUE ZERO.
01 WS-MontantImpayes  PIC 9(8)V99 VALUE ZERO.
01 WS-Penalites       PIC 9(8)V99 VALUE ZERO.

*> Décompte du remboursement.
01 WS-CapitalRembourse PIC 9(8)V99 VALUE ZERO.
01 WS-NbJours          PIC 9(5) VALUE ZERO.
01 WS-InteretsCourus   PIC 9(8)V99 VALUE ZERO.
01 WS-Indemnite        PIC 9(8)V99 VALUE ZERO.
01 WS-IndemnitePlafond PIC 9(8)V99 VALUE ZERO.
01 WS-TotalARegler     PIC 9(8)V99 VALUE ZERO.
01 WS-MontantPret      PIC 9(8)V99 VALUE ZERO.

*> Nouveau plan après un remboursement partiel.
01 WS-MoisRestants     PIC 9(3) VALUE ZERO.
01 WS-NouvelleDuree    PIC 9(3) VALUE ZERO.
01 WS-NouvelleMensualite PIC 9(8)V99 VALUE ZERO.
01 WS-NouveauCapital   PIC S9(9)V99.
01 WS-TauxMensuel      PIC 9(2)V9(8).
01 WS-Facteur          PIC 9(9)V9(8).
01 WS-PartInteret      PIC 9(8)V99.

01 WS-SoldeDisponible PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-TotalRetenues   PIC 9(8)V99.

01 WS-EdMontant  PIC Z(7)9.99.

01 OperationStatut PIC X(1).
   88 OPERATION-REUSSIE VALUE 'S'.
   88 OPERATION-REJETEE VALUE 'R'.
01 OperationMotif  PIC X(2).

01 SoldeCompteA PIC S9(6)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 SoldeCompteB PIC 9(6)V99 VALUE ZERO.
01 SoldeCompteC PIC 9(6)V99 VALUE ZERO.
01 Depot        PIC 9(6)V99 VALUE ZERO.
01 Retrait      PIC 9(6)V99 VALUE ZERO.
01 Virement     PIC 9(6)V99 VALUE ZERO.
01 Choix        PIC X(1).
01 OperateurId  PIC X(6).
01 CompteCible  PIC X(6).
01 OperationLibelle PIC X(30).

01 WS-VerrouAction    PIC X(1).
01 WS-VerrouDemandeur PIC X(20).
01 WS-VerrouAccorde   PIC X(1).

PROCEDURE DIVISION.
  DISPLAY "Remboursement anticipé d'un prêt."
  DISPLAY "Identifiant opérateur : "
  ACCEPT OperateurId
  CALL 'ControlerAcces' USING OperateurId WS-NomProgramme
                               WS-AccesAccorde
  IF WS-AccesAccorde NOT = 'O' THEN
    STOP RUN
  END-IF
  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-BAREME

  DISPLAY "Identifiant du prêt : "
  ACCEPT WS-IdSaisi
  PERFORM LIRE-PRET
  IF WS-PretTrouve NOT = 'O' THEN
    DISPLAY "Prêt " WS-IdSaisi " inconnu de prets.dat."
    STOP RUN
  END-IF
  IF WS-PR-Statut = 'S' THEN
    DISPLAY "Prêt " WS-IdSaisi " déjà soldé."
    STOP RUN
  END-IF

  PERFORM CONTROLER-REGISTRE
  IF WS-EnAttente = 'O' THEN
    DISPLAY "Un remboursement anticipé du prêt " WS-IdSaisi " n'est pas "
            "encore repris dans l'échéancier : lancer EcheancierPrets "
            "avant tout nouveau remboursement."
    STOP RUN
  END-IF

  PERFORM CHARGER-ENCAISSEMENTS
  PERFORM SITUER-PRET
  IF WS-NbLignesPlan = ZERO THEN
    DISPLAY "Aucun échéancier pour le prêt " WS-IdSaisi
            " (lancer EcheancierPrets), remboursement impossible."
    STOP RUN
  END-IF
  PERFORM CHARGER-PENALITES

  DISPLAY "Prêt " WS-IdSaisi " compte " WS-PR-Compte
          " taux " WS-PR-TauxAnnuel
  DISPLAY "Dernière échéance échue : n° " WS-DerniereEchue " du "
          WS-DateDerniere ", capital restant dû " WS-CapitalRestant
  DISPLAY "Échéances impayées : " WS-NbImpayees " pour " WS-MontantImpayes
          ", intérêts de retard dus " WS-Penalites

  DISPLAY "T = remboursement total, P = remboursement partiel : "
  ACCEPT WS-TypeSaisi
  EVALUATE WS-TypeSaisi
    WHEN 'T'
      MOVE WS-CapitalRestant TO WS-CapitalRembourse
    WHEN 'P'
      PERFORM SAISIR-PARTIEL
    WHEN OTHER
      DISPLAY "Type invalide, abandon."
      STOP RUN
  END-EVALUATE

  DISPLAY "Appliquer l'indemnité de remboursement anticipé (O/N) ? "
  ACCEPT WS-AvecIndemnite
  PERFORM CALCULER-DECOMPTE
  PERFORM ECRIRE-DEVIS

  DISPLAY "Capital remboursé      : " WS-CapitalRembourse
  DISPLAY "Intérêts courus        : " WS-InteretsCourus
          " (" WS-NbJours " jours)"
  DISPLAY "Impayés                : " WS-MontantImpayes
  DISPLAY "Intérêts de retard     : " WS-Penalites
  DISPLAY "Indemnité              : " WS-Indemnite
  DISPLAY "TOTAL A REGLER         : " WS-TotalARegler
  DISPLAY "Devis écrit dans " WS-NomDevis " (à imprimer pour le client)."

  DISPLAY "Le client confirme-t-il le remboursement (O/N) ? "
  ACCEPT WS-Confirmation
  IF WS-Confirmation NOT = 'O' THEN
    DISPLAY "Devis seul remis, rien n'a été posté."
    STOP RUN
  END-IF

  IF WS-MontantPret > 999999.99 OR WS-Penalites > 999999.99
     OR WS-Indemnite > 999999.99 THEN
    DISPLAY "Montant hors limite d'une écriture (999999,99), "
            "remboursement à traiter en back office."
    STOP RUN
  END-IF
  CALL 'CalculerDisponible' USING WS-PR-Compte
                                   WS-SoldeDisponible WS-TotalRetenues
  IF WS-SoldeDisponible < WS-TotalARegler THEN
    DISPLAY "Disponible du compte " WS-PR-Compte " ("
            WS-SoldeDisponible ") insuffisant pour " WS-TotalARegler
            ", remboursement refusé."
    STOP RUN
  END-IF

*> Verrou de posting le temps des écritures du remboursement : même
*> règle que le guichet et les lots (voir VerrouPosting).
  MOVE 'P' TO WS-VerrouAction
  MOVE "RemboursementPret" TO WS-VerrouDemandeur
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  IF WS-VerrouAccorde NOT = 'O' THEN
    DISPLAY "Journal verrouillé (guichet, chaîne batch ou mode "
            "formation), remboursement abandonné — rien n'a été posté."
    STOP RUN
  END-IF

  PERFORM POSTER-REMBOURSEMENT

  MOVE 'L' TO WS-VerrouAction
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde

  IF NOT OPERATION-REUSSIE THEN
    DISPLAY "Débit du remboursement refusé (motif " OperationMotif
            "), rien n'a été enregistré."
    MOVE 8 TO RETURN-CODE
    STOP RUN
  END-IF

  PERFORM ENREGISTRER-REMBOURSEMENT
  IF WS-TypeSaisi = 'T' THEN
    PERFORM SOLDER-PRET
    DISPLAY "Prêt " WS-IdSaisi " remboursé en totalité et soldé."
  ELSE
    DISPLAY "Remboursement partiel du prêt " WS-IdSaisi " enregistré : "
            "lancer EcheancierPrets pour recalculer l'échéancier avant "
            "le prochain PrelevementsPrets."
  END-IF
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

*> Taux d'indemnité : colonne du barème partagé ; un baremetarifs.txt
*> antérieur à la colonne la laisse à blanc et le défaut de la maison
*> (3 %) s'applique.
CHARGER-BAREME.
  MOVE ZERO TO BM-TauxIndemniteRA
  OPEN INPUT bareme
  IF WS-BAREME-STATUS = "00" THEN
    READ bareme
    END-READ
    CLOSE bareme
  END-IF
  IF BM-TauxIndemniteRA NUMERIC AND BM-TauxIndemniteRA > ZERO THEN
    MOVE BM-TauxIndemniteRA TO WS-TauxIndemnite
  ELSE
    MOVE 3.0000 TO WS-TauxIndemnite
  END-IF.

LIRE-PRET.
  MOVE 'N' TO WS-PretTrouve
  OPEN INPUT prets
  IF WS-PRETS-STATUS = "00" THEN
    MOVE WS-IdSaisi TO PR-Id
    READ prets
      INVALID KEY CONTINUE
      NOT INVALID KEY
        MOVE 'O' TO WS-PretTrouve
        MOVE PR-Id         TO WS-PR-Id
        MOVE PR-Compte     TO WS-PR-Compte
        MOVE PR-Capital    TO WS-PR-Capital
        MOVE PR-TauxAnnuel TO WS-PR-TauxAnnuel
        MOVE PR-DateDebut  TO WS-PR-DateDebut
        MOVE PR-DureeMois  TO WS-PR-DureeMois
        MOVE PR-Statut     TO WS-PR-Statut
    END-READ
    CLOSE prets
  END-IF.

*> Seule la fiche du prêt remboursé est mise à jour.
SOLDER-PRET.
  OPEN I-O prets
  IF WS-PRETS-STATUS NOT = "00" THEN
    DISPLAY "prets.dat indisponible (" WS-PRETS-STATUS ") : passer le "
            "prêt " WS-IdSaisi " au statut soldé par GestionPrets."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-IdSaisi TO PR-Id
  READ prets
    INVALID KEY CONTINUE
    NOT INVALID KEY
      SET PRET-SOLDE TO TRUE
      REWRITE PretRecord
  END-READ
  CLOSE prets.

CONTROLER-REGISTRE.
  MOVE 'N' TO WS-EnAttente
  OPEN INPUT rembanticipes
  IF WS-REMBANT-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-REGISTRE UNTIL WS-FinLecture = 'O'
    CLOSE rembanticipes
  END-IF.

LIRE-REGISTRE.
  READ rembanticipes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF RA-Pret = WS-IdSaisi AND RA-Applique NOT = 'O' THEN
        MOVE 'O' TO WS-EnAttente
      END-IF
  END-READ.

CHARGER-ENCAISSEMENTS.
  OPEN INPUT pretsjournal
  IF WS-PJOURNAL-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-ENCAISSEMENT UNTIL WS-FinLecture = 'O'
    CLOSE pretsjournal
  END-IF.

LIRE-ENCAISSEMENT.
  READ pretsjournal
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF PJ-Pret = WS-IdSaisi AND PJ-Resultat = 'S'
         AND WS-NbPayees < 400 THEN
        ADD 1 TO WS-NbPayees
        MOVE PJ-Numero TO WS-PY-Numero(WS-NbPayees)
      END-IF
  END-READ.

*> Dernière échéance échue et capital restant dû après elle ; à défaut
*> d'échéance échue, le capital initial depuis la date de départ. Les
*> échéances échues sans succès consigné sont les impayés ; la
*> première échéance à venir donne la mensualité en cours.
SITUER-PRET.
  MOVE WS-PR-Capital TO WS-CapitalRestant
  MOVE WS-PR-DateDebut TO WS-DateDerniere
  OPEN INPUT echeancier
  IF WS-ECHEANCIER-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-ECHEANCE UNTIL WS-FinLecture = 'O'
    CLOSE echeancier
  END-IF.

LIRE-ECHEANCE.
  READ echeancier
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF EC-Pret = WS-IdSaisi THEN
        ADD 1 TO WS-NbLignesPlan
        IF EC-Date <= WS-DateJour THEN
          MOVE EC-Numero TO WS-DerniereEchue
          MOVE EC-Date TO WS-DateDerniere
          MOVE EC-Restant TO WS-CapitalRestant
          PERFORM CHERCHER-ENCAISSEMENT
          IF WS-DejaEncaissee NOT = 'O' THEN
            ADD 1 TO WS-NbImpayees
            ADD EC-Capital EC-Interet TO WS-MontantImpayes
          END-IF
        ELSE
          IF WS-MensualiteSuivante = ZERO THEN
            COMPUTE WS-MensualiteSuivante = EC-Capital + EC-Interet
          END-IF
        END-IF
      END-IF
  END-READ.

CHERCHER-ENCAISSEMENT.
  MOVE 'N' TO WS-DejaEncaissee
  PERFORM VARYING WS-IdxPayee FROM 1 BY 1 UNTIL WS-IdxPayee > WS-NbPayees
    IF WS-PY-Numero(WS-IdxPayee) = EC-Numero THEN
      MOVE 'O' TO WS-DejaEncaissee
    END-IF
  END-PERFORM.

CHARGER-PENALITES.
  OPEN INPUT impayes
  IF WS-IMPAYES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-POSITION UNTIL WS-FinLecture = 'O'
    CLOSE impayes
  END-IF.

LIRE-POSITION.
  READ impayes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF IM-Pret = WS-IdSaisi AND IM-Penalites NUMERIC THEN
        COMPUTE WS-Penalites ROUNDED = IM-Penalites
      END-IF
  END-READ.

*> Remboursement partiel : prêt à jour, capital strictement inférieur au
*> restant dû (sinon c'est un remboursement total), puis choix du
*> client sur la suite du plan.
SAISIR-PARTIEL.
  IF WS-NbImpayees > ZERO THEN
    DISPLAY "Le prêt a " WS-NbImpayees " échéance(s) impayée(s) : "
            "régulariser ou rembourser en totalité, partiel refusé."
    STOP RUN
  END-IF
  DISPLAY "Capital à rembourser (nnnnnnnn.nn) : "
  ACCEPT WS-CapitalRembourse
  IF WS-CapitalRembourse = ZERO
     OR WS-CapitalRembourse >= WS-CapitalRestant THEN
    DISPLAY "Le capital doit être non nul et inférieur au restant dû "
            WS-CapitalRestant ", abandon."
    STOP RUN
  END-IF
  DISPLAY "D = raccourcir la durée, M = baisser la mensualité : "
  ACCEPT WS-OptionSaisie
  IF WS-OptionSaisie NOT = 'D' AND WS-OptionSaisie NOT = 'M' THEN
    DISPLAY "Option invalide, abandon."
    STOP RUN
  END-IF.

*> Intérêts courus au taux du prêt sur le capital remboursé, depuis la
*> dernière échéance échue (base 365). Indemnité : taux du barème sur le
*> capital remboursé, plafonnée à six mois d'intérêts sur ce capital.
CALCULER-DECOMPTE.
  MOVE WS-DateJour TO WS-DateNum
  COMPUTE WS-NbJours = FUNCTION INTEGER-OF-DATE(WS-DateNum)
  MOVE WS-DateDerniere TO WS-DateNum
  IF WS-DateDerniere NUMERIC
     AND FUNCTION INTEGER-OF-DATE(WS-DateNum) < WS-NbJours THEN
    COMPUTE WS-NbJours = WS-NbJours - FUNCTION INTEGER-OF-DATE(WS-DateNum)
  ELSE
    MOVE ZERO TO WS-NbJours
  END-IF
  COMPUTE WS-InteretsCourus ROUNDED =
      WS-CapitalRembourse * WS-PR-TauxAnnuel / 100
      * WS-NbJours / 365
  MOVE ZERO TO WS-Indemnite
  IF WS-AvecIndemnite = 'O' THEN
    COMPUTE WS-Indemnite ROUNDED =
        WS-CapitalRembourse * WS-TauxIndemnite / 100
    COMPUTE WS-IndemnitePlafond ROUNDED =
        WS-CapitalRembourse * WS-PR-TauxAnnuel / 100 / 2
    IF WS-Indemnite > WS-IndemnitePlafond THEN
      MOVE WS-IndemnitePlafond TO WS-Indemnite
    END-IF
  END-IF
  IF WS-TypeSaisi = 'T' THEN
    COMPUTE WS-MontantPret = WS-CapitalRembourse + WS-InteretsCourus
                           + WS-MontantImpayes
  ELSE
    MOVE ZERO TO WS-Penalites
    COMPUTE WS-MontantPret = WS-CapitalRembourse + WS-InteretsCourus
    PERFORM CALCULER-NOUVEAU-PLAN
  END-IF
  COMPUTE WS-TotalARegler = WS-MontantPret + WS-Penalites + WS-Indemnite.

*> Même mensualité constante qu'EcheancierPrets, sur le capital restant
*> après remboursement : option 'M', recalculée sur les mois restants ;
*> option 'D', la mensualité en cours est gardée et l'on compte les mois
*> nécessaires pour amortir le nouveau capital.
CALCULER-NOUVEAU-PLAN.
  COMPUTE WS-MoisRestants = WS-PR-DureeMois - WS-DerniereEchue
  COMPUTE WS-NouveauCapital = WS-CapitalRestant - WS-CapitalRembourse
  COMPUTE WS-TauxMensuel = WS-PR-TauxAnnuel / 12 / 100
  IF WS-OptionSaisie = 'M' THEN
    MOVE WS-MoisRestants TO WS-NouvelleDuree
    IF WS-TauxMensuel = ZERO THEN
      COMPUTE WS-NouvelleMensualite ROUNDED =
          WS-NouveauCapital / WS-MoisRestants
    ELSE
      COMPUTE WS-Facteur = (1 + WS-TauxMensuel) ** WS-MoisRestants
      COMPUTE WS-NouvelleMensualite ROUNDED =
          WS-NouveauCapital * WS-TauxMensuel * WS-Facteur
          / (WS-Facteur - 1)
    END-IF
  ELSE
    MOVE WS-MensualiteSuivante TO WS-NouvelleMensualite
    MOVE ZERO TO WS-NouvelleDuree
    PERFORM AMORTIR-UN-MOIS
        UNTIL WS-NouveauCapital <= ZERO
           OR WS-NouvelleDuree >= WS-MoisRestants
  END-IF.

AMORTIR-UN-MOIS.
  ADD 1 TO WS-NouvelleDuree
  COMPUTE WS-PartInteret ROUNDED = WS-NouveauCapital * WS-TauxMensuel
  COMPUTE WS-NouveauCapital =
      WS-NouveauCapital - (WS-NouvelleMensualite - WS-PartInteret).

ECRIRE-DEVIS.
  MOVE SPACES TO WS-NomDevis
  STRING "devisrembt-" DELIMITED BY SIZE
         WS-IdSaisi DELIMITED BY SIZE
         ".txt" DELIMITED BY SIZE
    INTO WS-NomDevis
  END-STRING
  OPEN OUTPUT devis
  MOVE SPACES TO DevisLigne
  STRING "DEVIS DE REMBOURSEMENT ANTICIPE - prêt " DELIMITED BY SIZE
         WS-IdSaisi DELIMITED BY SIZE
         " - le " DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
    INTO DevisLigne
  END-STRING
  WRITE DevisLigne
  MOVE SPACES TO DevisLigne
  IF WS-TypeSaisi = 'T' THEN
    STRING "Remboursement TOTAL, compte débité " DELIMITED BY SIZE
           WS-PR-Compte DELIMITED BY SIZE
      INTO DevisLigne
    END-STRING
  ELSE
    STRING "Remboursement PARTIEL, compte débité " DELIMITED BY SIZE
           WS-PR-Compte DELIMITED BY SIZE
      INTO DevisLigne
    END-STRING
  END-IF
  WRITE DevisLigne
  MOVE WS-CapitalRestant TO WS-EdMontant
  MOVE SPACES TO DevisLigne
  STRING "Capital restant dû après l'échéance n° " DELIMITED BY SIZE
         WS-DerniereEchue DELIMITED BY SIZE
         " : " DELIMITED BY SIZE
         WS-EdMontant DELIMITED BY SIZE
    INTO DevisLigne
  END-STRING
  WRITE DevisLigne
  MOVE WS-CapitalRembourse TO WS-EdMontant
  MOVE SPACES TO DevisLigne
  STRING "Capital remboursé          : " DELIMITED BY SIZE
         WS-EdMontant DELIMITED BY SIZE
    INTO DevisLigne
  END-STRING
  WRITE DevisLigne
  MOVE WS-InteretsCourus TO WS-EdMontant
  MOVE SPACES TO DevisLigne
  STRING "Intérêts courus            : " DELIMITED BY SIZE
         WS-EdMontant DELIMITED BY SIZE
         " (" DELIMITED BY SIZE
         WS-NbJours DELIMITED BY SIZE
         " jours depuis le " DELIMITED BY SIZE
         WS-DateDerniere DELIMITED BY SIZE
         ")" DELIMITED BY SIZE
    INTO DevisLigne
  END-STRING
  WRITE DevisLigne
  IF WS-TypeSaisi = 'T' THEN
    MOVE WS-MontantImpayes TO WS-EdMontant
    MOVE SPACES TO DevisLigne
    STRING "Échéances impayées         : " DELIMITED BY SIZE
           WS-EdMontant DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-NbImpayees DELIMITED BY SIZE
           " échéance(s))" DELIMITED BY SIZE
      INTO DevisLigne
    END-STRING
    WRITE DevisLigne
    MOVE WS-Penalites TO WS-EdMontant
    MOVE SPACES TO DevisLigne
    STRING "Intérêts de retard         : " DELIMITED BY SIZE
           WS-EdMontant DELIMITED BY SIZE
      INTO DevisLigne
    END-STRING
    WRITE DevisLigne
  END-IF
  MOVE WS-Indemnite TO WS-EdMontant
  MOVE SPACES TO DevisLigne
  STRING "Indemnité de remb. anticipé: " DELIMITED BY SIZE
         WS-EdMontant DELIMITED BY SIZE
    INTO DevisLigne
  END-STRING
  WRITE DevisLigne
  MOVE WS-TotalARegler TO WS-EdMontant
  MOVE SPACES TO DevisLigne
  STRING "TOTAL A REGLER             : " DELIMITED BY SIZE
         WS-EdMontant DELIMITED BY SIZE
    INTO DevisLigne
  END-STRING
  WRITE DevisLigne
  IF WS-TypeSaisi = 'P' THEN
    MOVE WS-NouvelleMensualite TO WS-EdMontant
    MOVE SPACES TO DevisLigne
    IF WS-OptionSaisie = 'M' THEN
      STRING "Nouvelle mensualité        : " DELIMITED BY SIZE
             WS-EdMontant DELIMITED BY SIZE
             " sur " DELIMITED BY SIZE
             WS-NouvelleDuree DELIMITED BY SIZE
             " mois restants" DELIMITED BY SIZE
        INTO DevisLigne
      END-STRING
    ELSE
      STRING "Mensualité inchangée       : " DELIMITED BY SIZE
             WS-EdMontant DELIMITED BY SIZE
             ", durée ramenée à " DELIMITED BY SIZE
             WS-NouvelleDuree DELIMITED BY SIZE
             " mois (au lieu de " DELIMITED BY SIZE
             WS-MoisRestants DELIMITED BY SIZE
             ")" DELIMITED BY SIZE
        INTO DevisLigne
      END-STRING
    END-IF
    WRITE DevisLigne
  END-IF
  MOVE "Devis valable pour la journée comptable indiquée."
    TO DevisLigne
  WRITE DevisLigne
  CLOSE devis.

*> Trois écritures au plus sur PR-Compte : la part prêt sous 'L', les
*> intérêts de retard sous 'H', l'indemnité sous 'F'. Le disponible a
*> été contrôlé pour le total avant la pose du verrou.
POSTER-REMBOURSEMENT.
  MOVE WS-PR-Compte TO CompteCible
  MOVE ZERO TO Depot
  MOVE ZERO TO Virement
  MOVE WS-MontantPret TO Retrait
  MOVE 'L' TO Choix
  MOVE SPACES TO OperationLibelle
  STRING "Remb. anticipé prêt " DELIMITED BY SIZE
         WS-IdSaisi DELIMITED BY SIZE
    INTO OperationLibelle
  END-STRING
  CALL 'Retrait' USING SoldeCompteA SoldeCompteB SoldeCompteC
                       Depot Retrait Virement Choix OperateurId OperationStatut
                       CompteCible OperationMotif OperationLibelle
  IF NOT OPERATION-REUSSIE THEN
    EXIT PARAGRAPH
  END-IF
  IF WS-Penalites > ZERO THEN
    MOVE WS-Penalites TO Retrait
    MOVE 'H' TO Choix
    MOVE SPACES TO OperationLibelle
    STRING "Intérêts de retard prêt " DELIMITED BY SIZE
           WS-IdSaisi DELIMITED BY SIZE
      INTO OperationLibelle
    END-STRING
    CALL 'Retrait' USING SoldeCompteA SoldeCompteB SoldeCompteC
                         Depot Retrait Virement Choix OperateurId OperationStatut
                         CompteCible OperationMotif OperationLibelle
    IF NOT OPERATION-REUSSIE THEN
      DISPLAY "Intérêts de retard non prélevés, ImpayesPrets les "
              "représentera."
      MOVE ZERO TO WS-Penalites
      MOVE 'S' TO OperationStatut
    END-IF
  END-IF
  IF WS-Indemnite > ZERO THEN
    MOVE WS-Indemnite TO Retrait
    MOVE 'F' TO Choix
    MOVE SPACES TO OperationLibelle
    STRING "Indemnité RA prêt " DELIMITED BY SIZE
           WS-IdSaisi DELIMITED BY SIZE
      INTO OperationLibelle
    END-STRING
    CALL 'Retrait' USING SoldeCompteA SoldeCompteB SoldeCompteC
                         Depot Retrait Virement Choix OperateurId OperationStatut
                         CompteCible OperationMotif OperationLibelle
    IF NOT OPERATION-REUSSIE THEN
      DISPLAY "Indemnité non prélevée, à régulariser en back office."
      MOVE ZERO TO WS-Indemnite
      MOVE 'S' TO OperationStatut
    END-IF
  END-IF.

ENREGISTRER-REMBOURSEMENT.
  OPEN EXTEND rembanticipes
  IF WS-REMBANT-STATUS NOT = "00" THEN
    OPEN OUTPUT rembanticipes
  END-IF
  MOVE WS-IdSaisi TO RA-Pret
  MOVE WS-DateJour TO RA-Date
  MOVE WS-DerniereEchue TO RA-ApresEcheance
  IF WS-TypeSaisi = 'T' THEN
    MOVE 'T' TO RA-Type
    MOVE WS-MontantImpayes TO RA-Impayes
  ELSE
    MOVE WS-OptionSaisie TO RA-Type
    MOVE ZERO TO RA-Impayes
  END-IF
  MOVE WS-CapitalRembourse TO RA-Capital
  MOVE WS-InteretsCourus TO RA-Interets
  MOVE WS-Penalites TO RA-Penalites
  MOVE WS-Indemnite TO RA-Indemnite
  MOVE OperateurId TO RA-Operateur
  MOVE 'N' TO RA-Applique
  WRITE RembAnticipeRecord
  CLOSE rembanticipes.
