IDENTIFICATION DIVISION.
PROGRAM-ID. GestionPeriodes.

*> Poste superviseur des périodes comptables de toute la maison
*> (../periodescomptables.txt, voir PERIODES.cpy) : une fois le mois
*> remis au comptable (export du grand livre, déclaration de TVA,
*> remise de la retenue à la source), un superviseur actif
*> d'operateurs.dat, authentifié, clôture la période du domaine — 'B'
*> banque, 'L' bibliothèque, 'M' magasin. Seul un mois antérieur à
*> celui de la journée comptable peut être clôturé. Une période close
*> est refusée par tous les programmes qui postent et par les états
*> de période (ControlerPeriode) ; une correction d'écriture d'un mois
*> clos est imputée sur la période courante. La réouverture exige un
*> second superviseur, distinct du premier et authentifié à son tour
*> (sur le modèle des deux signataires de MouvementCoffre), et un
*> motif. Clôtures et réouvertures sont consignées dans
*> ../periodesjournal.txt (date, heure, action, domaine, période,
*> superviseurs, motif). Le fichier des périodes est rechargé en table
*> puis réécrit en entier après chaque décision.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT periodes ASSIGN TO "../periodescomptables.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PERIODES-STATUS.

  SELECT periodesjournal ASSIGN TO "../periodesjournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PJOURNAL-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD periodes.
COPY "PERIODES.cpy".

FD periodesjournal.
01 PeriodeJournalRecord.
   05 PJ-Date      PIC X(8).
   05 PJ-Heure     PIC X(6).
   05 PJ-Action    PIC X(1).
   05 PJ-Domaine   PIC X(1).
   05 PJ-Periode   PIC X(6).
   05 PJ-Operateur PIC X(6).
   05 PJ-Second    PIC X(6).
   05 PJ-Motif     PIC X(30).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-PERIODES-STATUS   PIC XX.
01 WS-PJOURNAL-STATUS   PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-DateJour          PIC X(8).
01 WS-HeureMachine      PIC X(8).

01 WS-FinLecture    PIC X(1).
01 WS-FileDebordee  PIC X(1) VALUE 'N'.
01 WS-Choix         PIC X(1).
01 WS-DomaineSaisi  PIC X(1).
01 WS-PeriodeSaisie PIC X(6).
01 WS-PeriodeNum REDEFINES WS-PeriodeSaisie.
   05 WS-PeriodeAnnee PIC 9(4).
   05 WS-PeriodeMois  PIC 9(2).
01 WS-Motif         PIC X(30).
01 WS-Action        PIC X(1).
01 WS-SaisieValide  PIC X(1).
01 WS-Idx           PIC 9(3).
01 WS-IdxTrouve     PIC 9(3).
01 WS-LibelleDomaine PIC X(13).
01 WS-LibelleStatut  PIC X(8).

01 WS-SupId      PIC X(6).
01 WS-SupNom     PIC X(30).
01 WS-SupRole    PIC X(1).
01 WS-SupPlafond PIC 9(6)V99.
01 WS-SupActif   PIC X(1).
01 WS-SupTrouve  PIC X(1).
01 WS-SecondId   PIC X(6).
01 WS-SignataireCourant PIC X(6).
01 WS-SignatureValide   PIC X(1).
01 WS-MaxEssais  PIC 9(2) VALUE 3.
01 WS-Connexion  PIC X(1).

01 WS-TablePeriodes.
   05 WS-PeriodeEntree OCCURS 300 TIMES.
      10 WS-PE-Domaine         PIC X(1).
      10 WS-PE-Periode         PIC X(6).
      10 WS-PE-Statut          PIC X(1).
      10 WS-PE-Cloturant       PIC X(6).
      10 WS-PE-DateCloture     PIC X(8).
      10 WS-PE-Rouvrant        PIC X(6).
      10 WS-PE-SecondRouvrant  PIC X(6).
      10 WS-PE-DateReouverture PIC X(8).
01 WS-NbPeriodes PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
  DISPLAY "Clôture des périodes comptables."
  DISPLAY "Identifiant superviseur : "
  ACCEPT WS-SupId
  MOVE WS-SupId TO WS-SignataireCourant
  PERFORM AUTHENTIFIER-SUPERVISEUR
  IF WS-SignatureValide NOT = 'O' THEN
    DISPLAY "Accès refusé : " WS-SupId " n'est pas un superviseur "
            "actif d'operateurs.dat (voir OperateursInit)."
    STOP RUN
  END-IF
  DISPLAY "Bienvenue " WS-SupNom

  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-PERIODES
  IF WS-FileDebordee = 'O' THEN
    DISPLAY "periodescomptables.txt dépasse la capacité de travail (300 "
            "périodes) : toute décision réécrirait le fichier en le "
            "tronquant. Archiver les anciens exercices avant de reprendre."
    STOP RUN
  END-IF

  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  DISPLAY "Fin de la gestion des périodes."
  STOP RUN.

NOUVELLE-ACTION.
  DISPLAY "---------------------------------------------------"
  DISPLAY "Journée comptable : " WS-DateJour
  DISPLAY "L -> Lister les périodes clôturées ou rouvertes"
  DISPLAY "C -> Clôturer une période"
  DISPLAY "R -> Rouvrir une période (second superviseur)"
  DISPLAY "E -> Quitter"
  DISPLAY "---------------------------------------------------"
  ACCEPT WS-Choix

  EVALUATE WS-Choix
    WHEN 'L'
      PERFORM LISTER-PERIODES
    WHEN 'C'
      PERFORM CLOTURER-PERIODE
    WHEN 'R'
      PERFORM ROUVRIR-PERIODE
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

AUTHENTIFIER-SUPERVISEUR.
  MOVE 'N' TO WS-SignatureValide
  CALL 'RechercherOperateur' USING WS-SignataireCourant WS-SupNom
                                    WS-SupRole WS-SupPlafond
                                    WS-SupActif WS-SupTrouve
  IF WS-SupTrouve NOT = 'O'
     OR WS-SupActif NOT = 'O'
     OR WS-SupRole NOT = 'S' THEN
    DISPLAY "Opérateur " WS-SignataireCourant
            " inconnu, inactif ou non superviseur."
    EXIT PARAGRAPH
  END-IF
  CALL 'AuthentifierOperateur' USING WS-SignataireCourant WS-MaxEssais
                                      WS-Connexion
  IF WS-Connexion = 'O' THEN
    MOVE 'O' TO WS-SignatureValide
  ELSE
    DISPLAY "Signature de " WS-SignataireCourant " non reconnue."
  END-IF.

CHARGER-PERIODES.
  MOVE ZERO TO WS-NbPeriodes
  OPEN INPUT periodes
  IF WS-PERIODES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CHARGER-PERIODE-SUIVANTE
        UNTIL WS-FinLecture = 'O' OR WS-NbPeriodes = 300
    IF WS-FinLecture NOT = 'O' THEN
      READ periodes
        AT END CONTINUE
        NOT AT END MOVE 'O' TO WS-FileDebordee
      END-READ
    END-IF
    CLOSE periodes
  END-IF.

CHARGER-PERIODE-SUIVANTE.
  READ periodes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbPeriodes
      MOVE PE-Domaine         TO WS-PE-Domaine(WS-NbPeriodes)
      MOVE PE-Periode         TO WS-PE-Periode(WS-NbPeriodes)
      MOVE PE-Statut          TO WS-PE-Statut(WS-NbPeriodes)
      MOVE PE-Cloturant       TO WS-PE-Cloturant(WS-NbPeriodes)
      MOVE PE-DateCloture     TO WS-PE-DateCloture(WS-NbPeriodes)
      MOVE PE-Rouvrant        TO WS-PE-Rouvrant(WS-NbPeriodes)
      MOVE PE-SecondRouvrant  TO WS-PE-SecondRouvrant(WS-NbPeriodes)
      MOVE PE-DateReouverture TO WS-PE-DateReouverture(WS-NbPeriodes)
  END-READ.

SAUVER-PERIODES.
  OPEN OUTPUT periodes
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbPeriodes
    MOVE WS-PE-Domaine(WS-Idx)         TO PE-Domaine
    MOVE WS-PE-Periode(WS-Idx)         TO PE-Periode
    MOVE WS-PE-Statut(WS-Idx)          TO PE-Statut
    MOVE WS-PE-Cloturant(WS-Idx)       TO PE-Cloturant
    MOVE WS-PE-DateCloture(WS-Idx)     TO PE-DateCloture
    MOVE WS-PE-Rouvrant(WS-Idx)        TO PE-Rouvrant
    MOVE WS-PE-SecondRouvrant(WS-Idx)  TO PE-SecondRouvrant
    MOVE WS-PE-DateReouverture(WS-Idx) TO PE-DateReouverture
    WRITE PeriodeRecord
  END-PERFORM
  CLOSE periodes.

LISTER-PERIODES.
  IF WS-NbPeriodes = ZERO THEN
    DISPLAY "Aucune période clôturée à ce jour."
    EXIT PARAGRAPH
  END-IF
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbPeriodes
    MOVE WS-PE-Domaine(WS-Idx) TO WS-DomaineSaisi
    PERFORM LIBELLER-DOMAINE
    IF WS-PE-Statut(WS-Idx) = 'C' THEN
      MOVE "CLOSE" TO WS-LibelleStatut
      DISPLAY WS-LibelleDomaine " " WS-PE-Periode(WS-Idx) " "
              WS-LibelleStatut " par " WS-PE-Cloturant(WS-Idx)
              " le " WS-PE-DateCloture(WS-Idx)
    ELSE
      MOVE "ROUVERTE" TO WS-LibelleStatut
      DISPLAY WS-LibelleDomaine " " WS-PE-Periode(WS-Idx) " "
              WS-LibelleStatut " par " WS-PE-Rouvrant(WS-Idx)
              " et " WS-PE-SecondRouvrant(WS-Idx)
              " le " WS-PE-DateReouverture(WS-Idx)
    END-IF
  END-PERFORM.

LIBELLER-DOMAINE.
  EVALUATE WS-DomaineSaisi
    WHEN 'B' MOVE "Banque"        TO WS-LibelleDomaine
    WHEN 'L' MOVE "Bibliothèque"  TO WS-LibelleDomaine
    WHEN 'M' MOVE "Magasin"       TO WS-LibelleDomaine
    WHEN OTHER MOVE "?"           TO WS-LibelleDomaine
  END-EVALUATE.

SAISIR-PERIODE.
  MOVE 'N' TO WS-SaisieValide
  DISPLAY "Domaine (B banque, L bibliothèque, M magasin) : "
  ACCEPT WS-DomaineSaisi
  IF WS-DomaineSaisi NOT = 'B' AND WS-DomaineSaisi NOT = 'L'
     AND WS-DomaineSaisi NOT = 'M' THEN
    DISPLAY "Domaine inconnu."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Période (AAAAMM) : "
  ACCEPT WS-PeriodeSaisie
  IF WS-PeriodeSaisie IS NOT NUMERIC
     OR WS-PeriodeMois < 1 OR WS-PeriodeMois > 12 THEN
    DISPLAY "Période invalide : " WS-PeriodeSaisie
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbPeriodes
    IF WS-PE-Domaine(WS-Idx) = WS-DomaineSaisi
       AND WS-PE-Periode(WS-Idx) = WS-PeriodeSaisie THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM
  PERFORM LIBELLER-DOMAINE
  MOVE 'O' TO WS-SaisieValide.

*> Le mois de la journée comptable reste ouvert : on ne clôture qu'un
*> mois révolu, dont les états ont été remis.
CLOTURER-PERIODE.
  PERFORM SAISIR-PERIODE
  IF WS-SaisieValide NOT = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  IF WS-PeriodeSaisie NOT < WS-DateJour(1:6) THEN
    DISPLAY "Seul un mois antérieur à la journée comptable ("
            WS-DateJour(1:6) ") peut être clôturé."
    EXIT PARAGRAPH
  END-IF
  IF WS-IdxTrouve NOT = ZERO THEN
    IF WS-PE-Statut(WS-IdxTrouve) = 'C' THEN
      DISPLAY "Période " WS-PeriodeSaisie " déjà close pour "
              FUNCTION TRIM(WS-LibelleDomaine) "."
      EXIT PARAGRAPH
    END-IF
  ELSE
    IF WS-NbPeriodes = 300 THEN
      DISPLAY "Table des périodes pleine (300) : clôture impossible."
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-NbPeriodes
    MOVE WS-NbPeriodes TO WS-IdxTrouve
    MOVE WS-DomaineSaisi  TO WS-PE-Domaine(WS-IdxTrouve)
    MOVE WS-PeriodeSaisie TO WS-PE-Periode(WS-IdxTrouve)
    MOVE SPACES TO WS-PE-Rouvrant(WS-IdxTrouve)
                   WS-PE-SecondRouvrant(WS-IdxTrouve)
                   WS-PE-DateReouverture(WS-IdxTrouve)
  END-IF
  MOVE 'C'         TO WS-PE-Statut(WS-IdxTrouve)
  MOVE WS-SupId    TO WS-PE-Cloturant(WS-IdxTrouve)
  MOVE WS-DateJour TO WS-PE-DateCloture(WS-IdxTrouve)
  PERFORM SAUVER-PERIODES

  MOVE 'C' TO WS-Action
  MOVE SPACES TO WS-SecondId
  MOVE "Cloture de la periode" TO WS-Motif
  PERFORM JOURNALISER-DECISION
  DISPLAY "Période " WS-PeriodeSaisie " close pour "
          FUNCTION TRIM(WS-LibelleDomaine) ".".

*> Deux superviseurs distincts, chacun authentifié : celui en poste
*> et un second appelé pour contresigner la réouverture.
ROUVRIR-PERIODE.
  PERFORM SAISIR-PERIODE
  IF WS-SaisieValide NOT = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  IF WS-IdxTrouve = ZERO THEN
    DISPLAY "Période " WS-PeriodeSaisie " non close pour "
            FUNCTION TRIM(WS-LibelleDomaine) "."
    EXIT PARAGRAPH
  END-IF
  IF WS-PE-Statut(WS-IdxTrouve) NOT = 'C' THEN
    DISPLAY "Période " WS-PeriodeSaisie " non close pour "
            FUNCTION TRIM(WS-LibelleDomaine) "."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Motif de la réouverture : "
  MOVE SPACES TO WS-Motif
  ACCEPT WS-Motif
  IF WS-Motif = SPACES THEN
    DISPLAY "Motif obligatoire, réouverture abandonnée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Second superviseur (identifiant) : "
  ACCEPT WS-SecondId
  IF WS-SecondId = WS-SupId THEN
    DISPLAY "Le second superviseur doit être un autre opérateur."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-SecondId TO WS-SignataireCourant
  PERFORM AUTHENTIFIER-SUPERVISEUR
  IF WS-SignatureValide NOT = 'O' THEN
    DISPLAY "Réouverture refusée."
    EXIT PARAGRAPH
  END-IF

  MOVE 'O'         TO WS-PE-Statut(WS-IdxTrouve)
  MOVE WS-SupId    TO WS-PE-Rouvrant(WS-IdxTrouve)
  MOVE WS-SecondId TO WS-PE-SecondRouvrant(WS-IdxTrouve)
  MOVE WS-DateJour TO WS-PE-DateReouverture(WS-IdxTrouve)
  PERFORM SAUVER-PERIODES

  MOVE 'R' TO WS-Action
  PERFORM JOURNALISER-DECISION
  DISPLAY "Période " WS-PeriodeSaisie " rouverte pour "
          FUNCTION TRIM(WS-LibelleDomaine) ".".

JOURNALISER-DECISION.
  ACCEPT WS-HeureMachine FROM TIME
  OPEN EXTEND periodesjournal
  IF WS-PJOURNAL-STATUS = "35" THEN
    OPEN OUTPUT periodesjournal
  END-IF
  MOVE WS-DateJour         TO PJ-Date
  MOVE WS-Action           TO PJ-Action
  MOVE WS-HeureMachine(1:6) TO PJ-Heure
  MOVE WS-DomaineSaisi     TO PJ-Domaine
  MOVE WS-PeriodeSaisie    TO PJ-Periode
  MOVE WS-SupId            TO PJ-Operateur
  MOVE WS-SecondId         TO PJ-Second
  MOVE WS-Motif            TO PJ-Motif
  WRITE PeriodeJournalRecord
  CLOSE periodesjournal.
