IDENTIFICATION DIVISION.
PROGRAM-ID. SaisieTemps.

*> Saisie du carnet de temps du jardin : le bilan des récoltes faisait
*> comme si le jardin se travaillait tout seul. Chaque séance de travail
*> (date, parcelle, type de tâche, intervenant, type d'intervenant,
*> heures) est ajoutée à tempstravaux.txt ; la parcelle doit exister au
*> registre (parcelles.txt) et le type d'intervenant au barème horaire
*> (couthoraire.txt : type, libellé, coût de l'heure ; à défaut S
*> salarié 22,00 €, A apprenti 11,00 €, B bénévole 0,00 €). Types de
*> tâche : S semis, D désherbage, T traitement, R récolte, C réparation
*> de clôture. RapportRecoltes valorise ces heures par parcelle et
*> ControleTravaux les confronte au plan de travaux.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT parcelles ASSIGN TO "parcelles.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PARCELLES-STATUS.

  SELECT couthoraire ASSIGN TO "couthoraire.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COUTHORAIRE-STATUS.

  SELECT temps ASSIGN TO "tempstravaux.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TEMPS-STATUS.

DATA DIVISION.

FILE SECTION.
FD parcelles.
01 ParcelleRecord.
   05 PA-Nom      PIC X(20).
   05 PA-Forme    PIC X(1).
   05 PA-Longueur PIC 9(5).
   05 PA-Largeur  PIC 9(5).
   05 PA-Materiau PIC X(1).

FD couthoraire.
01 CoutHoraireRecord.
   05 CH-Type    PIC X(1).
   05 CH-Libelle PIC X(15).
   05 CH-Taux    PIC 9(3)V99.

FD temps.
01 TempsRecord.
   05 TT-Date        PIC 9(8).
   05 TT-Parcelle    PIC X(20).
   05 TT-Tache       PIC X(1).
      88 TACHE-VALIDE VALUE 'S' 'D' 'T' 'R' 'C'.
   05 TT-Intervenant PIC X(20).
   05 TT-Type        PIC X(1).
   05 TT-Heures      PIC 9(2)V99.

WORKING-STORAGE SECTION.
01 WS-PARCELLES-STATUS   PIC XX.
01 WS-COUTHORAIRE-STATUS PIC XX.
01 WS-TEMPS-STATUS       PIC XX.
01 WS-FinLecture PIC X(1).
01 WS-Choix      PIC X(1).
01 WS-DateJour   PIC 9(8).
01 WS-DateSaisie PIC X(8).
01 WS-ParcelleSaisie PIC X(20).
01 WS-HeuresSaisies  PIC 9(2)V99.
01 WS-Idx        PIC 9(3).
01 WS-IdxParcelle PIC 9(3).
01 WS-IdxType    PIC 9(2).
01 WS-NbSaisies  PIC 9(3) VALUE ZERO.

01 WS-TableParcelles.
   05 WS-ParcEntree OCCURS 100 TIMES.
      10 WS-PA-Nom PIC X(20).
01 WS-NbParcelles PIC 9(3) VALUE ZERO.

01 WS-TableCouts.
   05 WS-CoutEntree OCCURS 10 TIMES.
      10 WS-CH-Type    PIC X(1).
      10 WS-CH-Libelle PIC X(15).
      10 WS-CH-Taux    PIC 9(3)V99.
01 WS-NbCouts PIC 9(2) VALUE ZERO.

PROCEDURE DIVISION.
    ACCEPT WS-DateJour FROM DATE YYYYMMDD
    PERFORM CHARGER-PARCELLES
    IF WS-NbParcelles = ZERO THEN
      DISPLAY "parcelles.txt absent ou vide : saisie impossible."
      STOP RUN
    END-IF
    PERFORM CHARGER-COUTS-HORAIRES
    DISPLAY "Saisie du temps de travail (date du jour " WS-DateJour ")."

    MOVE 'S' TO WS-Choix
    PERFORM NOUVELLE-SAISIE UNTIL WS-Choix = 'E'

    DISPLAY "Fin de saisie : " WS-NbSaisies
            " séance(s) ajoutée(s) à tempstravaux.txt."
    STOP RUN.

CHARGER-PARCELLES.
    OPEN INPUT parcelles
    IF WS-PARCELLES-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-PARCELLE-SUIVANTE
          UNTIL WS-FinLecture = 'O' OR WS-NbParcelles = 100
      CLOSE parcelles
    END-IF.

LIRE-PARCELLE-SUIVANTE.
    READ parcelles
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbParcelles
        MOVE PA-Nom TO WS-PA-Nom(WS-NbParcelles)
    END-READ.

*> Même barème par défaut que RapportRecoltes.
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
      MOVE "Salarié" TO WS-CH-Libelle(1)
      MOVE 22.00 TO WS-CH-Taux(1)
      MOVE 'A' TO WS-CH-Type(2)
      MOVE "Apprenti" TO WS-CH-Libelle(2)
      MOVE 11.00 TO WS-CH-Taux(2)
      MOVE 'B' TO WS-CH-Type(3)
      MOVE "Bénévole" TO WS-CH-Libelle(3)
      MOVE ZERO TO WS-CH-Taux(3)
    END-IF.

LIRE-COUT-SUIVANT.
    READ couthoraire
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbCouts
        MOVE CH-Type    TO WS-CH-Type(WS-NbCouts)
        MOVE CH-Libelle TO WS-CH-Libelle(WS-NbCouts)
        MOVE CH-Taux    TO WS-CH-Taux(WS-NbCouts)
    END-READ.

NOUVELLE-SAISIE.
    DISPLAY "---------------------------------------------------"
    DISPLAY "S -> Saisir une séance de travail"
    DISPLAY "E -> Quitter"
    DISPLAY "---------------------------------------------------"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
      WHEN 'S'
        PERFORM SAISIR-SEANCE
      WHEN 'E'
        CONTINUE
      WHEN OTHER
        DISPLAY "Choix invalide."
    END-EVALUATE.

SAISIR-SEANCE.
    DISPLAY "Parcelle : "
    ACCEPT WS-ParcelleSaisie
    MOVE ZERO TO WS-IdxParcelle
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbParcelles
      IF WS-PA-Nom(WS-Idx) = WS-ParcelleSaisie THEN
        MOVE WS-Idx TO WS-IdxParcelle
      END-IF
    END-PERFORM
    IF WS-IdxParcelle = ZERO THEN
      DISPLAY "Parcelle inconnue au registre, séance refusée."
      EXIT PARAGRAPH
    END-IF
    MOVE WS-ParcelleSaisie TO TT-Parcelle
    DISPLAY "Date (AAAAMMJJ, vide = aujourd'hui) : "
    ACCEPT WS-DateSaisie
    IF WS-DateSaisie = SPACES OR WS-DateSaisie NOT NUMERIC THEN
      MOVE WS-DateJour TO TT-Date
    ELSE
      MOVE WS-DateSaisie TO TT-Date
    END-IF
    IF TT-Date > WS-DateJour THEN
      DISPLAY "Date future, séance refusée."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Tâche (S semis, D désherbage, T traitement, R récolte, "
            "C réparation de clôture) : "
    ACCEPT TT-Tache
    IF NOT TACHE-VALIDE THEN
      DISPLAY "Type de tâche inconnu, séance refusée."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Intervenant : "
    ACCEPT TT-Intervenant
    IF TT-Intervenant = SPACES THEN
      DISPLAY "Intervenant obligatoire, séance refusée."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Type d'intervenant :"
    PERFORM VARYING WS-IdxType FROM 1 BY 1 UNTIL WS-IdxType > WS-NbCouts
      DISPLAY "  " WS-CH-Type(WS-IdxType) " -> "
              WS-CH-Libelle(WS-IdxType) " (" WS-CH-Taux(WS-IdxType)
              " €/h)"
    END-PERFORM
    ACCEPT TT-Type
    MOVE ZERO TO WS-IdxType
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCouts
      IF WS-CH-Type(WS-Idx) = TT-Type THEN
        MOVE WS-Idx TO WS-IdxType
      END-IF
    END-PERFORM
    IF WS-IdxType = ZERO THEN
      DISPLAY "Type d'intervenant absent du barème, séance refusée."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Heures (ex. 2.50) : "
    ACCEPT WS-HeuresSaisies
    IF WS-HeuresSaisies = ZERO OR WS-HeuresSaisies > 24 THEN
      DISPLAY "Durée invalide, séance refusée."
      EXIT PARAGRAPH
    END-IF
    MOVE WS-HeuresSaisies TO TT-Heures

    OPEN EXTEND temps
    IF WS-TEMPS-STATUS NOT = "00" THEN
      OPEN OUTPUT temps
    END-IF
    WRITE TempsRecord
    CLOSE temps
    ADD 1 TO WS-NbSaisies
    DISPLAY "Séance enregistrée : " TT-Heures " h de "
            FUNCTION TRIM(TT-Intervenant)
            " (" FUNCTION TRIM(TT-Parcelle) ").".
