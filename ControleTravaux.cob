IDENTIFICATION DIVISION.
PROGRAM-ID. ControleTravaux.

*> Confrontation du plan de travaux et du carnet de temps : le plan
*> (plantravaux.txt, écrit par PlanTravaux) dit ce qui devait se faire
*> semaine par semaine, le carnet (tempstravaux.txt, tenu par
*> SaisieTemps) ce qui s'est fait. Une ligne du plan est faite quand une
*> séance au moins a été saisie sur la même parcelle, pour la tâche
*> correspondante (semis -> S ; entretien -> D désherbage ou T
*> traitement ; récolte -> R) et à une date comprise dans la semaine de
*> la ligne (du jour indiqué en tête de semaine au sixième jour suivant).
*> controletravaux.txt liste les lignes du plan jamais faites ; les
*> semaines qui ne sont pas encore terminées ne comptent pas comme
*> manquées, elles sont seulement dénombrées à part.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT plan ASSIGN TO "plantravaux.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PLAN-STATUS.

  SELECT temps ASSIGN TO "tempstravaux.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TEMPS-STATUS.

  SELECT controle ASSIGN TO "controletravaux.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CONTROLE-STATUS.

DATA DIVISION.

FILE SECTION.
FD plan.
01 PlanLigne PIC X(132).

FD temps.
01 TempsRecord.
   05 TT-Date        PIC 9(8).
   05 TT-Parcelle    PIC X(20).
   05 TT-Tache       PIC X(1).
   05 TT-Intervenant PIC X(20).
   05 TT-Type        PIC X(1).
   05 TT-Heures      PIC 9(2)V99.

FD controle.
01 ControleLigne PIC X(200).

WORKING-STORAGE SECTION.
01 WS-PLAN-STATUS     PIC XX.
01 WS-TEMPS-STATUS    PIC XX.
01 WS-CONTROLE-STATUS PIC XX.
01 WS-FinLecture PIC X(1).

01 WS-TableSeances.
   05 WS-SeanceEntree OCCURS 2000 TIMES.
      10 WS-TT-Date     PIC 9(8).
      10 WS-TT-Parcelle PIC X(20).
      10 WS-TT-Tache    PIC X(1).
01 WS-NbSeances PIC 9(4) VALUE ZERO.
01 WS-Idx       PIC 9(4).

01 WS-DateJour       PIC 9(8).
01 WS-DateJourNum    PIC 9(8).
01 WS-DateSemaine    PIC 9(8) VALUE ZERO.
01 WS-DebutSemaineNum PIC 9(8).
01 WS-FinSemaineNum  PIC 9(8).
01 WS-SeanceNum      PIC 9(8).
01 WS-AvantDate      PIC X(132).
01 WS-ApresDate      PIC X(132).

01 WS-Parcelle  PIC X(20).
01 WS-Reste     PIC X(132).
01 WS-MotTache  PIC X(20).
01 WS-TacheA    PIC X(1).
01 WS-TacheB    PIC X(1).
01 WS-Faite     PIC X(1).

01 WS-NbLignesPlan PIC 9(5) VALUE ZERO.
01 WS-NbFaites     PIC 9(5) VALUE ZERO.
01 WS-NbManquees   PIC 9(5) VALUE ZERO.
01 WS-NbAVenir     PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
   ACCEPT WS-DateJour FROM DATE YYYYMMDD
   COMPUTE WS-DateJourNum = FUNCTION INTEGER-OF-DATE(WS-DateJour)
   PERFORM CHARGER-SEANCES

   OPEN OUTPUT controle
   MOVE SPACES TO ControleLigne
   STRING "CONTRÔLE DU PLAN DE TRAVAUX AU " DELIMITED BY SIZE
          WS-DateJour DELIMITED BY SIZE
          " - lignes du plan jamais faites" DELIMITED BY SIZE
     INTO ControleLigne
   END-STRING
   WRITE ControleLigne

   OPEN INPUT plan
   IF WS-PLAN-STATUS NOT = "00" THEN
     MOVE "plantravaux.txt absent : lancer PlanTravaux d'abord."
         TO ControleLigne
     WRITE ControleLigne
   ELSE
     MOVE 'N' TO WS-FinLecture
     PERFORM CONTROLER-LIGNE-SUIVANTE UNTIL WS-FinLecture = 'O'
     CLOSE plan
     PERFORM ECRIRE-TOTAUX
   END-IF
   CLOSE controle
   DISPLAY "Contrôle écrit dans controletravaux.txt (" WS-NbManquees
           " ligne(s) du plan jamais faite(s))."
   STOP RUN.

CHARGER-SEANCES.
   OPEN INPUT temps
   IF WS-TEMPS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-SEANCE-SUIVANTE
         UNTIL WS-FinLecture = 'O' OR WS-NbSeances = 2000
     CLOSE temps
   END-IF.

LIRE-SEANCE-SUIVANTE.
   READ temps
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       ADD 1 TO WS-NbSeances
       MOVE TT-Date     TO WS-TT-Date(WS-NbSeances)
       MOVE TT-Parcelle TO WS-TT-Parcelle(WS-NbSeances)
       MOVE TT-Tache    TO WS-TT-Tache(WS-NbSeances)
   END-READ.

*> Le plan alterne des en-têtes de semaine
*> ("--- Semaine NN (à partir du AAAAMMJJ) ---") et des lignes de tâche
*> ("  Parcelle <nom> : <tâche> <produit> ...") ; le reste est ignoré.
CONTROLER-LIGNE-SUIVANTE.
   READ plan
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF PlanLigne(1:12) = "--- Semaine " THEN
         PERFORM LIRE-ENTETE-SEMAINE
       END-IF
       IF PlanLigne(1:11) = "  Parcelle " AND WS-DateSemaine > ZERO THEN
         PERFORM CONTROLER-TACHE
       END-IF
   END-READ.

LIRE-ENTETE-SEMAINE.
   MOVE SPACES TO WS-AvantDate WS-ApresDate
   UNSTRING PlanLigne DELIMITED BY "du "
     INTO WS-AvantDate WS-ApresDate
   END-UNSTRING
   IF WS-ApresDate(1:8) NUMERIC THEN
     MOVE WS-ApresDate(1:8) TO WS-DateSemaine
     COMPUTE WS-DebutSemaineNum =
         FUNCTION INTEGER-OF-DATE(WS-DateSemaine)
     COMPUTE WS-FinSemaineNum = WS-DebutSemaineNum + 6
   ELSE
     MOVE ZERO TO WS-DateSemaine
   END-IF.

CONTROLER-TACHE.
   MOVE SPACES TO WS-Parcelle WS-Reste WS-MotTache
   UNSTRING PlanLigne(12:121) DELIMITED BY " : "
     INTO WS-Parcelle WS-Reste
   END-UNSTRING
   UNSTRING WS-Reste DELIMITED BY SPACE
     INTO WS-MotTache
   END-UNSTRING
   EVALUATE WS-MotTache
     WHEN "semis"
       MOVE 'S' TO WS-TacheA
       MOVE 'S' TO WS-TacheB
     WHEN "entretien"
       MOVE 'D' TO WS-TacheA
       MOVE 'T' TO WS-TacheB
     WHEN "récolte"
       MOVE 'R' TO WS-TacheA
       MOVE 'R' TO WS-TacheB
     WHEN OTHER
       EXIT PARAGRAPH
   END-EVALUATE
   ADD 1 TO WS-NbLignesPlan

   IF WS-FinSemaineNum >= WS-DateJourNum THEN
     ADD 1 TO WS-NbAVenir
     EXIT PARAGRAPH
   END-IF

   MOVE 'N' TO WS-Faite
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-NbSeances OR WS-Faite = 'O'
     IF WS-TT-Parcelle(WS-Idx) = WS-Parcelle
        AND (WS-TT-Tache(WS-Idx) = WS-TacheA
             OR WS-TT-Tache(WS-Idx) = WS-TacheB) THEN
       COMPUTE WS-SeanceNum =
           FUNCTION INTEGER-OF-DATE(WS-TT-Date(WS-Idx))
       IF WS-SeanceNum >= WS-DebutSemaineNum
          AND WS-SeanceNum <= WS-FinSemaineNum THEN
         MOVE 'O' TO WS-Faite
       END-IF
     END-IF
   END-PERFORM

   IF WS-Faite = 'O' THEN
     ADD 1 TO WS-NbFaites
   ELSE
     ADD 1 TO WS-NbManquees
     MOVE SPACES TO ControleLigne
     STRING "Semaine du " DELIMITED BY SIZE
            WS-DateSemaine DELIMITED BY SIZE
            " :" DELIMITED BY SIZE
            FUNCTION TRIM(PlanLigne TRAILING) DELIMITED BY SIZE
       INTO ControleLigne
     END-STRING
     WRITE ControleLigne
   END-IF.

ECRIRE-TOTAUX.
   IF WS-NbManquees = ZERO THEN
     MOVE "Aucune ligne du plan manquée." TO ControleLigne
     WRITE ControleLigne
   END-IF
   MOVE SPACES TO ControleLigne
   STRING "TOTAL : " DELIMITED BY SIZE
          WS-NbLignesPlan DELIMITED BY SIZE
          " ligne(s) au plan, " DELIMITED BY SIZE
          WS-NbFaites DELIMITED BY SIZE
          " faite(s), " DELIMITED BY SIZE
          WS-NbManquees DELIMITED BY SIZE
          " jamais faite(s), " DELIMITED BY SIZE
          WS-NbAVenir DELIMITED BY SIZE
          " en cours ou à venir" DELIMITED BY SIZE
     INTO ControleLigne
   END-STRING
   WRITE ControleLigne
   IF WS-NbSeances = 2000 THEN
     MOVE "Attention : carnet de temps tronqué à 2000 séances."
         TO ControleLigne
     WRITE ControleLigne
   END-IF.
