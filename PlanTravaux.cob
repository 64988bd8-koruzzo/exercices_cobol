*> la saison semaine par semaine, datée depuis le début de saison
*> (saison.txt AAAAMMJJ ; défaut : 1er mars de l'année en cours) :
*> quelle parcelle, quelle tâche, et pour les entretiens la quantité
*> d'intrant à passer — de quoi remplacer le tableau blanc. En tête
*> du plan sont rappelées les parcelles à relouer pour loyer impayé
*> (loyersimpayes.txt, établi par LoyersImpayes), pour qu'un nouveau
*> locataire reprenne les travaux prévus.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SAISON-STATUS.

  SELECT impayes ASSIGN TO "loyersimpayes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-IMPAYES-STATUS.

  SELECT plan ASSIGN TO "plantravaux.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
   05 IN-DoseParM2  PIC 9(3)V9(3).
   05 IN-PrixPaquet PIC 9(5)V99.
   05 IN-Paquet     PIC 9(5).
   05 IN-DoseMax    PIC 9(3)V9(3).
   05 IN-DelaiRecolte PIC 9(3).

FD cultures.
01 CultureRecord.
FD saison.
01 SaisonLigne PIC X(8).

FD impayes.
01 ImpayeRecord.
   05 LI-Parcelle  PIC X(20).
   05 LI-Numero    PIC 9(6).
   05 LI-Locataire PIC X(30).
   05 LI-Annee     PIC 9(4).
   05 LI-Montant   PIC 9(5)V99.
   05 LI-DateAvis  PIC X(8).
   05 LI-Retard    PIC 9(5).

FD plan.
01 PlanLigne PIC X(132).

01 WS-CULTURES-STATUS   PIC XX.
01 WS-CALENDRIER-STATUS PIC XX.
01 WS-SAISON-STATUS     PIC XX.
01 WS-IMPAYES-STATUS    PIC XX.
01 WS-PLAN-STATUS       PIC XX.

01 WS-FinLecture PIC X(1).
     INTO PlanLigne
   END-STRING
   WRITE PlanLigne
   PERFORM RAPPELER-PARCELLES-A-RELOUER

   IF WS-NbParcelles = ZERO THEN
     MOVE "parcelles.txt absent ou vide, aucun plan à établir." TO PlanLigne
           WS-NbTaches " tâche(s) planifiée(s))."
   STOP RUN.

*> Ces lignes ne commencent ni par "--- Semaine " ni par "  Parcelle " :
*> ControleTravaux ne les prend pas pour des tâches du plan.
RAPPELER-PARCELLES-A-RELOUER.
   OPEN INPUT impayes
   IF WS-IMPAYES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-IMPAYE-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE impayes
   END-IF.

LIRE-IMPAYE-SUIVANT.
   READ impayes
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       MOVE SPACES TO PlanLigne
       STRING "A relouer (loyer impayé) : parcelle " DELIMITED BY SIZE
              FUNCTION TRIM(LI-Parcelle) DELIMITED BY SIZE
              " - loyer " DELIMITED BY SIZE
              LI-Annee DELIMITED BY SIZE
              " de " DELIMITED BY SIZE
              FUNCTION TRIM(LI-Locataire) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              LI-Retard DELIMITED BY SIZE
              " jours de retard" DELIMITED BY SIZE
         INTO PlanLigne
       END-STRING
       WRITE PlanLigne
   END-READ.

*> Le début de saison vient de saison.txt ; à défaut, le 1er mars de
*> l'année en cours — les semaines du calendrier se comptent à partir
*> de cette date.
