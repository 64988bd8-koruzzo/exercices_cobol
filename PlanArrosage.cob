IDENTIFICATION DIVISION.
PROGRAM-ID. PlanArrosage.

*> Plan d'arrosage de la saison : l'eau se donnait au jugé, ce que
*> disent à la fois la facture d'eau et les pertes des semaines
*> sèches. Pour chaque parcelle du registre (parcelles.txt, mêmes
*> formules de géométrie que CalculPerimetreBatch) et chaque semaine de
*> la saison (saison.txt AAAAMMJJ ; défaut : 1er mars de l'année en
*> cours), le besoin en eau est l'évaporation de référence de la
*> semaine (evaporation.txt : semaine de saison, ETP de la semaine en
*> mm ; défaut 25 mm) multipliée par le coefficient cultural
*> (coefficientscultures.txt : produit, coefficient ; défaut 1,00) des
*> cultures de cultures.txt en place cette semaine-là selon le
*> calendrier cultural (calendriercultures.txt, du début des semis à la
*> fin de récolte, ou au dernier entretien s'il n'y a pas de récolte),
*> moins la pluie relevée dans la semaine (pluviometrie.txt, saisie par
*> SaisiePluviometrie). Un millimètre sur un m² fait un litre. Quand
*> plusieurs cultures partagent une parcelle, la plus gourmande fixe le
*> coefficient : la parcelle s'arrose d'un seul tenant.
*> planarrosage.txt déroule la saison semaine par semaine et parcelle
*> par parcelle, puis totalise la saison par parcelle et pour le
*> jardin, en litres et en m³, face au relevé du compteur d'eau de la
*> saison s'il est fourni (compteureau.txt, m³).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT parcelles ASSIGN TO "parcelles.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PARCELLES-STATUS.

  SELECT cultures ASSIGN TO "cultures.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CULTURES-STATUS.

  SELECT calendrier ASSIGN TO "calendriercultures.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CALENDRIER-STATUS.

  SELECT coefficients ASSIGN TO "coefficientscultures.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COEFFICIENTS-STATUS.

  SELECT evaporation ASSIGN TO "evaporation.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-EVAPORATION-STATUS.

  SELECT pluviometrie ASSIGN TO "pluviometrie.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PLUVIOMETRIE-STATUS.

  SELECT compteureau ASSIGN TO "compteureau.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COMPTEUR-STATUS.

  SELECT saison ASSIGN TO "saison.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SAISON-STATUS.

  SELECT plan ASSIGN TO "planarrosage.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PLAN-STATUS.

DATA DIVISION.

FILE SECTION.
FD parcelles.
01 ParcelleRecord.
   05 PA-Nom      PIC X(20).
   05 PA-Forme    PIC X(1).
   05 PA-Longueur PIC 9(5).
   05 PA-Largeur  PIC 9(5).
   05 PA-Materiau PIC X(1).

FD cultures.
01 CultureRecord.
   05 CU-Parcelle PIC X(20).
   05 CU-Produit  PIC X(20).

FD calendrier.
01 CalendrierRecord.
   05 CC-Produit        PIC X(20).
   05 CC-SemisDebut     PIC 9(2).
   05 CC-SemisFin       PIC 9(2).
   05 CC-Intervalle     PIC 9(2).
   05 CC-NbEntretiens   PIC 9(2).
   05 CC-RecolteDebut   PIC 9(2).
   05 CC-RecolteFin     PIC 9(2).

FD coefficients.
01 CoefficientRecord.
   05 KC-Produit     PIC X(20).
   05 KC-Coefficient PIC 9V99.

FD evaporation.
01 EvaporationRecord.
   05 EV-Semaine     PIC 9(2).
   05 EV-Millimetres PIC 9(3)V9.

FD pluviometrie.
01 PluviometrieRecord.
   05 PL-Date        PIC 9(8).
   05 PL-Millimetres PIC 9(3)V9.

FD compteureau.
01 CompteurEauRecord.
   05 CE-MetresCubes PIC 9(6)V9.

FD saison.
01 SaisonLigne PIC X(8).

FD plan.
01 PlanLigne PIC X(132).

WORKING-STORAGE SECTION.
01 WS-PARCELLES-STATUS    PIC XX.
01 WS-CULTURES-STATUS     PIC XX.
01 WS-CALENDRIER-STATUS   PIC XX.
01 WS-COEFFICIENTS-STATUS PIC XX.
01 WS-EVAPORATION-STATUS  PIC XX.
01 WS-PLUVIOMETRIE-STATUS PIC XX.
01 WS-COMPTEUR-STATUS     PIC XX.
01 WS-SAISON-STATUS       PIC XX.
01 WS-PLAN-STATUS         PIC XX.

01 WS-FinLecture PIC X(1).

01 Aire      PIC 9(9)V99.
01 WS-Pi     PIC 9(1)V9(5) VALUE 3.14159.

01 ETP-DEFAUT         PIC 9(3)V9 VALUE 25.0.
01 COEFFICIENT-DEFAUT PIC 9V99 VALUE 1.00.

01 WS-TableParcelles.
   05 WS-ParcAire OCCURS 100 TIMES.
      10 WS-PAI-Nom    PIC X(20).
      10 WS-PAI-Aire   PIC 9(9)V99.
      10 WS-PAI-Saison PIC 9(11)V99.
01 WS-NbParcelles PIC 9(3) VALUE ZERO.

01 WS-TableCalendrier.
   05 WS-CalEntree OCCURS 20 TIMES.
      10 WS-CC-Produit      PIC X(20).
      10 WS-CC-SemisDebut   PIC 9(2).
      10 WS-CC-SemisFin     PIC 9(2).
      10 WS-CC-Intervalle   PIC 9(2).
      10 WS-CC-NbEntretiens PIC 9(2).
      10 WS-CC-RecolteDebut PIC 9(2).
      10 WS-CC-RecolteFin   PIC 9(2).
01 WS-NbCalendrier PIC 9(2) VALUE ZERO.

01 WS-TableCoefficients.
   05 WS-CoefEntree OCCURS 50 TIMES.
      10 WS-KC-Produit     PIC X(20).
      10 WS-KC-Coefficient PIC 9V99.
01 WS-NbCoefficients PIC 9(2) VALUE ZERO.

*> ETP et pluie relevée par semaine de saison.
01 WS-TableSemaines.
   05 WS-SemEntree OCCURS 99 TIMES.
      10 WS-SE-Etp   PIC 9(3)V9.
      10 WS-SE-Pluie PIC 9(4)V9.

*> Affectations retenues : parcelle, semaines de présence de la culture
*> et son coefficient, résolus une fois pour toutes.
01 WS-TableAffectations.
   05 WS-AffEntree OCCURS 200 TIMES.
      10 WS-AF-IdxParcelle  PIC 9(3).
      10 WS-AF-Debut        PIC 9(2).
      10 WS-AF-Fin          PIC 9(2).
      10 WS-AF-Coefficient  PIC 9V99.
01 WS-NbAffectations PIC 9(3) VALUE ZERO.

01 WS-Idx         PIC 9(3).
01 WS-IdxAff      PIC 9(3).
01 WS-IdxParcelle PIC 9(3).
01 WS-IdxCal      PIC 9(2).
01 WS-IdxCoef     PIC 9(2).
01 WS-Semaine     PIC 9(3).
01 WS-SemainePluie PIC 9(5).
01 WS-DerniereSemaine PIC 9(2) VALUE ZERO.
01 WS-SemaineFin  PIC 9(3).
01 WS-CoefParcelle PIC 9V99.
01 WS-BesoinMm    PIC S9(4)V99 SIGN LEADING SEPARATE.
01 WS-Litres      PIC 9(11)V99.
01 WS-TotalSemaine PIC 9(11)V99.
01 WS-TotalSaison PIC 9(11)V99 VALUE ZERO.
01 WS-MetresCubes PIC 9(8)V999.
01 WS-NbArrosages PIC 9(5) VALUE ZERO.
01 WS-NbSansCoefficient PIC 9(3) VALUE ZERO.

01 WS-CompteurPresent PIC X(1) VALUE 'N'.
01 WS-CompteurM3  PIC 9(6)V9.
01 WS-EcartM3     PIC S9(8)V999 SIGN LEADING SEPARATE.

01 WS-LitresEdit  PIC Z(10)9.
01 WS-M3Edit      PIC Z(7)9.999.
01 WS-EcartEdit   PIC -(8)9.999.
01 WS-EtpEdit     PIC ZZZ9.9.
01 WS-PluieEdit   PIC ZZZ9.9.
01 WS-BesoinEdit  PIC ZZZ9.99.
01 WS-CoefEdit    PIC 9.99.

01 WS-DebutSaison    PIC 9(8).
01 WS-DebutSaisonNum PIC 9(8).
01 WS-JoursSemaine   PIC 9(7).
01 WS-DateSemaine    PIC 9(8).

PROCEDURE DIVISION.
   PERFORM CHARGER-SAISON
   PERFORM CHARGER-CALENDRIER
   PERFORM CHARGER-COEFFICIENTS
   PERFORM CHARGER-EVAPORATION
   PERFORM CHARGER-PLUVIOMETRIE
   PERFORM CALCULER-AIRES-PARCELLES

   OPEN OUTPUT plan
   MOVE SPACES TO PlanLigne
   STRING "PLAN D'ARROSAGE DE LA SAISON - début le " DELIMITED BY SIZE
          WS-DebutSaison DELIMITED BY SIZE
     INTO PlanLigne
   END-STRING
   WRITE PlanLigne

   IF WS-NbParcelles = ZERO THEN
     MOVE "parcelles.txt absent ou vide, aucun arrosage à planifier."
         TO PlanLigne
     WRITE PlanLigne
   ELSE
     PERFORM CHARGER-AFFECTATIONS
     IF WS-NbAffectations = ZERO THEN
       MOVE "Aucune affectation culture/parcelle exploitable." TO PlanLigne
       WRITE PlanLigne
     ELSE
       PERFORM DEROULER-SEMAINE
           VARYING WS-Semaine FROM 1 BY 1
           UNTIL WS-Semaine > WS-DerniereSemaine
       PERFORM ECRIRE-TOTAUX-SAISON
     END-IF
   END-IF
   CLOSE plan
   DISPLAY "Plan d'arrosage écrit dans planarrosage.txt ("
           WS-NbArrosages " arrosage(s), " WS-TotalSaison
           " litre(s) sur la saison)."
   STOP RUN.

*> Le début de saison vient de saison.txt ; à défaut, le 1er mars de
*> l'année en cours — les semaines se comptent à partir de cette date.
CHARGER-SAISON.
   ACCEPT WS-DebutSaison FROM DATE YYYYMMDD
   MOVE 0301 TO WS-DebutSaison(5:4)
   OPEN INPUT saison
   IF WS-SAISON-STATUS = "00" THEN
     READ saison
       NOT AT END
         IF SaisonLigne NUMERIC THEN
           MOVE SaisonLigne TO WS-DebutSaison
         END-IF
     END-READ
     CLOSE saison
   END-IF
   COMPUTE WS-DebutSaisonNum =
       FUNCTION INTEGER-OF-DATE(WS-DebutSaison).

*> Sans calendriercultures.txt, le calendrier standard de PlanTravaux
*> est installé.
CHARGER-CALENDRIER.
   OPEN INPUT calendrier
   IF WS-CALENDRIER-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-CALENDRIER-SUIVANT
         UNTIL WS-FinLecture = 'O' OR WS-NbCalendrier = 20
     CLOSE calendrier
   END-IF
   IF WS-NbCalendrier = ZERO THEN
     MOVE 3 TO WS-NbCalendrier
     MOVE "Semences gazon" TO WS-CC-Produit(1)
     MOVE 01 TO WS-CC-SemisDebut(1)
     MOVE 02 TO WS-CC-SemisFin(1)
     MOVE 04 TO WS-CC-Intervalle(1)
     MOVE 03 TO WS-CC-NbEntretiens(1)
     MOVE 00 TO WS-CC-RecolteDebut(1)
     MOVE 00 TO WS-CC-RecolteFin(1)
     MOVE "Engrais" TO WS-CC-Produit(2)
     MOVE 00 TO WS-CC-SemisDebut(2)
     MOVE 00 TO WS-CC-SemisFin(2)
     MOVE 03 TO WS-CC-Intervalle(2)
     MOVE 04 TO WS-CC-NbEntretiens(2)
     MOVE 00 TO WS-CC-RecolteDebut(2)
     MOVE 00 TO WS-CC-RecolteFin(2)
     MOVE "Tourbe" TO WS-CC-Produit(3)
     MOVE 01 TO WS-CC-SemisDebut(3)
     MOVE 01 TO WS-CC-SemisFin(3)
     MOVE 00 TO WS-CC-Intervalle(3)
     MOVE 00 TO WS-CC-NbEntretiens(3)
     MOVE 00 TO WS-CC-RecolteDebut(3)
     MOVE 00 TO WS-CC-RecolteFin(3)
   END-IF.

LIRE-CALENDRIER-SUIVANT.
   READ calendrier
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       ADD 1 TO WS-NbCalendrier
       MOVE CC-Produit      TO WS-CC-Produit(WS-NbCalendrier)
       MOVE CC-SemisDebut   TO WS-CC-SemisDebut(WS-NbCalendrier)
       MOVE CC-SemisFin     TO WS-CC-SemisFin(WS-NbCalendrier)
       MOVE CC-Intervalle   TO WS-CC-Intervalle(WS-NbCalendrier)
       MOVE CC-NbEntretiens TO WS-CC-NbEntretiens(WS-NbCalendrier)
       MOVE CC-RecolteDebut TO WS-CC-RecolteDebut(WS-NbCalendrier)
       MOVE CC-RecolteFin   TO WS-CC-RecolteFin(WS-NbCalendrier)
   END-READ.

CHARGER-COEFFICIENTS.
   OPEN INPUT coefficients
   IF WS-COEFFICIENTS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-COEFFICIENT-SUIVANT
         UNTIL WS-FinLecture = 'O' OR WS-NbCoefficients = 50
     CLOSE coefficients
   END-IF.

LIRE-COEFFICIENT-SUIVANT.
   READ coefficients
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       ADD 1 TO WS-NbCoefficients
       MOVE KC-Produit     TO WS-KC-Produit(WS-NbCoefficients)
       MOVE KC-Coefficient TO WS-KC-Coefficient(WS-NbCoefficients)
   END-READ.

*> Une semaine absente d'evaporation.txt garde l'ETP par défaut.
CHARGER-EVAPORATION.
   PERFORM VARYING WS-Semaine FROM 1 BY 1 UNTIL WS-Semaine > 99
     MOVE ETP-DEFAUT TO WS-SE-Etp(WS-Semaine)
     MOVE ZERO TO WS-SE-Pluie(WS-Semaine)
   END-PERFORM
   OPEN INPUT evaporation
   IF WS-EVAPORATION-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-EVAPORATION-SUIVANTE UNTIL WS-FinLecture = 'O'
     CLOSE evaporation
   END-IF.

LIRE-EVAPORATION-SUIVANTE.
   READ evaporation
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF EV-Semaine > ZERO THEN
         MOVE EV-Millimetres TO WS-SE-Etp(EV-Semaine)
       END-IF
   END-READ.

*> Chaque relevé est rangé dans sa semaine de saison ; les relevés
*> d'avant le début de saison ou au-delà de la 99e semaine sont ignorés.
CHARGER-PLUVIOMETRIE.
   OPEN INPUT pluviometrie
   IF WS-PLUVIOMETRIE-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-PLUVIOMETRIE-SUIVANTE UNTIL WS-FinLecture = 'O'
     CLOSE pluviometrie
   END-IF.

LIRE-PLUVIOMETRIE-SUIVANTE.
   READ pluviometrie
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF PL-Date NUMERIC AND PL-Date >= WS-DebutSaison THEN
         COMPUTE WS-SemainePluie =
             (FUNCTION INTEGER-OF-DATE(PL-Date) - WS-DebutSaisonNum) / 7
             + 1
         IF WS-SemainePluie <= 99 THEN
           ADD PL-Millimetres TO WS-SE-Pluie(WS-SemainePluie)
         END-IF
       END-IF
   END-READ.

*> Mêmes formules de géométrie que CalculPerimetreBatch.
CALCULER-AIRES-PARCELLES.
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
       EVALUATE PA-Forme
         WHEN 'C'
           COMPUTE Aire = WS-Pi * PA-Longueur * PA-Longueur
         WHEN 'T'
           COMPUTE Aire = (PA-Longueur * PA-Largeur) / 2
         WHEN OTHER
           COMPUTE Aire = PA-Longueur * PA-Largeur
       END-EVALUATE
       ADD 1 TO WS-NbParcelles
       MOVE PA-Nom TO WS-PAI-Nom(WS-NbParcelles)
       MOVE Aire   TO WS-PAI-Aire(WS-NbParcelles)
       MOVE ZERO   TO WS-PAI-Saison(WS-NbParcelles)
   END-READ.

CHARGER-AFFECTATIONS.
   OPEN INPUT cultures
   IF WS-CULTURES-STATUS NOT = "00" THEN
     MOVE "cultures.txt introuvable : aucune affectation culture/parcelle."
         TO PlanLigne
     WRITE PlanLigne
   ELSE
     MOVE 'N' TO WS-FinLecture
     PERFORM RESOUDRE-AFFECTATION-SUIVANTE
         UNTIL WS-FinLecture = 'O' OR WS-NbAffectations = 200
     CLOSE cultures
   END-IF.

RESOUDRE-AFFECTATION-SUIVANTE.
   READ cultures
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       PERFORM LOCALISER-PARCELLE
       PERFORM LOCALISER-CALENDRIER
       IF WS-IdxParcelle = ZERO THEN
         MOVE SPACES TO PlanLigne
         STRING "Parcelle inconnue au registre : " DELIMITED BY SIZE
                CU-Parcelle DELIMITED BY SIZE
           INTO PlanLigne
         END-STRING
         WRITE PlanLigne
       ELSE
         IF WS-IdxCal = ZERO THEN
           MOVE SPACES TO PlanLigne
           STRING "Sans calendrier cultural : " DELIMITED BY SIZE
                  FUNCTION TRIM(CU-Produit) DELIMITED BY SIZE
                  " (parcelle " DELIMITED BY SIZE
                  FUNCTION TRIM(CU-Parcelle) DELIMITED BY SIZE
                  ") non arrosé" DELIMITED BY SIZE
             INTO PlanLigne
           END-STRING
           WRITE PlanLigne
         ELSE
           PERFORM RETENIR-AFFECTATION
         END-IF
       END-IF
   END-READ.

LOCALISER-PARCELLE.
   MOVE ZERO TO WS-IdxParcelle
   PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbParcelles
     IF WS-PAI-Nom(WS-Idx) = CU-Parcelle THEN
       MOVE WS-Idx TO WS-IdxParcelle
     END-IF
   END-PERFORM.

LOCALISER-CALENDRIER.
   MOVE ZERO TO WS-IdxCal
   PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCalendrier
     IF WS-CC-Produit(WS-Idx) = CU-Produit THEN
       MOVE WS-Idx TO WS-IdxCal
     END-IF
   END-PERFORM.

*> La culture est en place du début des semis (semaine 1 si elle n'est
*> pas semée) à la fin de récolte ; sans récolte, jusqu'au dernier
*> entretien, à défaut jusqu'à la fin des semis.
RETENIR-AFFECTATION.
   ADD 1 TO WS-NbAffectations
   MOVE WS-IdxParcelle TO WS-AF-IdxParcelle(WS-NbAffectations)
   IF WS-CC-SemisDebut(WS-IdxCal) > ZERO THEN
     MOVE WS-CC-SemisDebut(WS-IdxCal) TO WS-AF-Debut(WS-NbAffectations)
   ELSE
     MOVE 1 TO WS-AF-Debut(WS-NbAffectations)
   END-IF
   IF WS-CC-RecolteFin(WS-IdxCal) > ZERO THEN
     MOVE WS-CC-RecolteFin(WS-IdxCal) TO WS-SemaineFin
   ELSE
     COMPUTE WS-SemaineFin =
         WS-CC-SemisFin(WS-IdxCal)
         + WS-CC-Intervalle(WS-IdxCal) * WS-CC-NbEntretiens(WS-IdxCal)
   END-IF
   IF WS-SemaineFin > 99 THEN
     MOVE 99 TO WS-SemaineFin
   END-IF
   IF WS-SemaineFin < WS-AF-Debut(WS-NbAffectations) THEN
     MOVE WS-AF-Debut(WS-NbAffectations) TO WS-SemaineFin
   END-IF
   MOVE WS-SemaineFin TO WS-AF-Fin(WS-NbAffectations)
   IF WS-SemaineFin > WS-DerniereSemaine THEN
     MOVE WS-SemaineFin TO WS-DerniereSemaine
   END-IF

   MOVE ZERO TO WS-IdxCoef
   PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbCoefficients
     IF WS-KC-Produit(WS-Idx) = CU-Produit THEN
       MOVE WS-Idx TO WS-IdxCoef
     END-IF
   END-PERFORM
   IF WS-IdxCoef = ZERO THEN
     MOVE COEFFICIENT-DEFAUT TO WS-AF-Coefficient(WS-NbAffectations)
     ADD 1 TO WS-NbSansCoefficient
     MOVE SPACES TO PlanLigne
     STRING "Sans coefficient cultural : " DELIMITED BY SIZE
            FUNCTION TRIM(CU-Produit) DELIMITED BY SIZE
            " (coefficient 1,00 retenu)" DELIMITED BY SIZE
       INTO PlanLigne
     END-STRING
     WRITE PlanLigne
   ELSE
     MOVE WS-KC-Coefficient(WS-IdxCoef)
         TO WS-AF-Coefficient(WS-NbAffectations)
   END-IF.

DEROULER-SEMAINE.
   COMPUTE WS-JoursSemaine = (WS-Semaine - 1) * 7
   COMPUTE WS-DateSemaine = FUNCTION DATE-OF-INTEGER
       (WS-DebutSaisonNum + WS-JoursSemaine)
   MOVE SPACES TO PlanLigne
   MOVE WS-SE-Etp(WS-Semaine) TO WS-EtpEdit
   MOVE WS-SE-Pluie(WS-Semaine) TO WS-PluieEdit
   STRING "--- Semaine " DELIMITED BY SIZE
          WS-Semaine(2:2) DELIMITED BY SIZE
          " (à partir du " DELIMITED BY SIZE
          WS-DateSemaine DELIMITED BY SIZE
          ") - ETP " DELIMITED BY SIZE
          WS-EtpEdit DELIMITED BY SIZE
          " mm, pluie " DELIMITED BY SIZE
          WS-PluieEdit DELIMITED BY SIZE
          " mm ---" DELIMITED BY SIZE
     INTO PlanLigne
   END-STRING
   WRITE PlanLigne
   MOVE ZERO TO WS-TotalSemaine
   PERFORM ARROSER-PARCELLE
       VARYING WS-IdxParcelle FROM 1 BY 1
       UNTIL WS-IdxParcelle > WS-NbParcelles
   MOVE WS-TotalSemaine TO WS-LitresEdit
   MOVE SPACES TO PlanLigne
   STRING "  Total de la semaine : " DELIMITED BY SIZE
          WS-LitresEdit DELIMITED BY SIZE
          " L" DELIMITED BY SIZE
     INTO PlanLigne
   END-STRING
   WRITE PlanLigne.

*> Coefficient de la parcelle pour la semaine : le plus fort des
*> cultures en place ; aucune culture en place, rien à arroser.
ARROSER-PARCELLE.
   MOVE ZERO TO WS-CoefParcelle
   PERFORM VARYING WS-IdxAff FROM 1 BY 1
       UNTIL WS-IdxAff > WS-NbAffectations
     IF WS-AF-IdxParcelle(WS-IdxAff) = WS-IdxParcelle
        AND WS-Semaine >= WS-AF-Debut(WS-IdxAff)
        AND WS-Semaine <= WS-AF-Fin(WS-IdxAff)
        AND WS-AF-Coefficient(WS-IdxAff) > WS-CoefParcelle THEN
       MOVE WS-AF-Coefficient(WS-IdxAff) TO WS-CoefParcelle
     END-IF
   END-PERFORM
   IF WS-CoefParcelle = ZERO THEN
     EXIT PARAGRAPH
   END-IF
   COMPUTE WS-BesoinMm ROUNDED =
       WS-SE-Etp(WS-Semaine) * WS-CoefParcelle - WS-SE-Pluie(WS-Semaine)
   IF WS-BesoinMm < ZERO THEN
     MOVE ZERO TO WS-BesoinMm
   END-IF
   COMPUTE WS-Litres ROUNDED = WS-BesoinMm * WS-PAI-Aire(WS-IdxParcelle)
   MOVE WS-Litres TO WS-LitresEdit
   MOVE WS-CoefParcelle TO WS-CoefEdit
   MOVE WS-BesoinMm TO WS-BesoinEdit
   MOVE SPACES TO PlanLigne
   IF WS-Litres = ZERO THEN
     STRING "  Parcelle " DELIMITED BY SIZE
            FUNCTION TRIM(WS-PAI-Nom(WS-IdxParcelle)) DELIMITED BY SIZE
            " : pas d'arrosage, la pluie couvre le besoin (coef. "
                DELIMITED BY SIZE
            WS-CoefEdit DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
       INTO PlanLigne
     END-STRING
   ELSE
     ADD 1 TO WS-NbArrosages
     STRING "  Parcelle " DELIMITED BY SIZE
            FUNCTION TRIM(WS-PAI-Nom(WS-IdxParcelle)) DELIMITED BY SIZE
            " : arroser " DELIMITED BY SIZE
            FUNCTION TRIM(WS-LitresEdit) DELIMITED BY SIZE
            " L (coef. " DELIMITED BY SIZE
            WS-CoefEdit DELIMITED BY SIZE
            ", " DELIMITED BY SIZE
            FUNCTION TRIM(WS-BesoinEdit) DELIMITED BY SIZE
            " mm)" DELIMITED BY SIZE
       INTO PlanLigne
     END-STRING
   END-IF
   WRITE PlanLigne
   ADD WS-Litres TO WS-TotalSemaine
   ADD WS-Litres TO WS-PAI-Saison(WS-IdxParcelle)
   ADD WS-Litres TO WS-TotalSaison.

ECRIRE-TOTAUX-SAISON.
   MOVE SPACES TO PlanLigne
   WRITE PlanLigne
   MOVE "TOTAL DE LA SAISON PAR PARCELLE" TO PlanLigne
   WRITE PlanLigne
   PERFORM VARYING WS-IdxParcelle FROM 1 BY 1
       UNTIL WS-IdxParcelle > WS-NbParcelles
     IF WS-PAI-Saison(WS-IdxParcelle) > ZERO THEN
       MOVE WS-PAI-Saison(WS-IdxParcelle) TO WS-LitresEdit
       MOVE SPACES TO PlanLigne
       STRING "  " DELIMITED BY SIZE
              WS-PAI-Nom(WS-IdxParcelle) DELIMITED BY SIZE
              " : " DELIMITED BY SIZE
              WS-LitresEdit DELIMITED BY SIZE
              " L" DELIMITED BY SIZE
         INTO PlanLigne
       END-STRING
       WRITE PlanLigne
     END-IF
   END-PERFORM
   MOVE WS-TotalSaison TO WS-LitresEdit
   COMPUTE WS-MetresCubes ROUNDED = WS-TotalSaison / 1000
   MOVE WS-MetresCubes TO WS-M3Edit
   MOVE SPACES TO PlanLigne
   STRING "EAU DE LA SAISON : " DELIMITED BY SIZE
          WS-LitresEdit DELIMITED BY SIZE
          " L, soit " DELIMITED BY SIZE
          WS-M3Edit DELIMITED BY SIZE
          " m3" DELIMITED BY SIZE
     INTO PlanLigne
   END-STRING
   WRITE PlanLigne
   PERFORM COMPARER-COMPTEUR.

*> Relevé du compteur d'eau de la saison (compteureau.txt, m³ sur six
*> chiffres et une décimale) : l'écart positif est de l'eau passée
*> au-delà du besoin.
COMPARER-COMPTEUR.
   OPEN INPUT compteureau
   IF WS-COMPTEUR-STATUS = "00" THEN
     READ compteureau
       NOT AT END
         IF CE-MetresCubes NUMERIC THEN
           MOVE CE-MetresCubes TO WS-CompteurM3
           MOVE 'O' TO WS-CompteurPresent
         END-IF
     END-READ
     CLOSE compteureau
   END-IF
   IF WS-CompteurPresent = 'N' THEN
     MOVE "Relevé du compteur absent (compteureau.txt) : pas de comparaison."
         TO PlanLigne
     WRITE PlanLigne
     EXIT PARAGRAPH
   END-IF
   COMPUTE WS-EcartM3 = WS-CompteurM3 - WS-MetresCubes
   MOVE WS-CompteurM3 TO WS-M3Edit
   MOVE WS-EcartM3 TO WS-EcartEdit
   MOVE SPACES TO PlanLigne
   STRING "Compteur : " DELIMITED BY SIZE
          WS-M3Edit DELIMITED BY SIZE
          " m3, écart au besoin : " DELIMITED BY SIZE
          WS-EcartEdit DELIMITED BY SIZE
          " m3" DELIMITED BY SIZE
     INTO PlanLigne
   END-STRING
   WRITE PlanLigne.
