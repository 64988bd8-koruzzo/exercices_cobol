IDENTIFICATION DIVISION.
PROGRAM-ID. ControlerExtraitJour.

*> Appelé en tête de chaque traitement de fin de journée avant qu'il ne
*> lise l'extrait historique_jour.txt produit par CloturerJournee :
*>  - le contrôle historique_jour_ctl.txt doit exister et commencer par
*>    son enregistrement de totaux ;
*>  - les totaux du journal entier relevés avec l'extrait doivent
*>    égaler le scellé historique_scelle.txt (même date, même nombre
*>    d'écritures, même somme des HistoriqueValA, même id maximum) :
*>    un extrait d'une autre journée, ou taillé dans un journal qui a
*>    bougé depuis, est refusé ;
*>  - l'extrait recompté doit redonner les totaux de son contrôle, avec
*>    toutes ses écritures à la date de la journée.
*> La réponse est 'O' avec la date de la journée extraite, ou 'N' après
*> affichage du motif ; l'appelant refuse alors de s'exécuter.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT ctlextrait ASSIGN TO "historique_jour_ctl.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CTLEXTRAIT-STATUS.

  SELECT scelle ASSIGN TO "historique_scelle.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SCELLE-STATUS.

  SELECT extraitjour ASSIGN TO "historique_jour.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-EXTRAIT-STATUS.

DATA DIVISION.

FILE SECTION.
FD ctlextrait.
COPY "EXTRAITJOUR.cpy".

FD scelle.
01 ScelleRecord.
   05 SC-Date        PIC X(8).
   05 SC-NbEcritures PIC 9(9).
   05 SC-SommeValA   PIC 9(12)V99.
   05 SC-MaxId       PIC 9(9).

FD extraitjour.
COPY "HISTORIQUE.cpy".

WORKING-STORAGE SECTION.
01 WS-CTLEXTRAIT-STATUS PIC XX.
01 WS-SCELLE-STATUS     PIC XX.
01 WS-EXTRAIT-STATUS    PIC XX.
01 WS-FinLecture        PIC X(1).
01 WS-TotauxLus         PIC X(1).
01 WS-ScelleLu          PIC X(1).
01 WS-NbRecomptees      PIC 9(9).
01 WS-SommeRecomptee    PIC 9(12)V99.
01 WS-NbHorsJournee     PIC 9(9).

LINKAGE SECTION.
01 ExtraitDate    PIC X(8).
01 ExtraitValide  PIC X(1).
   88 EXTRAIT-VALIDE  VALUE 'O'.
   88 EXTRAIT-REFUSE  VALUE 'N'.

PROCEDURE DIVISION USING ExtraitDate ExtraitValide.
  SET EXTRAIT-REFUSE TO TRUE
  MOVE SPACES TO ExtraitDate

  MOVE 'N' TO WS-TotauxLus
  OPEN INPUT ctlextrait
  IF WS-CTLEXTRAIT-STATUS = "00" THEN
    READ ctlextrait
      NOT AT END
        IF XJ-TOTAUX THEN
          MOVE 'O' TO WS-TotauxLus
        END-IF
    END-READ
    CLOSE ctlextrait
  END-IF
  IF WS-TotauxLus NOT = 'O' THEN
    DISPLAY "Extrait de la journée sans contrôle "
            "(historique_jour_ctl.txt absent ou illisible) : "
            "lancer CloturerJournee d'abord."
    GOBACK
  END-IF
  MOVE XJ-Date TO ExtraitDate

  MOVE 'N' TO WS-ScelleLu
  OPEN INPUT scelle
  IF WS-SCELLE-STATUS = "00" THEN
    READ scelle
      NOT AT END MOVE 'O' TO WS-ScelleLu
    END-READ
    CLOSE scelle
  END-IF
  IF WS-ScelleLu NOT = 'O' THEN
    DISPLAY "Pas de scellé du journal (historique_scelle.txt absent) : "
            "extrait de la journée " XJ-Date " non vérifiable."
    GOBACK
  END-IF
  IF SC-Date NOT = XJ-Date
     OR SC-NbEcritures NOT = XJ-NbJournal
     OR SC-SommeValA NOT = XJ-SommeJournal
     OR SC-MaxId NOT = XJ-MaxId THEN
    DISPLAY "Extrait de la journée " XJ-Date " discordant avec le "
            "scellé du " SC-Date " : " XJ-NbJournal " écriture(s) id max "
            XJ-MaxId " contre " SC-NbEcritures " id max " SC-MaxId "."
    GOBACK
  END-IF

  MOVE ZERO TO WS-NbRecomptees
  MOVE ZERO TO WS-SommeRecomptee
  MOVE ZERO TO WS-NbHorsJournee
  OPEN INPUT extraitjour
  IF WS-EXTRAIT-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM RECOMPTER-ECRITURE UNTIL WS-FinLecture = 'O'
    CLOSE extraitjour
  END-IF
  IF WS-NbRecomptees NOT = XJ-NbEcritures
     OR WS-SommeRecomptee NOT = XJ-SommeValA
     OR WS-NbHorsJournee > ZERO THEN
    DISPLAY "Extrait historique_jour.txt altéré : " WS-NbRecomptees
            " écriture(s) pour " WS-SommeRecomptee " contre "
            XJ-NbEcritures " pour " XJ-SommeValA " au contrôle, "
            WS-NbHorsJournee " hors journée " XJ-Date "."
    GOBACK
  END-IF

  SET EXTRAIT-VALIDE TO TRUE
  GOBACK.

RECOMPTER-ECRITURE.
  READ extraitjour
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbRecomptees
      ADD HistoriqueValA TO WS-SommeRecomptee
      IF HistoriqueDate NOT = XJ-Date THEN
        ADD 1 TO WS-NbHorsJournee
      END-IF
  END-READ.
