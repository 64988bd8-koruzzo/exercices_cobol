IDENTIFICATION DIVISION.
PROGRAM-ID. ControlerPeriode.

*> Contrôle de période comptable commun à toute la maison : l'appelant
*> remet un domaine ('B' banque, 'L' bibliothèque, 'M' magasin) et un
*> mois AAAAMM, le sous-programme relit ../periodescomptables.txt (voir
*> PERIODES.cpy) et répond 'O' si la période est ouverte, 'N' si elle
*> a été clôturée par un superviseur (GestionPeriodes) et pas rouverte
*> depuis. Un mois sans ligne, ou l'absence du fichier, vaut période
*> ouverte. Chaque programme qui poste refuse une écriture datée d'une
*> période close et chaque état de période refuse de régénérer un mois
*> clos ; une copie jumelle de ce sous-programme vit côté bibliothèque
*> et magasin avec les chemins adaptés à son répertoire.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT periodes ASSIGN TO "../periodescomptables.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PERIODES-STATUS.

DATA DIVISION.

FILE SECTION.
FD periodes.
COPY "PERIODES.cpy".

WORKING-STORAGE SECTION.
01 WS-PERIODES-STATUS PIC XX.
01 WS-FinLecture      PIC X(1).

LINKAGE SECTION.
01 PeriodeDomaine PIC X(1).
01 PeriodeMois    PIC X(6).
01 PeriodeOuverte PIC X(1).
   88 PERIODE-OUVERTE VALUE 'O'.
   88 PERIODE-FERMEE  VALUE 'N'.

PROCEDURE DIVISION USING PeriodeDomaine PeriodeMois PeriodeOuverte.
  SET PERIODE-OUVERTE TO TRUE
  OPEN INPUT periodes
  IF WS-PERIODES-STATUS NOT = "00" THEN
    GOBACK
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM LIRE-PERIODE-SUIVANTE UNTIL WS-FinLecture = 'O'
  CLOSE periodes
  GOBACK.

*> La dernière ligne du mois fait foi : GestionPeriodes réécrit la
*> ligne en place, mais une ligne ajoutée à la main après coup
*> l'emporte sur la précédente.
LIRE-PERIODE-SUIVANTE.
  READ periodes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF PE-Domaine = PeriodeDomaine AND PE-Periode = PeriodeMois THEN
        IF PERIODE-CLOSE THEN
          SET PERIODE-FERMEE TO TRUE
        ELSE
          SET PERIODE-OUVERTE TO TRUE
        END-IF
      END-IF
  END-READ.
