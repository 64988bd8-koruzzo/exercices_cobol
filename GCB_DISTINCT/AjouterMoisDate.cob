IDENTIFICATION DIVISION.
PROGRAM-ID. AjouterMoisDate.

*> Avance une date AAAAMMJJ d'un nombre de mois, pour les échéances des
*> dépôts à terme (GestionDepotsATerme à l'ouverture,
*> EcheancesDepotsATerme au renouvellement). Le jour du résultat est le
*> jour du contrat, ramené au dernier jour du mois d'arrivée quand ce
*> mois est plus court : un dépôt ouvert le 31 janvier pour un mois
*> échoit le 28 (ou 29) février, pour douze mois le 31 janvier suivant.
*> Le jour du contrat est passé à part, pour qu'une date déjà ramenée
*> en fin de mois ne raccourcisse pas les échéances suivantes ; à zéro,
*> c'est le jour de la date de départ qui sert. Une date de départ
*> illisible est rendue telle quelle.

DATA DIVISION.

WORKING-STORAGE SECTION.
01 WS-Date.
   05 WS-DA-Annee PIC 9(4).
   05 WS-DA-Mois  PIC 9(2).
   05 WS-DA-Jour  PIC 9(2).
01 WS-MoisSuivant.
   05 WS-MS-Annee PIC 9(4).
   05 WS-MS-Mois  PIC 9(2).
   05 WS-MS-Jour  PIC 9(2).
01 WS-FinMois.
   05 WS-FM-Annee PIC 9(4).
   05 WS-FM-Mois  PIC 9(2).
   05 WS-FM-Jour  PIC 9(2).
01 WS-DateNum    PIC 9(8).
01 WS-Jour       PIC 9(2).
01 WS-TotalMois  PIC 9(7).
01 WS-Reste      PIC 9(2).

LINKAGE SECTION.
01 MoisDateDepart   PIC X(8).
01 MoisJourContrat  PIC 9(2).
01 MoisNombre       PIC 9(3).
01 MoisDateResultat PIC X(8).

PROCEDURE DIVISION USING MoisDateDepart MoisJourContrat MoisNombre
                         MoisDateResultat.
  MOVE MoisDateDepart TO MoisDateResultat
  IF MoisDateDepart NOT NUMERIC THEN
    GOBACK
  END-IF
  MOVE MoisDateDepart TO WS-Date
  IF MoisJourContrat NUMERIC AND MoisJourContrat > ZERO THEN
    MOVE MoisJourContrat TO WS-Jour
  ELSE
    MOVE WS-DA-Jour TO WS-Jour
  END-IF

  COMPUTE WS-TotalMois = WS-DA-Annee * 12 + WS-DA-Mois - 1 + MoisNombre
  DIVIDE WS-TotalMois BY 12 GIVING WS-DA-Annee REMAINDER WS-Reste
  COMPUTE WS-DA-Mois = WS-Reste + 1

  *> Dernier jour du mois d'arrivée : veille du 1er du mois suivant.
  MOVE WS-DA-Annee TO WS-MS-Annee
  COMPUTE WS-MS-Mois = WS-DA-Mois + 1
  IF WS-MS-Mois > 12 THEN
    MOVE 1 TO WS-MS-Mois
    ADD 1 TO WS-MS-Annee
  END-IF
  MOVE 1 TO WS-MS-Jour
  MOVE WS-MoisSuivant TO WS-DateNum
  COMPUTE WS-DateNum =
      FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(WS-DateNum) - 1)
  MOVE WS-DateNum TO WS-FinMois

  IF WS-Jour > WS-FM-Jour THEN
    MOVE WS-FM-Jour TO WS-DA-Jour
  ELSE
    MOVE WS-Jour TO WS-DA-Jour
  END-IF
  MOVE WS-Date TO MoisDateResultat
  GOBACK.
