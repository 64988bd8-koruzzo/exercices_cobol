IDENTIFICATION DIVISION.
PROGRAM-ID. LoyersImpayes.

*> Relevé des loyers impayés des jardins familiaux : tout loyer encore
*> dû au carnet (loyers.txt, alimenté par FacturationLoyersJardin et
*> pointé dans GestionLocations) dont l'avis date de plus du délai de
*> grâce (delaiimpaye.txt, en jours ; défaut 30) est repris dans
*> loyersimpayes.txt avec la parcelle, la location, le locataire du
*> registre (locations.txt), l'année, le montant, la date de l'avis et
*> le retard en jours. Ce fichier est relu par ControleRotation et
*> PlanTravaux, qui signalent les parcelles à relouer.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT locations ASSIGN TO "locations.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-LOCATIONS-STATUS.

  SELECT loyers ASSIGN TO "loyers.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-LOYERS-STATUS.

  SELECT delaiimpaye ASSIGN TO "delaiimpaye.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DELAI-STATUS.

  SELECT impayes ASSIGN TO "loyersimpayes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-IMPAYES-STATUS.

DATA DIVISION.

FILE SECTION.
FD locations.
01 LocationRecord.
   05 LO-Numero     PIC 9(6).
   05 LO-Parcelle   PIC X(20).
   05 LO-Locataire  PIC X(30).
   05 LO-Adresse    PIC X(40).
   05 LO-Compte     PIC X(6).
   05 LO-DateAccord PIC X(8).
   05 LO-DateDebut  PIC X(8).
   05 LO-DateFin    PIC X(8).
   05 LO-Surface    PIC 9(7)V99.
   05 LO-Loyer      PIC 9(5)V99.

FD loyers.
01 LoyerRecord.
   05 LY-Numero       PIC 9(6).
   05 LY-Annee        PIC 9(4).
   05 LY-Parcelle     PIC X(20).
   05 LY-Montant      PIC 9(5)V99.
   05 LY-DateAvis     PIC X(8).
   05 LY-Statut       PIC X(1).
      88 LOYER-DU   VALUE 'D'.
      88 LOYER-PAYE VALUE 'P'.
   05 LY-DatePaiement PIC X(8).
   05 LY-Mode         PIC X(1).

FD delaiimpaye.
01 DelaiImpayeLigne PIC X(3).

FD impayes.
01 ImpayeRecord.
   05 LI-Parcelle  PIC X(20).
   05 LI-Numero    PIC 9(6).
   05 LI-Locataire PIC X(30).
   05 LI-Annee     PIC 9(4).
   05 LI-Montant   PIC 9(5)V99.
   05 LI-DateAvis  PIC X(8).
   05 LI-Retard    PIC 9(5).

WORKING-STORAGE SECTION.
01 WS-LOCATIONS-STATUS PIC XX.
01 WS-LOYERS-STATUS    PIC XX.
01 WS-DELAI-STATUS     PIC XX.
01 WS-IMPAYES-STATUS   PIC XX.

01 WS-FinLecture PIC X(1).

01 DELAI-GRACE-DEFAUT PIC 9(3) VALUE 30.
01 WS-DelaiGrace   PIC 9(3).
01 WS-DateJour     PIC 9(8).
01 WS-DateJourNum  PIC 9(8).
01 WS-DateAvis     PIC 9(8).
01 WS-DateAvisNum  PIC 9(8).
01 WS-Retard       PIC 9(5).

01 WS-TableLocations.
   05 WS-LocEntree OCCURS 2000 TIMES.
      10 WS-LO-Numero    PIC 9(6).
      10 WS-LO-Locataire PIC X(30).
01 WS-NbLocations PIC 9(4) VALUE ZERO.
01 WS-Idx         PIC 9(4).

01 WS-NbImpayes    PIC 9(4) VALUE ZERO.
01 WS-TotalImpaye  PIC 9(8)V99 VALUE ZERO.

PROCEDURE DIVISION.
   ACCEPT WS-DateJour FROM DATE YYYYMMDD
   COMPUTE WS-DateJourNum = FUNCTION INTEGER-OF-DATE(WS-DateJour)
   MOVE DELAI-GRACE-DEFAUT TO WS-DelaiGrace
   OPEN INPUT delaiimpaye
   IF WS-DELAI-STATUS = "00" THEN
     READ delaiimpaye
       NOT AT END
         IF DelaiImpayeLigne NUMERIC THEN
           MOVE DelaiImpayeLigne TO WS-DelaiGrace
         END-IF
     END-READ
     CLOSE delaiimpaye
   END-IF
   PERFORM CHARGER-LOCATIONS

   OPEN OUTPUT impayes
   OPEN INPUT loyers
   IF WS-LOYERS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM EXAMINER-LOYER-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE loyers
   END-IF
   CLOSE impayes
   DISPLAY "Loyers impayés au " WS-DateJour " (délai de grâce "
           WS-DelaiGrace " jours) : " WS-NbImpayes " pour "
           WS-TotalImpaye " (loyersimpayes.txt)."
   STOP RUN.

CHARGER-LOCATIONS.
   OPEN INPUT locations
   IF WS-LOCATIONS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-LOCATION-SUIVANTE
         UNTIL WS-FinLecture = 'O' OR WS-NbLocations = 2000
     CLOSE locations
   END-IF.

LIRE-LOCATION-SUIVANTE.
   READ locations
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       ADD 1 TO WS-NbLocations
       MOVE LO-Numero    TO WS-LO-Numero(WS-NbLocations)
       MOVE LO-Locataire TO WS-LO-Locataire(WS-NbLocations)
   END-READ.

*> Une date d'avis illisible ne permet pas de compter le retard : le
*> loyer est alors repris tel quel, retard à zéro.
EXAMINER-LOYER-SUIVANT.
   READ loyers
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF LOYER-DU THEN
         MOVE ZERO TO WS-Retard
         IF LY-DateAvis NUMERIC THEN
           MOVE LY-DateAvis TO WS-DateAvis
           COMPUTE WS-DateAvisNum = FUNCTION INTEGER-OF-DATE(WS-DateAvis)
           IF WS-DateAvisNum < WS-DateJourNum THEN
             COMPUTE WS-Retard = WS-DateJourNum - WS-DateAvisNum
           END-IF
           IF WS-Retard > WS-DelaiGrace THEN
             PERFORM ECRIRE-IMPAYE
           END-IF
         ELSE
           PERFORM ECRIRE-IMPAYE
         END-IF
       END-IF
   END-READ.

ECRIRE-IMPAYE.
   MOVE LY-Parcelle TO LI-Parcelle
   MOVE LY-Numero   TO LI-Numero
   MOVE SPACES      TO LI-Locataire
   PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbLocations
     IF WS-LO-Numero(WS-Idx) = LY-Numero THEN
       MOVE WS-LO-Locataire(WS-Idx) TO LI-Locataire
     END-IF
   END-PERFORM
   MOVE LY-Annee    TO LI-Annee
   MOVE LY-Montant  TO LI-Montant
   MOVE LY-DateAvis TO LI-DateAvis
   MOVE WS-Retard   TO LI-Retard
   WRITE ImpayeRecord
   ADD 1 TO WS-NbImpayes
   ADD LY-Montant TO WS-TotalImpaye.
