*> CALCULER-AMENDE d'EmpruntRetour), accepte un règlement total ou
*> partiel, décrémente le solde et journalise chaque encaissement dans
*> reglementsamendes.txt (date, adhérent, montant, solde restant) pour
*> que le tiroir puisse être rapproché des encaissements du jour. Le
*> mode de règlement distingue le guichet ('G', ou blanc sur les
*> anciennes lignes) du prélèvement bancaire ('P',
*> PrelevementsBibliotheque), qui ne passe pas par le tiroir.
*> Rien n'est encaissé dans une période close de la bibliothèque
*> (ControlerPeriode, GestionPeriodes côté banque).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   05 RA-MembreId     PIC X(6).
   05 RA-Montant      PIC 9(6)V99.
   05 RA-SoldeRestant PIC 9(6)V99.
   05 RA-Mode         PIC X(1).
      88 REGLEMENT-GUICHET     VALUE 'G' ' '.
      88 REGLEMENT-PRELEVEMENT VALUE 'P'.

FD datevaleur.
01 DateValeurRecord.
01 WS-MembreIdSaisi PIC X(6).
01 WS-MontantPaye   PIC 9(6)V99.
01 WS-DateJour      PIC X(8).
01 WS-DomaineBibliotheque PIC X(1) VALUE 'L'.
01 WS-PeriodeJour    PIC X(6).
01 WS-PeriodeOuverte PIC X(1).

PROCEDURE DIVISION.
   DISPLAY "Encaissement des amendes."
   PERFORM CHARGER-DATE-VALEUR
   PERFORM CONTROLER-PERIODE-JOUR

   OPEN I-O membres
   IF WS-MEMBRES-STATUS NOT = "00" THEN
       END-IF
   END-READ.

CHARGER-DATE-VALEUR.
   ACCEPT WS-DateJour FROM DATE YYYYMMDD
   OPEN INPUT datevaleur
   IF WS-DATEVALEUR-STATUS = "00" THEN
         END-IF
     END-READ
     CLOSE datevaleur
   END-IF.

CONTROLER-PERIODE-JOUR.
   MOVE WS-DateJour(1:6) TO WS-PeriodeJour
   CALL 'ControlerPeriode' USING WS-DomaineBibliotheque WS-PeriodeJour
                                 WS-PeriodeOuverte
   IF WS-PeriodeOuverte NOT = 'O' THEN
     DISPLAY "La période " WS-PeriodeJour " de la journée " WS-DateJour
             " est close : aucun encaissement n'y est posté."
     STOP RUN
   END-IF.

JOURNALISER-REGLEMENT.
   PERFORM CHARGER-DATE-VALEUR
   OPEN EXTEND reglements
   IF WS-REGLEMENTS-STATUS NOT = "00" THEN
     OPEN OUTPUT reglements
   MOVE MembreId TO RA-MembreId
   MOVE WS-MontantPaye TO RA-Montant
   MOVE MembreSoldeDu TO RA-SoldeRestant
   SET REGLEMENT-GUICHET TO TRUE
   WRITE ReglementAmendeRecord
   CLOSE reglements.
