IDENTIFICATION DIVISION.
PROGRAM-ID. RelancesAbonnements.

*> Job hebdomadaire des réclamations de périodiques : balaie
*> bulletinage.txt et liste dans reclamations.txt chaque numéro d'un
*> abonnement actif toujours pas reçu à sa date de parution attendue
*> augmentée du délai de grâce (delaireclamation.txt, défaut 7 jours).
*> Pour chacun, une lettre de réclamation part au fournisseur par le
*> spool de courrier commun (SpoolerCourrier, source 'F', adresse du
*> répertoire fournisseurs.txt) ; le numéro passe au statut réclamé
*> avec la date et le compte des relances. Un numéro déjà réclamé
*> n'est relancé qu'une fois le délai de grâce écoulé depuis la
*> dernière réclamation : un passage par semaine ne double pas les
*> lettres.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT abonnements ASSIGN TO "abonnements.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ABONNEMENTS-STATUS.

  SELECT bulletinage ASSIGN TO "bulletinage.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-BULLETINAGE-STATUS.

  SELECT delaireclamation ASSIGN TO "delaireclamation.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DELAI-STATUS.

  SELECT reclamations ASSIGN TO "reclamations.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECLAMATIONS-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD abonnements.
COPY "ABONNEMENT.cpy".

FD bulletinage.
COPY "BULLETIN.cpy".

FD delaireclamation.
01 DelaiReclamationLigne PIC X(3).

FD reclamations.
01 ReclamationLigne PIC X(120).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-ABONNEMENTS-STATUS  PIC XX.
01 WS-BULLETINAGE-STATUS  PIC XX.
01 WS-DELAI-STATUS        PIC XX.
01 WS-RECLAMATIONS-STATUS PIC XX.
01 WS-DATEVALEUR-STATUS   PIC XX.

01 WS-FinLecture PIC X(1).
01 WS-DateJour   PIC X(8).
01 DELAI-RECLAMATION-DEFAUT PIC 9(3) VALUE 7.
01 WS-DelaiGrace PIC 9(3).
01 WS-NbReclames PIC 9(4) VALUE ZERO.
01 WS-Idx        PIC 9(4).
01 WS-IdxAbo     PIC 9(3).
01 WS-AReclamer  PIC X(1).

01 WS-DateNum      PIC 9(8).
01 WS-JoursJour    PIC S9(9).
01 WS-JoursLimite  PIC S9(9).

01 WS-TableAbonnements.
   05 WS-AbonnementEntree OCCURS 50 TIMES.
      10 WS-AB-Code        PIC X(6).
      10 WS-AB-Titre       PIC X(25).
      10 WS-AB-Fournisseur PIC X(6).
      10 WS-AB-Statut      PIC X(1).
01 WS-NbAbonnements PIC 9(3) VALUE ZERO.

01 WS-TableBulletinage.
   05 WS-NumeroEntree OCCURS 2000 TIMES.
      10 WS-NU-Code            PIC X(6).
      10 WS-NU-Numero          PIC 9(4).
      10 WS-NU-DateAttendue    PIC X(8).
      10 WS-NU-Statut          PIC X(1).
      10 WS-NU-DateRecue       PIC X(8).
      10 WS-NU-CodeBarre       PIC X(10).
      10 WS-NU-NbReclamations  PIC 9(2).
      10 WS-NU-DateReclamation PIC X(8).
01 WS-NbNumeros PIC 9(4) VALUE ZERO.
01 WS-BulletinageDeborde PIC X(1) VALUE 'N'.

01 WS-CourrierType PIC X(10).
01 WS-CourrierSource PIC X(1).
01 WS-CourrierDestinataire PIC X(6).
01 WS-CourrierTexte PIC X(100).
01 WS-CourrierNumero PIC 9(6).

PROCEDURE DIVISION.
   PERFORM CHARGER-DATE-VALEUR
   PERFORM CHARGER-DELAI
   PERFORM CHARGER-ABONNEMENTS
   PERFORM CHARGER-BULLETINAGE
   MOVE WS-DateJour TO WS-DateNum
   COMPUTE WS-JoursJour = FUNCTION INTEGER-OF-DATE(WS-DateNum)

   OPEN OUTPUT reclamations
   MOVE SPACES TO ReclamationLigne
   STRING "RECLAMATIONS DE PERIODIQUES au " DELIMITED BY SIZE
          WS-DateJour DELIMITED BY SIZE
          " (délai de grâce " DELIMITED BY SIZE
          WS-DelaiGrace DELIMITED BY SIZE
          " jours)" DELIMITED BY SIZE
     INTO ReclamationLigne
   END-STRING
   WRITE ReclamationLigne

   IF WS-BulletinageDeborde = 'O' THEN
     MOVE "bulletinage.txt dépasse la capacité de travail (2000) : "
       TO ReclamationLigne
     WRITE ReclamationLigne
     MOVE "purger les numéros anciens, aucune réclamation émise."
       TO ReclamationLigne
     WRITE ReclamationLigne
     CLOSE reclamations
     DISPLAY "bulletinage.txt déborde, réclamations non traitées."
     STOP RUN
   END-IF

   PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbNumeros
     PERFORM EXAMINER-NUMERO
   END-PERFORM

   IF WS-NbReclames = ZERO THEN
     MOVE "Aucun numéro en retard de parution." TO ReclamationLigne
     WRITE ReclamationLigne
   ELSE
     PERFORM SAUVER-BULLETINAGE
   END-IF
   CLOSE reclamations
   DISPLAY "Réclamations de périodiques : " WS-NbReclames
           " numéro(s) réclamé(s) (reclamations.txt)."
   STOP RUN.

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

CHARGER-DELAI.
   MOVE DELAI-RECLAMATION-DEFAUT TO WS-DelaiGrace
   OPEN INPUT delaireclamation
   IF WS-DELAI-STATUS = "00" THEN
     READ delaireclamation
       NOT AT END MOVE DelaiReclamationLigne TO WS-DelaiGrace
     END-READ
     CLOSE delaireclamation
   END-IF.

CHARGER-ABONNEMENTS.
   MOVE ZERO TO WS-NbAbonnements
   OPEN INPUT abonnements
   IF WS-ABONNEMENTS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-ABONNEMENT-SUIVANT
         UNTIL WS-FinLecture = 'O' OR WS-NbAbonnements = 50
     CLOSE abonnements
   END-IF.

LIRE-ABONNEMENT-SUIVANT.
   READ abonnements
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       ADD 1 TO WS-NbAbonnements
       MOVE AB-Code        TO WS-AB-Code(WS-NbAbonnements)
       MOVE AB-Titre       TO WS-AB-Titre(WS-NbAbonnements)
       MOVE AB-Fournisseur TO WS-AB-Fournisseur(WS-NbAbonnements)
       MOVE AB-Statut      TO WS-AB-Statut(WS-NbAbonnements)
   END-READ.

CHARGER-BULLETINAGE.
   MOVE ZERO TO WS-NbNumeros
   OPEN INPUT bulletinage
   IF WS-BULLETINAGE-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-NUMERO-SUIVANT
         UNTIL WS-FinLecture = 'O' OR WS-NbNumeros = 2000
     IF WS-FinLecture NOT = 'O' THEN
       READ bulletinage
         AT END CONTINUE
         NOT AT END MOVE 'O' TO WS-BulletinageDeborde
       END-READ
     END-IF
     CLOSE bulletinage
   END-IF.

LIRE-NUMERO-SUIVANT.
   READ bulletinage
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       ADD 1 TO WS-NbNumeros
       MOVE NU-Code            TO WS-NU-Code(WS-NbNumeros)
       MOVE NU-Numero          TO WS-NU-Numero(WS-NbNumeros)
       MOVE NU-DateAttendue    TO WS-NU-DateAttendue(WS-NbNumeros)
       MOVE NU-Statut          TO WS-NU-Statut(WS-NbNumeros)
       MOVE NU-DateRecue       TO WS-NU-DateRecue(WS-NbNumeros)
       MOVE NU-CodeBarre       TO WS-NU-CodeBarre(WS-NbNumeros)
       MOVE NU-NbReclamations  TO WS-NU-NbReclamations(WS-NbNumeros)
       MOVE NU-DateReclamation TO WS-NU-DateReclamation(WS-NbNumeros)
   END-READ.

SAUVER-BULLETINAGE.
   OPEN OUTPUT bulletinage
   PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbNumeros
     MOVE WS-NU-Code(WS-Idx)            TO NU-Code
     MOVE WS-NU-Numero(WS-Idx)          TO NU-Numero
     MOVE WS-NU-DateAttendue(WS-Idx)    TO NU-DateAttendue
     MOVE WS-NU-Statut(WS-Idx)          TO NU-Statut
     MOVE WS-NU-DateRecue(WS-Idx)       TO NU-DateRecue
     MOVE WS-NU-CodeBarre(WS-Idx)       TO NU-CodeBarre
     MOVE WS-NU-NbReclamations(WS-Idx)  TO NU-NbReclamations
     MOVE WS-NU-DateReclamation(WS-Idx) TO NU-DateReclamation
     WRITE BulletinRecord
   END-PERFORM
   CLOSE bulletinage.

*> Un numéro attendu est en retard une fois sa date de parution plus
*> le délai de grâce dépassée ; un numéro réclamé se relance quand le
*> même délai s'est écoulé depuis la dernière lettre.
EXAMINER-NUMERO.
   IF WS-NU-Statut(WS-Idx) = 'R' THEN
     EXIT PARAGRAPH
   END-IF
   PERFORM VARYING WS-IdxAbo FROM 1 BY 1
       UNTIL WS-IdxAbo > WS-NbAbonnements
          OR WS-AB-Code(WS-IdxAbo) = WS-NU-Code(WS-Idx)
     CONTINUE
   END-PERFORM
   IF WS-IdxAbo > WS-NbAbonnements THEN
     EXIT PARAGRAPH
   END-IF
   IF WS-AB-Statut(WS-IdxAbo) NOT = 'A' THEN
     EXIT PARAGRAPH
   END-IF
   MOVE 'N' TO WS-AReclamer
   IF WS-NU-Statut(WS-Idx) = 'C'
      AND WS-NU-DateReclamation(WS-Idx) IS NUMERIC THEN
     MOVE WS-NU-DateReclamation(WS-Idx) TO WS-DateNum
   ELSE
     MOVE WS-NU-DateAttendue(WS-Idx) TO WS-DateNum
   END-IF
   COMPUTE WS-JoursLimite = FUNCTION INTEGER-OF-DATE(WS-DateNum)
                          + WS-DelaiGrace
   IF WS-JoursJour > WS-JoursLimite THEN
     MOVE 'O' TO WS-AReclamer
   END-IF
   IF WS-AReclamer = 'O' THEN
     PERFORM RECLAMER-NUMERO
   END-IF.

RECLAMER-NUMERO.
   ADD 1 TO WS-NbReclames
   MOVE 'C' TO WS-NU-Statut(WS-Idx)
   ADD 1 TO WS-NU-NbReclamations(WS-Idx)
   MOVE WS-DateJour TO WS-NU-DateReclamation(WS-Idx)
   MOVE SPACES TO ReclamationLigne
   STRING WS-AB-Fournisseur(WS-IdxAbo) DELIMITED BY SIZE
          " : " DELIMITED BY SIZE
          FUNCTION TRIM(WS-AB-Titre(WS-IdxAbo)) DELIMITED BY SIZE
          " n." DELIMITED BY SIZE
          WS-NU-Numero(WS-Idx) DELIMITED BY SIZE
          " attendu le " DELIMITED BY SIZE
          WS-NU-DateAttendue(WS-Idx) DELIMITED BY SIZE
          " non reçu, réclamation " DELIMITED BY SIZE
          WS-NU-NbReclamations(WS-Idx) DELIMITED BY SIZE
          " (abonnement " DELIMITED BY SIZE
          WS-AB-Code(WS-IdxAbo) DELIMITED BY SIZE
          ")" DELIMITED BY SIZE
     INTO ReclamationLigne
   END-STRING
   WRITE ReclamationLigne
   MOVE "RECLAM-ABO" TO WS-CourrierType
   MOVE 'F' TO WS-CourrierSource
   MOVE WS-AB-Fournisseur(WS-IdxAbo) TO WS-CourrierDestinataire
   MOVE SPACES TO WS-CourrierTexte
   STRING "Nous n'avons pas reçu le numéro " DELIMITED BY SIZE
          WS-NU-Numero(WS-Idx) DELIMITED BY SIZE
          " de " DELIMITED BY SIZE
          FUNCTION TRIM(WS-AB-Titre(WS-IdxAbo)) DELIMITED BY SIZE
          " attendu le " DELIMITED BY SIZE
          WS-NU-DateAttendue(WS-Idx) DELIMITED BY SIZE
          " : merci de nous l'adresser." DELIMITED BY SIZE
     INTO WS-CourrierTexte
   END-STRING
   CALL 'SpoolerCourrier' USING WS-CourrierType
                                 WS-CourrierSource
                                 WS-CourrierDestinataire
                                 WS-CourrierTexte
                                 WS-CourrierNumero.
