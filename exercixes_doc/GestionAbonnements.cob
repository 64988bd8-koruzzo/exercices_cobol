IDENTIFICATION DIVISION.
PROGRAM-ID. GestionAbonnements.

*> Abonnements aux périodiques et bulletinage : les magazines ne vivent
*> plus sur le tableau mural. Un abonnement (abonnements.txt, voir
*> ABONNEMENT.cpy) porte le titre, l'ISSN, le fournisseur (répertoire
*> fournisseurs.txt, FOURNIS.cpy), la fréquence et la date de
*> renouvellement ; à l'ouverture et à chaque renouvellement, les
*> numéros attendus jusqu'à l'échéance sont prévus dans bulletinage.txt
*> (BULLETIN.cpy) avec leur date de parution attendue. B bulletine un
*> numéro reçu : il entre au catalogue livres.dat sous le titre
*> "<titre> n.<numéro>" avec une copie sur le site de réception
*> (site.txt) et au fichier des exemplaires sous un code-barres (celui
*> de l'étiquette, ou code abonnement + numéro à défaut) ; il se prête
*> alors par EmpruntRetour comme toute autre copie. Les numéros non
*> reçus sont réclamés par le job hebdomadaire RelancesAbonnements et
*> les renouvellements à venir sont commandés par Acquisitions.
*> Les mensuels et trimestriels sont attendus au même quantième, borné
*> au 28 pour rester valable tous les mois.

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

  SELECT fournisseurs ASSIGN TO "fournisseurs.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-FOURNISSEURS-STATUS.

  SELECT livres ASSIGN TO "livres.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS LivreTitre
      ALTERNATE RECORD KEY IS LivreIsbn
      FILE STATUS IS WS-LIVRES-STATUS.

  SELECT exemplaires ASSIGN TO "exemplaires.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-EXEMPLAIRES-STATUS.

  SELECT site ASSIGN TO "site.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SITE-STATUS.

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

FD fournisseurs.
COPY "FOURNIS.cpy".

FD livres.
COPY "LIVRE.cpy".

FD exemplaires.
01 ExemplaireRecord.
   05 EX-CodeBarre PIC X(10).
   05 EX-Titre     PIC X(25).
   05 EX-Site      PIC 9(1).
   05 EX-Statut    PIC X(1).

FD site.
01 SiteLigne PIC X(1).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-ABONNEMENTS-STATUS  PIC XX.
01 WS-BULLETINAGE-STATUS  PIC XX.
01 WS-FOURNISSEURS-STATUS PIC XX.
01 WS-LIVRES-STATUS       PIC XX.
01 WS-EXEMPLAIRES-STATUS  PIC XX.
01 WS-SITE-STATUS         PIC XX.
01 WS-DATEVALEUR-STATUS   PIC XX.
01 WS-Site                PIC 9(1) VALUE 1.

01 WS-Choix        PIC X(1).
01 WS-FinLecture   PIC X(1).
01 WS-DateJour     PIC X(8).
01 WS-Idx          PIC 9(4).
01 WS-IdxAbo       PIC 9(3).
01 WS-IdxNumero    PIC 9(4).
01 WS-NbPrevus     PIC 9(4).

01 WS-CodeSaisi       PIC X(6).
01 WS-NumeroSaisi     PIC 9(4).
01 WS-CodeBarreSaisi  PIC X(10).
01 WS-FournisseurTrouve PIC X(1).
01 WS-NomFournisseur  PIC X(20).
01 WS-CodeBarreLibre  PIC X(1).
01 WS-TitreNumero     PIC X(25).
01 WS-IsbnNumero      PIC X(13).

*> Date de travail de l'échéancier, avec sa vue année / mois / jour.
01 WS-DateCalc PIC 9(8).
01 WS-DateCalcDetail REDEFINES WS-DateCalc.
   05 WS-DC-Annee PIC 9(4).
   05 WS-DC-Mois  PIC 9(2).
   05 WS-DC-Jour  PIC 9(2).
01 WS-JoursCalc PIC S9(9).
01 WS-PasMois   PIC 9(2).

01 WS-TableAbonnements.
   05 WS-AbonnementEntree OCCURS 50 TIMES.
      10 WS-AB-Code               PIC X(6).
      10 WS-AB-Titre              PIC X(25).
      10 WS-AB-Issn               PIC X(8).
      10 WS-AB-Fournisseur        PIC X(6).
      10 WS-AB-Frequence          PIC X(1).
      10 WS-AB-ProchainNumero     PIC 9(4).
      10 WS-AB-ProchaineDate      PIC X(8).
      10 WS-AB-DateRenouvellement PIC X(8).
      10 WS-AB-Statut             PIC X(1).
01 WS-NbAbonnements PIC 9(3) VALUE ZERO.
01 WS-AbonnementsDeborde PIC X(1) VALUE 'N'.

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
01 WS-CapaciteOk PIC X(1).

PROCEDURE DIVISION.
   DISPLAY "Abonnements aux périodiques et bulletinage."
   PERFORM CHARGER-DATE-VALEUR
   PERFORM CHARGER-SITE
   PERFORM CHARGER-ABONNEMENTS
   PERFORM CHARGER-BULLETINAGE

   PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

   DISPLAY "Fin de la gestion des abonnements."
   STOP RUN.

NOUVELLE-ACTION.
   DISPLAY "---------------------------------------------------"
   DISPLAY "F -> Enregistrer un fournisseur"
   DISPLAY "A -> Ouvrir un abonnement"
   DISPLAY "B -> Bulletiner un numéro reçu"
   DISPLAY "R -> Renouveler un abonnement (un an de plus)"
   DISPLAY "X -> Résilier un abonnement"
   DISPLAY "L -> Lister les abonnements"
   DISPLAY "N -> Lister les numéros d'un abonnement"
   DISPLAY "E -> Quitter"
   DISPLAY "---------------------------------------------------"
   ACCEPT WS-Choix

   EVALUATE WS-Choix
     WHEN 'F'
       PERFORM ENREGISTRER-FOURNISSEUR
     WHEN 'A'
       PERFORM OUVRIR-ABONNEMENT
     WHEN 'B'
       PERFORM BULLETINER-NUMERO
     WHEN 'R'
       PERFORM RENOUVELER-ABONNEMENT
     WHEN 'X'
       PERFORM RESILIER-ABONNEMENT
     WHEN 'L'
       PERFORM LISTER-ABONNEMENTS
     WHEN 'N'
       PERFORM LISTER-NUMEROS
     WHEN 'E'
       CONTINUE
     WHEN OTHER
       DISPLAY "Choix invalide."
   END-EVALUATE.

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

*> Le numéro reçu entre physiquement au site de réception (site.txt,
*> 1 par défaut), comme une livraison d'Acquisitions.
CHARGER-SITE.
   OPEN INPUT site
   IF WS-SITE-STATUS = "00" THEN
     READ site
       NOT AT END
         IF SiteLigne = '2' THEN
           MOVE 2 TO WS-Site
         END-IF
     END-READ
     CLOSE site
   END-IF.

CHARGER-ABONNEMENTS.
   MOVE ZERO TO WS-NbAbonnements
   OPEN INPUT abonnements
   IF WS-ABONNEMENTS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-ABONNEMENT-SUIVANT
         UNTIL WS-FinLecture = 'O' OR WS-NbAbonnements = 50
     IF WS-FinLecture NOT = 'O' THEN
       READ abonnements
         AT END CONTINUE
         NOT AT END MOVE 'O' TO WS-AbonnementsDeborde
       END-READ
     END-IF
     CLOSE abonnements
   END-IF.

LIRE-ABONNEMENT-SUIVANT.
   READ abonnements
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       ADD 1 TO WS-NbAbonnements
       MOVE AB-Code       TO WS-AB-Code(WS-NbAbonnements)
       MOVE AB-Titre      TO WS-AB-Titre(WS-NbAbonnements)
       MOVE AB-Issn       TO WS-AB-Issn(WS-NbAbonnements)
       MOVE AB-Fournisseur TO WS-AB-Fournisseur(WS-NbAbonnements)
       MOVE AB-Frequence  TO WS-AB-Frequence(WS-NbAbonnements)
       MOVE AB-ProchainNumero TO WS-AB-ProchainNumero(WS-NbAbonnements)
       MOVE AB-ProchaineDate  TO WS-AB-ProchaineDate(WS-NbAbonnements)
       MOVE AB-DateRenouvellement
         TO WS-AB-DateRenouvellement(WS-NbAbonnements)
       MOVE AB-Statut     TO WS-AB-Statut(WS-NbAbonnements)
   END-READ.

SAUVER-ABONNEMENTS.
   OPEN OUTPUT abonnements
   PERFORM VARYING WS-IdxAbo FROM 1 BY 1 UNTIL WS-IdxAbo > WS-NbAbonnements
     MOVE WS-AB-Code(WS-IdxAbo)        TO AB-Code
     MOVE WS-AB-Titre(WS-IdxAbo)       TO AB-Titre
     MOVE WS-AB-Issn(WS-IdxAbo)        TO AB-Issn
     MOVE WS-AB-Fournisseur(WS-IdxAbo) TO AB-Fournisseur
     MOVE WS-AB-Frequence(WS-IdxAbo)   TO AB-Frequence
     MOVE WS-AB-ProchainNumero(WS-IdxAbo) TO AB-ProchainNumero
     MOVE WS-AB-ProchaineDate(WS-IdxAbo)  TO AB-ProchaineDate
     MOVE WS-AB-DateRenouvellement(WS-IdxAbo) TO AB-DateRenouvellement
     MOVE WS-AB-Statut(WS-IdxAbo)      TO AB-Statut
     WRITE AbonnementRecord
   END-PERFORM
   CLOSE abonnements.

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

*> Toute réécriture d'un fichier chargé partiellement le tronquerait :
*> les opérations qui réécrivent sont refusées tant qu'il déborde.
CONTROLER-CAPACITE.
   MOVE 'O' TO WS-CapaciteOk
   IF WS-AbonnementsDeborde = 'O' THEN
     DISPLAY "abonnements.txt dépasse la capacité de travail (50) : "
             "opération refusée pour ne pas tronquer le fichier."
     MOVE 'N' TO WS-CapaciteOk
   END-IF
   IF WS-BulletinageDeborde = 'O' THEN
     DISPLAY "bulletinage.txt dépasse la capacité de travail (2000) : "
             "purger les numéros anciens, opération refusée."
     MOVE 'N' TO WS-CapaciteOk
   END-IF.

CHERCHER-ABONNEMENT.
   MOVE ZERO TO WS-IdxAbo
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-NbAbonnements OR WS-IdxAbo > ZERO
     IF WS-AB-Code(WS-Idx) = WS-CodeSaisi THEN
       MOVE WS-Idx TO WS-IdxAbo
     END-IF
   END-PERFORM.

CHERCHER-FOURNISSEUR.
   MOVE 'N' TO WS-FournisseurTrouve
   MOVE SPACES TO WS-NomFournisseur
   OPEN INPUT fournisseurs
   IF WS-FOURNISSEURS-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-FOURNISSEUR-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE fournisseurs
   END-IF.

LIRE-FOURNISSEUR-SUIVANT.
   READ fournisseurs
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF FO-Code = WS-CodeSaisi THEN
         MOVE 'O' TO WS-FournisseurTrouve
         MOVE FO-Nom TO WS-NomFournisseur
       END-IF
   END-READ.

ENREGISTRER-FOURNISSEUR.
   DISPLAY "Code fournisseur (6 caractères) : "
   MOVE SPACES TO WS-CodeSaisi
   ACCEPT WS-CodeSaisi
   IF WS-CodeSaisi = SPACES THEN
     DISPLAY "Code obligatoire."
     EXIT PARAGRAPH
   END-IF
   PERFORM CHERCHER-FOURNISSEUR
   IF WS-FournisseurTrouve = 'O' THEN
     DISPLAY "Fournisseur déjà enregistré : " WS-NomFournisseur
     EXIT PARAGRAPH
   END-IF
   MOVE WS-CodeSaisi TO FO-Code
   DISPLAY "Raison sociale : "
   MOVE SPACES TO FO-Nom
   ACCEPT FO-Nom
   DISPLAY "Adresse d'envoi des réclamations : "
   MOVE SPACES TO FO-Adresse
   ACCEPT FO-Adresse
   OPEN EXTEND fournisseurs
   IF WS-FOURNISSEURS-STATUS = "35" THEN
     OPEN OUTPUT fournisseurs
   END-IF
   WRITE FournisseurRecord
   CLOSE fournisseurs
   DISPLAY "Fournisseur " FO-Code " enregistré.".

OUVRIR-ABONNEMENT.
   PERFORM CONTROLER-CAPACITE
   IF WS-CapaciteOk NOT = 'O' THEN
     EXIT PARAGRAPH
   END-IF
   IF WS-NbAbonnements = 50 THEN
     DISPLAY "Table des abonnements pleine (50)."
     EXIT PARAGRAPH
   END-IF
   DISPLAY "Code de l'abonnement (6 caractères) : "
   MOVE SPACES TO WS-CodeSaisi
   ACCEPT WS-CodeSaisi
   PERFORM CHERCHER-ABONNEMENT
   IF WS-CodeSaisi = SPACES OR WS-IdxAbo > ZERO THEN
     DISPLAY "Code vide ou déjà utilisé."
     EXIT PARAGRAPH
   END-IF
   ADD 1 TO WS-NbAbonnements
   MOVE WS-NbAbonnements TO WS-IdxAbo
   MOVE WS-CodeSaisi TO WS-AB-Code(WS-IdxAbo)
   DISPLAY "Titre du périodique : "
   MOVE SPACES TO WS-AB-Titre(WS-IdxAbo)
   ACCEPT WS-AB-Titre(WS-IdxAbo)
   DISPLAY "ISSN (8 caractères) : "
   MOVE SPACES TO WS-AB-Issn(WS-IdxAbo)
   ACCEPT WS-AB-Issn(WS-IdxAbo)
   DISPLAY "Code fournisseur : "
   MOVE SPACES TO WS-CodeSaisi
   ACCEPT WS-CodeSaisi
   PERFORM CHERCHER-FOURNISSEUR
   MOVE WS-CodeSaisi TO WS-AB-Fournisseur(WS-IdxAbo)
   DISPLAY "Fréquence (H hebdo, B quinzaine, M mensuel, T trimestriel) : "
   ACCEPT WS-AB-Frequence(WS-IdxAbo)
   DISPLAY "Numéro du premier numéro attendu : "
   ACCEPT WS-AB-ProchainNumero(WS-IdxAbo)
   DISPLAY "Date de parution attendue de ce numéro AAAAMMJJ : "
   ACCEPT WS-AB-ProchaineDate(WS-IdxAbo)
   DISPLAY "Date de renouvellement AAAAMMJJ : "
   ACCEPT WS-AB-DateRenouvellement(WS-IdxAbo)
   IF WS-FournisseurTrouve NOT = 'O'
      OR (WS-AB-Frequence(WS-IdxAbo) NOT = 'H'
          AND WS-AB-Frequence(WS-IdxAbo) NOT = 'B'
          AND WS-AB-Frequence(WS-IdxAbo) NOT = 'M'
          AND WS-AB-Frequence(WS-IdxAbo) NOT = 'T')
      OR WS-AB-ProchaineDate(WS-IdxAbo) IS NOT NUMERIC
      OR WS-AB-DateRenouvellement(WS-IdxAbo) IS NOT NUMERIC
      OR WS-AB-DateRenouvellement(WS-IdxAbo)
         < WS-AB-ProchaineDate(WS-IdxAbo) THEN
     DISPLAY "Fournisseur inconnu (F pour l'enregistrer), fréquence ou "
             "dates invalides : abonnement non ouvert."
     SUBTRACT 1 FROM WS-NbAbonnements
     EXIT PARAGRAPH
   END-IF
   MOVE 'A' TO WS-AB-Statut(WS-IdxAbo)
   PERFORM PREVOIR-NUMEROS
   PERFORM SAUVER-ABONNEMENTS
   PERFORM SAUVER-BULLETINAGE
   DISPLAY "Abonnement " WS-AB-Code(WS-IdxAbo) " ouvert chez "
           WS-NomFournisseur ", " WS-NbPrevus " numéro(s) prévu(s).".

*> Échéancier : depuis le prochain numéro non prévu, un numéro attendu
*> par pas de fréquence jusqu'à la date de renouvellement.
PREVOIR-NUMEROS.
   MOVE ZERO TO WS-NbPrevus
   PERFORM AJOUTER-NUMERO-PREVU
       UNTIL WS-AB-ProchaineDate(WS-IdxAbo)
                > WS-AB-DateRenouvellement(WS-IdxAbo)
          OR WS-NbNumeros = 2000
   IF WS-AB-ProchaineDate(WS-IdxAbo)
      NOT > WS-AB-DateRenouvellement(WS-IdxAbo) THEN
     DISPLAY "Table du bulletinage pleine (2000) : échéancier incomplet, "
             "purger les numéros anciens puis renouveler."
   END-IF.

AJOUTER-NUMERO-PREVU.
   ADD 1 TO WS-NbNumeros
   ADD 1 TO WS-NbPrevus
   MOVE WS-AB-Code(WS-IdxAbo)           TO WS-NU-Code(WS-NbNumeros)
   MOVE WS-AB-ProchainNumero(WS-IdxAbo) TO WS-NU-Numero(WS-NbNumeros)
   MOVE WS-AB-ProchaineDate(WS-IdxAbo)  TO WS-NU-DateAttendue(WS-NbNumeros)
   MOVE 'A'    TO WS-NU-Statut(WS-NbNumeros)
   MOVE SPACES TO WS-NU-DateRecue(WS-NbNumeros)
   MOVE SPACES TO WS-NU-CodeBarre(WS-NbNumeros)
   MOVE ZERO   TO WS-NU-NbReclamations(WS-NbNumeros)
   MOVE SPACES TO WS-NU-DateReclamation(WS-NbNumeros)
   ADD 1 TO WS-AB-ProchainNumero(WS-IdxAbo)
   MOVE WS-AB-ProchaineDate(WS-IdxAbo) TO WS-DateCalc
   PERFORM AVANCER-DATE
   MOVE WS-DateCalc TO WS-AB-ProchaineDate(WS-IdxAbo).

AVANCER-DATE.
   EVALUATE WS-AB-Frequence(WS-IdxAbo)
     WHEN 'H'
       COMPUTE WS-JoursCalc = FUNCTION INTEGER-OF-DATE(WS-DateCalc) + 7
       COMPUTE WS-DateCalc = FUNCTION DATE-OF-INTEGER(WS-JoursCalc)
     WHEN 'B'
       COMPUTE WS-JoursCalc = FUNCTION INTEGER-OF-DATE(WS-DateCalc) + 14
       COMPUTE WS-DateCalc = FUNCTION DATE-OF-INTEGER(WS-JoursCalc)
     WHEN OTHER
       IF WS-AB-Frequence(WS-IdxAbo) = 'T' THEN
         MOVE 3 TO WS-PasMois
       ELSE
         MOVE 1 TO WS-PasMois
       END-IF
       ADD WS-PasMois TO WS-DC-Mois
       IF WS-DC-Mois > 12 THEN
         SUBTRACT 12 FROM WS-DC-Mois
         ADD 1 TO WS-DC-Annee
       END-IF
       IF WS-DC-Jour > 28 THEN
         MOVE 28 TO WS-DC-Jour
       END-IF
   END-EVALUATE.

*> Bulletinage : le numéro attendu (ou réclamé) passe à reçu, entre au
*> catalogue avec une copie sur le site et au fichier des exemplaires.
BULLETINER-NUMERO.
   PERFORM CONTROLER-CAPACITE
   IF WS-CapaciteOk NOT = 'O' THEN
     EXIT PARAGRAPH
   END-IF
   DISPLAY "Code de l'abonnement : "
   MOVE SPACES TO WS-CodeSaisi
   ACCEPT WS-CodeSaisi
   PERFORM CHERCHER-ABONNEMENT
   IF WS-IdxAbo = ZERO THEN
     DISPLAY "Abonnement inconnu."
     EXIT PARAGRAPH
   END-IF
   DISPLAY "Numéro reçu : "
   ACCEPT WS-NumeroSaisi
   MOVE ZERO TO WS-IdxNumero
   PERFORM VARYING WS-Idx FROM 1 BY 1
       UNTIL WS-Idx > WS-NbNumeros OR WS-IdxNumero > ZERO
     IF WS-NU-Code(WS-Idx) = WS-CodeSaisi
        AND WS-NU-Numero(WS-Idx) = WS-NumeroSaisi THEN
       MOVE WS-Idx TO WS-IdxNumero
     END-IF
   END-PERFORM
   IF WS-IdxNumero = ZERO THEN
     DISPLAY "Numéro " WS-NumeroSaisi " non prévu pour cet abonnement "
             "(hors échéancier, renouveler ou vérifier la saisie)."
     EXIT PARAGRAPH
   END-IF
   IF WS-NU-Statut(WS-IdxNumero) = 'R' THEN
     DISPLAY "Numéro déjà bulletiné le " WS-NU-DateRecue(WS-IdxNumero)
             " sous le code-barres " WS-NU-CodeBarre(WS-IdxNumero) "."
     EXIT PARAGRAPH
   END-IF
   DISPLAY "Code-barres de l'étiquette (vide = code abonnement + numéro) : "
   MOVE SPACES TO WS-CodeBarreSaisi
   ACCEPT WS-CodeBarreSaisi
   IF WS-CodeBarreSaisi = SPACES THEN
     STRING WS-CodeSaisi DELIMITED BY SIZE
            WS-NumeroSaisi DELIMITED BY SIZE
       INTO WS-CodeBarreSaisi
     END-STRING
   END-IF
   PERFORM CONTROLER-CODE-BARRE
   IF WS-CodeBarreLibre NOT = 'O' THEN
     DISPLAY "Code-barres " WS-CodeBarreSaisi " déjà attribué à un "
             "exemplaire, bulletinage refusé."
     EXIT PARAGRAPH
   END-IF

   MOVE SPACES TO WS-TitreNumero
   STRING FUNCTION TRIM(WS-AB-Titre(WS-IdxAbo)(1:18)) DELIMITED BY SIZE
          " n." DELIMITED BY SIZE
          WS-NumeroSaisi DELIMITED BY SIZE
     INTO WS-TitreNumero
   END-STRING
   MOVE SPACES TO WS-IsbnNumero
   STRING WS-AB-Issn(WS-IdxAbo) DELIMITED BY SIZE
          WS-NumeroSaisi DELIMITED BY SIZE
     INTO WS-IsbnNumero
   END-STRING
   MOVE WS-AB-Fournisseur(WS-IdxAbo) TO WS-CodeSaisi
   PERFORM CHERCHER-FOURNISSEUR
   OPEN I-O livres
   IF WS-LIVRES-STATUS NOT = "00" THEN
     DISPLAY "livres.dat indisponible, bulletinage impossible."
     EXIT PARAGRAPH
   END-IF
   MOVE WS-TitreNumero TO LivreTitre
   MOVE WS-NomFournisseur TO LivreAuteur
   MOVE WS-DateJour(1:4) TO LivreAnneePublication
   MOVE 1 TO LivreNbCopies
   MOVE WS-IsbnNumero TO LivreIsbn
   MOVE "PERIODIQUE" TO LivreGenre
   MOVE ZERO TO LivreCopiesSite(1)
   MOVE ZERO TO LivreCopiesSite(2)
   MOVE 1 TO LivreCopiesSite(WS-Site)
   WRITE LivreRecord
     INVALID KEY
       DISPLAY "Titre " WS-TitreNumero " ou ISSN déjà au catalogue, "
               "bulletinage refusé."
       CLOSE livres
       EXIT PARAGRAPH
   END-WRITE
   CLOSE livres

   OPEN EXTEND exemplaires
   IF WS-EXEMPLAIRES-STATUS = "35" THEN
     OPEN OUTPUT exemplaires
   END-IF
   MOVE WS-CodeBarreSaisi TO EX-CodeBarre
   MOVE WS-TitreNumero    TO EX-Titre
   MOVE WS-Site           TO EX-Site
   MOVE 'R'               TO EX-Statut
   WRITE ExemplaireRecord
   CLOSE exemplaires

   MOVE 'R' TO WS-NU-Statut(WS-IdxNumero)
   MOVE WS-DateJour TO WS-NU-DateRecue(WS-IdxNumero)
   MOVE WS-CodeBarreSaisi TO WS-NU-CodeBarre(WS-IdxNumero)
   PERFORM SAUVER-BULLETINAGE
   DISPLAY "Numéro bulletiné : " WS-TitreNumero " exemplaire "
           WS-CodeBarreSaisi " en rayon sur le site " WS-Site ".".

CONTROLER-CODE-BARRE.
   MOVE 'O' TO WS-CodeBarreLibre
   OPEN INPUT exemplaires
   IF WS-EXEMPLAIRES-STATUS = "00" THEN
     MOVE 'N' TO WS-FinLecture
     PERFORM LIRE-EXEMPLAIRE-SUIVANT UNTIL WS-FinLecture = 'O'
     CLOSE exemplaires
   END-IF.

LIRE-EXEMPLAIRE-SUIVANT.
   READ exemplaires
     AT END MOVE 'O' TO WS-FinLecture
     NOT AT END
       IF EX-CodeBarre = WS-CodeBarreSaisi THEN
         MOVE 'N' TO WS-CodeBarreLibre
       END-IF
   END-READ.

*> Renouvellement d'un an, une fois la commande de renouvellement
*> passée par Acquisitions : l'échéance recule d'un an et les numéros
*> de la nouvelle année sont prévus.
RENOUVELER-ABONNEMENT.
   PERFORM CONTROLER-CAPACITE
   IF WS-CapaciteOk NOT = 'O' THEN
     EXIT PARAGRAPH
   END-IF
   DISPLAY "Code de l'abonnement : "
   MOVE SPACES TO WS-CodeSaisi
   ACCEPT WS-CodeSaisi
   PERFORM CHERCHER-ABONNEMENT
   IF WS-IdxAbo = ZERO THEN
     DISPLAY "Abonnement inconnu."
     EXIT PARAGRAPH
   END-IF
   MOVE WS-AB-DateRenouvellement(WS-IdxAbo) TO WS-DateCalc
   ADD 1 TO WS-DC-Annee
   IF WS-DC-Mois = 2 AND WS-DC-Jour = 29 THEN
     MOVE 28 TO WS-DC-Jour
   END-IF
   MOVE WS-DateCalc TO WS-AB-DateRenouvellement(WS-IdxAbo)
   MOVE 'A' TO WS-AB-Statut(WS-IdxAbo)
   PERFORM PREVOIR-NUMEROS
   PERFORM SAUVER-ABONNEMENTS
   PERFORM SAUVER-BULLETINAGE
   DISPLAY "Abonnement " WS-CodeSaisi " renouvelé jusqu'au "
           WS-AB-DateRenouvellement(WS-IdxAbo) ", " WS-NbPrevus
           " numéro(s) prévu(s).".

*> Résiliation : les numéros encore attendus ne sont plus réclamés ni
*> le renouvellement commandé ; les numéros reçus restent au catalogue.
RESILIER-ABONNEMENT.
   PERFORM CONTROLER-CAPACITE
   IF WS-CapaciteOk NOT = 'O' THEN
     EXIT PARAGRAPH
   END-IF
   DISPLAY "Code de l'abonnement : "
   MOVE SPACES TO WS-CodeSaisi
   ACCEPT WS-CodeSaisi
   PERFORM CHERCHER-ABONNEMENT
   IF WS-IdxAbo = ZERO THEN
     DISPLAY "Abonnement inconnu."
     EXIT PARAGRAPH
   END-IF
   MOVE 'R' TO WS-AB-Statut(WS-IdxAbo)
   PERFORM SAUVER-ABONNEMENTS
   DISPLAY "Abonnement " WS-CodeSaisi " résilié.".

LISTER-ABONNEMENTS.
   IF WS-NbAbonnements = ZERO THEN
     DISPLAY "Aucun abonnement enregistré."
   END-IF
   PERFORM VARYING WS-IdxAbo FROM 1 BY 1 UNTIL WS-IdxAbo > WS-NbAbonnements
     DISPLAY WS-AB-Code(WS-IdxAbo) " " WS-AB-Titre(WS-IdxAbo)
             " fourn. " WS-AB-Fournisseur(WS-IdxAbo)
             " fréq. " WS-AB-Frequence(WS-IdxAbo)
             " renouv. " WS-AB-DateRenouvellement(WS-IdxAbo)
             " statut " WS-AB-Statut(WS-IdxAbo)
   END-PERFORM.

LISTER-NUMEROS.
   DISPLAY "Code de l'abonnement : "
   MOVE SPACES TO WS-CodeSaisi
   ACCEPT WS-CodeSaisi
   PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbNumeros
     IF WS-NU-Code(WS-Idx) = WS-CodeSaisi THEN
       DISPLAY "n." WS-NU-Numero(WS-Idx)
               " attendu " WS-NU-DateAttendue(WS-Idx)
               " statut " WS-NU-Statut(WS-Idx)
               " reçu " WS-NU-DateRecue(WS-Idx)
               " exemplaire " WS-NU-CodeBarre(WS-Idx)
               " réclamé " WS-NU-NbReclamations(WS-Idx) " fois"
     END-IF
   END-PERFORM.
