IDENTIFICATION DIVISION.
PROGRAM-ID. ConvertirReferentiels.

*> Conversion, une fois pour toutes, des petits référentiels bancaires
*> tenus jusqu'ici en fichiers ligne à ligne (rechargés en table de
*> taille fixe puis réécrits en entier à chaque modification) vers des
*> fichiers indexés à lecture et mise à jour directes :
*>   mandats.txt          -> mandats.dat          (clé MA-Reference)
*>   prets.txt            -> prets.dat            (clé PR-Id)
*>   ordrespermanents.txt -> ordrespermanents.dat (clé OP-Libelle)
*>   beneficiaires.txt    -> beneficiaires.dat    (clé BE-Reference)
*>   titulaires.txt       -> titulaires.dat       (clé compte + client)
*>   retenues.txt         -> retenues.dat         (clé compte + numéro)
*>   chequiers.txt        -> chequiers.dat        (clé compte + premier)
*>   autorisations.txt    -> autorisations.dat    (clé AU-Id)
*> ainsi que la file d'autorisations du jeu d'exercice
*> (formationautorisations.txt -> formationautorisations.dat).
*> Les retenues reçoivent à la conversion leur numéro d'ordre sur le
*> compte, dans l'ordre où elles figuraient dans l'ancien fichier.
*> Pour chaque fichier, le bilan conversionreferentiels.txt donne le
*> nombre de lignes avant, d'enregistrements écrits, de lignes rejetées
*> (clé à blanc ou en double, détaillées) et d'enregistrements relus
*> dans le fichier indexé après conversion. Un fichier indexé déjà
*> présent n'est pas touché (conversion déjà faite) : le job peut être
*> relancé sans risque. Les anciens fichiers ligne à ligne sont laissés
*> en place pour archive, plus aucun programme ne les lit.
*> Le journal est fermé aux postings pendant la conversion
*> (VerrouPosting). RC 4 si des lignes ont été rejetées, RC 8 si un
*> fichier indexé n'a pu être créé ou si le recomptage après
*> conversion ne retrouve pas les enregistrements écrits.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT origine ASSIGN TO WS-NomOrigine
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ORIGINE-STATUS.

  SELECT mandats ASSIGN TO "mandats.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS MA-Reference
      FILE STATUS IS WS-CIBLE-STATUS.

  SELECT prets ASSIGN TO "prets.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS PR-Id
      FILE STATUS IS WS-CIBLE-STATUS.

  SELECT ordrespermanents ASSIGN TO "ordrespermanents.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS OP-Libelle
      FILE STATUS IS WS-CIBLE-STATUS.

  SELECT beneficiaires ASSIGN TO "beneficiaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BE-Reference
      FILE STATUS IS WS-CIBLE-STATUS.

  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-CIBLE-STATUS.

  SELECT retenues ASSIGN TO "retenues.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RT-Cle
      FILE STATUS IS WS-CIBLE-STATUS.

  SELECT chequiers ASSIGN TO "chequiers.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CQ-Cle
      FILE STATUS IS WS-CIBLE-STATUS.

  SELECT autorisations ASSIGN TO WS-NomAutorisations
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS AU-Id
      FILE STATUS IS WS-CIBLE-STATUS.

  SELECT bilan ASSIGN TO "conversionreferentiels.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-BILAN-STATUS.

DATA DIVISION.

FILE SECTION.
FD origine.
01 OrigineLigne PIC X(200).

FD mandats.
COPY "MANDATS.cpy".

FD prets.
COPY "PRETS.cpy".

FD ordrespermanents.
COPY "ORDRESPERM.cpy".

FD beneficiaires.
COPY "BENEFICIAIRES.cpy".

FD titulaires.
COPY "TITULAIRES.cpy".

FD retenues.
COPY "RETENUES.cpy".

FD chequiers.
COPY "CHEQUIERS.cpy".

FD autorisations.
COPY "AUTORISATIONS.cpy".

FD bilan.
01 BilanLigne PIC X(100).

WORKING-STORAGE SECTION.
01 WS-ORIGINE-STATUS PIC XX.
01 WS-CIBLE-STATUS   PIC XX.
01 WS-BILAN-STATUS   PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "ConvertirReferentiel".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-VerrouAction    PIC X(1).
01 WS-VerrouDemandeur PIC X(20).
01 WS-VerrouAccorde   PIC X(1).

01 WS-NomOrigine      PIC X(30).
01 WS-NomCible        PIC X(30).
01 WS-NomAutorisations PIC X(30).
01 WS-Referentiel     PIC 9(1).
01 WS-FinLecture      PIC X(1).
01 WS-CibleOuverte    PIC X(1).
01 WS-NbAvant         PIC 9(6).
01 WS-NbEcrits        PIC 9(6).
01 WS-NbRejets        PIC 9(6).
01 WS-NbApres         PIC 9(6).
01 WS-NbConvertis     PIC 9(2) VALUE ZERO.
01 WS-MotifRejet      PIC X(20).
01 WS-LigneBilan      PIC X(100).

*> Ancienne disposition d'une ligne de retenues.txt, sans numéro
*> d'ordre.
01 WS-RetenueAncienne.
   05 WS-RA-Compte         PIC X(6).
   05 WS-RA-Montant        PIC 9(6)V99.
   05 WS-RA-Motif          PIC X(20).
   05 WS-RA-Reference      PIC X(6).
   05 WS-RA-DateExpiration PIC X(8).
   05 WS-RA-Statut         PIC X(1).

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC

  MOVE 'P' TO WS-VerrouAction
  MOVE "ConvertirReferentiel" TO WS-VerrouDemandeur
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  IF WS-VerrouAccorde NOT = 'O' THEN
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF

  OPEN OUTPUT bilan
  MOVE "Conversion des référentiels en fichiers indexés" TO WS-LigneBilan
  PERFORM ECRIRE-BILAN

  MOVE 1 TO WS-Referentiel
  MOVE "mandats.txt" TO WS-NomOrigine
  MOVE "mandats.dat" TO WS-NomCible
  PERFORM CONVERTIR-REFERENTIEL
  MOVE 2 TO WS-Referentiel
  MOVE "prets.txt" TO WS-NomOrigine
  MOVE "prets.dat" TO WS-NomCible
  PERFORM CONVERTIR-REFERENTIEL
  MOVE 3 TO WS-Referentiel
  MOVE "ordrespermanents.txt" TO WS-NomOrigine
  MOVE "ordrespermanents.dat" TO WS-NomCible
  PERFORM CONVERTIR-REFERENTIEL
  MOVE 4 TO WS-Referentiel
  MOVE "beneficiaires.txt" TO WS-NomOrigine
  MOVE "beneficiaires.dat" TO WS-NomCible
  PERFORM CONVERTIR-REFERENTIEL
  MOVE 5 TO WS-Referentiel
  MOVE "titulaires.txt" TO WS-NomOrigine
  MOVE "titulaires.dat" TO WS-NomCible
  PERFORM CONVERTIR-REFERENTIEL
  MOVE 6 TO WS-Referentiel
  MOVE "retenues.txt" TO WS-NomOrigine
  MOVE "retenues.dat" TO WS-NomCible
  PERFORM CONVERTIR-REFERENTIEL
  MOVE 7 TO WS-Referentiel
  MOVE "chequiers.txt" TO WS-NomOrigine
  MOVE "chequiers.dat" TO WS-NomCible
  PERFORM CONVERTIR-REFERENTIEL
  MOVE 8 TO WS-Referentiel
  MOVE "autorisations.txt" TO WS-NomOrigine
  MOVE "autorisations.dat" TO WS-NomCible
  MOVE "autorisations.dat" TO WS-NomAutorisations
  PERFORM CONVERTIR-REFERENTIEL
  MOVE "formationautorisations.txt" TO WS-NomOrigine
  MOVE "formationautorisations.dat" TO WS-NomCible
  MOVE "formationautorisations.dat" TO WS-NomAutorisations
  PERFORM CONVERTIR-REFERENTIEL
  CLOSE bilan

  DISPLAY "Conversion terminée : " WS-NbConvertis " fichier(s) converti(s)"
          " (bilan dans conversionreferentiels.txt)."

  MOVE 'L' TO WS-VerrouAction
  CALL 'VerrouPosting' USING WS-VerrouAction WS-VerrouDemandeur
                              WS-VerrouAccorde
  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbConvertis TO WS-JobCompteur
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  MOVE WS-JobRC TO RETURN-CODE
  STOP RUN.

*> Un fichier indexé déjà présent est le signe d'une conversion déjà
*> faite (et peut-être déjà mis à jour depuis) : il n'est que recompté.
CONVERTIR-REFERENTIEL.
  MOVE ZERO TO WS-NbAvant
  MOVE ZERO TO WS-NbEcrits
  MOVE ZERO TO WS-NbRejets
  MOVE ZERO TO WS-NbApres
  PERFORM OUVRIR-CIBLE-LECTURE
  IF WS-CIBLE-STATUS = "00" THEN
    PERFORM FERMER-CIBLE
    PERFORM COMPTER-CIBLE
    MOVE SPACES TO WS-LigneBilan
    STRING WS-NomCible DELIMITED BY "  "
           " déjà présent, non reconverti : " DELIMITED BY SIZE
           WS-NbApres DELIMITED BY SIZE
           " enregistrement(s)." DELIMITED BY SIZE
      INTO WS-LigneBilan
    END-STRING
    PERFORM ECRIRE-BILAN
    EXIT PARAGRAPH
  END-IF

  PERFORM CREER-CIBLE
  IF WS-CIBLE-STATUS NOT = "00" THEN
    MOVE SPACES TO WS-LigneBilan
    STRING WS-NomCible DELIMITED BY "  "
           " ne peut être créé (" DELIMITED BY SIZE
           WS-CIBLE-STATUS DELIMITED BY SIZE
           "), conversion impossible." DELIMITED BY SIZE
      INTO WS-LigneBilan
    END-STRING
    PERFORM ECRIRE-BILAN
    MOVE 8 TO WS-JobRC
    EXIT PARAGRAPH
  END-IF

  OPEN INPUT origine
  IF WS-ORIGINE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CONVERTIR-LIGNE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE origine
  END-IF
  PERFORM FERMER-CIBLE
  PERFORM COMPTER-CIBLE
  ADD 1 TO WS-NbConvertis

  MOVE SPACES TO WS-LigneBilan
  STRING WS-NomOrigine DELIMITED BY "  "
         " -> " DELIMITED BY SIZE
         WS-NomCible DELIMITED BY "  "
         " : avant " DELIMITED BY SIZE
         WS-NbAvant DELIMITED BY SIZE
         ", écrits " DELIMITED BY SIZE
         WS-NbEcrits DELIMITED BY SIZE
         ", rejetés " DELIMITED BY SIZE
         WS-NbRejets DELIMITED BY SIZE
         ", après " DELIMITED BY SIZE
         WS-NbApres DELIMITED BY SIZE
    INTO WS-LigneBilan
  END-STRING
  PERFORM ECRIRE-BILAN
  IF WS-NbApres NOT = WS-NbEcrits THEN
    MOVE SPACES TO WS-LigneBilan
    STRING "  ANOMALIE : le recomptage de " DELIMITED BY SIZE
           WS-NomCible DELIMITED BY "  "
           " ne retrouve pas les enregistrements écrits." DELIMITED BY SIZE
      INTO WS-LigneBilan
    END-STRING
    PERFORM ECRIRE-BILAN
    MOVE 8 TO WS-JobRC
  END-IF
  IF WS-NbRejets > ZERO AND WS-JobRC < 4 THEN
    MOVE 4 TO WS-JobRC
  END-IF.

*> La cible est créée vide puis rouverte en mise à jour : la
*> numérotation des retenues relit ce qui est déjà écrit.
CREER-CIBLE.
  EVALUATE WS-Referentiel
    WHEN 1
      OPEN OUTPUT mandats
      IF WS-CIBLE-STATUS = "00" THEN
        CLOSE mandats
        OPEN I-O mandats
      END-IF
    WHEN 2
      OPEN OUTPUT prets
      IF WS-CIBLE-STATUS = "00" THEN
        CLOSE prets
        OPEN I-O prets
      END-IF
    WHEN 3
      OPEN OUTPUT ordrespermanents
      IF WS-CIBLE-STATUS = "00" THEN
        CLOSE ordrespermanents
        OPEN I-O ordrespermanents
      END-IF
    WHEN 4
      OPEN OUTPUT beneficiaires
      IF WS-CIBLE-STATUS = "00" THEN
        CLOSE beneficiaires
        OPEN I-O beneficiaires
      END-IF
    WHEN 5
      OPEN OUTPUT titulaires
      IF WS-CIBLE-STATUS = "00" THEN
        CLOSE titulaires
        OPEN I-O titulaires
      END-IF
    WHEN 6
      OPEN OUTPUT retenues
      IF WS-CIBLE-STATUS = "00" THEN
        CLOSE retenues
        OPEN I-O retenues
      END-IF
    WHEN 7
      OPEN OUTPUT chequiers
      IF WS-CIBLE-STATUS = "00" THEN
        CLOSE chequiers
        OPEN I-O chequiers
      END-IF
    WHEN 8
      OPEN OUTPUT autorisations
      IF WS-CIBLE-STATUS = "00" THEN
        CLOSE autorisations
        OPEN I-O autorisations
      END-IF
  END-EVALUATE.

OUVRIR-CIBLE-LECTURE.
  EVALUATE WS-Referentiel
    WHEN 1 OPEN INPUT mandats
    WHEN 2 OPEN INPUT prets
    WHEN 3 OPEN INPUT ordrespermanents
    WHEN 4 OPEN INPUT beneficiaires
    WHEN 5 OPEN INPUT titulaires
    WHEN 6 OPEN INPUT retenues
    WHEN 7 OPEN INPUT chequiers
    WHEN 8 OPEN INPUT autorisations
  END-EVALUATE.

FERMER-CIBLE.
  EVALUATE WS-Referentiel
    WHEN 1 CLOSE mandats
    WHEN 2 CLOSE prets
    WHEN 3 CLOSE ordrespermanents
    WHEN 4 CLOSE beneficiaires
    WHEN 5 CLOSE titulaires
    WHEN 6 CLOSE retenues
    WHEN 7 CLOSE chequiers
    WHEN 8 CLOSE autorisations
  END-EVALUATE.

CONVERTIR-LIGNE-SUIVANTE.
  READ origine
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbAvant
      MOVE SPACES TO WS-MotifRejet
      EVALUATE WS-Referentiel
        WHEN 1 PERFORM ECRIRE-MANDAT
        WHEN 2 PERFORM ECRIRE-PRET
        WHEN 3 PERFORM ECRIRE-ORDRE
        WHEN 4 PERFORM ECRIRE-BENEFICIAIRE
        WHEN 5 PERFORM ECRIRE-TITULAIRE
        WHEN 6 PERFORM ECRIRE-RETENUE
        WHEN 7 PERFORM ECRIRE-CHEQUIER
        WHEN 8 PERFORM ECRIRE-AUTORISATION
      END-EVALUATE
      IF WS-MotifRejet = SPACES THEN
        ADD 1 TO WS-NbEcrits
      ELSE
        PERFORM NOTER-REJET
      END-IF
  END-READ.

ECRIRE-MANDAT.
  MOVE OrigineLigne TO MandatRecord
  IF MA-Reference = SPACES THEN
    MOVE "clé à blanc" TO WS-MotifRejet
  ELSE
    WRITE MandatRecord
      INVALID KEY MOVE "clé en double" TO WS-MotifRejet
    END-WRITE
  END-IF.

ECRIRE-PRET.
  MOVE OrigineLigne TO PretRecord
  IF PR-Id = SPACES THEN
    MOVE "clé à blanc" TO WS-MotifRejet
  ELSE
    WRITE PretRecord
      INVALID KEY MOVE "clé en double" TO WS-MotifRejet
    END-WRITE
  END-IF.

ECRIRE-ORDRE.
  MOVE OrigineLigne TO OrdrePermanentRecord
  IF OP-Libelle = SPACES THEN
    MOVE "clé à blanc" TO WS-MotifRejet
  ELSE
    WRITE OrdrePermanentRecord
      INVALID KEY MOVE "clé en double" TO WS-MotifRejet
    END-WRITE
  END-IF.

ECRIRE-BENEFICIAIRE.
  MOVE OrigineLigne TO BeneficiaireRecord
  IF BE-Reference = SPACES THEN
    MOVE "clé à blanc" TO WS-MotifRejet
  ELSE
    WRITE BeneficiaireRecord
      INVALID KEY MOVE "clé en double" TO WS-MotifRejet
    END-WRITE
  END-IF.

ECRIRE-TITULAIRE.
  MOVE OrigineLigne TO TitulaireRecord
  IF TI-Compte = SPACES OR TI-Client = SPACES THEN
    MOVE "clé à blanc" TO WS-MotifRejet
  ELSE
    WRITE TitulaireRecord
      INVALID KEY MOVE "clé en double" TO WS-MotifRejet
    END-WRITE
  END-IF.

*> Numéro d'ordre : dernier numéro déjà écrit pour le compte, plus un.
ECRIRE-RETENUE.
  MOVE OrigineLigne TO WS-RetenueAncienne
  IF WS-RA-Compte = SPACES THEN
    MOVE "clé à blanc" TO WS-MotifRejet
    EXIT PARAGRAPH
  END-IF
  MOVE WS-RA-Compte TO RT-Compte
  MOVE 9999 TO RT-Numero
  START retenues KEY IS LESS THAN RT-Cle
    INVALID KEY MOVE ZERO TO RT-Numero
    NOT INVALID KEY
      READ retenues PREVIOUS RECORD
        AT END MOVE ZERO TO RT-Numero
        NOT AT END
          IF RT-Compte NOT = WS-RA-Compte THEN
            MOVE ZERO TO RT-Numero
          END-IF
      END-READ
  END-START
  IF RT-Numero = 9999 THEN
    MOVE "numéros épuisés" TO WS-MotifRejet
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO RT-Numero
  MOVE WS-RA-Compte         TO RT-Compte
  MOVE WS-RA-Montant        TO RT-Montant
  MOVE WS-RA-Motif          TO RT-Motif
  MOVE WS-RA-Reference      TO RT-Reference
  MOVE WS-RA-DateExpiration TO RT-DateExpiration
  MOVE WS-RA-Statut         TO RT-Statut
  WRITE RetenueRecord
    INVALID KEY MOVE "clé en double" TO WS-MotifRejet
  END-WRITE.

ECRIRE-CHEQUIER.
  MOVE OrigineLigne TO ChequierRecord
  IF CQ-Compte = SPACES THEN
    MOVE "clé à blanc" TO WS-MotifRejet
  ELSE
    WRITE ChequierRecord
      INVALID KEY MOVE "clé en double" TO WS-MotifRejet
    END-WRITE
  END-IF.

ECRIRE-AUTORISATION.
  MOVE OrigineLigne TO AutorisationRecord
  IF AU-Id NOT NUMERIC THEN
    MOVE "clé à blanc" TO WS-MotifRejet
  ELSE
    WRITE AutorisationRecord
      INVALID KEY MOVE "clé en double" TO WS-MotifRejet
    END-WRITE
  END-IF.

NOTER-REJET.
  ADD 1 TO WS-NbRejets
  MOVE SPACES TO WS-LigneBilan
  STRING "  rejet (" DELIMITED BY SIZE
         WS-MotifRejet DELIMITED BY "  "
         ") : " DELIMITED BY SIZE
         OrigineLigne DELIMITED BY SIZE
    INTO WS-LigneBilan
  END-STRING
  PERFORM ECRIRE-BILAN.

*> Recomptage après conversion, par relecture du fichier indexé.
COMPTER-CIBLE.
  MOVE ZERO TO WS-NbApres
  PERFORM OUVRIR-CIBLE-LECTURE
  IF WS-CIBLE-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM COMPTER-CIBLE-SUIVANTE UNTIL WS-FinLecture = 'O'
  PERFORM FERMER-CIBLE.

COMPTER-CIBLE-SUIVANTE.
  EVALUATE WS-Referentiel
    WHEN 1
      READ mandats NEXT RECORD
        AT END MOVE 'O' TO WS-FinLecture
      END-READ
    WHEN 2
      READ prets NEXT RECORD
        AT END MOVE 'O' TO WS-FinLecture
      END-READ
    WHEN 3
      READ ordrespermanents NEXT RECORD
        AT END MOVE 'O' TO WS-FinLecture
      END-READ
    WHEN 4
      READ beneficiaires NEXT RECORD
        AT END MOVE 'O' TO WS-FinLecture
      END-READ
    WHEN 5
      READ titulaires NEXT RECORD
        AT END MOVE 'O' TO WS-FinLecture
      END-READ
    WHEN 6
      READ retenues NEXT RECORD
        AT END MOVE 'O' TO WS-FinLecture
      END-READ
    WHEN 7
      READ chequiers NEXT RECORD
        AT END MOVE 'O' TO WS-FinLecture
      END-READ
    WHEN 8
      READ autorisations NEXT RECORD
        AT END MOVE 'O' TO WS-FinLecture
      END-READ
  END-EVALUATE
  IF WS-FinLecture NOT = 'O' THEN
    ADD 1 TO WS-NbApres
  END-IF.

ECRIRE-BILAN.
  MOVE WS-LigneBilan TO BilanLigne
  WRITE BilanLigne
  DISPLAY FUNCTION TRIM(WS-LigneBilan).
