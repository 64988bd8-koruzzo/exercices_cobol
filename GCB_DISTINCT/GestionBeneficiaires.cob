PROGRAM-ID. GestionBeneficiaires.

*> Programme guichet de tenue du fichier des bénéficiaires externes
*> (beneficiaires.dat, indexé par BE-Reference) : ajout, liste et
*> suppression des destinataires de paiements sortants (nom, banque,
*> référence de compte externe). O-PAIEMENT-EXTERNE de
*> GestionCompteEF_MAIN n'accepte que des bénéficiaires enregistrés ici.
*> Le fichier est consulté directement par sa clé, mais les ajouts et
*> suppressions ne s'appliquent plus directement : chaque changement
*> est parqué dans changesreference.txt (ParquerChangement) et
*> n'atteint beneficiaires.dat qu'après
*> approbation d'un second regard dans ApprobationsReference, avec
*> journalisation avant/après — un destinataire de paiements sortants
*> ne se crée plus d'un seul geste. Le nom saisi passe aussi le filtrage
*> contre la liste de gel des avoirs (ControlerSanctions) : une touche
*> non levée refuse l'ajout et part en revue conformité
*> (RevueConformite) ; une fois l'alerte levée, l'ajout peut être
*> ressaisi.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT beneficiaires ASSIGN TO "beneficiaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BE-Reference
      FILE STATUS IS WS-BENEF-STATUS.

  SELECT nettoyage ASSIGN TO "beneficiairesinvalides.txt"

FILE SECTION.
FD beneficiaires.
COPY "BENEFICIAIRES.cpy".

FD nettoyage.
01 NettoyageLigne PIC X(100).
01 WS-FinLecture   PIC X(1).
01 WS-Choix        PIC X(1).
01 WS-ReferenceSaisie PIC X(6).
01 WS-ReferenceTrouvee PIC X(1).
01 WS-NbBeneficiaires PIC 9(4).

01 WS-OperateurId PIC X(6).
01 WS-NomSaisi    PIC X(30).
01 WS-IbanMotif    PIC X(30).
01 WS-NbInvalides  PIC 9(2).

01 WS-FiltrageSource    PIC X(1).
01 WS-FiltrageReference PIC X(10).
01 WS-FiltrageTouche    PIC X(1).
01 WS-FiltrageRefListe  PIC X(10).
01 WS-FiltrageScore     PIC 9(3).
01 WS-FiltrageAlerteId  PIC 9(6).

PROCEDURE DIVISION.
  DISPLAY "Tenue du fichier des bénéficiaires externes."
  DISPLAY "Identifiant opérateur : "
  IF WS-AccesAccorde NOT = 'O' THEN
    STOP RUN
  END-IF

  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

      DISPLAY "Choix invalide."
  END-EVALUATE.

*> La fiche trouvée reste dans BeneficiaireRecord pour l'appelant.
CHERCHER-REFERENCE.
  MOVE 'N' TO WS-ReferenceTrouvee
  OPEN INPUT beneficiaires
  IF WS-BENEF-STATUS = "00" THEN
    MOVE WS-ReferenceSaisie TO BE-Reference
    READ beneficiaires
      INVALID KEY CONTINUE
      NOT INVALID KEY MOVE 'O' TO WS-ReferenceTrouvee
    END-READ
    CLOSE beneficiaires
  END-IF.

AJOUTER-BENEFICIAIRE.
  DISPLAY "Référence du bénéficiaire (6 caractères) : "
  ACCEPT WS-ReferenceSaisie
  IF WS-ReferenceSaisie = SPACES THEN
    DISPLAY "Référence obligatoire."
  ELSE
    PERFORM CHERCHER-REFERENCE
    IF WS-ReferenceTrouvee = 'O' THEN
      DISPLAY "La référence " WS-ReferenceSaisie " existe déjà."
    ELSE
      DISPLAY "Nom du bénéficiaire : "
                "), ajout annulé."
        EXIT PARAGRAPH
      END-IF
      MOVE 'B' TO WS-FiltrageSource
      MOVE SPACES TO WS-FiltrageReference
      MOVE WS-ReferenceSaisie TO WS-FiltrageReference
      CALL 'ControlerSanctions' USING WS-FiltrageSource
                                       WS-FiltrageReference WS-NomSaisi
                                       WS-FiltrageTouche
                                       WS-FiltrageRefListe
                                       WS-FiltrageScore
                                       WS-FiltrageAlerteId
      IF WS-FiltrageTouche = 'O' THEN
        DISPLAY "Nom proche de l'entrée " WS-FiltrageRefListe
                " de la liste de gel des avoirs (note "
                WS-FiltrageScore ") : ajout refusé, alerte n° "
                WS-FiltrageAlerteId " en revue conformité."
        EXIT PARAGRAPH
      END-IF
      MOVE 'B' TO WS-ChgFichier
      MOVE 'A' TO WS-ChgAction
      MOVE SPACES TO WS-ChgCle
  END-IF.

LISTER-BENEFICIAIRES.
  MOVE ZERO TO WS-NbBeneficiaires
  OPEN INPUT beneficiaires
  IF WS-BENEF-STATUS = "00" THEN
    MOVE LOW-VALUES TO BE-Reference
    START beneficiaires KEY IS NOT LESS THAN BE-Reference
      INVALID KEY MOVE 'O' TO WS-FinLecture
      NOT INVALID KEY MOVE 'N' TO WS-FinLecture
    END-START
    PERFORM LISTER-BENEFICIAIRE-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE beneficiaires
  END-IF
  IF WS-NbBeneficiaires = ZERO THEN
    DISPLAY "Aucun bénéficiaire enregistré."
  END-IF.

LISTER-BENEFICIAIRE-SUIVANT.
  READ beneficiaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbBeneficiaires
      DISPLAY BE-Reference " " BE-Nom " " BE-Banque " " BE-CompteExterne
  END-READ.

SUPPRIMER-BENEFICIAIRE.
  DISPLAY "Référence du bénéficiaire à supprimer : "
  ACCEPT WS-ReferenceSaisie
  PERFORM CHERCHER-REFERENCE
  IF WS-ReferenceTrouvee NOT = 'O' THEN
    DISPLAY "Référence " WS-ReferenceSaisie " inconnue."
  ELSE
    MOVE 'B' TO WS-ChgFichier
    MOVE WS-ReferenceSaisie TO WS-ChgCle(1:6)
    MOVE "FICHE" TO WS-ChgChamp
    MOVE SPACES TO WS-ChgAncien
    MOVE BE-Nom TO WS-ChgAncien(1:30)
    MOVE BE-Banque TO WS-ChgAncien(31:20)
    MOVE BE-CompteExterne TO WS-ChgAncien(51:20)
    MOVE SPACES TO WS-ChgNouveau
    CALL 'ParquerChangement' USING WS-ChgFichier WS-ChgAction
                                    WS-ChgCle WS-ChgChamp
CONTROLER-FICHES-EXISTANTES.
  MOVE ZERO TO WS-NbInvalides
  OPEN OUTPUT nettoyage
  OPEN INPUT beneficiaires
  IF WS-BENEF-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CONTROLER-FICHE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE beneficiaires
  END-IF
  CLOSE nettoyage
  DISPLAY WS-NbInvalides " fiche(s) en échec de contrôle IBAN "
          "(beneficiairesinvalides.txt).".

CONTROLER-FICHE-SUIVANTE.
  READ beneficiaires NEXT RECORD
    AT END
      MOVE 'O' TO WS-FinLecture
      EXIT PARAGRAPH
  END-READ
  MOVE SPACES TO WS-IbanAValider
  MOVE BE-CompteExterne TO WS-IbanAValider
  CALL 'ValiderIban' USING WS-IbanAValider WS-IbanValide
                            WS-IbanMotif
  IF WS-IbanValide NOT = 'O' THEN
    ADD 1 TO WS-NbInvalides
    MOVE SPACES TO NettoyageLigne
    STRING BE-Reference DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(BE-Nom) DELIMITED BY SIZE
           " : IBAN " DELIMITED BY SIZE
           FUNCTION TRIM(BE-CompteExterne) DELIMITED BY SIZE
           " invalide (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-IbanMotif) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
      INTO NettoyageLigne
    END-STRING
    WRITE NettoyageLigne
  END-IF.
