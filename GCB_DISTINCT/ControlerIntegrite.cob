IDENTIFICATION DIVISION.
PROGRAM-ID. ControlerIntegrite.

*> Contrôle de nuit de l'intégrité référentielle entre les fichiers
*> maîtres et de référence : les fichiers se désignent les uns les
*> autres sans que rien ne vérifie les liens. Le job parcourt chaque
*> relation en lecture seule :
*>  - comptes.dat -> clients.dat (CompteClient absent ou fusionné 'F')
*>    et -> produits.dat (CompteProduit renseigné mais inconnu ; à
*>    blanc, le compte retombe normalement sur le barème) ;
*>  - titulaires.dat -> comptes.dat et -> clients.dat ;
*>  - prets.dat, mandats.dat, chequiers.dat, retenues.dat -> comptes.dat
*>    (compte inexistant ou clôturé) ;
*>  - ordrespermanents.dat -> compte 000001, dont ils partent tous.
*> Les ruptures sont classées en trois niveaux et le rapport
*> rapportintegrite.txt les regroupe par niveau :
*>  - CRITIQUE : de l'argent peut encore bouger sur un lien rompu —
*>    prêt actif, mandat actif ou ordre permanent en vigueur sur un
*>    compte inexistant ou clôturé, compte ouvert sans client connu ;
*>  - MAJEURE : référence vers une fiche inexistante ou fusionnée sans
*>    mouvement d'argent immédiat (produit inconnu d'un compte ouvert,
*>    titulaire ou client inconnu, chéquier ou retenue active sur un
*>    compte inexistant) ;
*>  - MINEURE : reliquat sur compte clôturé (titulaire, chéquier,
*>    retenue encore active, client ou produit d'un compte clôturé).
*> Le résumé resumeintegrite.txt (date, nombre par niveau) est relu par
*> VerifierChaine : une rupture critique rend son verdict du matin
*> ROUGE. Code retour 4 s'il y a des ruptures critiques, 8 si
*> comptes.dat est illisible.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT comptes ASSIGN TO "comptes.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CompteNumero
      FILE STATUS IS WS-COMPTES-STATUS.

  SELECT clients ASSIGN TO "clients.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClientNumero
      FILE STATUS IS WS-CLIENTS-STATUS.

  SELECT produits ASSIGN TO "produits.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ProduitCode
      FILE STATUS IS WS-PRODUITS-STATUS.

  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-TITULAIRES-STATUS.

  SELECT prets ASSIGN TO "prets.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS PR-Id
      FILE STATUS IS WS-PRETS-STATUS.

  SELECT mandats ASSIGN TO "mandats.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS MA-Reference
      FILE STATUS IS WS-MANDATS-STATUS.

  SELECT ordrespermanents ASSIGN TO "ordrespermanents.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS OP-Libelle
      FILE STATUS IS WS-ORDRES-STATUS.

  SELECT chequiers ASSIGN TO "chequiers.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS CQ-Cle
      FILE STATUS IS WS-CHEQUIERS-STATUS.

  SELECT retenues ASSIGN TO "retenues.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS RT-Cle
      FILE STATUS IS WS-RETENUES-STATUS.

  SELECT rapport ASSIGN TO "rapportintegrite.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RAPPORT-STATUS.

  SELECT resumeintegrite ASSIGN TO "resumeintegrite.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RESUME-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD comptes.
COPY "COMPTES.cpy".

FD clients.
COPY "CLIENTS.cpy".

FD produits.
COPY "PRODUITS.cpy".

FD titulaires.
COPY "TITULAIRES.cpy".

FD prets.
COPY "PRETS.cpy".

FD mandats.
COPY "MANDATS.cpy".

FD ordrespermanents.
COPY "ORDRESPERM.cpy".

FD chequiers.
COPY "CHEQUIERS.cpy".

FD retenues.
COPY "RETENUES.cpy".

FD rapport.
01 RapportLigne PIC X(100).

FD resumeintegrite.
01 ResumeIntegriteRecord.
   05 RI-Date       PIC X(8).
   05 RI-Critiques  PIC 9(5).
   05 RI-Majeures   PIC 9(5).
   05 RI-Mineures   PIC 9(5).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-COMPTES-STATUS    PIC XX.
01 WS-CLIENTS-STATUS    PIC XX.
01 WS-PRODUITS-STATUS   PIC XX.
01 WS-TITULAIRES-STATUS PIC XX.
01 WS-PRETS-STATUS      PIC XX.
01 WS-MANDATS-STATUS    PIC XX.
01 WS-ORDRES-STATUS     PIC XX.
01 WS-CHEQUIERS-STATUS  PIC XX.
01 WS-RETENUES-STATUS   PIC XX.
01 WS-RAPPORT-STATUS    PIC XX.
01 WS-RESUME-STATUS     PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-JobNomLog   PIC X(20) VALUE "ControlerIntegrite".
01 WS-JobPhase    PIC X(1).
01 WS-JobCompteur PIC 9(6) VALUE ZERO.
01 WS-JobRC       PIC 9(2) VALUE ZERO.

01 WS-DateJour     PIC X(8).
01 WS-FinLecture   PIC X(1).
01 WS-ClientsOuvert  PIC X(1).
01 WS-ProduitsOuvert PIC X(1).

*> Le parcours complet est refait pour chaque niveau, dans l'ordre
*> critique, majeure, mineure : le rapport sort ainsi regroupé sans
*> table d'exceptions à borner.
01 WS-NiveauEnCours PIC 9(1).
01 WS-NiveauRupture PIC 9(1).
   88 RUPTURE-CRITIQUE VALUE 1.
   88 RUPTURE-MAJEURE  VALUE 2.
   88 RUPTURE-MINEURE  VALUE 3.
01 WS-TableNiveaux.
   05 WS-NiveauEntree OCCURS 3 TIMES.
      10 WS-NI-Libelle  PIC X(8).
      10 WS-NI-Nombre   PIC 9(5).
01 WS-TexteRupture  PIC X(96).
01 WS-NbRuptures    PIC 9(6).

*> Résultat des lectures de référence : 'O' fiche vivante, 'C' compte
*> clôturé, 'F' client fusionné, 'I' fiche inexistante.
01 WS-CompteReference PIC X(6).
01 WS-EtatCompte      PIC X(1).
01 WS-ClientReference PIC X(6).
01 WS-EtatClient      PIC X(1).
01 WS-LibelleEtat     PIC X(10).
01 WS-NbOrdresActifs  PIC 9(5).

PROCEDURE DIVISION.
  MOVE 'D' TO WS-JobPhase
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  PERFORM CHARGER-DATE-VALEUR

  OPEN INPUT comptes
  IF WS-COMPTES-STATUS NOT = "00" THEN
    DISPLAY "comptes.dat illisible (" WS-COMPTES-STATUS
            ") : contrôle d'intégrité impossible."
    MOVE 8 TO WS-JobRC
    MOVE 'F' TO WS-JobPhase
    CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur
                            WS-JobRC
    MOVE WS-JobRC TO RETURN-CODE
    STOP RUN
  END-IF
  MOVE 'N' TO WS-ClientsOuvert
  OPEN INPUT clients
  IF WS-CLIENTS-STATUS = "00" THEN
    MOVE 'O' TO WS-ClientsOuvert
  END-IF
  MOVE 'N' TO WS-ProduitsOuvert
  OPEN INPUT produits
  IF WS-PRODUITS-STATUS = "00" THEN
    MOVE 'O' TO WS-ProduitsOuvert
  END-IF

  MOVE "CRITIQUE" TO WS-NI-Libelle(1)
  MOVE "MAJEURE"  TO WS-NI-Libelle(2)
  MOVE "MINEURE"  TO WS-NI-Libelle(3)
  MOVE ZERO TO WS-NI-Nombre(1) WS-NI-Nombre(2) WS-NI-Nombre(3)

  OPEN OUTPUT rapport
  MOVE SPACES TO RapportLigne
  STRING "INTEGRITE REFERENTIELLE - contrôle du " DELIMITED BY SIZE
         WS-DateJour DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne
  IF WS-ClientsOuvert NOT = 'O' THEN
    MOVE "clients.dat indisponible : clients non contrôlés."
      TO RapportLigne
    WRITE RapportLigne
  END-IF
  IF WS-ProduitsOuvert NOT = 'O' THEN
    MOVE "produits.dat indisponible : produits non contrôlés."
      TO RapportLigne
    WRITE RapportLigne
  END-IF

  PERFORM PARCOURIR-NIVEAU
      VARYING WS-NiveauEnCours FROM 1 BY 1 UNTIL WS-NiveauEnCours > 3

  COMPUTE WS-NbRuptures = WS-NI-Nombre(1) + WS-NI-Nombre(2)
                        + WS-NI-Nombre(3)
  MOVE SPACES TO RapportLigne
  STRING "TOTAL : " DELIMITED BY SIZE
         WS-NI-Nombre(1) DELIMITED BY SIZE
         " critique(s), " DELIMITED BY SIZE
         WS-NI-Nombre(2) DELIMITED BY SIZE
         " majeure(s), " DELIMITED BY SIZE
         WS-NI-Nombre(3) DELIMITED BY SIZE
         " mineure(s)." DELIMITED BY SIZE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne
  CLOSE rapport
  DISPLAY RapportLigne

  OPEN OUTPUT resumeintegrite
  MOVE WS-DateJour     TO RI-Date
  MOVE WS-NI-Nombre(1) TO RI-Critiques
  MOVE WS-NI-Nombre(2) TO RI-Majeures
  MOVE WS-NI-Nombre(3) TO RI-Mineures
  WRITE ResumeIntegriteRecord
  CLOSE resumeintegrite

  CLOSE comptes
  IF WS-ClientsOuvert = 'O' THEN
    CLOSE clients
  END-IF
  IF WS-ProduitsOuvert = 'O' THEN
    CLOSE produits
  END-IF

  IF WS-NI-Nombre(1) > ZERO THEN
    MOVE 4 TO WS-JobRC
  END-IF
  MOVE 'F' TO WS-JobPhase
  MOVE WS-NbRuptures TO WS-JobCompteur
  CALL 'JournalJob' USING WS-JobNomLog WS-JobPhase WS-JobCompteur WS-JobRC
  MOVE WS-JobRC TO RETURN-CODE
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

PARCOURIR-NIVEAU.
  MOVE SPACES TO RapportLigne
  WRITE RapportLigne
  STRING "--- Ruptures de niveau " DELIMITED BY SIZE
         WS-NI-Libelle(WS-NiveauEnCours) DELIMITED BY SPACE
    INTO RapportLigne
  END-STRING
  WRITE RapportLigne

  PERFORM CONTROLER-COMPTES
  PERFORM CONTROLER-TITULAIRES
  PERFORM CONTROLER-PRETS
  PERFORM CONTROLER-MANDATS
  PERFORM CONTROLER-ORDRES-PERMANENTS
  PERFORM CONTROLER-CHEQUIERS
  PERFORM CONTROLER-RETENUES

  IF WS-NI-Nombre(WS-NiveauEnCours) = ZERO THEN
    MOVE "  Aucune." TO RapportLigne
    WRITE RapportLigne
  END-IF.

*> Une rupture n'est écrite (et comptée) que dans le parcours de son
*> niveau.
SIGNALER-RUPTURE.
  IF WS-NiveauRupture = WS-NiveauEnCours THEN
    ADD 1 TO WS-NI-Nombre(WS-NiveauEnCours)
    MOVE SPACES TO RapportLigne
    STRING "  " DELIMITED BY SIZE
           WS-TexteRupture DELIMITED BY SIZE
      INTO RapportLigne
    END-STRING
    WRITE RapportLigne
  END-IF.

LIRE-COMPTE-REFERENCE.
  MOVE WS-CompteReference TO CompteNumero
  READ comptes
    INVALID KEY
      MOVE 'I' TO WS-EtatCompte
      MOVE "inexistant" TO WS-LibelleEtat
    NOT INVALID KEY
      IF COMPTE-CLOTURE THEN
        MOVE 'C' TO WS-EtatCompte
        MOVE "clôturé" TO WS-LibelleEtat
      ELSE
        MOVE 'O' TO WS-EtatCompte
      END-IF
  END-READ.

LIRE-CLIENT-REFERENCE.
  MOVE 'O' TO WS-EtatClient
  IF WS-ClientsOuvert NOT = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  IF WS-ClientReference = SPACES THEN
    MOVE 'I' TO WS-EtatClient
    EXIT PARAGRAPH
  END-IF
  MOVE WS-ClientReference TO ClientNumero
  READ clients
    INVALID KEY
      MOVE 'I' TO WS-EtatClient
    NOT INVALID KEY
      IF CLIENT-FUSIONNE THEN
        MOVE 'F' TO WS-EtatClient
      END-IF
  END-READ.

*> Comptes -> clients et produits. Le parcours séquentiel de comptes.dat
*> ne relit que clients.dat et produits.dat : sa position n'est pas
*> perdue.
CONTROLER-COMPTES.
  MOVE LOW-VALUES TO CompteNumero
  START comptes KEY IS NOT LESS THAN CompteNumero
    INVALID KEY
      MOVE 'O' TO WS-FinLecture
    NOT INVALID KEY
      MOVE 'N' TO WS-FinLecture
  END-START
  PERFORM CONTROLER-COMPTE-SUIVANT UNTIL WS-FinLecture = 'O'.

CONTROLER-COMPTE-SUIVANT.
  READ comptes NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM CONTROLER-CLIENT-COMPTE
      PERFORM CONTROLER-PRODUIT-COMPTE
  END-READ.

CONTROLER-CLIENT-COMPTE.
  MOVE CompteClient TO WS-ClientReference
  PERFORM LIRE-CLIENT-REFERENCE
  IF WS-EtatClient = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  MOVE SPACES TO WS-TexteRupture
  IF WS-EtatClient = 'I' THEN
    IF COMPTE-CLOTURE THEN
      SET RUPTURE-MINEURE TO TRUE
    ELSE
      SET RUPTURE-CRITIQUE TO TRUE
    END-IF
    STRING "Compte " DELIMITED BY SIZE
           CompteNumero DELIMITED BY SIZE
           " : client '" DELIMITED BY SIZE
           CompteClient DELIMITED BY SIZE
           "' absent de clients.dat." DELIMITED BY SIZE
      INTO WS-TexteRupture
    END-STRING
  ELSE
    IF COMPTE-CLOTURE THEN
      SET RUPTURE-MINEURE TO TRUE
    ELSE
      SET RUPTURE-MAJEURE TO TRUE
    END-IF
    STRING "Compte " DELIMITED BY SIZE
           CompteNumero DELIMITED BY SIZE
           " : client " DELIMITED BY SIZE
           CompteClient DELIMITED BY SIZE
           " fusionné, compte non rattaché au client absorbant."
             DELIMITED BY SIZE
      INTO WS-TexteRupture
    END-STRING
  END-IF
  PERFORM SIGNALER-RUPTURE.

CONTROLER-PRODUIT-COMPTE.
  IF WS-ProduitsOuvert NOT = 'O' OR CompteProduit = SPACES THEN
    EXIT PARAGRAPH
  END-IF
  MOVE CompteProduit TO ProduitCode
  READ produits
    INVALID KEY
      IF COMPTE-CLOTURE THEN
        SET RUPTURE-MINEURE TO TRUE
      ELSE
        SET RUPTURE-MAJEURE TO TRUE
      END-IF
      MOVE SPACES TO WS-TexteRupture
      STRING "Compte " DELIMITED BY SIZE
             CompteNumero DELIMITED BY SIZE
             " : produit " DELIMITED BY SIZE
             CompteProduit DELIMITED BY SIZE
             " absent de produits.dat (barème global appliqué)."
               DELIMITED BY SIZE
        INTO WS-TexteRupture
      END-STRING
      PERFORM SIGNALER-RUPTURE
  END-READ.

CONTROLER-TITULAIRES.
  OPEN INPUT titulaires
  IF WS-TITULAIRES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CONTROLER-TITULAIRE-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE titulaires
  END-IF.

CONTROLER-TITULAIRE-SUIVANT.
  READ titulaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE TI-Compte TO WS-CompteReference
      PERFORM LIRE-COMPTE-REFERENCE
      IF WS-EtatCompte NOT = 'O' THEN
        IF WS-EtatCompte = 'I' THEN
          SET RUPTURE-MAJEURE TO TRUE
        ELSE
          SET RUPTURE-MINEURE TO TRUE
        END-IF
        MOVE SPACES TO WS-TexteRupture
        STRING "Titulaire " DELIMITED BY SIZE
               TI-Client DELIMITED BY SIZE
               " (rôle " DELIMITED BY SIZE
               TI-Role DELIMITED BY SIZE
               ") sur compte " DELIMITED BY SIZE
               TI-Compte DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LibelleEtat DELIMITED BY SPACE
               "." DELIMITED BY SIZE
          INTO WS-TexteRupture
        END-STRING
        PERFORM SIGNALER-RUPTURE
      END-IF
      MOVE TI-Client TO WS-ClientReference
      PERFORM LIRE-CLIENT-REFERENCE
      IF WS-EtatClient NOT = 'O' THEN
        SET RUPTURE-MAJEURE TO TRUE
        MOVE SPACES TO WS-TexteRupture
        IF WS-EtatClient = 'I' THEN
          STRING "Titulaire du compte " DELIMITED BY SIZE
                 TI-Compte DELIMITED BY SIZE
                 " : client '" DELIMITED BY SIZE
                 TI-Client DELIMITED BY SIZE
                 "' absent de clients.dat." DELIMITED BY SIZE
            INTO WS-TexteRupture
          END-STRING
        ELSE
          STRING "Titulaire du compte " DELIMITED BY SIZE
                 TI-Compte DELIMITED BY SIZE
                 " : client " DELIMITED BY SIZE
                 TI-Client DELIMITED BY SIZE
                 " fusionné." DELIMITED BY SIZE
            INTO WS-TexteRupture
          END-STRING
        END-IF
        PERFORM SIGNALER-RUPTURE
      END-IF
  END-READ.

CONTROLER-PRETS.
  OPEN INPUT prets
  IF WS-PRETS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CONTROLER-PRET-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE prets
  END-IF.

CONTROLER-PRET-SUIVANT.
  READ prets NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF PRET-ACTIF THEN
        MOVE PR-Compte TO WS-CompteReference
        PERFORM LIRE-COMPTE-REFERENCE
        IF WS-EtatCompte NOT = 'O' THEN
          SET RUPTURE-CRITIQUE TO TRUE
          MOVE SPACES TO WS-TexteRupture
          STRING "Prêt actif " DELIMITED BY SIZE
                 PR-Id DELIMITED BY SIZE
                 " sur compte " DELIMITED BY SIZE
                 PR-Compte DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-LibelleEtat DELIMITED BY SPACE
                 " : prélèvements d'échéances sans compte."
                   DELIMITED BY SIZE
            INTO WS-TexteRupture
          END-STRING
          PERFORM SIGNALER-RUPTURE
        END-IF
      END-IF
  END-READ.

CONTROLER-MANDATS.
  OPEN INPUT mandats
  IF WS-MANDATS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CONTROLER-MANDAT-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE mandats
  END-IF.

CONTROLER-MANDAT-SUIVANT.
  READ mandats NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF MANDAT-ACTIF THEN
        MOVE MA-Compte TO WS-CompteReference
        PERFORM LIRE-COMPTE-REFERENCE
        IF WS-EtatCompte NOT = 'O' THEN
          SET RUPTURE-CRITIQUE TO TRUE
          MOVE SPACES TO WS-TexteRupture
          STRING "Mandat actif " DELIMITED BY SIZE
                 MA-Reference DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 MA-Creancier DELIMITED BY "  "
                 ") sur compte " DELIMITED BY SIZE
                 MA-Compte DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-LibelleEtat DELIMITED BY SPACE
                 "." DELIMITED BY SIZE
            INTO WS-TexteRupture
          END-STRING
          PERFORM SIGNALER-RUPTURE
        END-IF
      END-IF
  END-READ.

*> Les ordres permanents n'ont pas de compte propre : ils partent tous
*> du compte 000001 (OrdresPermanentsBatch).
CONTROLER-ORDRES-PERMANENTS.
  MOVE ZERO TO WS-NbOrdresActifs
  OPEN INPUT ordrespermanents
  IF WS-ORDRES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM COMPTER-ORDRE-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE ordrespermanents
  END-IF
  IF WS-NbOrdresActifs = ZERO THEN
    EXIT PARAGRAPH
  END-IF
  MOVE "000001" TO WS-CompteReference
  PERFORM LIRE-COMPTE-REFERENCE
  IF WS-EtatCompte NOT = 'O' THEN
    SET RUPTURE-CRITIQUE TO TRUE
    MOVE SPACES TO WS-TexteRupture
    STRING WS-NbOrdresActifs DELIMITED BY SIZE
           " ordre(s) permanent(s) en vigueur sur le compte 000001 "
             DELIMITED BY SIZE
           WS-LibelleEtat DELIMITED BY SPACE
           "." DELIMITED BY SIZE
      INTO WS-TexteRupture
    END-STRING
    PERFORM SIGNALER-RUPTURE
  END-IF.

COMPTER-ORDRE-SUIVANT.
  READ ordrespermanents NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF (OP-Statut = 'A' OR OP-Statut = SPACE)
         AND (OP-DateFin = SPACES OR OP-DateFin >= WS-DateJour) THEN
        ADD 1 TO WS-NbOrdresActifs
      END-IF
  END-READ.

CONTROLER-CHEQUIERS.
  OPEN INPUT chequiers
  IF WS-CHEQUIERS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CONTROLER-CHEQUIER-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE chequiers
  END-IF.

CONTROLER-CHEQUIER-SUIVANT.
  READ chequiers NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE CQ-Compte TO WS-CompteReference
      PERFORM LIRE-COMPTE-REFERENCE
      IF WS-EtatCompte NOT = 'O' THEN
        IF WS-EtatCompte = 'I' THEN
          SET RUPTURE-MAJEURE TO TRUE
        ELSE
          SET RUPTURE-MINEURE TO TRUE
        END-IF
        MOVE SPACES TO WS-TexteRupture
        STRING "Chéquier " DELIMITED BY SIZE
               CQ-Premier DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CQ-Dernier DELIMITED BY SIZE
               " sur compte " DELIMITED BY SIZE
               CQ-Compte DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LibelleEtat DELIMITED BY SPACE
               "." DELIMITED BY SIZE
          INTO WS-TexteRupture
        END-STRING
        PERFORM SIGNALER-RUPTURE
      END-IF
  END-READ.

*> Retenue active : non levée et non expirée (règle de
*> CalculerDisponible).
CONTROLER-RETENUES.
  OPEN INPUT retenues
  IF WS-RETENUES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM CONTROLER-RETENUE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE retenues
  END-IF.

CONTROLER-RETENUE-SUIVANTE.
  READ retenues NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF RT-Statut NOT = 'L'
         AND (RT-DateExpiration = SPACES
              OR RT-DateExpiration >= WS-DateJour) THEN
        MOVE RT-Compte TO WS-CompteReference
        PERFORM LIRE-COMPTE-REFERENCE
        IF WS-EtatCompte NOT = 'O' THEN
          IF WS-EtatCompte = 'I' THEN
            SET RUPTURE-MAJEURE TO TRUE
          ELSE
            SET RUPTURE-MINEURE TO TRUE
          END-IF
          MOVE SPACES TO WS-TexteRupture
          STRING "Retenue active " DELIMITED BY SIZE
                 RT-Reference DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 RT-Motif DELIMITED BY "  "
                 ") sur compte " DELIMITED BY SIZE
                 RT-Compte DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-LibelleEtat DELIMITED BY SPACE
                 "." DELIMITED BY SIZE
            INTO WS-TexteRupture
          END-STRING
          PERFORM SIGNALER-RUPTURE
        END-IF
      END-IF
  END-READ.
