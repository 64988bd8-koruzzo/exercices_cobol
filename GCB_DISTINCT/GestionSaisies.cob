IDENTIFICATION DIVISION.
PROGRAM-ID. GestionSaisies.

*> Registre des ordres légaux (saisies.txt, voir SAISIES.cpy) : saisies-
*> attribution d'huissier et saisies administratives à tiers détenteur
*> du Trésor, jusqu'ici traitées sur papier avec une retenue posée à la
*> main dans GestionRetenues.
*> La SIGNIFICATION recense tous les comptes non clôturés du débiteur
*> (CompteClient de comptes.dat et lignes 'P'/'J' de titulaires.dat),
*> prend leur disponible (CalculerDisponible : les retenues et saisies
*> antérieures sont déjà déduites) et bloque le montant saisissable par
*> une retenue par compte, référencée par le numéro de l'ordre. Le solde
*> bancaire insaisissable du barème (BM-SoldeInsaisissable) reste
*> toujours disponible, une seule fois pour l'ensemble des comptes, pris
*> sur les premiers comptes créditeurs. Le blocage est plafonné au
*> montant réclamé. Le débiteur (dénonciation) et le créancier
*> (déclaration du tiers saisi) reçoivent une lettre par SpoolerCourrier.
*> Passé le délai légal (SA-DateEcheance, un mois après la
*> signification), PaiementsSaisies verse les fonds au créancier par le
*> circuit des paiements sortants. La MAINLEVEE lève les retenues de
*> l'ordre et prévient les deux parties.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT saisies ASSIGN TO "saisies.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SAISIES-STATUS.

  SELECT retenues ASSIGN TO "retenues.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RT-Cle
      FILE STATUS IS WS-RETENUES-STATUS.

  SELECT beneficiaires ASSIGN TO "beneficiaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BE-Reference
      FILE STATUS IS WS-BENEF-STATUS.

  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-TITULAIRES-STATUS.

  SELECT clients ASSIGN TO "clients.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClientNumero
      FILE STATUS IS WS-CLIENTS-STATUS.

  SELECT comptes ASSIGN TO "comptes.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CompteNumero
      FILE STATUS IS WS-COMPTES-STATUS.

  SELECT bareme ASSIGN TO "../baremetarifs.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-BAREME-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD saisies.
COPY "SAISIES.cpy".

FD retenues.
COPY "RETENUES.cpy".

FD beneficiaires.
COPY "BENEFICIAIRES.cpy".

FD titulaires.
COPY "TITULAIRES.cpy".

FD clients.
COPY "CLIENTS.cpy".

FD comptes.
COPY "COMPTES.cpy".

FD bareme.
COPY "BAREME.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-SAISIES-STATUS    PIC XX.
01 WS-RETENUES-STATUS   PIC XX.
01 WS-BENEF-STATUS      PIC XX.
01 WS-TITULAIRES-STATUS PIC XX.
01 WS-CLIENTS-STATUS    PIC XX.
01 WS-COMPTES-STATUS    PIC XX.
01 WS-BAREME-STATUS     PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-NomProgramme PIC X(20) VALUE "GestionSaisies".
01 WS-AccesAccorde PIC X(1).
01 WS-OperateurId  PIC X(6).

*> Délai légal avant paiement au créancier, en jours calendaires.
01 DELAI-SAISIE PIC 9(3) VALUE 30.

01 WS-DateJour      PIC X(8).
01 WS-FinLecture    PIC X(1).
01 WS-Choix         PIC X(1).
01 WS-Confirmation  PIC X(1).
01 WS-Idx           PIC 9(3).
01 WS-IdxTrouve     PIC 9(3).
01 WS-IdxCompte     PIC 9(2).
01 WS-ProchainNumero PIC 9(6).
01 WS-NumeroSaisi   PIC 9(6).
01 WS-ReferenceRetenue PIC X(6).

01 WS-TypeSaisi      PIC X(1).
01 WS-ClientSaisi    PIC X(6).
01 WS-NomClient      PIC X(30).
01 WS-CreancierSaisi PIC X(6).
01 WS-NomCreancier   PIC X(30).
01 WS-CreancierTrouve PIC X(1).
01 WS-RefActeSaisie  PIC X(20).
01 WS-MontantReclame PIC 9(8)V99.
01 WS-DateSignification PIC X(8).
01 WS-DateEcheance   PIC X(8).
01 WS-JourNum        PIC 9(8).

01 WS-SoldeInsaisissable PIC 9(6)V99.
01 WS-ProtectionRestante PIC 9(6)V99.
01 WS-ResteABloquer      PIC 9(8)V99.
01 WS-TotalBloque        PIC 9(8)V99.
01 WS-DisponibleSaisissable PIC 9(8)V99.
01 WS-Protege            PIC 9(6)V99.
01 WS-MontantEdite       PIC Z(7)9.99.
01 WS-ReclameEdite       PIC Z(7)9.99.
01 WS-ProtegeEdite       PIC Z(5)9.99.

01 WS-SoldeDisponible PIC S9(8)V99 SIGN LEADING SEPARATE.
01 WS-TotalRetenues   PIC 9(8)V99.

*> Comptes du débiteur et montant bloqué sur chacun.
01 WS-TableComptesDebiteur.
   05 WS-CompteDebiteurEntree OCCURS 50 TIMES.
      10 WS-CD-Compte     PIC X(6).
      10 WS-CD-Disponible PIC S9(8)V99 SIGN LEADING SEPARATE.
      10 WS-CD-Bloque     PIC 9(6)V99.
01 WS-NbComptesDebiteur PIC 9(2) VALUE ZERO.
01 WS-CompteAAjouter    PIC X(6).

01 WS-TableSaisies.
   05 WS-SaisieEntree OCCURS 200 TIMES.
      10 WS-SA-Numero            PIC 9(6).
      10 WS-SA-Type              PIC X(1).
      10 WS-SA-Client            PIC X(6).
      10 WS-SA-Creancier         PIC X(6).
      10 WS-SA-RefActe           PIC X(20).
      10 WS-SA-MontantReclame    PIC 9(8)V99.
      10 WS-SA-MontantSaisi      PIC 9(8)V99.
      10 WS-SA-MontantPaye       PIC 9(8)V99.
      10 WS-SA-DateSignification PIC X(8).
      10 WS-SA-DateEcheance      PIC X(8).
      10 WS-SA-DatePaiement      PIC X(8).
      10 WS-SA-Statut            PIC X(1).
      10 WS-SA-Operateur         PIC X(6).
01 WS-NbSaisies        PIC 9(3) VALUE ZERO.
01 WS-SaisiesDeborde   PIC X(1) VALUE 'N'.

01 WS-CompteRetenue     PIC X(6).
01 WS-NbRetenuesLevees PIC 9(3) VALUE ZERO.

01 WS-CourrierType         PIC X(10).
01 WS-CourrierSource       PIC X(1).
01 WS-CourrierDestinataire PIC X(6).
01 WS-CourrierTexte        PIC X(100).
01 WS-CourrierNumero       PIC 9(6).

PROCEDURE DIVISION.
  DISPLAY "Registre des saisies et avis à tiers détenteur."
  DISPLAY "Identifiant opérateur : "
  ACCEPT WS-OperateurId
  CALL 'ControlerAcces' USING WS-OperateurId WS-NomProgramme
                               WS-AccesAccorde
  IF WS-AccesAccorde NOT = 'O' THEN
    STOP RUN
  END-IF
  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-BAREME
  PERFORM CHARGER-SAISIES

  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  DISPLAY "Fin de la tenue du registre des saisies."
  STOP RUN.

NOUVELLE-ACTION.
  DISPLAY "---------------------------------------------------"
  DISPLAY "S -> Enregistrer un ordre signifié et bloquer les fonds"
  DISPLAY "M -> Mainlevée d'un ordre"
  DISPLAY "L -> Lister le registre"
  DISPLAY "E -> Quitter"
  DISPLAY "---------------------------------------------------"
  ACCEPT WS-Choix

  EVALUATE WS-Choix
    WHEN 'S'
      PERFORM SIGNIFIER-SAISIE
    WHEN 'M'
      PERFORM LEVER-SAISIE
    WHEN 'L'
      PERFORM LISTER-SAISIES
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

CHARGER-BAREME.
  MOVE ZERO TO BM-SoldeInsaisissable
  OPEN INPUT bareme
  IF WS-BAREME-STATUS = "00" THEN
    READ bareme
    END-READ
    CLOSE bareme
  END-IF
  IF BM-SoldeInsaisissable NUMERIC AND BM-SoldeInsaisissable > ZERO THEN
    MOVE BM-SoldeInsaisissable TO WS-SoldeInsaisissable
  ELSE
    MOVE 635.71 TO WS-SoldeInsaisissable
  END-IF.

CHARGER-SAISIES.
  MOVE ZERO TO WS-NbSaisies
  MOVE 1 TO WS-ProchainNumero
  OPEN INPUT saisies
  IF WS-SAISIES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-SAISIE-SUIVANTE
        UNTIL WS-FinLecture = 'O' OR WS-NbSaisies = 200
    IF WS-FinLecture NOT = 'O' THEN
      READ saisies
        AT END CONTINUE
        NOT AT END MOVE 'O' TO WS-SaisiesDeborde
      END-READ
    END-IF
    CLOSE saisies
  END-IF.

LIRE-SAISIE-SUIVANTE.
  READ saisies
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbSaisies
      MOVE SaisieRecord TO WS-SaisieEntree(WS-NbSaisies)
      IF SA-Numero >= WS-ProchainNumero THEN
        COMPUTE WS-ProchainNumero = SA-Numero + 1
      END-IF
  END-READ.

SAUVER-SAISIES.
  OPEN OUTPUT saisies
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbSaisies
    MOVE WS-SaisieEntree(WS-Idx) TO SaisieRecord
    WRITE SaisieRecord
  END-PERFORM
  CLOSE saisies.

*> ------------------------------------------------------------------
*> Signification : saisie de l'ordre, recensement des comptes du
*> débiteur, répartition du blocage, retenues et lettres.
*> ------------------------------------------------------------------
SIGNIFIER-SAISIE.
  IF WS-SaisiesDeborde = 'O' THEN
    DISPLAY "saisies.txt dépasse la capacité de travail (200), "
            "enregistrement refusé."
    EXIT PARAGRAPH
  END-IF
  IF WS-NbSaisies >= 200 THEN
    DISPLAY "Registre des saisies plein (200)."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Type : H = saisie-attribution (huissier), "
          "T = saisie administrative (Trésor) : "
  ACCEPT WS-TypeSaisi
  IF WS-TypeSaisi NOT = 'H' AND WS-TypeSaisi NOT = 'T' THEN
    DISPLAY "Type d'ordre inconnu, enregistrement annulé."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Numéro du client débiteur : "
  ACCEPT WS-ClientSaisi
  OPEN INPUT clients
  IF WS-CLIENTS-STATUS NOT = "00" THEN
    DISPLAY "clients.dat indisponible (" WS-CLIENTS-STATUS ")."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-ClientSaisi TO ClientNumero
  READ clients
    INVALID KEY
      DISPLAY "Client " WS-ClientSaisi " inconnu, enregistrement annulé."
      CLOSE clients
      EXIT PARAGRAPH
  END-READ
  CLOSE clients
  IF CLIENT-FUSIONNE THEN
    DISPLAY "Client " WS-ClientSaisi " absorbé par une fusion : "
            "enregistrer l'ordre sur la fiche survivante."
    EXIT PARAGRAPH
  END-IF
  MOVE ClientNom TO WS-NomClient

  DISPLAY "Référence du créancier saisissant (beneficiaires.dat) : "
  ACCEPT WS-CreancierSaisi
  PERFORM CHERCHER-CREANCIER
  IF WS-CreancierTrouve NOT = 'O' THEN
    DISPLAY "Créancier " WS-CreancierSaisi " inconnu : le créer d'abord "
            "par GestionBeneficiaires."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Référence de l'acte reçu : "
  ACCEPT WS-RefActeSaisie
  DISPLAY "Montant réclamé : "
  ACCEPT WS-MontantReclame
  IF WS-MontantReclame = ZERO THEN
    DISPLAY "Montant réclamé nul, enregistrement annulé."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Date de signification (AAAAMMJJ, vide = journée) : "
  ACCEPT WS-DateSignification
  IF WS-DateSignification = SPACES THEN
    MOVE WS-DateJour TO WS-DateSignification
  END-IF
  IF WS-DateSignification IS NOT NUMERIC
     OR WS-DateSignification > WS-DateJour THEN
    DISPLAY "Date de signification invalide, enregistrement annulé."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-DateSignification TO WS-JourNum
  COMPUTE WS-JourNum = FUNCTION DATE-OF-INTEGER(
      FUNCTION INTEGER-OF-DATE(WS-JourNum) + DELAI-SAISIE)
  MOVE WS-JourNum TO WS-DateEcheance

  PERFORM RECENSER-COMPTES-DEBITEUR
  PERFORM REPARTIR-BLOCAGE

  MOVE WS-MontantReclame TO WS-ReclameEdite
  MOVE WS-TotalBloque TO WS-MontantEdite
  MOVE WS-SoldeInsaisissable TO WS-ProtegeEdite
  DISPLAY "Débiteur " WS-ClientSaisi " " WS-NomClient " : "
          WS-NbComptesDebiteur " compte(s)."
  PERFORM VARYING WS-IdxCompte FROM 1 BY 1
      UNTIL WS-IdxCompte > WS-NbComptesDebiteur
    DISPLAY "  compte " WS-CD-Compte(WS-IdxCompte)
            " disponible " WS-CD-Disponible(WS-IdxCompte)
            " bloqué " WS-CD-Bloque(WS-IdxCompte)
  END-PERFORM
  DISPLAY "Réclamé " WS-ReclameEdite ", saisi " WS-MontantEdite
          ", insaisissable laissé " WS-ProtegeEdite
          ", paiement à partir du " WS-DateEcheance "."
  DISPLAY "Confirmer l'enregistrement de l'ordre (O/N) ? "
  ACCEPT WS-Confirmation
  IF WS-Confirmation NOT = 'O' THEN
    DISPLAY "Enregistrement abandonné, rien n'a été bloqué."
    EXIT PARAGRAPH
  END-IF

  MOVE WS-ProchainNumero TO WS-NumeroSaisi
  ADD 1 TO WS-ProchainNumero
  MOVE WS-NumeroSaisi TO WS-ReferenceRetenue
  PERFORM POSER-RETENUES-SAISIE

  ADD 1 TO WS-NbSaisies
  MOVE WS-NumeroSaisi       TO WS-SA-Numero(WS-NbSaisies)
  MOVE WS-TypeSaisi         TO WS-SA-Type(WS-NbSaisies)
  MOVE WS-ClientSaisi       TO WS-SA-Client(WS-NbSaisies)
  MOVE WS-CreancierSaisi    TO WS-SA-Creancier(WS-NbSaisies)
  MOVE WS-RefActeSaisie     TO WS-SA-RefActe(WS-NbSaisies)
  MOVE WS-MontantReclame    TO WS-SA-MontantReclame(WS-NbSaisies)
  MOVE WS-TotalBloque       TO WS-SA-MontantSaisi(WS-NbSaisies)
  MOVE ZERO                 TO WS-SA-MontantPaye(WS-NbSaisies)
  MOVE WS-DateSignification TO WS-SA-DateSignification(WS-NbSaisies)
  MOVE WS-DateEcheance      TO WS-SA-DateEcheance(WS-NbSaisies)
  MOVE SPACES               TO WS-SA-DatePaiement(WS-NbSaisies)
  IF WS-TotalBloque = ZERO THEN
    MOVE 'I' TO WS-SA-Statut(WS-NbSaisies)
  ELSE
    MOVE 'S' TO WS-SA-Statut(WS-NbSaisies)
  END-IF
  MOVE WS-OperateurId       TO WS-SA-Operateur(WS-NbSaisies)
  PERFORM SAUVER-SAISIES
  PERFORM ECRIRE-LETTRES-SIGNIFICATION
  DISPLAY "Ordre n° " WS-NumeroSaisi " enregistré, " WS-MontantEdite
          " bloqué(s)."
  IF WS-TotalBloque = ZERO THEN
    DISPLAY "Aucun solde saisissable : ordre infructueux, le créancier "
            "en est avisé."
  END-IF.

CHERCHER-CREANCIER.
  MOVE 'N' TO WS-CreancierTrouve
  OPEN INPUT beneficiaires
  IF WS-BENEF-STATUS = "00" THEN
    MOVE WS-CreancierSaisi TO BE-Reference
    READ beneficiaires
      INVALID KEY CONTINUE
      NOT INVALID KEY
        MOVE 'O' TO WS-CreancierTrouve
        MOVE BE-Nom TO WS-NomCreancier
    END-READ
    CLOSE beneficiaires
  END-IF.

*> Comptes non clôturés dont le débiteur est titulaire historique, puis
*> comptes où il figure en 'P' ou 'J' dans titulaires.dat (un compte
*> joint est saisissable, le cotitulaire pouvant contester). Les
*> procurations ('M') ne rendent pas le compte saisissable.
RECENSER-COMPTES-DEBITEUR.
  MOVE ZERO TO WS-NbComptesDebiteur
  OPEN INPUT comptes
  IF WS-COMPTES-STATUS = "00" THEN
    MOVE LOW-VALUES TO CompteNumero
    START comptes KEY IS NOT LESS THAN CompteNumero
      INVALID KEY
        MOVE 'O' TO WS-FinLecture
      NOT INVALID KEY
        MOVE 'N' TO WS-FinLecture
    END-START
    PERFORM LIRE-COMPTE-DEBITEUR UNTIL WS-FinLecture = 'O'
    CLOSE comptes
  END-IF
  OPEN INPUT titulaires
  IF WS-TITULAIRES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-TITULAIRE-DEBITEUR UNTIL WS-FinLecture = 'O'
    CLOSE titulaires
  END-IF
  PERFORM VARYING WS-IdxCompte FROM 1 BY 1
      UNTIL WS-IdxCompte > WS-NbComptesDebiteur
    CALL 'CalculerDisponible' USING WS-CD-Compte(WS-IdxCompte)
                                     WS-SoldeDisponible WS-TotalRetenues
    MOVE WS-SoldeDisponible TO WS-CD-Disponible(WS-IdxCompte)
    MOVE ZERO TO WS-CD-Bloque(WS-IdxCompte)
  END-PERFORM.

LIRE-COMPTE-DEBITEUR.
  READ comptes NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF CompteClient = WS-ClientSaisi AND NOT COMPTE-CLOTURE THEN
        MOVE CompteNumero TO WS-CompteAAjouter
        PERFORM AJOUTER-COMPTE-DEBITEUR
      END-IF
  END-READ.

LIRE-TITULAIRE-DEBITEUR.
  READ titulaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF TI-Client = WS-ClientSaisi
         AND (TI-Role = 'P' OR TI-Role = 'J') THEN
        MOVE TI-Compte TO WS-CompteAAjouter
        PERFORM AJOUTER-COMPTE-DEBITEUR
      END-IF
  END-READ.

*> Ajout sans doublon ; un compte clôturé venu de titulaires.dat est
*> écarté par CalculerDisponible (disponible nul ou négatif).
AJOUTER-COMPTE-DEBITEUR.
  PERFORM VARYING WS-IdxCompte FROM 1 BY 1
      UNTIL WS-IdxCompte > WS-NbComptesDebiteur
    IF WS-CD-Compte(WS-IdxCompte) = WS-CompteAAjouter THEN
      EXIT PARAGRAPH
    END-IF
  END-PERFORM
  IF WS-NbComptesDebiteur >= 50 THEN
    DISPLAY "Plus de 50 comptes pour le débiteur : compte "
            WS-CompteAAjouter " ignoré."
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO WS-NbComptesDebiteur
  MOVE WS-CompteAAjouter TO WS-CD-Compte(WS-NbComptesDebiteur).

*> Le solde insaisissable est d'abord laissé sur les comptes
*> créditeurs, dans l'ordre du recensement ; le reste du disponible est
*> bloqué jusqu'à concurrence du montant réclamé.
REPARTIR-BLOCAGE.
  MOVE WS-SoldeInsaisissable TO WS-ProtectionRestante
  MOVE WS-MontantReclame TO WS-ResteABloquer
  MOVE ZERO TO WS-TotalBloque
  PERFORM VARYING WS-IdxCompte FROM 1 BY 1
      UNTIL WS-IdxCompte > WS-NbComptesDebiteur
    IF WS-CD-Disponible(WS-IdxCompte) > ZERO THEN
      MOVE WS-CD-Disponible(WS-IdxCompte) TO WS-DisponibleSaisissable
      IF WS-ProtectionRestante >= WS-DisponibleSaisissable THEN
        MOVE WS-DisponibleSaisissable TO WS-Protege
      ELSE
        MOVE WS-ProtectionRestante TO WS-Protege
      END-IF
      SUBTRACT WS-Protege FROM WS-ProtectionRestante
      SUBTRACT WS-Protege FROM WS-DisponibleSaisissable
      IF WS-DisponibleSaisissable > WS-ResteABloquer THEN
        MOVE WS-ResteABloquer TO WS-DisponibleSaisissable
      END-IF
      IF WS-DisponibleSaisissable > 999999.99 THEN
        MOVE 999999.99 TO WS-DisponibleSaisissable
      END-IF
      MOVE WS-DisponibleSaisissable TO WS-CD-Bloque(WS-IdxCompte)
      SUBTRACT WS-DisponibleSaisissable FROM WS-ResteABloquer
      ADD WS-DisponibleSaisissable TO WS-TotalBloque
    END-IF
  END-PERFORM.

POSER-RETENUES-SAISIE.
  OPEN I-O retenues
  IF WS-RETENUES-STATUS = "35" THEN
    OPEN OUTPUT retenues
    CLOSE retenues
    OPEN I-O retenues
  END-IF
  IF WS-RETENUES-STATUS NOT = "00" THEN
    DISPLAY "retenues.dat indisponible (" WS-RETENUES-STATUS
            "), aucune retenue posée."
    EXIT PARAGRAPH
  END-IF
  PERFORM VARYING WS-IdxCompte FROM 1 BY 1
      UNTIL WS-IdxCompte > WS-NbComptesDebiteur
    IF WS-CD-Bloque(WS-IdxCompte) > ZERO THEN
      PERFORM POSER-RETENUE-COMPTE
    END-IF
  END-PERFORM
  CLOSE retenues.

*> Numéro d'ordre de la retenue : dernier numéro du compte plus un.
POSER-RETENUE-COMPTE.
  MOVE WS-CD-Compte(WS-IdxCompte) TO WS-CompteRetenue
  MOVE WS-CompteRetenue TO RT-Compte
  MOVE 9999 TO RT-Numero
  START retenues KEY IS LESS THAN RT-Cle
    INVALID KEY MOVE ZERO TO RT-Numero
    NOT INVALID KEY
      READ retenues PREVIOUS RECORD
        AT END MOVE ZERO TO RT-Numero
        NOT AT END
          IF RT-Compte NOT = WS-CompteRetenue THEN
            MOVE ZERO TO RT-Numero
          END-IF
      END-READ
  END-START
  IF RT-Numero = 9999 THEN
    DISPLAY "Numéros de retenue épuisés sur le compte "
            WS-CompteRetenue ", blocage non posé."
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO RT-Numero
  MOVE WS-CompteRetenue TO RT-Compte
  MOVE WS-CD-Bloque(WS-IdxCompte) TO RT-Montant
  MOVE SPACES TO RT-Motif
  IF WS-TypeSaisi = 'T' THEN
    STRING "SATD n° " DELIMITED BY SIZE
           WS-NumeroSaisi DELIMITED BY SIZE
      INTO RT-Motif
    END-STRING
  ELSE
    STRING "Saisie n° " DELIMITED BY SIZE
           WS-NumeroSaisi DELIMITED BY SIZE
      INTO RT-Motif
    END-STRING
  END-IF
  MOVE WS-ReferenceRetenue TO RT-Reference
  MOVE SPACES TO RT-DateExpiration
  MOVE 'A' TO RT-Statut
  WRITE RetenueRecord
    INVALID KEY
      DISPLAY "Retenue refusée sur le compte " WS-CompteRetenue
              " (" WS-RETENUES-STATUS ")."
  END-WRITE.

LEVER-RETENUES-SAISIE.
  OPEN I-O retenues
  IF WS-RETENUES-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM LEVER-RETENUE-SUIVANTE UNTIL WS-FinLecture = 'O'
  CLOSE retenues.

LEVER-RETENUE-SUIVANTE.
  READ retenues NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF RT-Reference = WS-ReferenceRetenue
         AND RT-Statut NOT = 'L' THEN
        MOVE 'L' TO RT-Statut
        REWRITE RetenueRecord
        ADD 1 TO WS-NbRetenuesLevees
      END-IF
  END-READ.

ECRIRE-LETTRES-SIGNIFICATION.
  MOVE "SAISIE" TO WS-CourrierType
  MOVE SPACES TO WS-CourrierTexte
  STRING "Ordre n° " DELIMITED BY SIZE
         WS-NumeroSaisi DELIMITED BY SIZE
         " (acte " DELIMITED BY SIZE
         FUNCTION TRIM(WS-RefActeSaisie) DELIMITED BY SIZE
         ") : " DELIMITED BY SIZE
         FUNCTION TRIM(WS-MontantEdite) DELIMITED BY SIZE
         " bloqués, " DELIMITED BY SIZE
         FUNCTION TRIM(WS-ProtegeEdite) DELIMITED BY SIZE
         " laissés disponibles." DELIMITED BY SIZE
    INTO WS-CourrierTexte
  END-STRING
  MOVE 'C' TO WS-CourrierSource
  MOVE WS-ClientSaisi TO WS-CourrierDestinataire
  CALL 'SpoolerCourrier' USING WS-CourrierType WS-CourrierSource
                                WS-CourrierDestinataire
                                WS-CourrierTexte WS-CourrierNumero
  MOVE SPACES TO WS-CourrierTexte
  STRING "Ordre n° " DELIMITED BY SIZE
         WS-NumeroSaisi DELIMITED BY SIZE
         " débiteur " DELIMITED BY SIZE
         WS-ClientSaisi DELIMITED BY SIZE
         " : saisi " DELIMITED BY SIZE
         FUNCTION TRIM(WS-MontantEdite) DELIMITED BY SIZE
         " sur " DELIMITED BY SIZE
         FUNCTION TRIM(WS-ReclameEdite) DELIMITED BY SIZE
         ", versé à partir du " DELIMITED BY SIZE
         WS-DateEcheance DELIMITED BY SIZE
    INTO WS-CourrierTexte
  END-STRING
  MOVE 'B' TO WS-CourrierSource
  MOVE WS-CreancierSaisi TO WS-CourrierDestinataire
  CALL 'SpoolerCourrier' USING WS-CourrierType WS-CourrierSource
                                WS-CourrierDestinataire
                                WS-CourrierTexte WS-CourrierNumero.

*> ------------------------------------------------------------------
*> Mainlevée : l'ordre est levé, ses retenues aussi.
*> ------------------------------------------------------------------
LEVER-SAISIE.
  IF WS-SaisiesDeborde = 'O' THEN
    DISPLAY "saisies.txt dépasse la capacité de travail (200), "
            "mainlevée refusée."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Numéro de l'ordre : "
  ACCEPT WS-NumeroSaisi
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbSaisies
    IF WS-SA-Numero(WS-Idx) = WS-NumeroSaisi THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM
  IF WS-IdxTrouve = ZERO THEN
    DISPLAY "Ordre n° " WS-NumeroSaisi " inconnu."
    EXIT PARAGRAPH
  END-IF
  IF WS-SA-Statut(WS-IdxTrouve) NOT = 'S' THEN
    DISPLAY "Ordre n° " WS-NumeroSaisi " au statut "
            WS-SA-Statut(WS-IdxTrouve) " : plus de fonds bloqués à lever."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Confirmer la mainlevée de l'ordre n° " WS-NumeroSaisi
          " (O/N) ? "
  ACCEPT WS-Confirmation
  IF WS-Confirmation NOT = 'O' THEN
    DISPLAY "Mainlevée abandonnée."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-NumeroSaisi TO WS-ReferenceRetenue
  MOVE ZERO TO WS-NbRetenuesLevees
  PERFORM LEVER-RETENUES-SAISIE
  MOVE 'L' TO WS-SA-Statut(WS-IdxTrouve)
  MOVE WS-DateJour TO WS-SA-DatePaiement(WS-IdxTrouve)
  PERFORM SAUVER-SAISIES

  MOVE "MAINLEVEE" TO WS-CourrierType
  MOVE SPACES TO WS-CourrierTexte
  STRING "Mainlevée de l'ordre n° " DELIMITED BY SIZE
         WS-NumeroSaisi DELIMITED BY SIZE
         " (acte " DELIMITED BY SIZE
         FUNCTION TRIM(WS-SA-RefActe(WS-IdxTrouve)) DELIMITED BY SIZE
         ") : fonds débloqués." DELIMITED BY SIZE
    INTO WS-CourrierTexte
  END-STRING
  MOVE 'C' TO WS-CourrierSource
  MOVE WS-SA-Client(WS-IdxTrouve) TO WS-CourrierDestinataire
  CALL 'SpoolerCourrier' USING WS-CourrierType WS-CourrierSource
                                WS-CourrierDestinataire
                                WS-CourrierTexte WS-CourrierNumero
  MOVE 'B' TO WS-CourrierSource
  MOVE WS-SA-Creancier(WS-IdxTrouve) TO WS-CourrierDestinataire
  CALL 'SpoolerCourrier' USING WS-CourrierType WS-CourrierSource
                                WS-CourrierDestinataire
                                WS-CourrierTexte WS-CourrierNumero
  DISPLAY "Mainlevée faite : " WS-NbRetenuesLevees " retenue(s) levée(s).".

LISTER-SAISIES.
  IF WS-NbSaisies = ZERO THEN
    DISPLAY "Registre des saisies vide."
  END-IF
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbSaisies
    DISPLAY WS-SA-Numero(WS-Idx) " " WS-SA-Type(WS-Idx)
            " débiteur " WS-SA-Client(WS-Idx)
            " créancier " WS-SA-Creancier(WS-Idx)
            " réclamé " WS-SA-MontantReclame(WS-Idx)
            " saisi " WS-SA-MontantSaisi(WS-Idx)
            " payé " WS-SA-MontantPaye(WS-Idx)
            " signifié " WS-SA-DateSignification(WS-Idx)
            " échéance " WS-SA-DateEcheance(WS-Idx)
            " statut " WS-SA-Statut(WS-Idx)
  END-PERFORM.
