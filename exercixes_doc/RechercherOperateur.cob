IDENTIFICATION DIVISION.
PROGRAM-ID. RechercherOperateur.

*> Recherche un opérateur dans operateurs.dat par numéro et restitue
*> son nom, son rôle, son plafond individuel, son indicateur actif et
*> un indicateur trouvé/non-trouvé, sur le modèle de RechercherCompte.
*> Utilisé à la connexion de GestionCompteEF_MAIN pour valider
*> l'identifiant saisi et charger le plafond applicable aux opérations.
*> Copie jumelle du sous-programme de la banque (GCB_DISTINCT), dont
*> elle lit le fichier des opérateurs : utilisée côté magasin pour
*> valider le caissier qui se connecte à une caisse (OuvertureCaisse).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT operateurs ASSIGN TO "../GCB_DISTINCT/operateurs.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS OperateurNumero
      FILE STATUS IS WS-OPERATEURS-STATUS.

DATA DIVISION.

FILE SECTION.
FD operateurs.
COPY "../GCB_DISTINCT/OPERATEURS.cpy".

WORKING-STORAGE SECTION.
01 WS-OPERATEURS-STATUS PIC XX.

LINKAGE SECTION.
01 OperRechercheNumero  PIC X(6).
01 OperRechercheNom     PIC X(30).
01 OperRechercheRole    PIC X(1).
01 OperRecherchePlafond PIC 9(6)V99.
01 OperRechercheActif   PIC X(1).
01 OperRechercheTrouve  PIC X(1).
   88 OPER-RECHERCHE-TROUVE       VALUE 'O'.
   88 OPER-RECHERCHE-NON-TROUVE   VALUE 'N'.
   88 OPER-FICHIER-INDISPONIBLE   VALUE 'I'.

PROCEDURE DIVISION USING OperRechercheNumero OperRechercheNom
                         OperRechercheRole OperRecherchePlafond
                         OperRechercheActif OperRechercheTrouve.
  MOVE SPACES TO OperRechercheNom
  MOVE SPACE TO OperRechercheRole
  MOVE ZERO TO OperRecherchePlafond
  MOVE SPACE TO OperRechercheActif
  SET OPER-RECHERCHE-NON-TROUVE TO TRUE

  OPEN INPUT operateurs
  IF WS-OPERATEURS-STATUS = "00" THEN
    MOVE OperRechercheNumero TO OperateurNumero
    READ operateurs
      NOT INVALID KEY
        MOVE OperateurNom     TO OperRechercheNom
        MOVE OperateurRole    TO OperRechercheRole
        MOVE OperateurPlafond TO OperRecherchePlafond
        MOVE OperateurActif   TO OperRechercheActif
        SET OPER-RECHERCHE-TROUVE TO TRUE
    END-READ
    CLOSE operateurs
  ELSE
    SET OPER-FICHIER-INDISPONIBLE TO TRUE
  END-IF.
