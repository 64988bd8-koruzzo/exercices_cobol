*> dépôts d'essai polluaient historique.txt. Ce job clone le maître des
*> comptes de production vers formationcomptes.dat, recopie la vue
*> solde.txt vers formationsolde.txt, et remet à zéro le journal, le
*> checkpoint, les pièces et les files d'attente du jeu d'exercice
*> (la file d'autorisations formationautorisations.dat et l'index des
*> mouvements formationmouvements.dat sont indexés).
*> Une fois modeformation.txt positionné à 'O', le guichet
*> (GestionCompteEF_MAIN) et les sous-programmes de posting basculent
*> d'eux-mêmes sur ces fichiers formation* — voir le garde-fou dans
      RECORD KEY IS FC-Numero
      FILE STATUS IS WS-FORMCOMPTES-STATUS.

  SELECT formautorisations ASSIGN TO "formationautorisations.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS AU-Id
      FILE STATUS IS WS-FORMAUTORISATIONS-STATUS.

  SELECT formmouvements ASSIGN TO "formationmouvements.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS MV-Cle
      FILE STATUS IS WS-FORMMOUVEMENTS-STATUS.

  SELECT origine ASSIGN TO WS-NomOrigine
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
   05 FC-Statut    PIC X(1).
   05 FC-Produit   PIC X(6).

FD formautorisations.
COPY "AUTORISATIONS.cpy".

FD formmouvements.
COPY "MOUVEMENTS.cpy".

FD origine.
01 OrigineLigne PIC X(200).

WORKING-STORAGE SECTION.
01 WS-COMPTES-STATUS     PIC XX.
01 WS-FORMCOMPTES-STATUS PIC XX.
01 WS-FORMAUTORISATIONS-STATUS PIC XX.
01 WS-FORMMOUVEMENTS-STATUS PIC XX.
01 WS-ORIGINE-STATUS     PIC XX.
01 WS-CIBLE-STATUS       PIC XX.

    PERFORM REMETTRE-A-ZERO
    MOVE "formationcheckpoint.txt" TO WS-NomCible
    PERFORM REMETTRE-A-ZERO
    PERFORM REMETTRE-AUTORISATIONS
    PERFORM REMETTRE-MOUVEMENTS
    MOVE "formationauditcorrections.txt" TO WS-NomCible
    PERFORM REMETTRE-A-ZERO
    MOVE "formationretenues.txt" TO WS-NomCible
    OPEN OUTPUT cible
    CLOSE cible
    ADD 1 TO WS-NbRemis.

*> La file d'autorisations est indexée : elle est recréée vide sous
*> son organisation propre.
REMETTRE-AUTORISATIONS.
    OPEN OUTPUT formautorisations
    CLOSE formautorisations
    ADD 1 TO WS-NbRemis.

*> L'index des mouvements suit le journal remis à zéro : sans quoi les
*> numéros d'écriture repartis à 1 y seraient refusés comme doublons
*> et l'interrogation guichet montrerait les mouvements de la session
*> précédente.
REMETTRE-MOUVEMENTS.
    OPEN OUTPUT formmouvements
    CLOSE formmouvements
    ADD 1 TO WS-NbRemis.
