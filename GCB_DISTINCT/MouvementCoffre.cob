IDENTIFICATION DIVISION.
PROGRAM-ID. MouvementCoffre.

*> Mouvement de la chambre forte, appelé par OuvrirCaisse (dotation du
*> tiroir, 'O'), ClotureCaisse (reversement du tiroir, 'F') et
*> CommandesFonds (réception d'une commande du transporteur, 'C', ou
*> remise de fonds au transporteur, 'R'). Les fonds sont comptés coupure
*> par coupure : coupures de la devise dans coupures.txt (devise,
*> valeur), à défaut la gamme des billets et pièces en EUR, à défaut
*> encore saisie libre de la valeur de chaque coupure. Une sortie ne
*> peut excéder, coupure par coupure, ce que le coffre contient. Le
*> comptage est signé par deux opérateurs distincts, connus, actifs et
*> authentifiés chacun par son secret (AuthentifierOperateur) ; sans
*> les deux signatures rien ne bouge. Le mouvement met à jour la
*> position du coffre (coffre.txt, COFFRE.cpy) et s'ajoute, une ligne
*> par coupure, au journal mouvementscoffre.txt (MVTCOFFRE.cpy). Les
*> devises étrangères dotées ou reversées à un tiroir suivent aussi la
*> position en devises du guichet (caissedevises.txt). Réponse : montant
*> compté et 'O' mouvement enregistré, 'N' refusé. Un reversement de
*> tiroir vide est accepté sans mouvement.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT coffre ASSIGN TO "coffre.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COFFRE-STATUS.

  SELECT mouvementscoffre ASSIGN TO "mouvementscoffre.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-MVTCOFFRE-STATUS.

  SELECT coupures ASSIGN TO "coupures.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-COUPURES-STATUS.

  SELECT caissedevises ASSIGN TO "caissedevises.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CAISSEDEV-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD coffre.
COPY "COFFRE.cpy".

FD mouvementscoffre.
COPY "MVTCOFFRE.cpy".

FD coupures.
01 CoupureRecord.
   05 CP-Devise PIC X(3).
   05 CP-Valeur PIC 9(4)V99.

FD caissedevises.
01 CaisseDeviseRecord.
   05 CD-Devise   PIC X(3).
   05 CD-Quantite PIC S9(10)V99 SIGN LEADING SEPARATE.

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-COFFRE-STATUS     PIC XX.
01 WS-MVTCOFFRE-STATUS  PIC XX.
01 WS-COUPURES-STATUS   PIC XX.
01 WS-CAISSEDEV-STATUS  PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-FinLecture   PIC X(1).
01 WS-DateJour     PIC X(8).
01 WS-HeureMachine PIC X(8).
01 WS-Idx          PIC 9(3).
01 WS-IdxTrouve    PIC 9(3).
01 WS-IdxCoupure   PIC 9(2).

*> Gamme des billets et pièces en EUR, quand coupures.txt ne dit rien.
01 WS-GammeEuro.
   05 FILLER PIC 9(4)V99 VALUE 500.00.
   05 FILLER PIC 9(4)V99 VALUE 200.00.
   05 FILLER PIC 9(4)V99 VALUE 100.00.
   05 FILLER PIC 9(4)V99 VALUE 50.00.
   05 FILLER PIC 9(4)V99 VALUE 20.00.
   05 FILLER PIC 9(4)V99 VALUE 10.00.
   05 FILLER PIC 9(4)V99 VALUE 5.00.
   05 FILLER PIC 9(4)V99 VALUE 2.00.
   05 FILLER PIC 9(4)V99 VALUE 1.00.
   05 FILLER PIC 9(4)V99 VALUE 0.50.
   05 FILLER PIC 9(4)V99 VALUE 0.20.
   05 FILLER PIC 9(4)V99 VALUE 0.10.
   05 FILLER PIC 9(4)V99 VALUE 0.05.
   05 FILLER PIC 9(4)V99 VALUE 0.02.
   05 FILLER PIC 9(4)V99 VALUE 0.01.
01 WS-GammeEuroRedef REDEFINES WS-GammeEuro.
   05 WS-CoupureEuro OCCURS 15 TIMES PIC 9(4)V99.

*> Comptage en cours : une entrée par coupure de la devise.
01 WS-TableComptage.
   05 WS-ComptageEntree OCCURS 20 TIMES.
      10 WS-CT-Coupure PIC 9(4)V99.
      10 WS-CT-Nombre  PIC 9(7).
01 WS-NbCoupures   PIC 9(2) VALUE ZERO.
01 WS-NombreSaisi  PIC 9(7).
01 WS-ValeurSaisie PIC 9(4)V99.
01 WS-TotalCompte  PIC 9(10)V99.
01 WS-MontantLigne PIC 9(10)V99.

01 WS-TableCoffre.
   05 WS-CoffreEntree OCCURS 200 TIMES.
      10 WS-CF-Devise  PIC X(3).
      10 WS-CF-Coupure PIC 9(4)V99.
      10 WS-CF-Nombre  PIC 9(7).
01 WS-NbLignesCoffre PIC 9(3) VALUE ZERO.
01 WS-CoffreSuffisant PIC X(1).

01 WS-TableDevises.
   05 WS-DeviseEntree OCCURS 10 TIMES.
      10 WS-CD-Devise   PIC X(3).
      10 WS-CD-Quantite PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-NbDevises PIC 9(2) VALUE ZERO.

01 WS-Signataire1      PIC X(6).
01 WS-Signataire2      PIC X(6).
01 WS-SignataireCourant PIC X(6).
01 WS-SignatureValide  PIC X(1).
01 WS-MaxEssais        PIC 9(2) VALUE 3.
01 WS-Connexion        PIC X(1).
01 WS-OperateurNom     PIC X(30).
01 WS-OperateurRole    PIC X(1).
01 WS-OperateurPlafond PIC 9(6)V99.
01 WS-OperateurActif   PIC X(1).
01 WS-OperateurTrouve  PIC X(1).

01 WS-DernierNumero PIC 9(9) VALUE ZERO.

LINKAGE SECTION.
01 CoffreType     PIC X(1).
   88 COFFRE-SORTIE VALUE 'O' 'R'.
   88 COFFRE-ENTREE VALUE 'F' 'C'.
01 CoffreTiers    PIC X(6).
01 CoffreDevise   PIC X(3).
01 CoffreMontant  PIC 9(10)V99.
01 CoffreResultat PIC X(1).
   88 MOUVEMENT-ENREGISTRE VALUE 'O'.
   88 MOUVEMENT-REFUSE     VALUE 'N'.

PROCEDURE DIVISION USING CoffreType CoffreTiers CoffreDevise
                         CoffreMontant CoffreResultat.
  SET MOUVEMENT-REFUSE TO TRUE
  MOVE ZERO TO CoffreMontant
  IF NOT COFFRE-SORTIE AND NOT COFFRE-ENTREE THEN
    DISPLAY "Type de mouvement de coffre " CoffreType " inconnu."
    GOBACK
  END-IF
  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-COUPURES
  PERFORM COMPTER-FONDS

  IF WS-TotalCompte = ZERO THEN
    IF CoffreType = 'F' THEN
      DISPLAY "Tiroir vide en " CoffreDevise ", aucun reversement."
      SET MOUVEMENT-ENREGISTRE TO TRUE
    ELSE
      DISPLAY "Aucune coupure comptée, mouvement abandonné."
    END-IF
    GOBACK
  END-IF
  DISPLAY "Total compté : " WS-TotalCompte " " CoffreDevise

  PERFORM CHARGER-COFFRE
  IF COFFRE-SORTIE THEN
    PERFORM CONTROLER-COFFRE-SUFFISANT
    IF WS-CoffreSuffisant NOT = 'O' THEN
      DISPLAY "Le coffre ne contient pas ces coupures, "
              "mouvement refusé."
      GOBACK
    END-IF
  END-IF

  PERFORM RECUEILLIR-SIGNATURES
  IF WS-SignatureValide NOT = 'O' THEN
    DISPLAY "Comptage non signé par deux opérateurs, mouvement refusé."
    GOBACK
  END-IF

  PERFORM APPLIQUER-AU-COFFRE
  PERFORM SAUVER-COFFRE
  PERFORM JOURNALISER-MOUVEMENT
  IF CoffreDevise NOT = "EUR" AND
     (CoffreType = 'O' OR CoffreType = 'F') THEN
    PERFORM SUIVRE-CAISSE-DEVISES
  END-IF

  MOVE WS-TotalCompte TO CoffreMontant
  SET MOUVEMENT-ENREGISTRE TO TRUE
  DISPLAY "Mouvement de coffre " WS-DernierNumero " enregistré."
  GOBACK.

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

CHARGER-COUPURES.
  MOVE ZERO TO WS-NbCoupures
  OPEN INPUT coupures
  IF WS-COUPURES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-COUPURE-SUIVANTE
        UNTIL WS-FinLecture = 'O' OR WS-NbCoupures = 20
    CLOSE coupures
  END-IF
  IF WS-NbCoupures = ZERO AND CoffreDevise = "EUR" THEN
    MOVE 15 TO WS-NbCoupures
    PERFORM VARYING WS-IdxCoupure FROM 1 BY 1 UNTIL WS-IdxCoupure > 15
      MOVE WS-CoupureEuro(WS-IdxCoupure) TO WS-CT-Coupure(WS-IdxCoupure)
    END-PERFORM
  END-IF.

LIRE-COUPURE-SUIVANTE.
  READ coupures
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF CP-Devise = CoffreDevise AND CP-Valeur NUMERIC
         AND CP-Valeur > ZERO THEN
        ADD 1 TO WS-NbCoupures
        MOVE CP-Valeur TO WS-CT-Coupure(WS-NbCoupures)
      END-IF
  END-READ.

*> Gamme connue : un nombre par coupure. Gamme inconnue : l'opérateur
*> saisit lui-même chaque coupure présente.
COMPTER-FONDS.
  MOVE ZERO TO WS-TotalCompte
  IF WS-NbCoupures > ZERO THEN
    DISPLAY "Comptage en " CoffreDevise " par coupure (nombre) :"
    PERFORM COMPTER-COUPURE
        VARYING WS-IdxCoupure FROM 1 BY 1
        UNTIL WS-IdxCoupure > WS-NbCoupures
  ELSE
    DISPLAY "Aucune gamme de coupures pour " CoffreDevise
            " : saisir chaque coupure présente."
    MOVE 1 TO WS-ValeurSaisie
    PERFORM SAISIR-COUPURE-LIBRE
        UNTIL WS-ValeurSaisie = ZERO OR WS-NbCoupures = 20
  END-IF.

COMPTER-COUPURE.
  DISPLAY "  coupure de " WS-CT-Coupure(WS-IdxCoupure) " : "
  ACCEPT WS-NombreSaisi
  MOVE WS-NombreSaisi TO WS-CT-Nombre(WS-IdxCoupure)
  COMPUTE WS-TotalCompte = WS-TotalCompte
      + WS-CT-Coupure(WS-IdxCoupure) * WS-NombreSaisi.

SAISIR-COUPURE-LIBRE.
  DISPLAY "  valeur de la coupure (0 = fin du comptage) : "
  ACCEPT WS-ValeurSaisie
  IF WS-ValeurSaisie > ZERO THEN
    DISPLAY "  nombre : "
    ACCEPT WS-NombreSaisi
    ADD 1 TO WS-NbCoupures
    MOVE WS-ValeurSaisie TO WS-CT-Coupure(WS-NbCoupures)
    MOVE WS-NombreSaisi TO WS-CT-Nombre(WS-NbCoupures)
    COMPUTE WS-TotalCompte = WS-TotalCompte
        + WS-ValeurSaisie * WS-NombreSaisi
  END-IF.

CHARGER-COFFRE.
  MOVE ZERO TO WS-NbLignesCoffre
  OPEN INPUT coffre
  IF WS-COFFRE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-COFFRE-SUIVANT
        UNTIL WS-FinLecture = 'O' OR WS-NbLignesCoffre = 200
    CLOSE coffre
  END-IF.

LIRE-COFFRE-SUIVANT.
  READ coffre
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbLignesCoffre
      MOVE CF-Devise  TO WS-CF-Devise(WS-NbLignesCoffre)
      MOVE CF-Coupure TO WS-CF-Coupure(WS-NbLignesCoffre)
      MOVE CF-Nombre  TO WS-CF-Nombre(WS-NbLignesCoffre)
  END-READ.

CHERCHER-LIGNE-COFFRE.
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1
      UNTIL WS-Idx > WS-NbLignesCoffre OR WS-IdxTrouve > ZERO
    IF WS-CF-Devise(WS-Idx) = CoffreDevise
       AND WS-CF-Coupure(WS-Idx) = WS-CT-Coupure(WS-IdxCoupure) THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM.

CONTROLER-COFFRE-SUFFISANT.
  MOVE 'O' TO WS-CoffreSuffisant
  PERFORM VARYING WS-IdxCoupure FROM 1 BY 1
      UNTIL WS-IdxCoupure > WS-NbCoupures
    IF WS-CT-Nombre(WS-IdxCoupure) > ZERO THEN
      PERFORM CHERCHER-LIGNE-COFFRE
      IF WS-IdxTrouve = ZERO THEN
        DISPLAY "  coupure de " WS-CT-Coupure(WS-IdxCoupure)
                " : absente du coffre."
        MOVE 'N' TO WS-CoffreSuffisant
      ELSE
        IF WS-CF-Nombre(WS-IdxTrouve) < WS-CT-Nombre(WS-IdxCoupure) THEN
          DISPLAY "  coupure de " WS-CT-Coupure(WS-IdxCoupure)
                  " : " WS-CF-Nombre(WS-IdxTrouve) " au coffre seulement."
          MOVE 'N' TO WS-CoffreSuffisant
        END-IF
      END-IF
    END-IF
  END-PERFORM.

*> Deux signataires distincts, chacun connu d'operateurs.dat, actif et
*> authentifié par son propre secret. Le repli sur le code partagé du
*> poste de secours n'est pas admis : il ne prouve pas qui a signé.
RECUEILLIR-SIGNATURES.
  MOVE 'N' TO WS-SignatureValide
  DISPLAY "Premier signataire du comptage (identifiant) : "
  ACCEPT WS-Signataire1
  MOVE WS-Signataire1 TO WS-SignataireCourant
  PERFORM AUTHENTIFIER-SIGNATAIRE
  IF WS-SignatureValide NOT = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-SignatureValide
  DISPLAY "Second signataire du comptage (identifiant) : "
  ACCEPT WS-Signataire2
  IF WS-Signataire2 = WS-Signataire1 THEN
    DISPLAY "Le second signataire doit être un autre opérateur."
    EXIT PARAGRAPH
  END-IF
  MOVE WS-Signataire2 TO WS-SignataireCourant
  PERFORM AUTHENTIFIER-SIGNATAIRE.

AUTHENTIFIER-SIGNATAIRE.
  MOVE 'N' TO WS-SignatureValide
  CALL 'RechercherOperateur' USING WS-SignataireCourant WS-OperateurNom
                                    WS-OperateurRole WS-OperateurPlafond
                                    WS-OperateurActif WS-OperateurTrouve
  IF WS-OperateurTrouve NOT = 'O' OR WS-OperateurActif NOT = 'O' THEN
    DISPLAY "Opérateur " WS-SignataireCourant " inconnu ou inactif."
    EXIT PARAGRAPH
  END-IF
  CALL 'AuthentifierOperateur' USING WS-SignataireCourant WS-MaxEssais
                                      WS-Connexion
  IF WS-Connexion = 'O' THEN
    MOVE 'O' TO WS-SignatureValide
  ELSE
    DISPLAY "Signature de " WS-SignataireCourant " non reconnue."
  END-IF.

*> Une entrée crée au besoin la ligne devise/coupure ; une sortie a été
*> contrôlée coupure par coupure au préalable.
APPLIQUER-AU-COFFRE.
  PERFORM VARYING WS-IdxCoupure FROM 1 BY 1
      UNTIL WS-IdxCoupure > WS-NbCoupures
    IF WS-CT-Nombre(WS-IdxCoupure) > ZERO THEN
      PERFORM CHERCHER-LIGNE-COFFRE
      IF WS-IdxTrouve = ZERO AND WS-NbLignesCoffre < 200 THEN
        ADD 1 TO WS-NbLignesCoffre
        MOVE WS-NbLignesCoffre TO WS-IdxTrouve
        MOVE CoffreDevise TO WS-CF-Devise(WS-IdxTrouve)
        MOVE WS-CT-Coupure(WS-IdxCoupure) TO WS-CF-Coupure(WS-IdxTrouve)
        MOVE ZERO TO WS-CF-Nombre(WS-IdxTrouve)
      END-IF
      EVALUATE TRUE
        WHEN WS-IdxTrouve = ZERO
          DISPLAY "coffre.txt complet : coupure de "
                  WS-CT-Coupure(WS-IdxCoupure) " à reprendre à la main."
        WHEN COFFRE-ENTREE
          ADD WS-CT-Nombre(WS-IdxCoupure) TO WS-CF-Nombre(WS-IdxTrouve)
        WHEN OTHER
          SUBTRACT WS-CT-Nombre(WS-IdxCoupure)
              FROM WS-CF-Nombre(WS-IdxTrouve)
      END-EVALUATE
    END-IF
  END-PERFORM.

SAUVER-COFFRE.
  OPEN OUTPUT coffre
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbLignesCoffre
    MOVE WS-CF-Devise(WS-Idx)  TO CF-Devise
    MOVE WS-CF-Coupure(WS-Idx) TO CF-Coupure
    MOVE WS-CF-Nombre(WS-Idx)  TO CF-Nombre
    WRITE CoffreRecord
  END-PERFORM
  CLOSE coffre.

*> Le numéro du mouvement suit le plus grand numéro du journal.
JOURNALISER-MOUVEMENT.
  MOVE ZERO TO WS-DernierNumero
  OPEN INPUT mouvementscoffre
  IF WS-MVTCOFFRE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-MOUVEMENT-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE mouvementscoffre
  END-IF
  ADD 1 TO WS-DernierNumero
  ACCEPT WS-HeureMachine FROM TIME

  OPEN EXTEND mouvementscoffre
  IF WS-MVTCOFFRE-STATUS NOT = "00" THEN
    OPEN OUTPUT mouvementscoffre
  END-IF
  PERFORM VARYING WS-IdxCoupure FROM 1 BY 1
      UNTIL WS-IdxCoupure > WS-NbCoupures
    IF WS-CT-Nombre(WS-IdxCoupure) > ZERO THEN
      MOVE WS-DernierNumero TO MC-Numero
      MOVE WS-DateJour TO MC-Date
      MOVE WS-HeureMachine(1:6) TO MC-Heure
      MOVE CoffreType TO MC-Type
      MOVE CoffreTiers TO MC-Tiers
      MOVE WS-Signataire1 TO MC-Signataire1
      MOVE WS-Signataire2 TO MC-Signataire2
      MOVE CoffreDevise TO MC-Devise
      MOVE WS-CT-Coupure(WS-IdxCoupure) TO MC-Coupure
      MOVE WS-CT-Nombre(WS-IdxCoupure) TO MC-Nombre
      COMPUTE MC-Montant =
          WS-CT-Coupure(WS-IdxCoupure) * WS-CT-Nombre(WS-IdxCoupure)
      WRITE MouvementCoffreRecord
    END-IF
  END-PERFORM
  CLOSE mouvementscoffre.

LIRE-MOUVEMENT-SUIVANT.
  READ mouvementscoffre
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF MC-Numero > WS-DernierNumero THEN
        MOVE MC-Numero TO WS-DernierNumero
      END-IF
  END-READ.

*> Billets étrangers passés du coffre au tiroir (dotation) ou rendus
*> au coffre (reversement) : la position en devises du guichet suit.
SUIVRE-CAISSE-DEVISES.
  MOVE ZERO TO WS-NbDevises
  OPEN INPUT caissedevises
  IF WS-CAISSEDEV-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-DEVISE-SUIVANTE
        UNTIL WS-FinLecture = 'O' OR WS-NbDevises = 10
    CLOSE caissedevises
  END-IF
  MOVE ZERO TO WS-IdxTrouve
  PERFORM VARYING WS-Idx FROM 1 BY 1
      UNTIL WS-Idx > WS-NbDevises OR WS-IdxTrouve > ZERO
    IF WS-CD-Devise(WS-Idx) = CoffreDevise THEN
      MOVE WS-Idx TO WS-IdxTrouve
    END-IF
  END-PERFORM
  IF WS-IdxTrouve = ZERO THEN
    IF WS-NbDevises = 10 THEN
      DISPLAY "caissedevises.txt complet : position " CoffreDevise
              " du guichet à reprendre à la main."
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-NbDevises
    MOVE WS-NbDevises TO WS-IdxTrouve
    MOVE CoffreDevise TO WS-CD-Devise(WS-IdxTrouve)
    MOVE ZERO TO WS-CD-Quantite(WS-IdxTrouve)
  END-IF
  IF CoffreType = 'O' THEN
    ADD WS-TotalCompte TO WS-CD-Quantite(WS-IdxTrouve)
  ELSE
    SUBTRACT WS-TotalCompte FROM WS-CD-Quantite(WS-IdxTrouve)
  END-IF

  OPEN OUTPUT caissedevises
  PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbDevises
    MOVE WS-CD-Devise(WS-Idx)   TO CD-Devise
    MOVE WS-CD-Quantite(WS-Idx) TO CD-Quantite
    WRITE CaisseDeviseRecord
  END-PERFORM
  CLOSE caissedevises.

LIRE-DEVISE-SUIVANTE.
  READ caissedevises
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      ADD 1 TO WS-NbDevises
      MOVE CD-Devise   TO WS-CD-Devise(WS-NbDevises)
      MOVE CD-Quantite TO WS-CD-Quantite(WS-NbDevises)
  END-READ.
