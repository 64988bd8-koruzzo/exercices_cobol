IDENTIFICATION DIVISION.
PROGRAM-ID. GestionLocations.

*> Registre des parcelles louées aux habitants comme jardins familiaux :
*> les baux et les loyers tenaient dans un cahier. Chaque location
*> (locations.txt) porte son numéro, la parcelle du registre
*> (parcelles.txt), le locataire et son adresse postale, le compte de
*> comptes.dat à prélever avec la date de l'accord écrit du titulaire
*> (à blanc : le locataire règle lui-même), les dates de début et de
*> fin (AAAAMMJJ) et le loyer annuel, calculé sur l'aire de la parcelle
*> (mêmes formules de géométrie que CalculPerimetreBatch) au tarif du
*> m² (tarifloyer.txt ; défaut 0,50 € le m² par an). Une parcelle ne se
*> loue pas deux fois sur des périodes qui se chevauchent.
*> L'appel annuel des loyers est le job FacturationLoyersJardin de la
*> banque (avis par SpoolerCourrier, prélèvement des locataires
*> clients) ; il inscrit chaque loyer appelé dans loyers.txt. Un loyer
*> réglé sans prélèvement (espèces, chèque) est pointé ici, option R ;
*> LoyersImpayes dresse la liste des loyers restés dus.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT parcelles ASSIGN TO "parcelles.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PARCELLES-STATUS.

  SELECT locations ASSIGN TO "locations.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-LOCATIONS-STATUS.

  SELECT loyers ASSIGN TO "loyers.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-LOYERS-STATUS.

  SELECT tarifloyer ASSIGN TO "tarifloyer.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-TARIF-STATUS.

DATA DIVISION.

FILE SECTION.
FD parcelles.
01 ParcelleRecord.
   05 PA-Nom      PIC X(20).
   05 PA-Forme    PIC X(1).
   05 PA-Longueur PIC 9(5).
   05 PA-Largeur  PIC 9(5).
   05 PA-Materiau PIC X(1).

FD locations.
01 LocationRecord.
   05 LO-Numero     PIC 9(6).
   05 LO-Parcelle   PIC X(20).
   05 LO-Locataire  PIC X(30).
   05 LO-Adresse    PIC X(40).
   05 LO-Compte     PIC X(6).
   05 LO-DateAccord PIC X(8).
   05 LO-DateDebut  PIC X(8).
   05 LO-DateFin    PIC X(8).
   05 LO-Surface    PIC 9(7)V99.
   05 LO-Loyer      PIC 9(5)V99.

FD loyers.
01 LoyerRecord.
   05 LY-Numero       PIC 9(6).
   05 LY-Annee        PIC 9(4).
   05 LY-Parcelle     PIC X(20).
   05 LY-Montant      PIC 9(5)V99.
   05 LY-DateAvis     PIC X(8).
   05 LY-Statut       PIC X(1).
      88 LOYER-DU   VALUE 'D'.
      88 LOYER-PAYE VALUE 'P'.
   05 LY-DatePaiement PIC X(8).
   05 LY-Mode         PIC X(1).

FD tarifloyer.
01 TarifLoyerRecord.
   05 TL-TauxM2 PIC 9(2)V99.

WORKING-STORAGE SECTION.
01 WS-PARCELLES-STATUS PIC XX.
01 WS-LOCATIONS-STATUS PIC XX.
01 WS-LOYERS-STATUS    PIC XX.
01 WS-TARIF-STATUS     PIC XX.
01 WS-FinLecture PIC X(1).
01 WS-Choix      PIC X(1).
01 WS-DateJour   PIC 9(8).

01 Aire      PIC 9(9)V99.
01 WS-Pi     PIC 9(1)V9(5) VALUE 3.14159.
01 WS-TauxM2 PIC 9(2)V99 VALUE 0.50.

01 WS-TableParcelles.
   05 WS-ParcEntree OCCURS 100 TIMES.
      10 WS-PA-Nom  PIC X(20).
      10 WS-PA-Aire PIC 9(9)V99.
01 WS-NbParcelles PIC 9(3) VALUE ZERO.

01 WS-TableLocations.
   05 WS-LocationEntree OCCURS 200 TIMES.
      10 WS-LO-Numero     PIC 9(6).
      10 WS-LO-Parcelle   PIC X(20).
      10 WS-LO-Locataire  PIC X(30).
      10 WS-LO-Adresse    PIC X(40).
      10 WS-LO-Compte     PIC X(6).
      10 WS-LO-DateAccord PIC X(8).
      10 WS-LO-DateDebut  PIC X(8).
      10 WS-LO-DateFin    PIC X(8).
      10 WS-LO-Surface    PIC 9(7)V99.
      10 WS-LO-Loyer      PIC 9(5)V99.
01 WS-NbLocations PIC 9(3) VALUE ZERO.

01 WS-TableLoyers.
   05 WS-LoyerEntree OCCURS 2000 TIMES.
      10 WS-LY-Numero       PIC 9(6).
      10 WS-LY-Annee        PIC 9(4).
      10 WS-LY-Parcelle     PIC X(20).
      10 WS-LY-Montant      PIC 9(5)V99.
      10 WS-LY-DateAvis     PIC X(8).
      10 WS-LY-Statut       PIC X(1).
      10 WS-LY-DatePaiement PIC X(8).
      10 WS-LY-Mode         PIC X(1).
01 WS-NbLoyers PIC 9(4) VALUE ZERO.
01 WS-LoyersDeborde PIC X(1) VALUE 'N'.

01 WS-Idx          PIC 9(4).
01 WS-IdxParcelle  PIC 9(3).
01 WS-IdxLocation  PIC 9(3).
01 WS-IdxLoyer     PIC 9(4).
01 WS-ProchainNumero PIC 9(6).
01 WS-NumeroSaisi  PIC 9(6).
01 WS-AnneeSaisie  PIC 9(4).
01 WS-Chevauche    PIC X(1).
01 WS-FinA         PIC X(8).
01 WS-FinB         PIC X(8).

01 WS-Saisie.
   05 WS-ParcelleSaisie  PIC X(20).
   05 WS-LocataireSaisi  PIC X(30).
   05 WS-AdresseSaisie   PIC X(40).
   05 WS-CompteSaisi     PIC X(6).
   05 WS-DateAccordSaisie PIC X(8).
   05 WS-DebutSaisi      PIC X(8).
   05 WS-FinSaisie       PIC X(8).

PROCEDURE DIVISION.
    ACCEPT WS-DateJour FROM DATE YYYYMMDD
    PERFORM CHARGER-TARIF
    PERFORM CHARGER-PARCELLES
    IF WS-NbParcelles = ZERO THEN
      DISPLAY "parcelles.txt absent ou vide : aucune location possible."
      STOP RUN
    END-IF
    PERFORM CHARGER-LOCATIONS
    DISPLAY "Locations des jardins familiaux (tarif " WS-TauxM2
            " € le m² par an)."

    MOVE 'L' TO WS-Choix
    PERFORM TRAITER-CHOIX UNTIL WS-Choix = 'E'
    STOP RUN.

CHARGER-TARIF.
    OPEN INPUT tarifloyer
    IF WS-TARIF-STATUS = "00" THEN
      READ tarifloyer
        NOT AT END
          IF TL-TauxM2 NUMERIC THEN
            MOVE TL-TauxM2 TO WS-TauxM2
          END-IF
      END-READ
      CLOSE tarifloyer
    END-IF.

*> Mêmes formules de géométrie que CalculPerimetreBatch.
CHARGER-PARCELLES.
    OPEN INPUT parcelles
    IF WS-PARCELLES-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-PARCELLE-SUIVANTE
          UNTIL WS-FinLecture = 'O' OR WS-NbParcelles = 100
      CLOSE parcelles
    END-IF.

LIRE-PARCELLE-SUIVANTE.
    READ parcelles
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        EVALUATE PA-Forme
          WHEN 'C'
            COMPUTE Aire = WS-Pi * PA-Longueur * PA-Longueur
          WHEN 'T'
            COMPUTE Aire = (PA-Longueur * PA-Largeur) / 2
          WHEN OTHER
            COMPUTE Aire = PA-Longueur * PA-Largeur
        END-EVALUATE
        ADD 1 TO WS-NbParcelles
        MOVE PA-Nom TO WS-PA-Nom(WS-NbParcelles)
        MOVE Aire   TO WS-PA-Aire(WS-NbParcelles)
    END-READ.

CHARGER-LOCATIONS.
    MOVE 1 TO WS-ProchainNumero
    OPEN INPUT locations
    IF WS-LOCATIONS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-LOCATION-SUIVANTE
          UNTIL WS-FinLecture = 'O' OR WS-NbLocations = 200
      CLOSE locations
    END-IF.

LIRE-LOCATION-SUIVANTE.
    READ locations
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbLocations
        MOVE LO-Numero     TO WS-LO-Numero(WS-NbLocations)
        MOVE LO-Parcelle   TO WS-LO-Parcelle(WS-NbLocations)
        MOVE LO-Locataire  TO WS-LO-Locataire(WS-NbLocations)
        MOVE LO-Adresse    TO WS-LO-Adresse(WS-NbLocations)
        MOVE LO-Compte     TO WS-LO-Compte(WS-NbLocations)
        MOVE LO-DateAccord TO WS-LO-DateAccord(WS-NbLocations)
        MOVE LO-DateDebut  TO WS-LO-DateDebut(WS-NbLocations)
        MOVE LO-DateFin    TO WS-LO-DateFin(WS-NbLocations)
        MOVE LO-Surface    TO WS-LO-Surface(WS-NbLocations)
        MOVE LO-Loyer      TO WS-LO-Loyer(WS-NbLocations)
        IF LO-Numero >= WS-ProchainNumero THEN
          COMPUTE WS-ProchainNumero = LO-Numero + 1
        END-IF
    END-READ.

SAUVER-LOCATIONS.
    OPEN OUTPUT locations
    PERFORM VARYING WS-IdxLocation FROM 1 BY 1
        UNTIL WS-IdxLocation > WS-NbLocations
      MOVE WS-LO-Numero(WS-IdxLocation)     TO LO-Numero
      MOVE WS-LO-Parcelle(WS-IdxLocation)   TO LO-Parcelle
      MOVE WS-LO-Locataire(WS-IdxLocation)  TO LO-Locataire
      MOVE WS-LO-Adresse(WS-IdxLocation)    TO LO-Adresse
      MOVE WS-LO-Compte(WS-IdxLocation)     TO LO-Compte
      MOVE WS-LO-DateAccord(WS-IdxLocation) TO LO-DateAccord
      MOVE WS-LO-DateDebut(WS-IdxLocation)  TO LO-DateDebut
      MOVE WS-LO-DateFin(WS-IdxLocation)    TO LO-DateFin
      MOVE WS-LO-Surface(WS-IdxLocation)    TO LO-Surface
      MOVE WS-LO-Loyer(WS-IdxLocation)      TO LO-Loyer
      WRITE LocationRecord
    END-PERFORM
    CLOSE locations.

TRAITER-CHOIX.
    DISPLAY "---------------------------------------------------"
    DISPLAY "N -> Nouvelle location"
    DISPLAY "F -> Fin d'une location"
    DISPLAY "R -> Règlement d'un loyer hors prélèvement"
    DISPLAY "L -> Liste des locations"
    DISPLAY "E -> Quitter"
    DISPLAY "---------------------------------------------------"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
      WHEN 'N'
        PERFORM NOUVELLE-LOCATION
      WHEN 'F'
        PERFORM TERMINER-LOCATION
      WHEN 'R'
        PERFORM REGLER-LOYER
      WHEN 'L'
        PERFORM LISTER-LOCATIONS
      WHEN 'E'
        CONTINUE
      WHEN OTHER
        DISPLAY "Choix invalide."
    END-EVALUATE.

NOUVELLE-LOCATION.
    IF WS-NbLocations = 200 THEN
      DISPLAY "Registre des locations plein (200)."
      EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-Saisie
    DISPLAY "Parcelle : "
    ACCEPT WS-ParcelleSaisie
    MOVE ZERO TO WS-IdxParcelle
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbParcelles
      IF WS-PA-Nom(WS-Idx) = WS-ParcelleSaisie THEN
        MOVE WS-Idx TO WS-IdxParcelle
      END-IF
    END-PERFORM
    IF WS-IdxParcelle = ZERO THEN
      DISPLAY "Parcelle inconnue au registre, location refusée."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Locataire : "
    ACCEPT WS-LocataireSaisi
    IF WS-LocataireSaisi = SPACES THEN
      DISPLAY "Locataire obligatoire, location refusée."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Adresse postale : "
    ACCEPT WS-AdresseSaisie
    DISPLAY "Début (AAAAMMJJ, vide = aujourd'hui) : "
    ACCEPT WS-DebutSaisi
    IF WS-DebutSaisi = SPACES THEN
      MOVE WS-DateJour TO WS-DebutSaisi
    END-IF
    DISPLAY "Fin (AAAAMMJJ, vide = sans terme fixé) : "
    ACCEPT WS-FinSaisie
    IF WS-DebutSaisi NOT NUMERIC
       OR (WS-FinSaisie NOT = SPACES AND WS-FinSaisie NOT NUMERIC) THEN
      DISPLAY "Date invalide, location refusée."
      EXIT PARAGRAPH
    END-IF
    IF WS-FinSaisie NOT = SPACES AND WS-FinSaisie < WS-DebutSaisi THEN
      DISPLAY "Fin avant le début, location refusée."
      EXIT PARAGRAPH
    END-IF
    PERFORM CONTROLER-CHEVAUCHEMENT
    IF WS-Chevauche = 'O' THEN
      DISPLAY "Parcelle déjà louée sur cette période, location refusée."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Compte à prélever (vide = règlement par le locataire) : "
    ACCEPT WS-CompteSaisi
    IF WS-CompteSaisi NOT = SPACES THEN
      DISPLAY "Date de l'accord écrit du titulaire (AAAAMMJJ) : "
      ACCEPT WS-DateAccordSaisie
      IF WS-DateAccordSaisie = SPACES
         OR WS-DateAccordSaisie NOT NUMERIC THEN
        DISPLAY "Sans accord écrit, pas de prélèvement : le locataire "
                "réglera lui-même."
        MOVE SPACES TO WS-CompteSaisi WS-DateAccordSaisie
      END-IF
    END-IF

    ADD 1 TO WS-NbLocations
    MOVE WS-ProchainNumero   TO WS-LO-Numero(WS-NbLocations)
    ADD 1 TO WS-ProchainNumero
    MOVE WS-ParcelleSaisie   TO WS-LO-Parcelle(WS-NbLocations)
    MOVE WS-LocataireSaisi   TO WS-LO-Locataire(WS-NbLocations)
    MOVE WS-AdresseSaisie    TO WS-LO-Adresse(WS-NbLocations)
    MOVE WS-CompteSaisi      TO WS-LO-Compte(WS-NbLocations)
    MOVE WS-DateAccordSaisie TO WS-LO-DateAccord(WS-NbLocations)
    MOVE WS-DebutSaisi       TO WS-LO-DateDebut(WS-NbLocations)
    MOVE WS-FinSaisie        TO WS-LO-DateFin(WS-NbLocations)
    MOVE WS-PA-Aire(WS-IdxParcelle) TO WS-LO-Surface(WS-NbLocations)
    COMPUTE WS-LO-Loyer(WS-NbLocations) ROUNDED =
        WS-PA-Aire(WS-IdxParcelle) * WS-TauxM2
    PERFORM SAUVER-LOCATIONS
    DISPLAY "Location n° " WS-LO-Numero(WS-NbLocations) " : "
            FUNCTION TRIM(WS-ParcelleSaisie) " ("
            WS-LO-Surface(WS-NbLocations) " m²), loyer annuel "
            WS-LO-Loyer(WS-NbLocations) " €.".

*> Deux périodes se chevauchent quand chacune commence avant la fin de
*> l'autre ; une fin à blanc court sans terme.
CONTROLER-CHEVAUCHEMENT.
    MOVE 'N' TO WS-Chevauche
    MOVE WS-FinSaisie TO WS-FinA
    IF WS-FinA = SPACES THEN
      MOVE "99999999" TO WS-FinA
    END-IF
    PERFORM VARYING WS-IdxLocation FROM 1 BY 1
        UNTIL WS-IdxLocation > WS-NbLocations
      IF WS-LO-Parcelle(WS-IdxLocation) = WS-ParcelleSaisie THEN
        MOVE WS-LO-DateFin(WS-IdxLocation) TO WS-FinB
        IF WS-FinB = SPACES THEN
          MOVE "99999999" TO WS-FinB
        END-IF
        IF WS-LO-DateDebut(WS-IdxLocation) <= WS-FinA
           AND WS-DebutSaisi <= WS-FinB THEN
          MOVE 'O' TO WS-Chevauche
        END-IF
      END-IF
    END-PERFORM.

TERMINER-LOCATION.
    DISPLAY "Numéro de location : "
    ACCEPT WS-NumeroSaisi
    PERFORM CHERCHER-LOCATION
    IF WS-IdxLocation = ZERO THEN
      DISPLAY "Location inconnue."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Date de fin (AAAAMMJJ, vide = aujourd'hui) : "
    MOVE SPACES TO WS-FinSaisie
    ACCEPT WS-FinSaisie
    IF WS-FinSaisie = SPACES THEN
      MOVE WS-DateJour TO WS-FinSaisie
    END-IF
    IF WS-FinSaisie NOT NUMERIC
       OR WS-FinSaisie < WS-LO-DateDebut(WS-IdxLocation) THEN
      DISPLAY "Date de fin invalide."
      EXIT PARAGRAPH
    END-IF
    MOVE WS-FinSaisie TO WS-LO-DateFin(WS-IdxLocation)
    PERFORM SAUVER-LOCATIONS
    DISPLAY "Location n° " WS-NumeroSaisi " terminée le " WS-FinSaisie
            " : la parcelle peut être relouée.".

CHERCHER-LOCATION.
    MOVE ZERO TO WS-Idx
    PERFORM VARYING WS-IdxLocation FROM 1 BY 1
        UNTIL WS-IdxLocation > WS-NbLocations
      IF WS-LO-Numero(WS-IdxLocation) = WS-NumeroSaisi THEN
        MOVE WS-IdxLocation TO WS-Idx
      END-IF
    END-PERFORM
    MOVE WS-Idx TO WS-IdxLocation.

*> Le carnet des loyers est relu en entier et réécrit avec la ligne
*> pointée ; au-delà de la table, rien n'est pointé plutôt que de
*> tronquer le carnet.
REGLER-LOYER.
    DISPLAY "Numéro de location : "
    ACCEPT WS-NumeroSaisi
    DISPLAY "Année du loyer (AAAA) : "
    ACCEPT WS-AnneeSaisie
    PERFORM CHARGER-LOYERS
    IF WS-LoyersDeborde = 'O' THEN
      DISPLAY "Plus de 2000 loyers dans loyers.txt : pointage impossible."
      EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-IdxLoyer
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbLoyers
      IF WS-LY-Numero(WS-Idx) = WS-NumeroSaisi
         AND WS-LY-Annee(WS-Idx) = WS-AnneeSaisie THEN
        MOVE WS-Idx TO WS-IdxLoyer
      END-IF
    END-PERFORM
    IF WS-IdxLoyer = ZERO THEN
      DISPLAY "Aucun loyer appelé pour cette location et cette année."
      EXIT PARAGRAPH
    END-IF
    IF WS-LY-Statut(WS-IdxLoyer) = 'P' THEN
      DISPLAY "Loyer déjà réglé le " WS-LY-DatePaiement(WS-IdxLoyer) "."
      EXIT PARAGRAPH
    END-IF
    DISPLAY "Loyer " WS-AnneeSaisie " de "
            FUNCTION TRIM(WS-LY-Parcelle(WS-IdxLoyer)) " : "
            WS-LY-Montant(WS-IdxLoyer) " €. Confirmer le règlement (O/N) ? "
    ACCEPT WS-Choix
    IF WS-Choix NOT = 'O' THEN
      MOVE 'L' TO WS-Choix
      DISPLAY "Règlement non enregistré."
      EXIT PARAGRAPH
    END-IF
    MOVE 'L' TO WS-Choix
    MOVE 'P' TO WS-LY-Statut(WS-IdxLoyer)
    MOVE WS-DateJour TO WS-LY-DatePaiement(WS-IdxLoyer)
    MOVE 'M' TO WS-LY-Mode(WS-IdxLoyer)
    PERFORM SAUVER-LOYERS
    DISPLAY "Règlement enregistré.".

CHARGER-LOYERS.
    MOVE ZERO TO WS-NbLoyers
    MOVE 'N' TO WS-LoyersDeborde
    OPEN INPUT loyers
    IF WS-LOYERS-STATUS = "00" THEN
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-LOYER-SUIVANT
          UNTIL WS-FinLecture = 'O' OR WS-NbLoyers = 2000
      IF WS-FinLecture NOT = 'O' THEN
        READ loyers
          NOT AT END MOVE 'O' TO WS-LoyersDeborde
        END-READ
      END-IF
      CLOSE loyers
    END-IF.

LIRE-LOYER-SUIVANT.
    READ loyers
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        ADD 1 TO WS-NbLoyers
        MOVE LY-Numero       TO WS-LY-Numero(WS-NbLoyers)
        MOVE LY-Annee        TO WS-LY-Annee(WS-NbLoyers)
        MOVE LY-Parcelle     TO WS-LY-Parcelle(WS-NbLoyers)
        MOVE LY-Montant      TO WS-LY-Montant(WS-NbLoyers)
        MOVE LY-DateAvis     TO WS-LY-DateAvis(WS-NbLoyers)
        MOVE LY-Statut       TO WS-LY-Statut(WS-NbLoyers)
        MOVE LY-DatePaiement TO WS-LY-DatePaiement(WS-NbLoyers)
        MOVE LY-Mode         TO WS-LY-Mode(WS-NbLoyers)
    END-READ.

SAUVER-LOYERS.
    OPEN OUTPUT loyers
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbLoyers
      MOVE WS-LY-Numero(WS-Idx)       TO LY-Numero
      MOVE WS-LY-Annee(WS-Idx)        TO LY-Annee
      MOVE WS-LY-Parcelle(WS-Idx)     TO LY-Parcelle
      MOVE WS-LY-Montant(WS-Idx)      TO LY-Montant
      MOVE WS-LY-DateAvis(WS-Idx)     TO LY-DateAvis
      MOVE WS-LY-Statut(WS-Idx)       TO LY-Statut
      MOVE WS-LY-DatePaiement(WS-Idx) TO LY-DatePaiement
      MOVE WS-LY-Mode(WS-Idx)         TO LY-Mode
      WRITE LoyerRecord
    END-PERFORM
    CLOSE loyers.

LISTER-LOCATIONS.
    IF WS-NbLocations = ZERO THEN
      DISPLAY "Aucune location enregistrée."
      EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-IdxLocation FROM 1 BY 1
        UNTIL WS-IdxLocation > WS-NbLocations
      DISPLAY WS-LO-Numero(WS-IdxLocation) " "
              WS-LO-Parcelle(WS-IdxLocation) " "
              WS-LO-Locataire(WS-IdxLocation) " du "
              WS-LO-DateDebut(WS-IdxLocation) " au "
              WS-LO-DateFin(WS-IdxLocation) " loyer "
              WS-LO-Loyer(WS-IdxLocation) " compte "
              WS-LO-Compte(WS-IdxLocation)
    END-PERFORM.
