IDENTIFICATION DIVISION.
PROGRAM-ID. ControlerSanctions.

*> Filtrage d'un nom contre la liste de gel des avoirs
*> (listesurveillance.txt : référence de l'entrée, nom, programme de
*> sanctions — le fichier est remplacé par la conformité à chaque
*> publication officielle). Les deux noms sont d'abord normalisés :
*> majuscules, accents retirés, ponctuation ramenée à un blanc, blancs
*> multiples réduits. Le rapprochement est approché : note de 0 à 100
*> tirée de la distance d'édition (Levenshtein) entre les deux noms, et
*> note d'au moins 95 quand tous les mots d'un nom listé de deux mots
*> ou plus se retrouvent dans le nom filtré, quel qu'en soit l'ordre
*> ("MARTIN JEAN PAUL" contre "JEAN MARTIN"). Est touché tout nom dont
*> la note atteint le seuil de seuilfiltrage.txt (défaut 85).
*> Chaque touche est versée à la file de revue alertesconformite.txt
*> (ALERTESCONF.cpy) si elle n'y est pas déjà pour la même source, le
*> même nom et la même entrée de liste ; une alerte levée par un
*> superviseur dans RevueConformite ne bloque plus ce nom contre cette
*> entrée, une alerte en attente ou confirmée bloque toujours.
*> Source : 'C' client, 'B' bénéficiaire, 'P' remettant.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT listesurveillance ASSIGN TO "listesurveillance.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-LISTE-STATUS.

  SELECT alertes ASSIGN TO "alertesconformite.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ALERTES-STATUS.

  SELECT seuilfiltrage ASSIGN TO "seuilfiltrage.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-SEUIL-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD listesurveillance.
01 ListeSurveillanceRecord.
   05 LS-Reference PIC X(10).
   05 LS-Nom       PIC X(30).
   05 LS-Programme PIC X(10).

FD alertes.
COPY "ALERTESCONF.cpy".

FD seuilfiltrage.
01 SeuilFiltrageLigne PIC X(3).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-LISTE-STATUS      PIC XX.
01 WS-ALERTES-STATUS    PIC XX.
01 WS-SEUIL-STATUS      PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-FinLecture        PIC X(1).
01 WS-FinAlertes        PIC X(1).
01 WS-DateJour          PIC X(8).

01 SEUIL-FILTRAGE-DEFAUT PIC 9(3) VALUE 85.
01 WS-Seuil              PIC 9(3).
01 NOTE-TOUS-LES-MOTS    PIC 9(3) VALUE 95.

01 MINUSCULES PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
01 MAJUSCULES PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
*> Second octet UTF-8 des lettres accentuées (premier octet X"C3") et
*> leur lettre de base ; × et ÷ deviennent des séparateurs.
01 ACCENTS-UTF8.
   05 FILLER PIC X(32) VALUE
      X"808182838485868788898A8B8C8D8E8F909192939495969798999A9B9C9D9E9F".
   05 FILLER PIC X(32) VALUE
      X"A0A1A2A3A4A5A6A7A8A9AAABACADAEAFB0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF".
01 ACCENTS-SANS.
   05 FILLER PIC X(32) VALUE "AAAAAAACEEEEIIIIDNOOOOO OUUUUYTS".
   05 FILLER PIC X(32) VALUE "AAAAAAACEEEEIIIIDNOOOOO OUUUUYTY".

01 WS-Brut       PIC X(30).
01 WS-Norm       PIC X(30).
01 WS-LongNorm   PIC 9(2).
01 WS-PosIn      PIC 9(2).
01 WS-Car        PIC X(1).

01 WS-NomFiltre      PIC X(30).
01 WS-LongFiltre     PIC 9(2).
01 WS-NomListeNorm   PIC X(30).
01 WS-LongListe      PIC 9(2).
01 WS-Score          PIC 9(3).
01 WS-Distance       PIC 9(2).
01 WS-LongMax        PIC 9(2).

01 WS-Distances.
   05 WS-DistPrec PIC 9(2) OCCURS 31 TIMES.
   05 WS-DistCour PIC 9(2) OCCURS 31 TIMES.
01 WS-I          PIC 9(2).
01 WS-J          PIC 9(2).
01 WS-Cout       PIC 9(1).
01 WS-Min        PIC 9(2).

01 WS-FiltreEncadre PIC X(32).
01 WS-Jeton         PIC X(30).
01 WS-LongJeton     PIC 9(2).
01 WS-JetonEncadre  PIC X(32).
01 WS-LongEncadre   PIC 9(2).
01 WS-Pointeur      PIC 9(2).
01 WS-NbJetons      PIC 9(2).
01 WS-NbOccur       PIC 9(2).
01 WS-TousJetons    PIC X(1).

01 WS-StatutExistant PIC X(1).
01 WS-IdExistant     PIC 9(6).
01 WS-ProchainId     PIC 9(6).

LINKAGE SECTION.
01 FiltrageSource    PIC X(1).
01 FiltrageReference PIC X(10).
01 FiltrageNom       PIC X(30).
01 FiltrageTouche    PIC X(1).
01 FiltrageRefListe  PIC X(10).
01 FiltrageScore     PIC 9(3).
01 FiltrageAlerteId  PIC 9(6).

PROCEDURE DIVISION USING FiltrageSource FiltrageReference FiltrageNom
                         FiltrageTouche FiltrageRefListe FiltrageScore
                         FiltrageAlerteId.
  MOVE 'N' TO FiltrageTouche
  MOVE SPACES TO FiltrageRefListe
  MOVE ZERO TO FiltrageScore
  MOVE ZERO TO FiltrageAlerteId
  MOVE FiltrageNom TO WS-Brut
  PERFORM NORMALISER-NOM
  MOVE WS-Norm TO WS-NomFiltre
  MOVE WS-LongNorm TO WS-LongFiltre
  IF WS-LongFiltre = ZERO THEN
    GOBACK
  END-IF
  PERFORM CHARGER-SEUIL
  OPEN INPUT listesurveillance
  IF WS-LISTE-STATUS NOT = "00" THEN
    GOBACK
  END-IF
  MOVE 'N' TO WS-FinLecture
  PERFORM EXAMINER-ENTREE-LISTE
      UNTIL WS-FinLecture = 'O' OR FiltrageTouche = 'O'
  CLOSE listesurveillance
  GOBACK.

CHARGER-SEUIL.
  MOVE SEUIL-FILTRAGE-DEFAUT TO WS-Seuil
  OPEN INPUT seuilfiltrage
  IF WS-SEUIL-STATUS = "00" THEN
    READ seuilfiltrage
      NOT AT END
        IF SeuilFiltrageLigne NUMERIC AND SeuilFiltrageLigne > ZERO THEN
          MOVE SeuilFiltrageLigne TO WS-Seuil
        END-IF
    END-READ
    CLOSE seuilfiltrage
  END-IF.

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

EXAMINER-ENTREE-LISTE.
  READ listesurveillance
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE LS-Nom TO WS-Brut
      PERFORM NORMALISER-NOM
      MOVE WS-Norm TO WS-NomListeNorm
      MOVE WS-LongNorm TO WS-LongListe
      IF WS-LongListe > ZERO THEN
        PERFORM CALCULER-SCORE
        IF WS-Score >= WS-Seuil THEN
          PERFORM TRAITER-TOUCHE
        END-IF
      END-IF
  END-READ.

*> Un nom déjà blanchi contre cette entrée ne bloque plus ; sinon la
*> touche est restituée et, si elle est nouvelle, versée à la file.
TRAITER-TOUCHE.
  PERFORM CHERCHER-ALERTE
  IF WS-StatutExistant = 'L' THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'O' TO FiltrageTouche
  MOVE LS-Reference TO FiltrageRefListe
  MOVE WS-Score TO FiltrageScore
  IF WS-StatutExistant = SPACE THEN
    PERFORM CREER-ALERTE
  ELSE
    MOVE WS-IdExistant TO FiltrageAlerteId
  END-IF.

CHERCHER-ALERTE.
  MOVE SPACE TO WS-StatutExistant
  MOVE ZERO TO WS-IdExistant
  MOVE 1 TO WS-ProchainId
  OPEN INPUT alertes
  IF WS-ALERTES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinAlertes
    PERFORM LIRE-ALERTE-SUIVANTE UNTIL WS-FinAlertes = 'O'
    CLOSE alertes
  END-IF.

LIRE-ALERTE-SUIVANTE.
  READ alertes
    AT END MOVE 'O' TO WS-FinAlertes
    NOT AT END
      IF AF-Id >= WS-ProchainId THEN
        COMPUTE WS-ProchainId = AF-Id + 1
      END-IF
      IF AF-Source = FiltrageSource
         AND AF-Nom = FiltrageNom
         AND AF-RefListe = LS-Reference THEN
        MOVE AF-Statut TO WS-StatutExistant
        MOVE AF-Id TO WS-IdExistant
      END-IF
  END-READ.

CREER-ALERTE.
  PERFORM CHARGER-DATE-VALEUR
  OPEN EXTEND alertes
  IF WS-ALERTES-STATUS NOT = "00" THEN
    OPEN OUTPUT alertes
  END-IF
  MOVE WS-ProchainId     TO AF-Id
  MOVE WS-DateJour       TO AF-Date
  MOVE FiltrageSource    TO AF-Source
  MOVE FiltrageReference TO AF-Reference
  MOVE FiltrageNom       TO AF-Nom
  MOVE LS-Reference      TO AF-RefListe
  MOVE LS-Nom            TO AF-NomListe
  MOVE LS-Programme      TO AF-Programme
  MOVE WS-Score          TO AF-Score
  SET AF-EN-ATTENTE TO TRUE
  MOVE SPACES            TO AF-Superviseur
  MOVE SPACES            TO AF-DateDecision
  MOVE SPACES            TO AF-Commentaire
  WRITE AlerteConformiteRecord
  CLOSE alertes
  MOVE WS-ProchainId TO FiltrageAlerteId.

*> WS-Brut -> WS-Norm (longueur utile WS-LongNorm).
NORMALISER-NOM.
  MOVE SPACES TO WS-Norm
  MOVE ZERO TO WS-LongNorm
  MOVE 1 TO WS-PosIn
  PERFORM NORMALISER-CARACTERE UNTIL WS-PosIn > 30
  IF WS-LongNorm > ZERO THEN
    IF WS-Norm(WS-LongNorm:1) = SPACE THEN
      SUBTRACT 1 FROM WS-LongNorm
    END-IF
  END-IF.

*> Lettre accentuée UTF-8 ramenée à sa lettre de base ; tout autre
*> caractère sur plusieurs octets est ignoré.
NORMALISER-CARACTERE.
  MOVE WS-Brut(WS-PosIn:1) TO WS-Car
  ADD 1 TO WS-PosIn
  EVALUATE TRUE
    WHEN WS-Car = X"C3" AND WS-PosIn <= 30
      MOVE WS-Brut(WS-PosIn:1) TO WS-Car
      ADD 1 TO WS-PosIn
      INSPECT WS-Car CONVERTING ACCENTS-UTF8 TO ACCENTS-SANS
    WHEN WS-Car > X"7F"
      EXIT PARAGRAPH
    WHEN OTHER
      CONTINUE
  END-EVALUATE
  INSPECT WS-Car CONVERTING MINUSCULES TO MAJUSCULES
  IF (WS-Car >= "A" AND WS-Car <= "Z")
     OR (WS-Car >= "0" AND WS-Car <= "9") THEN
    ADD 1 TO WS-LongNorm
    MOVE WS-Car TO WS-Norm(WS-LongNorm:1)
  ELSE
    IF WS-LongNorm > ZERO THEN
      IF WS-Norm(WS-LongNorm:1) NOT = SPACE THEN
        ADD 1 TO WS-LongNorm
        MOVE SPACE TO WS-Norm(WS-LongNorm:1)
      END-IF
    END-IF
  END-IF.

CALCULER-SCORE.
  IF WS-NomFiltre = WS-NomListeNorm THEN
    MOVE 100 TO WS-Score
    EXIT PARAGRAPH
  END-IF
  PERFORM CALCULER-DISTANCE
  IF WS-LongFiltre > WS-LongListe THEN
    MOVE WS-LongFiltre TO WS-LongMax
  ELSE
    MOVE WS-LongListe TO WS-LongMax
  END-IF
  COMPUTE WS-Score = (WS-LongMax - WS-Distance) * 100 / WS-LongMax
  PERFORM CONTROLER-MOTS
  IF WS-TousJetons = 'O' AND WS-Score < NOTE-TOUS-LES-MOTS THEN
    MOVE NOTE-TOUS-LES-MOTS TO WS-Score
  END-IF.

*> Distance d'édition sur deux lignes de la matrice : WS-DistPrec(j+1)
*> est la distance entre les i-1 premiers caractères du nom filtré et
*> les j premiers du nom listé.
CALCULER-DISTANCE.
  PERFORM VARYING WS-J FROM 0 BY 1 UNTIL WS-J > WS-LongListe
    MOVE WS-J TO WS-DistPrec(WS-J + 1)
  END-PERFORM
  PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LongFiltre
    MOVE WS-I TO WS-DistCour(1)
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-LongListe
      IF WS-NomFiltre(WS-I:1) = WS-NomListeNorm(WS-J:1) THEN
        MOVE 0 TO WS-Cout
      ELSE
        MOVE 1 TO WS-Cout
      END-IF
      COMPUTE WS-Min = WS-DistPrec(WS-J) + WS-Cout
      IF WS-DistPrec(WS-J + 1) + 1 < WS-Min THEN
        COMPUTE WS-Min = WS-DistPrec(WS-J + 1) + 1
      END-IF
      IF WS-DistCour(WS-J) + 1 < WS-Min THEN
        COMPUTE WS-Min = WS-DistCour(WS-J) + 1
      END-IF
      MOVE WS-Min TO WS-DistCour(WS-J + 1)
    END-PERFORM
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-LongListe + 1
      MOVE WS-DistCour(WS-J) TO WS-DistPrec(WS-J)
    END-PERFORM
  END-PERFORM
  MOVE WS-DistPrec(WS-LongListe + 1) TO WS-Distance.

*> Tous les mots du nom listé présents, comme mots entiers, dans le
*> nom filtré ? Réservé aux noms listés d'au moins deux mots : un nom
*> isolé ne suffit pas à désigner une personne.
CONTROLER-MOTS.
  MOVE 'O' TO WS-TousJetons
  MOVE ZERO TO WS-NbJetons
  MOVE SPACES TO WS-FiltreEncadre
  STRING " " DELIMITED BY SIZE
         WS-NomFiltre(1:WS-LongFiltre) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
    INTO WS-FiltreEncadre
  END-STRING
  MOVE 1 TO WS-Pointeur
  PERFORM EXTRAIRE-MOT
      UNTIL WS-Pointeur > WS-LongListe OR WS-TousJetons = 'N'
  IF WS-NbJetons < 2 THEN
    MOVE 'N' TO WS-TousJetons
  END-IF.

EXTRAIRE-MOT.
  MOVE SPACES TO WS-Jeton
  MOVE ZERO TO WS-LongJeton
  UNSTRING WS-NomListeNorm(1:WS-LongListe) DELIMITED BY " "
    INTO WS-Jeton COUNT IN WS-LongJeton
    WITH POINTER WS-Pointeur
  END-UNSTRING
  IF WS-LongJeton > ZERO THEN
    ADD 1 TO WS-NbJetons
    MOVE SPACES TO WS-JetonEncadre
    STRING " " DELIMITED BY SIZE
           WS-Jeton(1:WS-LongJeton) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
      INTO WS-JetonEncadre
    END-STRING
    COMPUTE WS-LongEncadre = WS-LongJeton + 2
    MOVE ZERO TO WS-NbOccur
    INSPECT WS-FiltreEncadre TALLYING WS-NbOccur
        FOR ALL WS-JetonEncadre(1:WS-LongEncadre)
    IF WS-NbOccur = ZERO THEN
      MOVE 'N' TO WS-TousJetons
    END-IF
  END-IF.
