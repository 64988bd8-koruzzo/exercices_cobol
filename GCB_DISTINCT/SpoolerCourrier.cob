*> qu'on l'a prévenu ?" a enfin une réponse. Les fichiers de spool sont
*> partagés au niveau de la maison, comme baremetarifs.txt ; une copie
*> jumelle de ce sous-programme vit côté bibliothèque avec les chemins
*> adaptés à son répertoire. La source 'B' adresse un bénéficiaire
*> externe de beneficiaires.dat (créancier saisissant, par exemple) :
*> nom de la fiche et coordonnées de règlement en guise d'adresse.
*> La source 'J' adresse le locataire d'une parcelle du jardin par son
*> numéro de location (../locations.txt, GestionLocations) : avis de
*> loyer de FacturationLoyersJardin aux locataires sans compte chez nous.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      RECORD KEY IS MembreId
      FILE STATUS IS WS-MEMBRES-STATUS.

  SELECT beneficiaires ASSIGN TO "beneficiaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BE-Reference
      FILE STATUS IS WS-BENEF-STATUS.

  SELECT locations ASSIGN TO "../locations.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-LOCATIONS-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
FD membres.
COPY "../exercixes_doc/MEMBRE.cpy".

FD beneficiaires.
COPY "BENEFICIAIRES.cpy".

FD locations.
01 LocationRecord.
   05 LO-Numero     PIC 9(6).
   05 LO-Parcelle   PIC X(20).
   05 LO-Locataire  PIC X(30).
   05 LO-Adresse    PIC X(40).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
01 WS-CLIENTS-STATUS  PIC XX.
01 WS-MEMBRES-STATUS  PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-BENEF-STATUS    PIC XX.
01 WS-LOCATIONS-STATUS PIC XX.

01 WS-DateJour   PIC X(8).
01 WS-FinLecture PIC X(1).
01 CourrierSource PIC X(1).
   88 COURRIER-POUR-CLIENT VALUE 'C'.
   88 COURRIER-POUR-MEMBRE VALUE 'M'.
   88 COURRIER-POUR-BENEFICIAIRE VALUE 'B'.
   88 COURRIER-POUR-LOCATAIRE VALUE 'J'.
01 CourrierDestinataire PIC X(6).
01 CourrierTexte PIC X(100).
01 CourrierNumero PIC 9(6).
RESOUDRE-ADRESSE.
  MOVE "(destinataire inconnu)" TO WS-NomDestinataire
  MOVE SPACES TO WS-AdresseDestinataire
  EVALUATE TRUE
    WHEN COURRIER-POUR-CLIENT
      OPEN INPUT clients
      IF WS-CLIENTS-STATUS = "00" THEN
        MOVE CourrierDestinataire TO ClientNumero
        READ clients
          NOT INVALID KEY
            MOVE ClientNom TO WS-NomDestinataire
            MOVE ClientAdresse TO WS-AdresseDestinataire
        END-READ
        CLOSE clients
      END-IF
    WHEN COURRIER-POUR-BENEFICIAIRE
      OPEN INPUT beneficiaires
      IF WS-BENEF-STATUS = "00" THEN
        MOVE CourrierDestinataire TO BE-Reference
        READ beneficiaires
          NOT INVALID KEY
            MOVE BE-Nom TO WS-NomDestinataire
            MOVE SPACES TO WS-AdresseDestinataire
            STRING FUNCTION TRIM(BE-Banque) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   BE-CompteExterne DELIMITED BY SIZE
              INTO WS-AdresseDestinataire
            END-STRING
        END-READ
        CLOSE beneficiaires
      END-IF
    WHEN COURRIER-POUR-LOCATAIRE
      OPEN INPUT locations
      IF WS-LOCATIONS-STATUS = "00" THEN
        MOVE 'N' TO WS-FinLecture
        PERFORM LIRE-LOCATION-SUIVANTE UNTIL WS-FinLecture = 'O'
        CLOSE locations
      END-IF
    WHEN OTHER
      OPEN INPUT membres
      IF WS-MEMBRES-STATUS = "00" THEN
        MOVE CourrierDestinataire TO MembreId
        READ membres
          NOT INVALID KEY
            MOVE MembreNom TO WS-NomDestinataire
            MOVE MembreAdresse TO WS-AdresseDestinataire
        END-READ
        CLOSE membres
      END-IF
  END-EVALUATE.

LIRE-LOCATION-SUIVANTE.
  READ locations
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF LO-Numero = CourrierDestinataire THEN
        MOVE LO-Locataire TO WS-NomDestinataire
        MOVE LO-Adresse TO WS-AdresseDestinataire
        MOVE 'O' TO WS-FinLecture
      END-IF
  END-READ.

ECRIRE-LETTRE.
  OPEN EXTEND courrier
