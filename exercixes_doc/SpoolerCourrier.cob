*> qu'on l'a prévenu ?" a enfin une réponse. Les fichiers de spool sont
*> partagés au niveau de la maison, comme baremetarifs.txt ; une copie
*> jumelle de ce sous-programme vit côté banque (GCB_DISTINCT) avec les
*> chemins adaptés à son répertoire. La source 'F' adresse un
*> fournisseur du répertoire fournisseurs.txt (réclamations de numéros
*> de périodiques non reçus, RelancesAbonnements). La source 'D'
*> adresse un donateur du répertoire donateurs.txt (remerciements des
*> dons, GestionDons). La source 'S' adresse un fournisseur du magasin
*> (fournisseursmagasin.txt, bons de commande de CommandesReappro).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      RECORD KEY IS MembreId
      FILE STATUS IS WS-MEMBRES-STATUS.

  SELECT fournisseurs ASSIGN TO "fournisseurs.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-FOURNISSEURS-STATUS.

  SELECT fournisseursmagasin ASSIGN TO "fournisseursmagasin.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-FOURNMAG-STATUS.

  SELECT donateurs ASSIGN TO "donateurs.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DONATEURS-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
FD membres.
COPY "MEMBRE.cpy".

FD fournisseurs.
COPY "FOURNIS.cpy".

FD fournisseursmagasin.
COPY "FOURNMAG.cpy".

FD donateurs.
COPY "DONATEUR.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
01 WS-CJOURNAL-STATUS PIC XX.
01 WS-CLIENTS-STATUS  PIC XX.
01 WS-MEMBRES-STATUS  PIC XX.
01 WS-FOURNISSEURS-STATUS PIC XX.
01 WS-FOURNMAG-STATUS PIC XX.
01 WS-DONATEURS-STATUS PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-DateJour   PIC X(8).
01 CourrierSource PIC X(1).
   88 COURRIER-POUR-CLIENT VALUE 'C'.
   88 COURRIER-POUR-MEMBRE VALUE 'M'.
   88 COURRIER-POUR-FOURNISSEUR VALUE 'F'.
   88 COURRIER-POUR-DONATEUR VALUE 'D'.
   88 COURRIER-POUR-FOURN-MAGASIN VALUE 'S'.
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
    WHEN COURRIER-POUR-FOURNISSEUR
      OPEN INPUT fournisseurs
      IF WS-FOURNISSEURS-STATUS = "00" THEN
        MOVE 'N' TO WS-FinLecture
        PERFORM LIRE-FOURNISSEUR-SUIVANT UNTIL WS-FinLecture = 'O'
        CLOSE fournisseurs
      END-IF
    WHEN COURRIER-POUR-DONATEUR
      OPEN INPUT donateurs
      IF WS-DONATEURS-STATUS = "00" THEN
        MOVE 'N' TO WS-FinLecture
        PERFORM LIRE-DONATEUR-SUIVANT UNTIL WS-FinLecture = 'O'
        CLOSE donateurs
      END-IF
    WHEN COURRIER-POUR-FOURN-MAGASIN
      OPEN INPUT fournisseursmagasin
      IF WS-FOURNMAG-STATUS = "00" THEN
        MOVE 'N' TO WS-FinLecture
        PERFORM LIRE-FOURN-MAGASIN-SUIVANT UNTIL WS-FinLecture = 'O'
        CLOSE fournisseursmagasin
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

LIRE-FOURNISSEUR-SUIVANT.
  READ fournisseurs
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF FO-Code = CourrierDestinataire THEN
        MOVE FO-Nom TO WS-NomDestinataire
        MOVE FO-Adresse TO WS-AdresseDestinataire
      END-IF
  END-READ.

LIRE-DONATEUR-SUIVANT.
  READ donateurs
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF DT-Code = CourrierDestinataire THEN
        MOVE DT-Nom TO WS-NomDestinataire
        MOVE DT-Adresse TO WS-AdresseDestinataire
      END-IF
  END-READ.

LIRE-FOURN-MAGASIN-SUIVANT.
  READ fournisseursmagasin
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF FS-Code = CourrierDestinataire THEN
        MOVE FS-Nom TO WS-NomDestinataire
        MOVE FS-Adresse TO WS-AdresseDestinataire
      END-IF
  END-READ.

ECRIRE-LETTRE.
  OPEN EXTEND courrier
