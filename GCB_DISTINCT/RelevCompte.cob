*> Sélection de période facultative : plagereleve.txt (date de début et
*> de fin AAAAMMJJ accolées) restreint les mouvements ventilés ; sans
*> ce fichier, les relevés couvrent toute la vie du journal.
*>
*> Chaque mouvement porte sa date comptable et sa date de valeur
*> (HistoriqueDateValeur, posée par EnregistrerHistorique).
*>
*> L'en-tête porte les coordonnées bancaires du compte (RIB national,
*> IBAN présenté par groupes de quatre, BIC), composées par RibCompte.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PLAGE-STATUS.

  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-TITULAIRES-STATUS.

DATA DIVISION.
   05 ArchiveDate   PIC X(8).
   05 ArchiveHeure  PIC X(6).
   05 ArchiveLibelle PIC X(30).
   05 ArchiveDateValeur PIC X(8).

FD historique.
COPY "HISTORIQUE.cpy".
   05 PT-Date   PIC X(8).
   05 PT-Heure  PIC X(6).
   05 PT-Libelle PIC X(30).
   05 PT-DateValeur PIC X(8).

FD archiveindex.
01 ArchiveIndexRecord.
01 ReleveLigne PIC X(100).

FD relevecompte.
01 ReleveCompteLigne PIC X(120).

FD plagereleve.
01 PlageRecord.
   05 PL-DateFin   PIC X(8).

FD titulaires.
COPY "TITULAIRES.cpy".

WORKING-STORAGE SECTION.
01 WS-CLIENTS-STATUS PIC XX.
01 WS-FinHistorique   PIC X(1) VALUE 'N'.

01 WS-LibelleOperation PIC X(20).
01 WS-LigneFormatee    PIC X(120).
01 WS-DateValeurLigne  PIC X(8).
01 WS-NomFichierReleve PIC X(30).

*> Registre des comptes à relever, relevé depuis comptes.dat avant la
01 WS-NoPage         PIC 9(3).
01 WS-SoldeOuvertureCourant PIC S9(10)V99 SIGN LEADING SEPARATE.

01 WS-RibMode     PIC X(1).
01 WS-RibResultat PIC X(1).
01 WS-RibMotif    PIC X(30).
COPY "RIB.cpy".

PROCEDURE DIVISION.
  PERFORM CHARGER-PLAGE-DATES
  PERFORM CHARGER-INDEX-ARCHIVE
  END-STRING
  PERFORM ECRIRE-LIGNE-COMPTE
  PERFORM ADRESSER-TITULAIRES
  PERFORM IMPRIMER-COORDONNEES-BANCAIRES
  IF WS-PlageActive = 'O' THEN
    MOVE SPACES TO WS-LigneFormatee
    STRING "Période du " DELIMITED BY SIZE
      MOVE ArchiveDate   TO HistoriqueDate
      MOVE ArchiveHeure  TO HistoriqueHeure
      MOVE ArchiveLibelle TO HistoriqueLibelle
      MOVE ArchiveDateValeur TO HistoriqueDateValeur
      PERFORM VENTILER-MOUVEMENT
  END-READ.

      MOVE PT-Date   TO HistoriqueDate
      MOVE PT-Heure  TO HistoriqueHeure
      MOVE PT-Libelle TO HistoriqueLibelle
      MOVE PT-DateValeur TO HistoriqueDateValeur
      PERFORM VENTILER-MOUVEMENT
  END-READ.

    WHEN 'U' MOVE "Gain de change latent" TO WS-LibelleOperation
    WHEN 'N' MOVE "Perte de change latente" TO WS-LibelleOperation
    WHEN 'K' MOVE "Versement caisse" TO WS-LibelleOperation
    WHEN '1' MOVE "Versement biblio." TO WS-LibelleOperation
    WHEN '2' MOVE "Prélèv. biblio." TO WS-LibelleOperation
    WHEN 'X' MOVE "Virement refusé" TO WS-LibelleOperation
    WHEN 'E' MOVE "Pénalité rupture" TO WS-LibelleOperation
    WHEN 'A' MOVE "Agios" TO WS-LibelleOperation
    WHEN 'H' MOVE "Intérêts de retard" TO WS-LibelleOperation
    WHEN 'Y' MOVE "Opération carte" TO WS-LibelleOperation
    WHEN 'Z' MOVE "Remboursement litige" TO WS-LibelleOperation
    WHEN OTHER MOVE "Inconnu" TO WS-LibelleOperation
  END-EVALUATE

*> Date comptable et date de valeur : une écriture antérieure à la
*> colonne est en valeur à sa date comptable.
  IF HistoriqueDateValeur = SPACES THEN
    MOVE HistoriqueDate TO WS-DateValeurLigne
  ELSE
    MOVE HistoriqueDateValeur TO WS-DateValeurLigne
  END-IF
  MOVE SPACES TO WS-LigneFormatee
  STRING HistoriqueDate DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         HistoriqueHeure DELIMITED BY SIZE
         " val. " DELIMITED BY SIZE
         WS-DateValeurLigne DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         WS-LibelleOperation DELIMITED BY SIZE
         " - montant : " DELIMITED BY SIZE
    WHEN 'D'
    WHEN 'I'
    WHEN 'K'
    WHEN '1'
    WHEN '2'
    WHEN 'B'
    WHEN 'Q'
    WHEN 'Z'
      COMPUTE WS-SoldeOuvertureCourant = HistoriqueValB - HistoriqueValA
*> Code 'V' ancien : avant le code 'T', la patte débit d'un virement
*> était un 'V' sur le compte A. Les écritures nouvelles portent 'T'
    WHEN 'M'
    WHEN 'J'
    WHEN 'G'
    WHEN 'E'
    WHEN 'A'
    WHEN 'H'
    WHEN 'Y'
      COMPUTE WS-SoldeOuvertureCourant = HistoriqueValB + HistoriqueValA
    WHEN OTHER
      MOVE HistoriqueValB TO WS-SoldeOuvertureCourant
  END-READ.

*> Le relevé est adressé à TOUS les titulaires du compte : le titulaire
*> principal de comptes.dat, puis les cotitulaires de titulaires.dat
*> (GestionTitulaires), chacun nommé depuis clients.dat.
ADRESSER-TITULAIRES.
  OPEN INPUT titulaires
  CLOSE titulaires.

ADRESSER-TITULAIRE-SUIVANT.
  READ titulaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinTitulaires
    NOT AT END
      IF TI-Compte = WS-CompteEnCours THEN
        PERFORM ECRIRE-LIGNE-COMPTE
      END-IF
  END-READ.

IMPRIMER-COORDONNEES-BANCAIRES.
  MOVE 'C' TO WS-RibMode
  CALL 'RibCompte' USING WS-RibMode WS-CompteEnCours RibIdentifiant
                         WS-RibResultat WS-RibMotif
  IF WS-RibResultat NOT = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  MOVE SPACES TO WS-LigneFormatee
  STRING "RIB : banque " DELIMITED BY SIZE
         RI-CodeBanque DELIMITED BY SIZE
         " guichet " DELIMITED BY SIZE
         RI-CodeGuichet DELIMITED BY SIZE
         " compte " DELIMITED BY SIZE
         RI-NumeroCompte DELIMITED BY SIZE
         " clé " DELIMITED BY SIZE
         RI-CleRib DELIMITED BY SIZE
    INTO WS-LigneFormatee
  END-STRING
  PERFORM ECRIRE-LIGNE-COMPTE
  MOVE SPACES TO WS-LigneFormatee
  STRING "IBAN : " DELIMITED BY SIZE
         RI-Iban(1:4) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         RI-Iban(5:4) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         RI-Iban(9:4) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         RI-Iban(13:4) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         RI-Iban(17:4) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         RI-Iban(21:4) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         RI-Iban(25:3) DELIMITED BY SIZE
         "   BIC : " DELIMITED BY SIZE
         RI-Bic DELIMITED BY SIZE
    INTO WS-LigneFormatee
  END-STRING
  PERFORM ECRIRE-LIGNE-COMPTE.
