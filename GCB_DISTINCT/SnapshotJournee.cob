*> manifest-AAAAMMJJ.txt consigne, fichier par fichier, le nombre
*> d'enregistrements copiés, plus les totaux du scellé du journal
*> (historique_scelle.txt). Les maîtres indexés (comptes.dat,
*> clients.dat, produits.dat, tauxchange.dat, operateurs.dat et les
*> référentiels autorisations, beneficiaires, retenues, mandats, prets,
*> ordrespermanents, chequiers, titulaires en .dat) sont exportés
*> enregistrement par enregistrement ; les fichiers ligne à ligne sont
*> copiés tels quels. RestaurerSnapshot ne remet un jeu en place
*> qu'après vérification du manifeste : plus jamais un comptes.dat d'un
      RECORD KEY IS OperateurNumero
      FILE STATUS IS WS-OPERATEURS-STATUS.

  SELECT autorisations ASSIGN TO "autorisations.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS AU-Id
      FILE STATUS IS WS-AUTORISATIONS-STATUS.

  SELECT beneficiaires ASSIGN TO "beneficiaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BE-Reference
      FILE STATUS IS WS-BENEFICIAIRES-STATUS.

  SELECT retenues ASSIGN TO "retenues.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RT-Cle
      FILE STATUS IS WS-RETENUES-STATUS.

  SELECT mandats ASSIGN TO "mandats.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS MA-Reference
      FILE STATUS IS WS-MANDATS-STATUS.

  SELECT prets ASSIGN TO "prets.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS PR-Id
      FILE STATUS IS WS-PRETS-STATUS.

  SELECT ordrespermanents ASSIGN TO "ordrespermanents.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS OP-Libelle
      FILE STATUS IS WS-ORDRES-STATUS.

  SELECT chequiers ASSIGN TO "chequiers.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CQ-Cle
      FILE STATUS IS WS-CHEQUIERS-STATUS.

  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-TITULAIRES-STATUS.

  SELECT manifeste ASSIGN TO WS-NomManifeste
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
FD operateurs.
COPY "OPERATEURS.cpy".

FD autorisations.
COPY "AUTORISATIONS.cpy".

FD beneficiaires.
COPY "BENEFICIAIRES.cpy".

FD retenues.
COPY "RETENUES.cpy".

FD mandats.
COPY "MANDATS.cpy".

FD prets.
COPY "PRETS.cpy".

FD ordrespermanents.
COPY "ORDRESPERM.cpy".

FD chequiers.
COPY "CHEQUIERS.cpy".

FD titulaires.
COPY "TITULAIRES.cpy".

FD manifeste.
01 ManifesteRecord.
   05 MF-Fichier PIC X(30).
01 WS-PRODUITS-STATUS PIC XX.
01 WS-TAUXMAITRE-STATUS PIC XX.
01 WS-OPERATEURS-STATUS PIC XX.
01 WS-AUTORISATIONS-STATUS PIC XX.
01 WS-BENEFICIAIRES-STATUS PIC XX.
01 WS-RETENUES-STATUS PIC XX.
01 WS-MANDATS-STATUS PIC XX.
01 WS-PRETS-STATUS PIC XX.
01 WS-ORDRES-STATUS PIC XX.
01 WS-CHEQUIERS-STATUS PIC XX.
01 WS-TITULAIRES-STATUS PIC XX.
01 WS-MANIFESTE-STATUS PIC XX.
01 WS-SCELLE-STATUS  PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
   05 FILLER PIC X(30) VALUE "historique_archive.txt".
   05 FILLER PIC X(30) VALUE "archiveindex.txt".
   05 FILLER PIC X(30) VALUE "paiementsexternes.txt".
   05 FILLER PIC X(30) VALUE "remisescheques.txt".
   05 FILLER PIC X(30) VALUE "echeancierprets.txt".
   05 FILLER PIC X(30) VALUE "pretsjournal.txt".
   05 FILLER PIC X(30) VALUE "attente.txt".
   05 FILLER PIC X(30) VALUE "retenuesfiscales.txt".
   05 FILLER PIC X(30) VALUE "auditcorrections.txt".
   05 FILLER PIC X(30) VALUE "journalconnexions.txt".
   05 FILLER PIC X(30) VALUE "changesreference.txt".
   05 FILLER PIC X(30) VALUE "changesjournal.txt".
   05 FILLER PIC X(30) VALUE "oppositionscheques.txt".
   05 FILLER PIC X(30) VALUE "joursferies.txt".
   05 FILLER PIC X(30) VALUE "joursweekend.txt".
   05 FILLER PIC X(30) VALUE "suspens.txt".
   05 FILLER PIC X(30) VALUE "caissedevises.txt".
   05 FILLER PIC X(30) VALUE "changejournal.txt".
   05 FILLER PIC X(30) VALUE "tauxhistorique.txt".
   05 FILLER PIC X(30) VALUE "recusguichet.txt".
   05 FILLER PIC X(30) VALUE "recuguichetseq.txt".
   05 FILLER PIC X(30) VALUE "tauxchange.txt".
   05 FILLER PIC X(30) VALUE "coffre.txt".
   05 FILLER PIC X(30) VALUE "mouvementscoffre.txt".
   05 FILLER PIC X(30) VALUE "commandesfonds.txt".
   05 FILLER PIC X(30) VALUE "nostroouverts.txt".
   05 FILLER PIC X(30) VALUE "soldenostro.txt".
   05 FILLER PIC X(30) VALUE "conventionsbalayage.txt".
   05 FILLER PIC X(30) VALUE "balayagejournal.txt".
01 WS-ListeRedef REDEFINES WS-ListeFichiers.
   05 WS-Fichier OCCURS 35 TIMES PIC X(30).

    PERFORM EXPORTER-PRODUITS
    PERFORM EXPORTER-TAUX
    PERFORM EXPORTER-OPERATEURS
    PERFORM EXPORTER-AUTORISATIONS
    PERFORM EXPORTER-BENEFICIAIRES
    PERFORM EXPORTER-RETENUES
    PERFORM EXPORTER-MANDATS
    PERFORM EXPORTER-PRETS
    PERFORM EXPORTER-ORDRES
    PERFORM EXPORTER-CHEQUIERS
    PERFORM EXPORTER-TITULAIRES
    PERFORM CONSIGNER-SCELLE
    CLOSE manifeste
    DISPLAY "Photographie " WS-DateJour " écrite : " WS-NbFichiers
      ADD 1 TO WS-NbCopies
  END-READ.

EXPORTER-AUTORISATIONS.
  MOVE "autorisations.dat" TO WS-NomSource
  PERFORM CONSTRUIRE-NOM-CIBLE
  MOVE ZERO TO WS-NbCopies
  OPEN INPUT autorisations
  IF WS-AUTORISATIONS-STATUS = "00" THEN
    OPEN OUTPUT cible
    MOVE ZERO TO AU-Id
    START autorisations KEY IS NOT LESS THAN AU-Id
      INVALID KEY CONTINUE
    END-START
    MOVE 'N' TO WS-FinLecture
    PERFORM EXPORTER-AUTORISATION-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE cible
    CLOSE autorisations
  END-IF
  PERFORM ECRIRE-MANIFESTE.

EXPORTER-AUTORISATION-SUIVANTE.
  READ autorisations NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE SPACES TO CibleLigne
      MOVE AutorisationRecord TO CibleLigne
      WRITE CibleLigne
      ADD 1 TO WS-NbCopies
  END-READ.

EXPORTER-BENEFICIAIRES.
  MOVE "beneficiaires.dat" TO WS-NomSource
  PERFORM CONSTRUIRE-NOM-CIBLE
  MOVE ZERO TO WS-NbCopies
  OPEN INPUT beneficiaires
  IF WS-BENEFICIAIRES-STATUS = "00" THEN
    OPEN OUTPUT cible
    MOVE LOW-VALUES TO BE-Reference
    START beneficiaires KEY IS NOT LESS THAN BE-Reference
      INVALID KEY CONTINUE
    END-START
    MOVE 'N' TO WS-FinLecture
    PERFORM EXPORTER-BENEFICIAIRE-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE cible
    CLOSE beneficiaires
  END-IF
  PERFORM ECRIRE-MANIFESTE.

EXPORTER-BENEFICIAIRE-SUIVANT.
  READ beneficiaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE SPACES TO CibleLigne
      MOVE BeneficiaireRecord TO CibleLigne
      WRITE CibleLigne
      ADD 1 TO WS-NbCopies
  END-READ.

EXPORTER-RETENUES.
  MOVE "retenues.dat" TO WS-NomSource
  PERFORM CONSTRUIRE-NOM-CIBLE
  MOVE ZERO TO WS-NbCopies
  OPEN INPUT retenues
  IF WS-RETENUES-STATUS = "00" THEN
    OPEN OUTPUT cible
    MOVE LOW-VALUES TO RT-Cle
    START retenues KEY IS NOT LESS THAN RT-Cle
      INVALID KEY CONTINUE
    END-START
    MOVE 'N' TO WS-FinLecture
    PERFORM EXPORTER-RETENUE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE cible
    CLOSE retenues
  END-IF
  PERFORM ECRIRE-MANIFESTE.

EXPORTER-RETENUE-SUIVANTE.
  READ retenues NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE SPACES TO CibleLigne
      MOVE RetenueRecord TO CibleLigne
      WRITE CibleLigne
      ADD 1 TO WS-NbCopies
  END-READ.

EXPORTER-MANDATS.
  MOVE "mandats.dat" TO WS-NomSource
  PERFORM CONSTRUIRE-NOM-CIBLE
  MOVE ZERO TO WS-NbCopies
  OPEN INPUT mandats
  IF WS-MANDATS-STATUS = "00" THEN
    OPEN OUTPUT cible
    MOVE LOW-VALUES TO MA-Reference
    START mandats KEY IS NOT LESS THAN MA-Reference
      INVALID KEY CONTINUE
    END-START
    MOVE 'N' TO WS-FinLecture
    PERFORM EXPORTER-MANDAT-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE cible
    CLOSE mandats
  END-IF
  PERFORM ECRIRE-MANIFESTE.

EXPORTER-MANDAT-SUIVANT.
  READ mandats NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE SPACES TO CibleLigne
      MOVE MandatRecord TO CibleLigne
      WRITE CibleLigne
      ADD 1 TO WS-NbCopies
  END-READ.

EXPORTER-PRETS.
  MOVE "prets.dat" TO WS-NomSource
  PERFORM CONSTRUIRE-NOM-CIBLE
  MOVE ZERO TO WS-NbCopies
  OPEN INPUT prets
  IF WS-PRETS-STATUS = "00" THEN
    OPEN OUTPUT cible
    MOVE LOW-VALUES TO PR-Id
    START prets KEY IS NOT LESS THAN PR-Id
      INVALID KEY CONTINUE
    END-START
    MOVE 'N' TO WS-FinLecture
    PERFORM EXPORTER-PRET-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE cible
    CLOSE prets
  END-IF
  PERFORM ECRIRE-MANIFESTE.

EXPORTER-PRET-SUIVANT.
  READ prets NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE SPACES TO CibleLigne
      MOVE PretRecord TO CibleLigne
      WRITE CibleLigne
      ADD 1 TO WS-NbCopies
  END-READ.

EXPORTER-ORDRES.
  MOVE "ordrespermanents.dat" TO WS-NomSource
  PERFORM CONSTRUIRE-NOM-CIBLE
  MOVE ZERO TO WS-NbCopies
  OPEN INPUT ordrespermanents
  IF WS-ORDRES-STATUS = "00" THEN
    OPEN OUTPUT cible
    MOVE LOW-VALUES TO OP-Libelle
    START ordrespermanents KEY IS NOT LESS THAN OP-Libelle
      INVALID KEY CONTINUE
    END-START
    MOVE 'N' TO WS-FinLecture
    PERFORM EXPORTER-ORDRE-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE cible
    CLOSE ordrespermanents
  END-IF
  PERFORM ECRIRE-MANIFESTE.

EXPORTER-ORDRE-SUIVANT.
  READ ordrespermanents NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE SPACES TO CibleLigne
      MOVE OrdrePermanentRecord TO CibleLigne
      WRITE CibleLigne
      ADD 1 TO WS-NbCopies
  END-READ.

EXPORTER-CHEQUIERS.
  MOVE "chequiers.dat" TO WS-NomSource
  PERFORM CONSTRUIRE-NOM-CIBLE
  MOVE ZERO TO WS-NbCopies
  OPEN INPUT chequiers
  IF WS-CHEQUIERS-STATUS = "00" THEN
    OPEN OUTPUT cible
    MOVE LOW-VALUES TO CQ-Cle
    START chequiers KEY IS NOT LESS THAN CQ-Cle
      INVALID KEY CONTINUE
    END-START
    MOVE 'N' TO WS-FinLecture
    PERFORM EXPORTER-CHEQUIER-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE cible
    CLOSE chequiers
  END-IF
  PERFORM ECRIRE-MANIFESTE.

EXPORTER-CHEQUIER-SUIVANT.
  READ chequiers NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE SPACES TO CibleLigne
      MOVE ChequierRecord TO CibleLigne
      WRITE CibleLigne
      ADD 1 TO WS-NbCopies
  END-READ.

EXPORTER-TITULAIRES.
  MOVE "titulaires.dat" TO WS-NomSource
  PERFORM CONSTRUIRE-NOM-CIBLE
  MOVE ZERO TO WS-NbCopies
  OPEN INPUT titulaires
  IF WS-TITULAIRES-STATUS = "00" THEN
    OPEN OUTPUT cible
    MOVE LOW-VALUES TO TI-Cle
    START titulaires KEY IS NOT LESS THAN TI-Cle
      INVALID KEY CONTINUE
    END-START
    MOVE 'N' TO WS-FinLecture
    PERFORM EXPORTER-TITULAIRE-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE cible
    CLOSE titulaires
  END-IF
  PERFORM ECRIRE-MANIFESTE.

EXPORTER-TITULAIRE-SUIVANT.
  READ titulaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      MOVE SPACES TO CibleLigne
      MOVE TitulaireRecord TO CibleLigne
      WRITE CibleLigne
      ADD 1 TO WS-NbCopies
  END-READ.

*> Les totaux du scellé sont recopiés en queue de manifeste : à la
*> restauration, ils redisent quel journal accompagnait ce jeu.
CONSIGNER-SCELLE.
