IDENTIFICATION DIVISION.
PROGRAM-ID. RechercheAudit.

*> Recherche d'audit sur l'ensemble des journaux d'exploitation de la
*> maison, pour répondre à "qu'a fait l'opérateur T00003 le 14 mars ?"
*> sans ouvrir les fichiers un à un. Réservée aux superviseurs actifs
*> d'operateurs.dat, authentifiés. Critères : opérateur, plage de
*> dates (AAAAMMJJ), clé — compte, adhérent ou ticket — et type
*> d'événement, chacun facultatif :
*>   M mouvements de compte : historique.txt, historique_archive.txt et
*>     les partitions annuelles de PurgerHistorique (archiveindex.txt)
*>     des années de la plage, auditcorrections.txt ;
*>   S sécurité : journalconnexions.txt, journalacces.txt ;
*>   R référentiels et paramètres : changesjournal.txt,
*>     ../parametresjournal.txt, ../periodesjournal.txt ;
*>   A autorisations superviseur : autorisations.dat (parcage, puis
*>     décision) ;
*>   C caisse et change : caisses.txt, changejournal.txt ;
*>   B bibliothèque : emprunts.txt, reglementsamendes.txt,
*>     adhesionsreglements.txt, pertes.txt ;
*>   G magasin : recu.txt, recuarchive.txt, cartesjournal.txt,
*>     pointsjournal.txt, zrapports.txt.
*> Les journaux sans opérateur (la plupart de ceux de la bibliothèque et
*> du magasin) ne sortent pas d'une recherche par opérateur ; ceux sans
*> clé ne sortent pas d'une recherche par clé. Pour un journal à deux
*> intervenants (approbateur d'un changement, second superviseur d'une
*> réouverture, décideur d'une autorisation), l'un ou l'autre répond au
*> critère opérateur. Les lignes retenues sont fusionnées dans l'ordre
*> chronologique (date puis heure ; une ligne sans heure passe en tête
*> de sa journée) et écrites dans rechercheaudit.txt, chaque ligne
*> portant le fichier d'où elle vient. La piste est bornée à 3000
*> lignes : au-delà la recherche est signalée tronquée et les critères
*> sont à resserrer. Chaque recherche est elle-même consignée dans
*> journalrecherches.txt (date, heure, superviseur, critères, nombre
*> de lignes). Programme de lecture : aucun journal n'est modifié.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT historique ASSIGN TO "historique.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HIST-STATUS.

  SELECT archive ASSIGN TO "historique_archive.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ARCHIVE-STATUS.

  SELECT partition ASSIGN TO WS-NomPartition
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PARTITION-STATUS.

  SELECT archiveindex ASSIGN TO "archiveindex.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-INDEX-STATUS.

  SELECT auditcorrections ASSIGN TO "auditcorrections.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-AUDIT-STATUS.

  SELECT connexions ASSIGN TO "journalconnexions.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CONNEXIONS-STATUS.

  SELECT acces ASSIGN TO "journalacces.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ACCES-STATUS.

  SELECT changesjournal ASSIGN TO "changesjournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CJOURNAL-STATUS.

  SELECT parametresjournal ASSIGN TO "../parametresjournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PARAMJ-STATUS.

  SELECT periodesjournal ASSIGN TO "../periodesjournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PERIODESJ-STATUS.

  SELECT autorisations ASSIGN TO "autorisations.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS AU-Id
      FILE STATUS IS WS-AUTORISATIONS-STATUS.

  SELECT caisses ASSIGN TO "caisses.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CAISSES-STATUS.

  SELECT changejournal ASSIGN TO "changejournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CHANGEJ-STATUS.

  SELECT emprunts ASSIGN TO "../exercixes_doc/emprunts.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-EMPRUNTS-STATUS.

  SELECT reglementsamendes ASSIGN TO "../exercixes_doc/reglementsamendes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-AMENDES-STATUS.

  SELECT reglementsadhesions
      ASSIGN TO "../exercixes_doc/adhesionsreglements.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ADHESIONS-STATUS.

  SELECT pertes ASSIGN TO "../exercixes_doc/pertes.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PERTES-STATUS.

  SELECT recu ASSIGN TO "../exercixes_doc/recu.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECU-STATUS.

  SELECT recuarchive ASSIGN TO "../exercixes_doc/recuarchive.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECUARCH-STATUS.

  SELECT cartesjournal ASSIGN TO "../exercixes_doc/cartesjournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CARTESJ-STATUS.

  SELECT pointsjournal ASSIGN TO "../exercixes_doc/pointsjournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-POINTSJ-STATUS.

  SELECT zjournal ASSIGN TO "../exercixes_doc/zrapports.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ZJOURNAL-STATUS.

  SELECT piste ASSIGN TO "rechercheaudit.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-PISTE-STATUS.

  SELECT journalrecherches ASSIGN TO "journalrecherches.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-JRECH-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

DATA DIVISION.

FILE SECTION.
FD historique.
COPY "HISTORIQUE.cpy".

FD archive.
01 ArchiveRecord.
   05 ArchiveDescrp PIC X(1).
   05 ArchiveValA   PIC 9(10)V99.
   05 ArchiveValB   PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 ArchiveId     PIC 9(9).
   05 ArchiveOperateur PIC X(6).
   05 ArchiveCompte PIC X(6).
   05 ArchiveDate   PIC X(8).
   05 ArchiveHeure  PIC X(6).
   05 ArchiveLibelle PIC X(30).

FD partition.
01 PartitionRecord.
   05 PT-Descrp PIC X(1).
   05 PT-ValA   PIC 9(10)V99.
   05 PT-ValB   PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 PT-Id     PIC 9(9).
   05 PT-Operateur PIC X(6).
   05 PT-Compte PIC X(6).
   05 PT-Date   PIC X(8).
   05 PT-Heure  PIC X(6).
   05 PT-Libelle PIC X(30).

FD archiveindex.
01 ArchiveIndexRecord.
   05 AI-Annee       PIC X(4).
   05 AI-DateMin     PIC X(8).
   05 AI-DateMax     PIC X(8).
   05 AI-IdMin       PIC 9(9).
   05 AI-IdMax       PIC 9(9).
   05 AI-NbEcritures PIC 9(9).
   05 AI-SommeValA   PIC 9(12)V99.

FD auditcorrections.
01 AuditCorrectionRecord.
   05 AC-IdOriginal PIC 9(9).
   05 AC-Date       PIC X(8).
   05 AC-Compte     PIC X(6).
   05 AC-SoldeAvant PIC S9(8)V99 SIGN LEADING SEPARATE.
   05 AC-SoldeApres PIC S9(8)V99 SIGN LEADING SEPARATE.
   05 AC-Operateur  PIC X(6).
   05 AC-Motif      PIC X(20).

FD connexions.
01 ConnexionRecord.
   05 JC-Date      PIC X(8).
   05 JC-Heure     PIC X(6).
   05 JC-Operateur PIC X(6).
   05 JC-Resultat  PIC X(1).
   05 JC-Motif     PIC X(20).

FD acces.
01 AccesRecord.
   05 JA-Date      PIC X(8).
   05 JA-Heure     PIC X(6).
   05 JA-Operateur PIC X(6).
   05 JA-Programme PIC X(20).
   05 JA-Resultat  PIC X(1).

FD changesjournal.
01 ChangeJournalRecord.
   05 CJ-Date        PIC X(8).
   05 CJ-Id          PIC 9(6).
   05 CJ-Fichier     PIC X(1).
   05 CJ-Cle         PIC X(12).
   05 CJ-Champ       PIC X(10).
   05 CJ-Avant       PIC X(70).
   05 CJ-Apres       PIC X(70).
   05 CJ-Operateur   PIC X(6).
   05 CJ-Approbateur PIC X(6).
   05 CJ-DateApplication PIC X(8).

FD parametresjournal.
01 ParametreJournalRecord.
   05 PR-Date      PIC 9(8).
   05 PR-Operateur PIC X(8).
   05 PR-Code      PIC X(20).
   05 PR-Ancienne  PIC X(10).
   05 PR-Nouvelle  PIC X(10).
   05 PR-DateEffet PIC 9(8).

FD periodesjournal.
01 PeriodeJournalRecord.
   05 PJ-Date      PIC X(8).
   05 PJ-Heure     PIC X(6).
   05 PJ-Action    PIC X(1).
   05 PJ-Domaine   PIC X(1).
   05 PJ-Periode   PIC X(6).
   05 PJ-Operateur PIC X(6).
   05 PJ-Second    PIC X(6).
   05 PJ-Motif     PIC X(30).

FD autorisations.
COPY "AUTORISATIONS.cpy".

FD caisses.
01 CaisseRecord.
   05 CA-Date           PIC X(8).
   05 CA-Operateur      PIC X(6).
   05 CA-FondsOuverture PIC 9(8)V99.
   05 CA-Statut         PIC X(1).

FD changejournal.
01 ChangeDeviseRecord.
   05 CG-Date          PIC X(8).
   05 CG-Heure         PIC X(6).
   05 CG-Operateur     PIC X(6).
   05 CG-Sens          PIC X(1).
   05 CG-Devise        PIC X(3).
   05 CG-MontantDevise PIC 9(8)V99.
   05 CG-TauxApplique  PIC 9(2)V9(4).
   05 CG-ContreValeur  PIC 9(8)V99.

FD emprunts.
COPY "../exercixes_doc/EMPRUNT.cpy".

FD reglementsamendes.
01 ReglementAmendeRecord.
   05 RA-Date         PIC X(8).
   05 RA-MembreId     PIC X(6).
   05 RA-Montant      PIC 9(6)V99.
   05 RA-SoldeRestant PIC 9(6)V99.

FD reglementsadhesions.
01 ReglementAdhesionRecord.
   05 RG-Date      PIC X(8).
   05 RG-MembreId  PIC X(6).
   05 RG-Categorie PIC X(1).
   05 RG-Montant   PIC 9(4)V99.
   05 RG-Operateur PIC X(6).

FD pertes.
01 PerteRecord.
   05 PE-Date     PIC X(8).
   05 PE-Titre    PIC X(25).
   05 PE-MembreId PIC X(6).
   05 PE-Motif    PIC X(1).
   05 PE-Montant  PIC 9(4)V99.

FD recu.
COPY "../exercixes_doc/RECU.cpy".

FD recuarchive.
01 ArchiveRecuRecord.
   05 AR-NumTicket     PIC 9(6).
   05 AR-Date          PIC X(8).
   05 AR-MontantEntre  PIC 9(6)V99.
   05 AR-Reduction     PIC 9(6)V99.
   05 AR-MontantFinal  PIC 9(6)V99.
   05 AR-TVA           PIC 9(6)V99.
   05 AR-Sens          PIC X(1).
   05 AR-RefOrigine    PIC 9(6).
   05 AR-Motif         PIC X(2).
   05 AR-ModePaiement  PIC X(1).
   05 AR-MontantCarte  PIC 9(6)V99.
   05 AR-MontantCheque PIC 9(6)V99.
   05 AR-MontantCadeau PIC 9(6)V99.

FD cartesjournal.
01 CarteJournalRecord.
   05 KJ-Date    PIC X(8).
   05 KJ-Numero  PIC X(10).
   05 KJ-Ticket  PIC 9(6).
   05 KJ-Sens    PIC X(1).
   05 KJ-Montant PIC 9(6)V99.

FD pointsjournal.
01 PointsJournalRecord.
   05 PF-Date   PIC X(8).
   05 PF-Numero PIC X(8).
   05 PF-Ticket PIC 9(6).
   05 PF-Sens   PIC X(1).
   05 PF-Points PIC 9(6).

FD zjournal.
01 ZJournalRecord.
   05 ZR-Numero     PIC 9(4).
   05 ZR-Date       PIC X(8).
   05 ZR-NbTickets  PIC 9(6).
   05 ZR-Brut       PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 ZR-Reductions PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 ZR-Net        PIC S9(10)V99 SIGN LEADING SEPARATE.

FD piste.
01 PisteLigne PIC X(150).

FD journalrecherches.
01 RechercheRecord.
   05 JR-Date        PIC X(8).
   05 JR-Heure       PIC X(6).
   05 JR-Superviseur PIC X(6).
   05 JR-Operateur   PIC X(8).
   05 JR-DateDebut   PIC X(8).
   05 JR-DateFin     PIC X(8).
   05 JR-Cle         PIC X(12).
   05 JR-Type        PIC X(1).
   05 JR-NbLignes    PIC 9(5).
   05 JR-Tronquee    PIC X(1).

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
   05 DV-Etat PIC X(1).

WORKING-STORAGE SECTION.
01 WS-HIST-STATUS          PIC XX.
01 WS-ARCHIVE-STATUS       PIC XX.
01 WS-PARTITION-STATUS     PIC XX.
01 WS-INDEX-STATUS         PIC XX.
01 WS-AUDIT-STATUS         PIC XX.
01 WS-CONNEXIONS-STATUS    PIC XX.
01 WS-ACCES-STATUS         PIC XX.
01 WS-CJOURNAL-STATUS      PIC XX.
01 WS-PARAMJ-STATUS        PIC XX.
01 WS-PERIODESJ-STATUS     PIC XX.
01 WS-AUTORISATIONS-STATUS PIC XX.
01 WS-CAISSES-STATUS       PIC XX.
01 WS-CHANGEJ-STATUS       PIC XX.
01 WS-EMPRUNTS-STATUS      PIC XX.
01 WS-AMENDES-STATUS       PIC XX.
01 WS-ADHESIONS-STATUS     PIC XX.
01 WS-PERTES-STATUS        PIC XX.
01 WS-RECU-STATUS          PIC XX.
01 WS-RECUARCH-STATUS      PIC XX.
01 WS-CARTESJ-STATUS       PIC XX.
01 WS-POINTSJ-STATUS       PIC XX.
01 WS-ZJOURNAL-STATUS      PIC XX.
01 WS-PISTE-STATUS         PIC XX.
01 WS-JRECH-STATUS         PIC XX.
01 WS-DATEVALEUR-STATUS    PIC XX.

01 WS-DateJour      PIC X(8).
01 WS-HeureMachine  PIC X(8).
01 WS-FinLecture    PIC X(1).
01 WS-Choix         PIC X(1).

01 WS-SupId      PIC X(6).
01 WS-SupNom     PIC X(30).
01 WS-SupRole    PIC X(1).
01 WS-SupPlafond PIC 9(6)V99.
01 WS-SupActif   PIC X(1).
01 WS-SupTrouve  PIC X(1).
01 WS-MaxEssais  PIC 9(2) VALUE 3.
01 WS-Connexion  PIC X(1).

*> Critères de la recherche en cours ; à blanc, le critère est ouvert.
01 WS-CritOperateur PIC X(8).
01 WS-CritDebut     PIC X(8).
01 WS-CritFin       PIC X(8).
01 WS-CritCle       PIC X(12).
01 WS-CritType      PIC X(1).
01 WS-TypeValide    PIC X(1).

*> Ligne candidate, remplie par chaque lecteur de journal puis passée
*> aux critères (RETENIR-LIGNE).
01 WS-Ligne.
   05 WS-LG-Horodatage.
      10 WS-LG-Date   PIC X(8).
      10 WS-LG-Heure  PIC X(6).
   05 WS-LG-Source    PIC X(24).
   05 WS-LG-Operateur PIC X(8).
   05 WS-LG-Cle       PIC X(12).
   05 WS-LG-Detail    PIC X(80).
01 WS-LG-Second PIC X(8).
01 WS-LG-Type   PIC X(1).
01 WS-LG-Retenue PIC X(1).

01 WS-Montant     PIC Z(9)9.99.
01 WS-MontantSigne PIC -(9)9.99.
01 WS-Nombre      PIC Z(5)9.

*> Piste fusionnée, tenue triée par date et heure à l'insertion.
01 WS-TablePiste.
   05 WS-Trace OCCURS 3000 TIMES.
      10 WS-TR-Horodatage PIC X(14).
      10 WS-TR-Source     PIC X(24).
      10 WS-TR-Operateur  PIC X(8).
      10 WS-TR-Cle        PIC X(12).
      10 WS-TR-Detail     PIC X(80).
01 WS-NbTraces      PIC 9(4) VALUE ZERO.
01 WS-IdxTrace      PIC 9(4).
01 WS-IdxTri        PIC 9(4).
01 WS-PlaceTrouvee  PIC X(1).
01 WS-PisteTronquee PIC X(1).

01 WS-TableIndexArch.
   05 WS-IndexEntree OCCURS 20 TIMES.
      10 WS-AI-Annee PIC X(4).
01 WS-NbIndex  PIC 9(2) VALUE ZERO.
01 WS-IdxIndex PIC 9(2).
01 WS-FinIndex PIC X(1).
01 WS-NomPartition PIC X(30).
01 WS-FinPartition PIC X(1).

PROCEDURE DIVISION.
  DISPLAY "Recherche d'audit sur les journaux d'exploitation."
  DISPLAY "Identifiant superviseur : "
  ACCEPT WS-SupId
  CALL 'RechercherOperateur' USING WS-SupId WS-SupNom WS-SupRole
                                    WS-SupPlafond WS-SupActif WS-SupTrouve
  IF WS-SupTrouve NOT = 'O'
     OR WS-SupActif NOT = 'O'
     OR WS-SupRole NOT = 'S' THEN
    DISPLAY "Accès refusé : " WS-SupId " n'est pas un superviseur "
            "actif d'operateurs.dat (voir OperateursInit)."
    STOP RUN
  END-IF
  CALL 'AuthentifierOperateur' USING WS-SupId WS-MaxEssais WS-Connexion
  IF WS-Connexion NOT = 'O' THEN
    DISPLAY "Authentification refusée."
    STOP RUN
  END-IF
  DISPLAY "Bienvenue " WS-SupNom
  PERFORM CHARGER-DATE-VALEUR
  PERFORM CHARGER-INDEX-ARCHIVE

  PERFORM NOUVELLE-ACTION UNTIL WS-Choix = 'E'

  DISPLAY "Fin de la recherche d'audit."
  STOP RUN.

NOUVELLE-ACTION.
  DISPLAY "---------------------------------------------------"
  DISPLAY "R -> Nouvelle recherche"
  DISPLAY "E -> Quitter"
  DISPLAY "---------------------------------------------------"
  ACCEPT WS-Choix

  EVALUATE WS-Choix
    WHEN 'R'
      PERFORM RECHERCHER
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

CHARGER-INDEX-ARCHIVE.
  MOVE ZERO TO WS-NbIndex
  OPEN INPUT archiveindex
  IF WS-INDEX-STATUS = "00" THEN
    MOVE 'N' TO WS-FinIndex
    PERFORM LIRE-INDEX-SUIVANT
        UNTIL WS-FinIndex = 'O' OR WS-NbIndex = 20
    CLOSE archiveindex
  END-IF.

LIRE-INDEX-SUIVANT.
  READ archiveindex
    AT END MOVE 'O' TO WS-FinIndex
    NOT AT END
      ADD 1 TO WS-NbIndex
      MOVE AI-Annee TO WS-AI-Annee(WS-NbIndex)
  END-READ.

RECHERCHER.
  PERFORM SAISIR-CRITERES
  IF WS-TypeValide NOT = 'O' THEN
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO WS-NbTraces
  MOVE 'N' TO WS-PisteTronquee

  IF WS-CritType = SPACE OR WS-CritType = 'M' THEN
    PERFORM LIRE-JOURNAL-ARCHIVE
    PERFORM LIRE-JOURNAL-PARTITIONS
    PERFORM LIRE-JOURNAL-VIVANT
    PERFORM LIRE-AUDIT-CORRECTIONS
  END-IF
  IF WS-CritType = SPACE OR WS-CritType = 'S' THEN
    PERFORM LIRE-CONNEXIONS
    PERFORM LIRE-ACCES
  END-IF
  IF WS-CritType = SPACE OR WS-CritType = 'R' THEN
    PERFORM LIRE-CHANGEMENTS-REFERENCE
    PERFORM LIRE-PARAMETRES
    PERFORM LIRE-PERIODES
  END-IF
  IF WS-CritType = SPACE OR WS-CritType = 'A' THEN
    PERFORM LIRE-AUTORISATIONS
  END-IF
  IF WS-CritType = SPACE OR WS-CritType = 'C' THEN
    PERFORM LIRE-CAISSES
    PERFORM LIRE-CHANGE-DEVISES
  END-IF
  IF WS-CritType = SPACE OR WS-CritType = 'B' THEN
    PERFORM LIRE-EMPRUNTS
    PERFORM LIRE-REGLEMENTS-AMENDES
    PERFORM LIRE-REGLEMENTS-ADHESIONS
    PERFORM LIRE-PERTES
  END-IF
  IF WS-CritType = SPACE OR WS-CritType = 'G' THEN
    PERFORM LIRE-TICKETS-ARCHIVE
    PERFORM LIRE-TICKETS
    PERFORM LIRE-CARTES
    PERFORM LIRE-POINTS
    PERFORM LIRE-RAPPORTS-Z
  END-IF

  PERFORM ECRIRE-PISTE
  PERFORM JOURNALISER-RECHERCHE
  DISPLAY WS-NbTraces " ligne(s) d'audit écrites dans rechercheaudit.txt."
  IF WS-PisteTronquee = 'O' THEN
    DISPLAY "Piste tronquée à 3000 lignes : resserrer les critères."
  END-IF.

SAISIR-CRITERES.
  MOVE 'N' TO WS-TypeValide
  DISPLAY "Opérateur (vide = tous) : "
  MOVE SPACES TO WS-CritOperateur
  ACCEPT WS-CritOperateur
  DISPLAY "Date de début AAAAMMJJ (vide = origine) : "
  MOVE SPACES TO WS-CritDebut
  ACCEPT WS-CritDebut
  DISPLAY "Date de fin AAAAMMJJ (vide = aujourd'hui et au-delà) : "
  MOVE SPACES TO WS-CritFin
  ACCEPT WS-CritFin
  DISPLAY "Compte, adhérent ou ticket (vide = tous) : "
  MOVE SPACES TO WS-CritCle
  ACCEPT WS-CritCle
  DISPLAY "Type d'événement (vide = tous) :"
  DISPLAY "  M mouvements de compte, S sécurité, R référentiels et "
          "paramètres,"
  DISPLAY "  A autorisations, C caisse et change, B bibliothèque, "
          "G magasin"
  MOVE SPACE TO WS-CritType
  ACCEPT WS-CritType
  IF WS-CritDebut = SPACES THEN
    MOVE "00000000" TO WS-CritDebut
  END-IF
  IF WS-CritFin = SPACES THEN
    MOVE "99999999" TO WS-CritFin
  END-IF
  IF WS-CritDebut IS NOT NUMERIC OR WS-CritFin IS NOT NUMERIC
     OR WS-CritDebut > WS-CritFin THEN
    DISPLAY "Plage de dates invalide."
    EXIT PARAGRAPH
  END-IF
  IF WS-CritType NOT = SPACE AND WS-CritType NOT = 'M'
     AND WS-CritType NOT = 'S' AND WS-CritType NOT = 'R'
     AND WS-CritType NOT = 'A' AND WS-CritType NOT = 'C'
     AND WS-CritType NOT = 'B' AND WS-CritType NOT = 'G' THEN
    DISPLAY "Type d'événement inconnu."
    EXIT PARAGRAPH
  END-IF
  MOVE 'O' TO WS-TypeValide.

*> Chaque lecteur prépare WS-Ligne (et WS-LG-Second pour un journal
*> à deux intervenants) avant de l'y passer.
PREPARER-LIGNE.
  MOVE SPACES TO WS-Ligne
  MOVE SPACES TO WS-LG-Second.

RETENIR-LIGNE.
  MOVE 'O' TO WS-LG-Retenue
  IF WS-LG-Date < WS-CritDebut OR WS-LG-Date > WS-CritFin THEN
    MOVE 'N' TO WS-LG-Retenue
  END-IF
  IF WS-CritOperateur NOT = SPACES
     AND WS-LG-Operateur NOT = WS-CritOperateur
     AND WS-LG-Second NOT = WS-CritOperateur THEN
    MOVE 'N' TO WS-LG-Retenue
  END-IF
  IF WS-CritCle NOT = SPACES AND WS-LG-Cle NOT = WS-CritCle THEN
    MOVE 'N' TO WS-LG-Retenue
  END-IF
  IF WS-LG-Retenue = 'O' THEN
    PERFORM INSERER-TRACE
  END-IF.

*> Insertion à sa place chronologique : les traces plus récentes sont
*> décalées d'un cran ; à horodatage égal, l'ordre de lecture est
*> conservé.
INSERER-TRACE.
  IF WS-NbTraces = 3000 THEN
    MOVE 'O' TO WS-PisteTronquee
    EXIT PARAGRAPH
  END-IF
  MOVE WS-NbTraces TO WS-IdxTri
  MOVE 'N' TO WS-PlaceTrouvee
  PERFORM DECALER-TRACE UNTIL WS-IdxTri = ZERO OR WS-PlaceTrouvee = 'O'
  ADD 1 TO WS-NbTraces
  ADD 1 TO WS-IdxTri
  MOVE WS-LG-Horodatage TO WS-TR-Horodatage(WS-IdxTri)
  MOVE WS-LG-Source     TO WS-TR-Source(WS-IdxTri)
  MOVE WS-LG-Operateur  TO WS-TR-Operateur(WS-IdxTri)
  MOVE WS-LG-Cle        TO WS-TR-Cle(WS-IdxTri)
  MOVE WS-LG-Detail     TO WS-TR-Detail(WS-IdxTri).

DECALER-TRACE.
  IF WS-TR-Horodatage(WS-IdxTri) > WS-LG-Horodatage THEN
    MOVE WS-Trace(WS-IdxTri) TO WS-Trace(WS-IdxTri + 1)
    SUBTRACT 1 FROM WS-IdxTri
  ELSE
    MOVE 'O' TO WS-PlaceTrouvee
  END-IF.

*> --- Mouvements de compte ------------------------------------------
LIRE-JOURNAL-ARCHIVE.
  OPEN INPUT archive
  IF WS-ARCHIVE-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-ARCHIVE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE archive
  END-IF.

LIRE-ARCHIVE-SUIVANTE.
  READ archive
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE ArchiveDate      TO WS-LG-Date
      MOVE ArchiveHeure     TO WS-LG-Heure
      MOVE "historique_archive.txt" TO WS-LG-Source
      MOVE ArchiveOperateur TO WS-LG-Operateur
      MOVE ArchiveCompte    TO WS-LG-Cle
      MOVE ArchiveValA      TO WS-Montant
      STRING "Ecriture " DELIMITED BY SIZE
             ArchiveId DELIMITED BY SIZE
             " code " DELIMITED BY SIZE
             ArchiveDescrp DELIMITED BY SIZE
             " montant " DELIMITED BY SIZE
             WS-Montant DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             ArchiveLibelle DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

*> Seules les partitions des années couvertes par la plage sont lues.
LIRE-JOURNAL-PARTITIONS.
  PERFORM VARYING WS-IdxIndex FROM 1 BY 1
      UNTIL WS-IdxIndex > WS-NbIndex
    IF WS-AI-Annee(WS-IdxIndex) NOT < WS-CritDebut(1:4)
       AND WS-AI-Annee(WS-IdxIndex) NOT > WS-CritFin(1:4) THEN
      PERFORM LIRE-UNE-PARTITION
    END-IF
  END-PERFORM.

LIRE-UNE-PARTITION.
  MOVE SPACES TO WS-NomPartition
  STRING "historique_archive-" DELIMITED BY SIZE
         WS-AI-Annee(WS-IdxIndex) DELIMITED BY SIZE
         ".txt" DELIMITED BY SIZE
    INTO WS-NomPartition
  END-STRING
  OPEN INPUT partition
  IF WS-PARTITION-STATUS = "00" THEN
    MOVE 'N' TO WS-FinPartition
    PERFORM LIRE-PARTITION-SUIVANTE UNTIL WS-FinPartition = 'O'
    CLOSE partition
  END-IF.

LIRE-PARTITION-SUIVANTE.
  READ partition
    AT END MOVE 'O' TO WS-FinPartition
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE PT-Date      TO WS-LG-Date
      MOVE PT-Heure     TO WS-LG-Heure
      MOVE WS-NomPartition TO WS-LG-Source
      MOVE PT-Operateur TO WS-LG-Operateur
      MOVE PT-Compte    TO WS-LG-Cle
      MOVE PT-ValA      TO WS-Montant
      STRING "Ecriture " DELIMITED BY SIZE
             PT-Id DELIMITED BY SIZE
             " code " DELIMITED BY SIZE
             PT-Descrp DELIMITED BY SIZE
             " montant " DELIMITED BY SIZE
             WS-Montant DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             PT-Libelle DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

LIRE-JOURNAL-VIVANT.
  OPEN INPUT historique
  IF WS-HIST-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-HISTORIQUE-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE historique
  END-IF.

LIRE-HISTORIQUE-SUIVANT.
  READ historique
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE HistoriqueDate      TO WS-LG-Date
      MOVE HistoriqueHeure     TO WS-LG-Heure
      MOVE "historique.txt"    TO WS-LG-Source
      MOVE HistoriqueOperateur TO WS-LG-Operateur
      MOVE HistoriqueCompte    TO WS-LG-Cle
      MOVE HistoriqueValA      TO WS-Montant
      STRING "Ecriture " DELIMITED BY SIZE
             HistoriqueId DELIMITED BY SIZE
             " code " DELIMITED BY SIZE
             HistoriqueDescrp DELIMITED BY SIZE
             " montant " DELIMITED BY SIZE
             WS-Montant DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             HistoriqueLibelle DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

LIRE-AUDIT-CORRECTIONS.
  OPEN INPUT auditcorrections
  IF WS-AUDIT-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-CORRECTION-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE auditcorrections
  END-IF.

LIRE-CORRECTION-SUIVANTE.
  READ auditcorrections
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE AC-Date      TO WS-LG-Date
      MOVE "auditcorrections.txt" TO WS-LG-Source
      MOVE AC-Operateur TO WS-LG-Operateur
      MOVE AC-Compte    TO WS-LG-Cle
      MOVE AC-SoldeApres TO WS-MontantSigne
      STRING "Correction de l'écriture " DELIMITED BY SIZE
             AC-IdOriginal DELIMITED BY SIZE
             " motif " DELIMITED BY SIZE
             AC-Motif DELIMITED BY SIZE
             " solde après " DELIMITED BY SIZE
             WS-MontantSigne DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

*> --- Sécurité ------------------------------------------------------
LIRE-CONNEXIONS.
  OPEN INPUT connexions
  IF WS-CONNEXIONS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-CONNEXION-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE connexions
  END-IF.

LIRE-CONNEXION-SUIVANTE.
  READ connexions
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE JC-Date      TO WS-LG-Date
      MOVE JC-Heure     TO WS-LG-Heure
      MOVE "journalconnexions.txt" TO WS-LG-Source
      MOVE JC-Operateur TO WS-LG-Operateur
      STRING "Connexion résultat " DELIMITED BY SIZE
             JC-Resultat DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             JC-Motif DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

LIRE-ACCES.
  OPEN INPUT acces
  IF WS-ACCES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-ACCES-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE acces
  END-IF.

LIRE-ACCES-SUIVANT.
  READ acces
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE JA-Date      TO WS-LG-Date
      MOVE JA-Heure     TO WS-LG-Heure
      MOVE "journalacces.txt" TO WS-LG-Source
      MOVE JA-Operateur TO WS-LG-Operateur
      STRING "Accès au programme " DELIMITED BY SIZE
             JA-Programme DELIMITED BY SIZE
             " résultat " DELIMITED BY SIZE
             JA-Resultat DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

*> --- Référentiels, paramètres et périodes ---------------------------
LIRE-CHANGEMENTS-REFERENCE.
  OPEN INPUT changesjournal
  IF WS-CJOURNAL-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-CHANGEMENT-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE changesjournal
  END-IF.

LIRE-CHANGEMENT-SUIVANT.
  READ changesjournal
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE CJ-Date        TO WS-LG-Date
      MOVE "changesjournal.txt" TO WS-LG-Source
      MOVE CJ-Operateur   TO WS-LG-Operateur
      MOVE CJ-Approbateur TO WS-LG-Second
      MOVE CJ-Cle         TO WS-LG-Cle
      STRING "Changement " DELIMITED BY SIZE
             CJ-Id DELIMITED BY SIZE
             " fichier " DELIMITED BY SIZE
             CJ-Fichier DELIMITED BY SIZE
             " champ " DELIMITED BY SIZE
             CJ-Champ DELIMITED BY SIZE
             " approuvé par " DELIMITED BY SIZE
             CJ-Approbateur DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

LIRE-PARAMETRES.
  OPEN INPUT parametresjournal
  IF WS-PARAMJ-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-PARAMETRE-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE parametresjournal
  END-IF.

LIRE-PARAMETRE-SUIVANT.
  READ parametresjournal
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE PR-Date      TO WS-LG-Date
      MOVE "parametresjournal.txt" TO WS-LG-Source
      MOVE PR-Operateur TO WS-LG-Operateur
      STRING "Paramètre " DELIMITED BY SIZE
             FUNCTION TRIM(PR-Code) DELIMITED BY SIZE
             " : " DELIMITED BY SIZE
             FUNCTION TRIM(PR-Ancienne) DELIMITED BY SIZE
             " -> " DELIMITED BY SIZE
             FUNCTION TRIM(PR-Nouvelle) DELIMITED BY SIZE
             " effet " DELIMITED BY SIZE
             PR-DateEffet DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

LIRE-PERIODES.
  OPEN INPUT periodesjournal
  IF WS-PERIODESJ-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-PERIODE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE periodesjournal
  END-IF.

LIRE-PERIODE-SUIVANTE.
  READ periodesjournal
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE PJ-Date      TO WS-LG-Date
      MOVE PJ-Heure     TO WS-LG-Heure
      MOVE "periodesjournal.txt" TO WS-LG-Source
      MOVE PJ-Operateur TO WS-LG-Operateur
      MOVE PJ-Second    TO WS-LG-Second
      IF PJ-Action = 'R' THEN
        STRING "Réouverture période " DELIMITED BY SIZE
               PJ-Periode DELIMITED BY SIZE
               " domaine " DELIMITED BY SIZE
               PJ-Domaine DELIMITED BY SIZE
               " avec " DELIMITED BY SIZE
               PJ-Second DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               PJ-Motif DELIMITED BY SIZE
          INTO WS-LG-Detail
        END-STRING
      ELSE
        STRING "Clôture période " DELIMITED BY SIZE
               PJ-Periode DELIMITED BY SIZE
               " domaine " DELIMITED BY SIZE
               PJ-Domaine DELIMITED BY SIZE
          INTO WS-LG-Detail
        END-STRING
      END-IF
      PERFORM RETENIR-LIGNE
  END-READ.

*> --- Autorisations superviseur ---------------------------------------
*> Une autorisation donne deux événements : le parcage par l'opérateur
*> à sa date, puis la décision du superviseur à la date de décision.
LIRE-AUTORISATIONS.
  OPEN INPUT autorisations
  IF WS-AUTORISATIONS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-AUTORISATION-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE autorisations
  END-IF.

LIRE-AUTORISATION-SUIVANTE.
  READ autorisations NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE AU-Date      TO WS-LG-Date
      MOVE "autorisations.dat" TO WS-LG-Source
      MOVE AU-Operateur TO WS-LG-Operateur
      MOVE AU-Compte    TO WS-LG-Cle
      MOVE AU-Montant   TO WS-Montant
      STRING "Autorisation " DELIMITED BY SIZE
             AU-Id DELIMITED BY SIZE
             " parquée type " DELIMITED BY SIZE
             AU-Type DELIMITED BY SIZE
             " montant " DELIMITED BY SIZE
             WS-Montant DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
      IF AU-Statut NOT = 'A' AND AU-DateDecision NOT = SPACES THEN
        PERFORM PREPARER-LIGNE
        MOVE AU-DateDecision TO WS-LG-Date
        MOVE "autorisations.dat" TO WS-LG-Source
        MOVE AU-Decideur  TO WS-LG-Operateur
        MOVE AU-Compte    TO WS-LG-Cle
        STRING "Autorisation " DELIMITED BY SIZE
               AU-Id DELIMITED BY SIZE
               " décidée statut " DELIMITED BY SIZE
               AU-Statut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AU-MotifRejet DELIMITED BY SIZE
          INTO WS-LG-Detail
        END-STRING
        PERFORM RETENIR-LIGNE
      END-IF
  END-READ.

*> --- Caisse et change -------------------------------------------------
LIRE-CAISSES.
  OPEN INPUT caisses
  IF WS-CAISSES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-CAISSE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE caisses
  END-IF.

LIRE-CAISSE-SUIVANTE.
  READ caisses
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE CA-Date      TO WS-LG-Date
      MOVE "caisses.txt" TO WS-LG-Source
      MOVE CA-Operateur TO WS-LG-Operateur
      MOVE CA-FondsOuverture TO WS-Montant
      STRING "Caisse fonds d'ouverture " DELIMITED BY SIZE
             WS-Montant DELIMITED BY SIZE
             " statut " DELIMITED BY SIZE
             CA-Statut DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

LIRE-CHANGE-DEVISES.
  OPEN INPUT changejournal
  IF WS-CHANGEJ-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-CHANGE-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE changejournal
  END-IF.

LIRE-CHANGE-SUIVANT.
  READ changejournal
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE CG-Date      TO WS-LG-Date
      MOVE CG-Heure     TO WS-LG-Heure
      MOVE "changejournal.txt" TO WS-LG-Source
      MOVE CG-Operateur TO WS-LG-Operateur
      MOVE CG-MontantDevise TO WS-Montant
      STRING "Change sens " DELIMITED BY SIZE
             CG-Sens DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-Montant DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             CG-Devise DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

*> --- Bibliothèque -----------------------------------------------------
LIRE-EMPRUNTS.
  OPEN INPUT emprunts
  IF WS-EMPRUNTS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-EMPRUNT-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE emprunts
  END-IF.

LIRE-EMPRUNT-SUIVANT.
  READ emprunts
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE EmpruntDate     TO WS-LG-Date
      MOVE "emprunts.txt"  TO WS-LG-Source
      MOVE EmpruntMembreId TO WS-LG-Cle
      STRING "Circulation " DELIMITED BY SIZE
             EmpruntAction DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             EmpruntTitre DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

LIRE-REGLEMENTS-AMENDES.
  OPEN INPUT reglementsamendes
  IF WS-AMENDES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-AMENDE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE reglementsamendes
  END-IF.

LIRE-AMENDE-SUIVANTE.
  READ reglementsamendes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE RA-Date     TO WS-LG-Date
      MOVE "reglementsamendes.txt" TO WS-LG-Source
      MOVE RA-MembreId TO WS-LG-Cle
      MOVE RA-Montant  TO WS-Montant
      STRING "Amende encaissée " DELIMITED BY SIZE
             WS-Montant DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

LIRE-REGLEMENTS-ADHESIONS.
  OPEN INPUT reglementsadhesions
  IF WS-ADHESIONS-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-ADHESION-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE reglementsadhesions
  END-IF.

LIRE-ADHESION-SUIVANTE.
  READ reglementsadhesions
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE RG-Date      TO WS-LG-Date
      MOVE "adhesionsreglements.txt" TO WS-LG-Source
      MOVE RG-Operateur TO WS-LG-Operateur
      MOVE RG-MembreId  TO WS-LG-Cle
      MOVE RG-Montant   TO WS-Montant
      STRING "Adhésion catégorie " DELIMITED BY SIZE
             RG-Categorie DELIMITED BY SIZE
             " encaissée " DELIMITED BY SIZE
             WS-Montant DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

LIRE-PERTES.
  OPEN INPUT pertes
  IF WS-PERTES-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-PERTE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE pertes
  END-IF.

LIRE-PERTE-SUIVANTE.
  READ pertes
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE PE-Date     TO WS-LG-Date
      MOVE "pertes.txt" TO WS-LG-Source
      MOVE PE-MembreId TO WS-LG-Cle
      MOVE PE-Montant  TO WS-Montant
      STRING "Radiation motif " DELIMITED BY SIZE
             PE-Motif DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             PE-Titre DELIMITED BY SIZE
             " facturée " DELIMITED BY SIZE
             WS-Montant DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

*> --- Magasin ----------------------------------------------------------
LIRE-TICKETS-ARCHIVE.
  OPEN INPUT recuarchive
  IF WS-RECUARCH-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-TICKET-ARCHIVE-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE recuarchive
  END-IF.

LIRE-TICKET-ARCHIVE-SUIVANT.
  READ recuarchive
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE AR-Date      TO WS-LG-Date
      MOVE "recuarchive.txt" TO WS-LG-Source
      MOVE AR-NumTicket TO WS-LG-Cle
      MOVE AR-MontantFinal TO WS-Montant
      STRING "Ticket sens " DELIMITED BY SIZE
             AR-Sens DELIMITED BY SIZE
             " net " DELIMITED BY SIZE
             WS-Montant DELIMITED BY SIZE
             " origine " DELIMITED BY SIZE
             AR-RefOrigine DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

LIRE-TICKETS.
  OPEN INPUT recu
  IF WS-RECU-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-TICKET-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE recu
  END-IF.

LIRE-TICKET-SUIVANT.
  READ recu
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE RE-Date      TO WS-LG-Date
      MOVE "recu.txt"   TO WS-LG-Source
      MOVE RE-NumTicket TO WS-LG-Cle
      MOVE RE-MontantFinal TO WS-Montant
      STRING "Ticket sens " DELIMITED BY SIZE
             RE-Sens DELIMITED BY SIZE
             " net " DELIMITED BY SIZE
             WS-Montant DELIMITED BY SIZE
             " origine " DELIMITED BY SIZE
             RE-RefOrigine DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

LIRE-CARTES.
  OPEN INPUT cartesjournal
  IF WS-CARTESJ-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-CARTE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE cartesjournal
  END-IF.

LIRE-CARTE-SUIVANTE.
  READ cartesjournal
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE KJ-Date    TO WS-LG-Date
      MOVE "cartesjournal.txt" TO WS-LG-Source
      MOVE KJ-Ticket  TO WS-LG-Cle
      MOVE KJ-Montant TO WS-Montant
      STRING "Carte cadeau " DELIMITED BY SIZE
             KJ-Numero DELIMITED BY SIZE
             " sens " DELIMITED BY SIZE
             KJ-Sens DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-Montant DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

LIRE-POINTS.
  OPEN INPUT pointsjournal
  IF WS-POINTSJ-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-POINTS-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE pointsjournal
  END-IF.

LIRE-POINTS-SUIVANT.
  READ pointsjournal
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE PF-Date   TO WS-LG-Date
      MOVE "pointsjournal.txt" TO WS-LG-Source
      MOVE PF-Ticket TO WS-LG-Cle
      MOVE PF-Points TO WS-Nombre
      STRING "Points fidélité carte " DELIMITED BY SIZE
             PF-Numero DELIMITED BY SIZE
             " sens " DELIMITED BY SIZE
             PF-Sens DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-Nombre DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

LIRE-RAPPORTS-Z.
  OPEN INPUT zjournal
  IF WS-ZJOURNAL-STATUS = "00" THEN
    MOVE 'N' TO WS-FinLecture
    PERFORM LIRE-Z-SUIVANT UNTIL WS-FinLecture = 'O'
    CLOSE zjournal
  END-IF.

LIRE-Z-SUIVANT.
  READ zjournal
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      PERFORM PREPARER-LIGNE
      MOVE ZR-Date TO WS-LG-Date
      MOVE "zrapports.txt" TO WS-LG-Source
      MOVE ZR-Net  TO WS-MontantSigne
      STRING "Rapport Z " DELIMITED BY SIZE
             ZR-Numero DELIMITED BY SIZE
             " tickets " DELIMITED BY SIZE
             ZR-NbTickets DELIMITED BY SIZE
             " net " DELIMITED BY SIZE
             WS-MontantSigne DELIMITED BY SIZE
        INTO WS-LG-Detail
      END-STRING
      PERFORM RETENIR-LIGNE
  END-READ.

*> --- Sortie et journal des recherches ---------------------------------
ECRIRE-PISTE.
  OPEN OUTPUT piste
  MOVE SPACES TO PisteLigne
  STRING "PISTE D'AUDIT - opérateur " DELIMITED BY SIZE
         WS-CritOperateur DELIMITED BY SIZE
         " du " DELIMITED BY SIZE
         WS-CritDebut DELIMITED BY SIZE
         " au " DELIMITED BY SIZE
         WS-CritFin DELIMITED BY SIZE
         " clé " DELIMITED BY SIZE
         WS-CritCle DELIMITED BY SIZE
         " type " DELIMITED BY SIZE
         WS-CritType DELIMITED BY SIZE
         " - superviseur " DELIMITED BY SIZE
         WS-SupId DELIMITED BY SIZE
    INTO PisteLigne
  END-STRING
  WRITE PisteLigne
  PERFORM VARYING WS-IdxTrace FROM 1 BY 1 UNTIL WS-IdxTrace > WS-NbTraces
    MOVE SPACES TO PisteLigne
    STRING WS-TR-Horodatage(WS-IdxTrace)(1:8) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-TR-Horodatage(WS-IdxTrace)(9:6) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-TR-Source(WS-IdxTrace) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-TR-Operateur(WS-IdxTrace) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-TR-Cle(WS-IdxTrace) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-TR-Detail(WS-IdxTrace) DELIMITED BY SIZE
      INTO PisteLigne
    END-STRING
    WRITE PisteLigne
  END-PERFORM
  MOVE SPACES TO PisteLigne
  STRING "TOTAL : " DELIMITED BY SIZE
         WS-NbTraces DELIMITED BY SIZE
         " ligne(s)" DELIMITED BY SIZE
    INTO PisteLigne
  END-STRING
  IF WS-PisteTronquee = 'O' THEN
    MOVE "TOTAL : 3000 ligne(s), piste tronquée" TO PisteLigne
  END-IF
  WRITE PisteLigne
  CLOSE piste.

JOURNALISER-RECHERCHE.
  ACCEPT WS-HeureMachine FROM TIME
  OPEN EXTEND journalrecherches
  IF WS-JRECH-STATUS = "35" THEN
    OPEN OUTPUT journalrecherches
  END-IF
  MOVE WS-DateJour          TO JR-Date
  MOVE WS-HeureMachine(1:6) TO JR-Heure
  MOVE WS-SupId             TO JR-Superviseur
  MOVE WS-CritOperateur     TO JR-Operateur
  MOVE WS-CritDebut         TO JR-DateDebut
  MOVE WS-CritFin           TO JR-DateFin
  MOVE WS-CritCle           TO JR-Cle
  MOVE WS-CritType          TO JR-Type
  MOVE WS-NbTraces          TO JR-NbLignes
  MOVE WS-PisteTronquee     TO JR-Tronquee
  WRITE RechercheRecord
  CLOSE journalrecherches.
