*> Clôture de caisse d'un opérateur en fin de vacation : la caisse
*> théorique est reconstituée depuis le fonds déclaré à l'ouverture
*> (caisses.txt) plus les dépôts et moins les retraits espèces que cet
*> opérateur a postés dans la journée (extrait historique_jour.txt de
*> la journée clôturée par CloturerJournee, vérifié contre le scellé du
*> journal par ControlerExtraitJour ; codes D, R et O
*> — un retrait en découvert sort du tiroir comme un autre — sur
*> HistoriqueOperateur), puis comparée au comptage déclaré. Le code
*> 'W' (virement en découvert) ne bouge pas d'espèces et n'entre pas
*> fait entrer — et la position des billets étrangers
*> (caissedevises.txt) est rappelée pour que le comptage du tiroir les
*> inclue.
*> Le comptage de fermeture n'est plus un montant déclaré : le tiroir
*> est reversé à la chambre forte par un mouvement de coffre
*> (MouvementCoffre, reversement 'F') compté coupure par coupure et
*> signé par deux opérateurs, et le total compté est le comptage
*> comparé à la caisse théorique. Les billets étrangers du tiroir sont
*> reversés de la même façon. Sans mouvement signé, la caisse reste
*> ouverte.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-CAISSES-STATUS.

  SELECT historique ASSIGN TO "historique_jour.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-HIST-STATUS.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-ECART-STATUS.

  SELECT changejournal ASSIGN TO "changejournal.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
FD ecartcaisse.
01 EcartLigne PIC X(120).

FD changejournal.
01 ChangeJournalRecord.
   05 CG-Date          PIC X(8).
01 WS-AchatsChange PIC 9(10)V99 VALUE ZERO.
01 WS-VentesChange PIC 9(10)V99 VALUE ZERO.
01 WS-ECART-STATUS      PIC XX.

01 WS-FinLecture     PIC X(1).
01 WS-ExtraitValide  PIC X(1).
01 WS-DateJour       PIC X(8).
01 WS-OperateurSaisi PIC X(6).
01 WS-ComptageSaisi  PIC 9(8)V99.
01 WS-Idx            PIC 9(3).
01 WS-IdxOuverte     PIC 9(3).

01 WS-TypeCoffre       PIC X(1).
01 WS-DeviseCoffre     PIC X(3).
01 WS-MontantCoffre    PIC 9(10)V99.
01 WS-MouvementAccepte PIC X(1).

01 WS-TableCaisses.
   05 WS-CaisseEntree OCCURS 100 TIMES.
      10 WS-CA-Date      PIC X(8).
01 WS-Ecart           PIC S9(10)V99 SIGN LEADING SEPARATE.

PROCEDURE DIVISION.
  PERFORM CHARGER-EXTRAIT-JOUR
  DISPLAY "Clôture de caisse - journée " WS-DateJour
  DISPLAY "Identifiant opérateur : "
  ACCEPT WS-OperateurSaisi
    STOP RUN
  END-IF

  DISPLAY "Reversement du tiroir à la chambre forte."
  MOVE 'F' TO WS-TypeCoffre
  MOVE "EUR" TO WS-DeviseCoffre
  CALL 'MouvementCoffre' USING WS-TypeCoffre WS-OperateurSaisi
                               WS-DeviseCoffre WS-MontantCoffre
                               WS-MouvementAccepte
  IF WS-MouvementAccepte NOT = 'O' THEN
    DISPLAY "Reversement non enregistré, la caisse reste ouverte."
    STOP RUN
  END-IF
  MOVE WS-MontantCoffre TO WS-ComptageSaisi

  PERFORM CUMULER-MOUVEMENTS-OPERATEUR
  PERFORM CUMULER-CHANGE-OPERATEUR
  DISPLAY "Caisse théorique : " WS-CaisseTheorique
          "€, comptée : " WS-ComptageSaisi "€, écart : " WS-Ecart "€."
  PERFORM RAPPELER-POSITION-DEVISES
  PERFORM REVERSER-DEVISES
  STOP RUN.

*> La journée traitée est celle de l'extrait produit par CloturerJournee,
*> qui doit concorder avec le scellé du journal.
CHARGER-EXTRAIT-JOUR.
  CALL 'ControlerExtraitJour' USING WS-DateJour WS-ExtraitValide
  IF WS-ExtraitValide NOT = 'O' THEN
    DISPLAY "ClotureCaisse refusé : extrait de la journée non conforme, "
            "aucune donnée produite."
    STOP RUN
  END-IF.

CHARGER-CAISSES.
  IF WS-CAISSEDEV-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  DISPLAY "Billets étrangers à reverser avec le tiroir :"
  MOVE 'N' TO WS-FinLecture
  PERFORM RAPPELER-DEVISE-SUIVANTE UNTIL WS-FinLecture = 'O'
  CLOSE caissedevises.
    NOT AT END
      DISPLAY "  " CD-Devise " : " CD-Quantite
  END-READ.

REVERSER-DEVISES.
  DISPLAY "Reversement des devises étrangères - code devise "
          "(vide = aucune) : "
  ACCEPT WS-DeviseCoffre
  PERFORM REVERSER-DEVISE-SUIVANTE UNTIL WS-DeviseCoffre = SPACES.

REVERSER-DEVISE-SUIVANTE.
  IF WS-DeviseCoffre = "EUR" THEN
    DISPLAY "Le tiroir EUR est déjà reversé."
  ELSE
    CALL 'MouvementCoffre' USING WS-TypeCoffre WS-OperateurSaisi
                                 WS-DeviseCoffre WS-MontantCoffre
                                 WS-MouvementAccepte
    IF WS-MouvementAccepte NOT = 'O' THEN
      DISPLAY "Reversement " WS-DeviseCoffre " non enregistré."
    END-IF
  END-IF
  DISPLAY "Autre devise (vide = fin) : "
  ACCEPT WS-DeviseCoffre.
