*> de vacation le comptage déclaré à la caisse théorique ainsi
*> reconstituée. Une caisse déjà ouverte ce jour pour l'opérateur
*> refuse une seconde ouverture.
*> Le fonds n'est plus simplement déclaré : il sort de la chambre forte
*> par un mouvement de coffre (MouvementCoffre, dotation 'O') compté
*> coupure par coupure et signé par deux opérateurs ; le total compté
*> devient le fonds d'ouverture. Des billets étrangers peuvent être
*> dotés de la même façon pour le bureau de change. Sans mouvement
*> signé, la caisse n'est pas ouverte.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-FondsSaisi    PIC 9(8)V99.
01 WS-DejaOuverte   PIC X(1) VALUE 'N'.

01 WS-TypeCoffre       PIC X(1).
01 WS-DeviseCoffre     PIC X(3).
01 WS-MontantCoffre    PIC 9(10)V99.
01 WS-MouvementAccepte PIC X(1).

PROCEDURE DIVISION.
  PERFORM CHARGER-DATE-VALEUR
  DISPLAY "Ouverture de caisse - journée " WS-DateJour
    STOP RUN
  END-IF

  DISPLAY "Dotation du tiroir depuis la chambre forte."
  MOVE 'O' TO WS-TypeCoffre
  MOVE "EUR" TO WS-DeviseCoffre
  CALL 'MouvementCoffre' USING WS-TypeCoffre WS-OperateurSaisi
                               WS-DeviseCoffre WS-MontantCoffre
                               WS-MouvementAccepte
  IF WS-MouvementAccepte NOT = 'O' THEN
    DISPLAY "Dotation non enregistrée, ouverture refusée."
    STOP RUN
  END-IF
  MOVE WS-MontantCoffre TO WS-FondsSaisi

  OPEN EXTEND caisses
  IF WS-CAISSES-STATUS NOT = "00" THEN

  DISPLAY "Caisse ouverte pour " WS-OperateurSaisi
          " avec un fonds de " WS-FondsSaisi "€."
  PERFORM DOTER-DEVISES
  STOP RUN.

CHARGER-DATE-VALEUR.
        MOVE 'O' TO WS-DejaOuverte
      END-IF
  END-READ.

DOTER-DEVISES.
  DISPLAY "Dotation en devises étrangères - code devise (vide = aucune) : "
  ACCEPT WS-DeviseCoffre
  PERFORM DOTER-DEVISE-SUIVANTE UNTIL WS-DeviseCoffre = SPACES.

DOTER-DEVISE-SUIVANTE.
  IF WS-DeviseCoffre = "EUR" THEN
    DISPLAY "Le fonds EUR est déjà doté."
  ELSE
    CALL 'MouvementCoffre' USING WS-TypeCoffre WS-OperateurSaisi
                                 WS-DeviseCoffre WS-MontantCoffre
                                 WS-MouvementAccepte
    IF WS-MouvementAccepte NOT = 'O' THEN
      DISPLAY "Dotation " WS-DeviseCoffre " non enregistrée."
    END-IF
  END-IF
  DISPLAY "Autre devise (vide = fin) : "
  ACCEPT WS-DeviseCoffre.
