*> en repassant les lignes de leur ticket d'origine. L'état
*> declarationtva-AAAAMM.txt a la forme de la déclaration — une ligne
*> par taux — et porte la plage des numéros de tickets couverts : le
*> chiffre du formulaire se remonte enfin jusqu'aux tickets. Un mois
*> clos pour le magasin (ControlerPeriode, GestionPeriodes côté banque)
*> a été déclaré : sa déclaration n'est plus régénérée.
*> Les ventes facturées aux clients en compte sont des tickets comme
*> les autres, déjà comptés ci-dessus : le récapitulatif du mois de
*> ListeFacturesMois (facturesrecap-AAAAMM.txt) ne s'y ajoute pas, il
*> sert à montrer, taux par taux, la part facturée et la part vendue au
*> détail (à lancer avant la déclaration).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DECLARATION-STATUS.

  SELECT recapfactures ASSIGN TO WS-NomRecap
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-RECAP-STATUS.

  SELECT datevaleur ASSIGN TO "../datevaleur.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
FD declaration.
01 DeclarationLigne PIC X(100).

FD recapfactures.
COPY "FACTREC.cpy".

FD datevaleur.
01 DateValeurRecord.
   05 DV-Date PIC X(8).
01 WS-MOIS-STATUS       PIC XX.
01 WS-DECLARATION-STATUS PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.
01 WS-RECAP-STATUS      PIC XX.

01 WS-FinLecture PIC X(1) VALUE 'N'.
01 WS-FinLignes  PIC X(1).
01 WS-DateJour   PIC X(8).
01 WS-Mois       PIC X(6).
01 WS-DomaineMagasin PIC X(1) VALUE 'M'.
01 WS-PeriodeOuverte PIC X(1).
01 WS-NomDeclaration PIC X(30).

*> Cumuls par taux de TVA (catégorie, taux, net, TVA).
      10 WS-TX-Taux      PIC 9(2)V9(4).
      10 WS-TX-Net       PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-TX-TVA       PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-TX-NetFacture PIC S9(10)V99 SIGN LEADING SEPARATE.
      10 WS-TX-TVAFacture PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-NbTaux PIC 9(1) VALUE ZERO.
01 WS-Idx    PIC 9(1).
01 WS-IdxTaux PIC 9(1).
01 WS-TotalNet       PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalTVA       PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.

*> Part facturée (récapitulatif de ListeFacturesMois).
01 WS-NomRecap       PIC X(30).
01 WS-RecapPresent   PIC X(1) VALUE 'N'.
01 WS-NetDetail      PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-TvaDetail      PIC S9(10)V99 SIGN LEADING SEPARATE.
01 WS-TotalNetFacture PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 WS-TotalTVAFacture PIC S9(10)V99 SIGN LEADING SEPARATE VALUE ZERO.

PROCEDURE DIVISION.
    PERFORM CHARGER-DATE-VALEUR
    MOVE WS-DateJour(1:6) TO WS-Mois
      END-READ
      CLOSE moisdecl
    END-IF
    CALL 'ControlerPeriode' USING WS-DomaineMagasin WS-Mois
                                  WS-PeriodeOuverte
    IF WS-PeriodeOuverte NOT = 'O' THEN
      DISPLAY "La période " WS-Mois " est close : sa déclaration de TVA "
              "a été remise et n'est pas régénérée."
      STOP RUN
    END-IF
    PERFORM CHARGER-TAUX-TVA

    OPEN INPUT archive
      CLOSE recu
    END-IF

    PERFORM CHARGER-RECAP-FACTURES
    PERFORM ECRIRE-DECLARATION
    DISPLAY "Déclaration TVA " WS-Mois " écrite ("
            WS-NomDeclaration ")."
        END-IF
    END-READ.

CHARGER-RECAP-FACTURES.
    MOVE SPACES TO WS-NomRecap
    STRING "facturesrecap-" DELIMITED BY SIZE
           WS-Mois DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
      INTO WS-NomRecap
    END-STRING
    OPEN INPUT recapfactures
    IF WS-RECAP-STATUS = "00" THEN
      MOVE 'O' TO WS-RecapPresent
      MOVE 'N' TO WS-FinLecture
      PERFORM LIRE-RECAP-SUIVANT UNTIL WS-FinLecture = 'O'
      CLOSE recapfactures
    END-IF.

LIRE-RECAP-SUIVANT.
    READ recapfactures
      AT END MOVE 'O' TO WS-FinLecture
      NOT AT END
        PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbTaux
          IF WS-TX-Categorie(WS-Idx) = FR-Categorie THEN
            ADD FR-Base TO WS-TX-NetFacture(WS-Idx)
            ADD FR-TVA  TO WS-TX-TVAFacture(WS-Idx)
          END-IF
        END-PERFORM
    END-READ.

ECRIRE-DECLARATION.
    MOVE SPACES TO WS-NomDeclaration
    STRING "declarationtva-" DELIMITED BY SIZE
        INTO DeclarationLigne
      END-STRING
      WRITE DeclarationLigne
      IF WS-RecapPresent = 'O' THEN
        ADD WS-TX-NetFacture(WS-Idx) TO WS-TotalNetFacture
        ADD WS-TX-TVAFacture(WS-Idx) TO WS-TotalTVAFacture
        COMPUTE WS-NetDetail = WS-TX-Net(WS-Idx) - WS-TX-NetFacture(WS-Idx)
        COMPUTE WS-TvaDetail = WS-TX-TVA(WS-Idx) - WS-TX-TVAFacture(WS-Idx)
        MOVE SPACES TO DeclarationLigne
        STRING "   dont facturé : net " DELIMITED BY SIZE
               WS-TX-NetFacture(WS-Idx) DELIMITED BY SIZE
               ", TVA " DELIMITED BY SIZE
               WS-TX-TVAFacture(WS-Idx) DELIMITED BY SIZE
          INTO DeclarationLigne
        END-STRING
        WRITE DeclarationLigne
        MOVE SPACES TO DeclarationLigne
        STRING "   dont détail  : net " DELIMITED BY SIZE
               WS-NetDetail DELIMITED BY SIZE
               ", TVA " DELIMITED BY SIZE
               WS-TvaDetail DELIMITED BY SIZE
          INTO DeclarationLigne
        END-STRING
        WRITE DeclarationLigne
      END-IF
    END-PERFORM
    MOVE SPACES TO DeclarationLigne
    STRING "TOTAL : net " DELIMITED BY SIZE
      END-STRING
    END-IF
    WRITE DeclarationLigne
    MOVE SPACES TO DeclarationLigne
    IF WS-RecapPresent = 'O' THEN
      STRING "Ventes facturées (comprises ci-dessus) : net "
               DELIMITED BY SIZE
             WS-TotalNetFacture DELIMITED BY SIZE
             ", TVA " DELIMITED BY SIZE
             WS-TotalTVAFacture DELIMITED BY SIZE
        INTO DeclarationLigne
      END-STRING
    ELSE
      STRING "Liste des factures du mois non produite "
               DELIMITED BY SIZE
             "(ListeFacturesMois) : part facturée non ventilée."
               DELIMITED BY SIZE
        INTO DeclarationLigne
      END-STRING
    END-IF
    WRITE DeclarationLigne
    CLOSE declaration.
