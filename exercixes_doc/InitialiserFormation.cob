*> bibliothèque et du magasin : les nouveaux embauchés s'entraînaient
*> sur la production. Ce job clone les maîtres (livres.dat,
*> membres.dat), recopie les référentiels à état (exemplaires, stock
*> produits et lots, cartes cadeaux, cartes de fidélité) et remet à
*> zéro les journaux et fichiers vivants du jeu d'exercice (emprunts,
*> tickets, lignes, séquence de tickets de chaque caisse, points...).
*> Une fois modeformation.txt positionné à 'O', EmpruntRetour,
*> CalculReductions et PointsFidelite basculent d'eux-mêmes sur ces
*> fichiers formation*.
*> La production n'est jamais écrite ici : elle n'est lue que pour le
*> clonage.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   05 FM-SoldeDu   PIC 9(6)V99.
   05 FM-DateFin   PIC X(8).
   05 FM-Statut    PIC X(1).
   05 FM-Categorie PIC X(1).
   05 FM-ComptePrelev    PIC X(6).
   05 FM-DateAccord      PIC X(8).
   05 FM-OperateurAccord PIC X(6).
   05 FM-SeuilPrelev     PIC 9(4)V99.

FD origine.
01 OrigineLigne PIC X(200).
01 WS-NbLivres     PIC 9(4) VALUE ZERO.
01 WS-NbMembres    PIC 9(4) VALUE ZERO.
01 WS-NbRemis      PIC 9(2) VALUE ZERO.
01 WS-CaisseFormation PIC 9(2).
01 WS-ChiffreCaisse   PIC 9(1).

PROCEDURE DIVISION.
    DISPLAY "Initialisation du jeu d'exercice (bibliothèque et"
    MOVE "produits.txt" TO WS-NomOrigine
    MOVE "formationproduits.txt" TO WS-NomCible
    PERFORM COPIER-FICHIER-LIGNES
    MOVE "lotsstock.txt" TO WS-NomOrigine
    MOVE "formationlotsstock.txt" TO WS-NomCible
    PERFORM COPIER-FICHIER-LIGNES
    MOVE "cartescadeaux.txt" TO WS-NomOrigine
    MOVE "formationcartescadeaux.txt" TO WS-NomCible
    PERFORM COPIER-FICHIER-LIGNES
    PERFORM REMETTRE-A-ZERO
    MOVE "formationalertesstock.txt" TO WS-NomCible
    PERFORM REMETTRE-A-ZERO
    PERFORM VARYING WS-CaisseFormation FROM 1 BY 1
            UNTIL WS-CaisseFormation > 9
      MOVE SPACES TO WS-NomCible
      MOVE WS-CaisseFormation TO WS-ChiffreCaisse
      STRING "formationticketcaisse" WS-ChiffreCaisse ".txt"
          DELIMITED BY SIZE INTO WS-NomCible
      PERFORM REMETTRE-A-ZERO
    END-PERFORM
    MOVE "formationpointsjournal.txt" TO WS-NomCible
    PERFORM REMETTRE-A-ZERO

        MOVE MembreSoldeDu   TO FM-SoldeDu
        MOVE MembreDateFin   TO FM-DateFin
        MOVE MembreStatut    TO FM-Statut
        MOVE MembreCategorie TO FM-Categorie
*> Aucun mandat de prélèvement réel ne passe dans le jeu d'exercice.
        MOVE SPACES          TO FM-ComptePrelev
        MOVE SPACES          TO FM-DateAccord
        MOVE SPACES          TO FM-OperateurAccord
        MOVE ZERO            TO FM-SeuilPrelev
        WRITE FormMembreRecord
        ADD 1 TO WS-NbMembres
    END-READ.
