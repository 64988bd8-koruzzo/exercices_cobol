*> rattachent à un produit via CompteProduit (GestionComptes) ;
*> InteretsJournaliers lit le taux de chaque compte dans son produit —
*> c'est ici qu'un livret se tarife autrement qu'un compte courant.
*> Un produit de nature 'T' est un dépôt à terme : il porte en plus sa
*> durée par défaut et son taux de pénalité de rupture anticipée, repris
*> à l'ouverture de chaque dépôt par GestionDepotsATerme.
*> Chaque produit dit enfin si ses dépôts sont couverts par le fonds de
*> garantie des dépôts ('O') ou exclus ('N') : FichierGarantieDepots
*> écarte les comptes des produits exclus.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-TauxSaisi      PIC 9(2)V9(4).
01 WS-DecouvertSaisi PIC X(1).
01 WS-ProfilSaisi    PIC X(1).
01 WS-NatureSaisie   PIC X(1).
01 WS-DureeSaisie    PIC 9(3).
01 WS-PenaliteSaisie PIC 9(2)V9(4).
01 WS-TauxDebiteurSaisi PIC 9(2)V9(4).
01 WS-GarantieSaisie PIC X(1).
01 WS-FinLecture     PIC X(1).

PROCEDURE DIVISION.
NOUVELLE-ACTION.
  DISPLAY "---------------------------------------------------"
  DISPLAY "C -> Créer un produit"
  DISPLAY "M -> Modifier un produit (libellé, taux, découvert, frais, nature, garantie)"
  DISPLAY "L -> Lister les produits"
  DISPLAY "E -> Quitter"
  DISPLAY "---------------------------------------------------"
      ACCEPT WS-DecouvertSaisi
      DISPLAY "Profil de frais (S standard, R réduit, X exonéré) : "
      ACCEPT WS-ProfilSaisi
      MOVE ZERO TO WS-TauxDebiteurSaisi
      IF WS-DecouvertSaisi = 'O' THEN
        DISPLAY "Taux débiteur annuel des agios (nn.nnnn, 0 = barème) : "
        ACCEPT WS-TauxDebiteurSaisi
      END-IF
      DISPLAY "Nature (V à vue, T dépôt à terme) : "
      ACCEPT WS-NatureSaisie
      MOVE ZERO TO WS-DureeSaisie
      MOVE ZERO TO WS-PenaliteSaisie
      IF WS-NatureSaisie = 'T' THEN
        DISPLAY "Durée par défaut en mois : "
        ACCEPT WS-DureeSaisie
        DISPLAY "Taux de pénalité de rupture (nn.nnnn) : "
        ACCEPT WS-PenaliteSaisie
      END-IF
      DISPLAY "Couvert par la garantie des dépôts (O/N) : "
      ACCEPT WS-GarantieSaisie
      PERFORM CONTROLER-CODES-PRODUIT
      MOVE WS-CodeSaisi      TO ProduitCode
      MOVE WS-LibelleSaisi   TO ProduitLibelle
      MOVE WS-TauxSaisi      TO ProduitTauxAnnuel
      MOVE WS-DecouvertSaisi TO ProduitDecouvert
      MOVE WS-ProfilSaisi    TO ProduitProfilFrais
      MOVE WS-NatureSaisie   TO ProduitNature
      MOVE WS-DureeSaisie    TO ProduitDureeMois
      MOVE WS-PenaliteSaisie TO ProduitTauxPenalite
      MOVE WS-TauxDebiteurSaisi TO ProduitTauxDebiteur
      MOVE WS-GarantieSaisie TO ProduitGarantie
      WRITE ProduitRecord
      DISPLAY "Produit " WS-CodeSaisi " créé."
    NOT INVALID KEY
      IF WS-ProfilSaisi NOT = SPACES THEN
        MOVE WS-ProfilSaisi TO ProduitProfilFrais
      END-IF
      IF ProduitTauxDebiteur NOT NUMERIC THEN
        MOVE ZERO TO ProduitTauxDebiteur
      END-IF
      DISPLAY "Taux débiteur actuel : " ProduitTauxDebiteur
              " - nouveau (0 = inchangé) : "
      ACCEPT WS-TauxDebiteurSaisi
      IF WS-TauxDebiteurSaisi NOT = ZERO THEN
        MOVE WS-TauxDebiteurSaisi TO ProduitTauxDebiteur
      END-IF
      DISPLAY "Nature actuelle : " ProduitNature
              " - nouvelle (V/T, vide = inchangée) : "
      ACCEPT WS-NatureSaisie
      IF WS-NatureSaisie = 'V' OR WS-NatureSaisie = 'T' THEN
        MOVE WS-NatureSaisie TO ProduitNature
      END-IF
      IF PRODUIT-A-TERME THEN
        IF ProduitDureeMois NOT NUMERIC THEN
          MOVE ZERO TO ProduitDureeMois
        END-IF
        IF ProduitTauxPenalite NOT NUMERIC THEN
          MOVE ZERO TO ProduitTauxPenalite
        END-IF
        DISPLAY "Durée actuelle : " ProduitDureeMois
                " mois - nouvelle (0 = inchangée) : "
        ACCEPT WS-DureeSaisie
        IF WS-DureeSaisie NOT = ZERO THEN
          MOVE WS-DureeSaisie TO ProduitDureeMois
        END-IF
        DISPLAY "Pénalité de rupture actuelle : " ProduitTauxPenalite
                " - nouvelle (0 = inchangée) : "
        ACCEPT WS-PenaliteSaisie
        IF WS-PenaliteSaisie NOT = ZERO THEN
          MOVE WS-PenaliteSaisie TO ProduitTauxPenalite
        END-IF
      END-IF
      DISPLAY "Garantie des dépôts actuelle : " ProduitGarantie
              " - nouvelle (O/N, vide = inchangée) : "
      ACCEPT WS-GarantieSaisie
      IF WS-GarantieSaisie = 'O' OR WS-GarantieSaisie = 'N' THEN
        MOVE WS-GarantieSaisie TO ProduitGarantie
      END-IF
      REWRITE ProduitRecord
      DISPLAY "Produit " WS-CodeSaisi " modifié."
  END-READ.

*> Les codes hors nomenclature sont ramenés aux valeurs de repli plutôt
*> que d'entrer tels quels dans le maître : découvert interdit et
*> profil de frais standard, produit garanti.
CONTROLER-CODES-PRODUIT.
  IF WS-DecouvertSaisi NOT = 'O' AND WS-DecouvertSaisi NOT = 'N' THEN
    DISPLAY "Code découvert " WS-DecouvertSaisi " inconnu, 'N' retenu."
     AND WS-ProfilSaisi NOT = 'X' THEN
    DISPLAY "Profil de frais " WS-ProfilSaisi " inconnu, 'S' retenu."
    MOVE 'S' TO WS-ProfilSaisi
  END-IF
  IF WS-NatureSaisie NOT = 'V' AND WS-NatureSaisie NOT = 'T' THEN
    DISPLAY "Nature " WS-NatureSaisie " inconnue, 'V' retenue."
    MOVE 'V' TO WS-NatureSaisie
  END-IF
  IF WS-NatureSaisie = 'T' AND WS-DureeSaisie = ZERO THEN
    DISPLAY "Durée nulle pour un dépôt à terme, 12 mois retenus."
    MOVE 12 TO WS-DureeSaisie
  END-IF
  IF WS-GarantieSaisie NOT = 'O' AND WS-GarantieSaisie NOT = 'N' THEN
    DISPLAY "Garantie " WS-GarantieSaisie " inconnue, 'O' retenue."
    MOVE 'O' TO WS-GarantieSaisie
  END-IF.

LISTER-PRODUITS.
              " taux " ProduitTauxAnnuel
              " découvert " ProduitDecouvert
              " frais " ProduitProfilFrais
              " garantie " ProduitGarantie
      IF PRODUIT-DECOUVERT-PERMIS AND ProduitTauxDebiteur NUMERIC THEN
        DISPLAY "       taux débiteur " ProduitTauxDebiteur
      END-IF
      IF PRODUIT-A-TERME THEN
        DISPLAY "       dépôt à terme " ProduitDureeMois " mois"
                " pénalité " ProduitTauxPenalite
      END-IF
  END-READ.
