*> compte sans produit, ou dont le produit est inconnu, retombe sur le
*> taux du barème partagé (baremetarifs.txt) ; à défaut, taux.txt (une
*> valeur par ligne) permet de forcer ce taux de repli pour ce seul
*> job. Seuls les soldes créditeurs produisent des intérêts. Un compte
*> portant un dépôt à terme actif n'est pas rémunéré ici : son taux fixe
*> est payé à l'échéance par EcheancesDepotsATerme.
*> L'intérêt porte sur le solde en valeur du jour (CalculerSoldeValeur)
*> et non sur le solde comptable : un versement d'espèces du jour,
*> valeur demain, ne rapporte rien aujourd'hui.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      10 WS-TB-Solde   PIC S9(8)V99 SIGN LEADING SEPARATE.
      10 WS-TB-Produit PIC X(6).
01 WS-ProduitVise PIC X(6).
01 WS-DepotEcheance PIC X(8).
01 WS-DepotActif    PIC X(1).
01 WS-SoldeValeur   PIC S9(8)V99 SIGN LEADING SEPARATE.

01 SoldeCompteA PIC S9(6)V99 SIGN LEADING SEPARATE VALUE ZERO.
01 SoldeCompteB PIC 9(6)V99 VALUE ZERO.
*> livre de dette fiscale retenuesfiscales.txt, que RemiseFiscale
*> totalise par trimestre pour le versement à l'administration.
POSTER-INTERET-COMPTE.
  CALL 'RechercherDepotATerme' USING WS-TB-Numero(WS-Idx)
                                      WS-DepotEcheance WS-DepotActif
  CALL 'CalculerSoldeValeur' USING WS-TB-Numero(WS-Idx)
                                    WS-TB-Solde(WS-Idx) WS-DateJour
                                    WS-SoldeValeur
  IF WS-SoldeValeur > ZERO AND WS-DepotActif NOT = 'O' THEN
    PERFORM DETERMINER-TAUX-COMPTE
    COMPUTE WS-TauxJournalier = WS-TauxCompte / 365
    COMPUTE WS-Interet ROUNDED =
        WS-SoldeValeur * WS-TauxJournalier / 100
    IF WS-Interet NOT = ZERO THEN
      ADD 1 TO WS-NbPostes
      COMPUTE WS-Retenue ROUNDED = WS-Interet * WS-TauxRetenue / 100
