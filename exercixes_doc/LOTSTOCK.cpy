*> Copybook LOTSTOCK - lots en stock du magasin (lotsstock.txt) : une
*> ligne par livraison de denrée datée, créée par ReceptionStock avec
*> le numéro de lot du fournisseur et la date limite (DLC/DLUO,
*> AAAAMMJJ ; à blanc pour un lot sans date). LT-Quantite est le reste
*> du lot en main : la vente (CalculateurReductions) puise d'abord dans
*> le lot dont la date limite est la plus proche, SuiviPeremptions et
*> DemarqueStock en retirent la démarque. Un lot épuisé disparaît à la
*> réécriture du fichier. La part de PD-Stock non couverte par des lots
*> (stock d'avant le suivi, retours clients) reste « hors lot ».
01 LotStockRecord.
   05 LT-Code          PIC X(6).
   05 LT-Lot           PIC X(10).
   05 LT-DateLimite    PIC X(8).
   05 LT-DateReception PIC X(8).
   05 LT-Quantite      PIC 9(5).
