*> Copybook PERIODES - périodes comptables clôturées (periodescomptables.txt)
*> partagé entre la banque, la bibliothèque et le magasin, sur le modèle
*> de BAREME.cpy : une ligne par domaine et par mois clôturé par un
*> superviseur (GestionPeriodes). PE-Domaine vaut 'B' pour la banque,
*> 'L' pour la bibliothèque, 'M' pour le magasin ; PE-Periode est le
*> mois AAAAMM. PE-Statut 'C' = période close : les programmes qui
*> postent refusent toute écriture datée de ce mois et les états de
*> période refusent de le régénérer (sous-programme ControlerPeriode).
*> 'O' = période rouverte par deux superviseurs distincts, le premier
*> en PE-Rouvrant, le second en PE-SecondRouvrant ; elle redevient
*> ouverte jusqu'à sa prochaine clôture. Un mois sans ligne est ouvert.
01 PeriodeRecord.
   05 PE-Domaine          PIC X(1).
      88 PERIODE-BANQUE       VALUE 'B'.
      88 PERIODE-BIBLIOTHEQUE VALUE 'L'.
      88 PERIODE-MAGASIN      VALUE 'M'.
   05 PE-Periode          PIC X(6).
   05 PE-Statut           PIC X(1).
      88 PERIODE-CLOSE    VALUE 'C'.
      88 PERIODE-ROUVERTE VALUE 'O'.
   05 PE-Cloturant        PIC X(6).
   05 PE-DateCloture      PIC X(8).
   05 PE-Rouvrant         PIC X(6).
   05 PE-SecondRouvrant   PIC X(6).
   05 PE-DateReouverture  PIC X(8).
