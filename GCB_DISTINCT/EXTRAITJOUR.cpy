*> Copybook EXTRAITJOUR - contrôle de l'extrait journalier du journal
*> (historique_jour_ctl.txt), écrit par CloturerJournee dans la même
*> passe que le scellé : l'extrait historique_jour.txt reprend, au
*> layout HISTORIQUE, les seules écritures de la journée clôturée, et
*> c'est lui que lisent les traitements de fin de journée
*> (ControlerExtraitJour en vérifie la cohérence avant chacun d'eux).
*> XJ-Type 'T' : enregistrement de totaux, toujours en tête — date de
*> la journée, nombre d'écritures et somme des HistoriqueValA de
*> l'extrait, puis les totaux du journal entier relevés dans la même
*> passe (ils doivent égaler historique_scelle.txt).
*> XJ-Type 'O' : un enregistrement par compte mouvementé dans la
*> journée, portant son dernier solde connu avant la journée
*> (XJ-SoldeOuverture, XJ-SoldeConnu 'N' si aucune écriture antérieure)
*> — il remplace le suivi des soldes sur tout le journal pour orienter
*> les corrections ('C') dans ExportGrandLivre.
01 ExtraitControleRecord.
   05 XJ-Type            PIC X(1).
      88 XJ-TOTAUX            VALUE 'T'.
      88 XJ-OUVERTURE         VALUE 'O'.
   05 XJ-Date            PIC X(8).
   05 XJ-NbEcritures     PIC 9(9).
   05 XJ-SommeValA       PIC 9(12)V99.
   05 XJ-NbJournal       PIC 9(9).
   05 XJ-SommeJournal    PIC 9(12)V99.
   05 XJ-MaxId           PIC 9(9).
   05 XJ-Compte          PIC X(6).
   05 XJ-SoldeConnu      PIC X(1).
   05 XJ-SoldeOuverture  PIC S9(10)V99 SIGN LEADING SEPARATE.
