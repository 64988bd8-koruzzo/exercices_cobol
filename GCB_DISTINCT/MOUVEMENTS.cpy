*> Copybook MOUVEMENTS - index des mouvements par compte (mouvements.dat,
*> indexé par MV-Cle : compte puis HistoriqueId). Une fiche par écriture
*> du journal portant un compte, hors consultations ('S') et virements
*> refusés ('X') : date, code, montant, solde résultant et libellé y
*> sont recopiés, si bien que l'interrogation guichet
*> (GestionCompteEF_MAIN, option 'M') lit les derniers mouvements d'un
*> compte à reculons, sans relire historique.txt ni ses partitions
*> d'archive. Tenu à chaque écriture par EnregistrerHistorique ; une
*> purge ne le touche pas (les écritures archivées restent consultables)
*> et ReconstruireMouvements le recharge entièrement depuis l'archive
*> non datée, les partitions annuelles et le journal vivant.
01 MouvementRecord.
   05 MV-Cle.
      10 MV-Compte      PIC X(6).
      10 MV-Id          PIC 9(9).
   05 MV-Date           PIC X(8).
   05 MV-Code           PIC X(1).
   05 MV-Montant        PIC 9(10)V99.
   05 MV-Solde          PIC S9(10)V99 SIGN LEADING SEPARATE.
   05 MV-Libelle        PIC X(30).
