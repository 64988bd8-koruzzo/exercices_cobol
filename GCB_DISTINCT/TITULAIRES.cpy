*> Copybook TITULAIRES - layout partagée du fichier des titulaires de
*> comptes (titulaires.dat), indexé par TI-Cle : compte puis client, une
*> fiche par personne rattachée au compte. Les fiches d'un compte se
*> suivent dans l'ordre de la clé : un START sur le compte (client à
*> LOW-VALUES) puis des lectures suivantes tant que TI-Compte ne change
*> pas les donnent toutes. Tenu par GestionTitulaires.
01 TitulaireRecord.
   05 TI-Cle.
      10 TI-Compte PIC X(6).
      10 TI-Client PIC X(6).
   05 TI-Role   PIC X(1).
      88 TITULAIRE-PRINCIPAL  VALUE 'P'.
      88 TITULAIRE-JOINT      VALUE 'J'.
      88 TITULAIRE-MANDATAIRE VALUE 'M'.
   05 TI-Regle  PIC X(1).
      88 REGLE-CHACUN-SEUL       VALUE 'E' ' '.
      88 REGLE-SIGNATURES-CONJOINTES VALUE 'B'.
