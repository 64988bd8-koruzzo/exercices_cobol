*> Copybook BENEFICIAIRES - layout partagée du fichier des bénéficiaires
*> externes (beneficiaires.dat), indexé par BE-Reference. Un virement
*> vers une autre banque ne part que vers un bénéficiaire enregistré ;
*> toute création ou modification passe par changesreference.txt et
*> n'est appliquée qu'après approbation (ApprobationsReference).
01 BeneficiaireRecord.
   05 BE-Reference     PIC X(6).
   05 BE-Nom           PIC X(30).
   05 BE-Banque        PIC X(20).
   05 BE-CompteExterne PIC X(20).
