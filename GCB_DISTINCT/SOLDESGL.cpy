*> Copybook SOLDESGL - soldes courants du grand livre interne
*> (soldesgl.txt), une ligne par compte général pour le mois ouvert :
*> solde d'ouverture du mois (débiteur positif, créditeur négatif) et
*> cumuls des débits et crédits intégrés depuis le début du mois. Le
*> solde courant est SG-SoldeOuverture + SG-Debits - SG-Credits. À la
*> clôture mensuelle le fichier est figé en soldesgl-AAAAMM.txt puis le
*> solde courant devient le solde d'ouverture du mois suivant.
01 SoldeGLRecord.
   05 SG-Compte         PIC X(6).
   05 SG-Mois           PIC X(6).
   05 SG-SoldeOuverture PIC S9(12)V99 SIGN LEADING SEPARATE.
   05 SG-Debits         PIC 9(12)V99.
   05 SG-Credits        PIC 9(12)V99.
