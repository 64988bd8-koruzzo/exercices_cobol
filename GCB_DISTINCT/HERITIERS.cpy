*> Copybook HERITIERS - ayants droit d'une succession (heritiers.txt) :
*> chaque héritier est un bénéficiaire de beneficiaires.dat
*> (GestionBeneficiaires) avec sa quote-part en pourcentage. Le solde
*> des comptes propres du défunt leur est versé au prorata par
*> ClotureCompte, via le circuit des paiements sortants.
01 HeritierRecord.
   05 HE-Client        PIC X(6).
   05 HE-Beneficiaire  PIC X(6).
   05 HE-Quotite       PIC 9(3)V99.
