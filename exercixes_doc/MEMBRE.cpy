*> (membres.dat), indexé par MembreId. L'adhésion porte une date de fin
*> de validité (AAAAMMJJ) et un statut tenus par GestionAdhesions ; une
*> fiche ancienne sans ces colonnes (à blanc) est traitée comme active
*> et sans échéance. La catégorie (mêmes lettres que
*> tarifsadhesion.txt) choisit la règle de prêt de reglespret.txt ;
*> une fiche sans catégorie est traitée en adulte.
*> Un adhérent client de la banque peut régler cotisation et amendes
*> par prélèvement sur son compte (comptes.dat) : le compte, la date et
*> l'opérateur de l'accord écrit du titulaire, et le seuil d'amendes
*> convenu au-delà duquel le solde dû est prélevé, sont tenus par
*> GestionAdhesions et lus par PrelevementsBibliotheque côté banque.
*> Compte à blanc (fiche ancienne comprise) = pas de prélèvement.
01 MembreRecord.
   05 MembreId        PIC X(6).
   05 MembreNom       PIC X(30).
   05 MembreStatut    PIC X(1).
      88 MEMBRE-ACTIF    VALUE 'A' ' '.
      88 MEMBRE-SUSPENDU VALUE 'S'.
   05 MembreCategorie PIC X(1).
      88 MEMBRE-ADULTE      VALUE 'A' ' '.
      88 MEMBRE-ENFANT      VALUE 'E'.
      88 MEMBRE-SENIOR      VALUE 'S'.
      88 MEMBRE-ASSOCIATION VALUE 'O'.
   05 MembreComptePrelev  PIC X(6).
   05 MembreDateAccord    PIC X(8).
   05 MembreOperateurAccord PIC X(6).
   05 MembreSeuilPrelev   PIC 9(4)V99.
