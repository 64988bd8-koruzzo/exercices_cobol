*> Copybook DON - registre des dons (dons.txt), tenu par GestionDons :
*> une ligne par titre d'un don, les lignes d'un même don partageant
*> son numéro, sa date de réception et son donateur (donateurs.txt,
*> DONATEUR.cpy). La décision est prise titre par titre au tri du
*> carton : 'C' entre au catalogue (livres.dat, exemplaires.txt sous
*> code-barres DON), 'V' part à la vente de livres, 'R' au recyclage ;
*> 'A' attend le tri. Le donateur est remercié par courrier quand la
*> dernière ligne du don est décidée.
01 DonRecord.
   05 DN-Numero       PIC 9(5).
   05 DN-Date         PIC X(8).
   05 DN-Donateur     PIC X(6).
   05 DN-Titre        PIC X(25).
   05 DN-Auteur       PIC X(25).
   05 DN-Annee        PIC 9(4).
   05 DN-Isbn         PIC X(13).
   05 DN-Genre        PIC X(15).
   05 DN-Quantite     PIC 9(3).
   05 DN-Decision     PIC X(1).
      88 DON-EN-ATTENTE VALUE 'A'.
      88 DON-CATALOGUE  VALUE 'C'.
      88 DON-VENTE      VALUE 'V'.
      88 DON-RECYCLAGE  VALUE 'R'.
   05 DN-DateDecision PIC X(8).
