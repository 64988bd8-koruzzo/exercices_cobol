*> Copybook COFFRE - position de la chambre forte de l'agence
*> (coffre.txt), une ligne par devise et par coupure : le nombre de
*> billets ou de pièces présents. La valeur d'une ligne est CF-Coupure
*> x CF-Nombre, dans la devise CF-Devise. Tenu uniquement par
*> MouvementCoffre, à chaque dotation ou reversement de caisse et à
*> chaque réception ou remise de fonds au transporteur ; ControleCoffre
*> en tire chaque soir la position par devise.
01 CoffreRecord.
   05 CF-Devise  PIC X(3).
   05 CF-Coupure PIC 9(4)V99.
   05 CF-Nombre  PIC 9(7).
