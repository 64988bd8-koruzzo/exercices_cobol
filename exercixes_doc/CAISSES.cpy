*> Copybook CAISSES - état des caisses du magasin (caisses.txt), tenu
*> par OuvertureCaisse : une ligne par caisse ('1' à '9') avec le
*> caissier connecté, son nom, la journée comptable de la connexion et
*> l'état de la caisse. Une caisse n'encaisse (CalculateurReductions,
*> RemboursementCaisse) que si elle est ouverte pour la journée en
*> cours : une connexion de la veille ne vaut plus rien.
01 CaisseRecord.
   05 CA-Caisse   PIC X(1).
   05 CA-Caissier PIC X(6).
   05 CA-Nom      PIC X(30).
   05 CA-Date     PIC X(8).
   05 CA-Etat     PIC X(1).
      88 CAISSE-OUVERTE VALUE 'O'.
      88 CAISSE-FERMEE  VALUE 'F'.
