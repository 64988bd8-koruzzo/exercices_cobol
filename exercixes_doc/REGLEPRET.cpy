*> Copybook REGLEPRET - table des règles de prêt (reglespret.txt) par
*> catégorie d'adhérent (A adulte / E enfant / S senior / O
*> association, comme tarifsadhesion.txt) et genre du catalogue
*> (LivreGenre). Un genre à blanc vaut pour tous les genres de la
*> catégorie ; une ligne au genre précis l'emporte. Délai ou maximum à
*> zéro : on garde le paramètre général (delaipret.txt,
*> maxemprunts.txt). Sans ligne applicable, le prêt est autorisé aux
*> conditions générales.
01 ReglePretRecord.
   05 RP-Categorie   PIC X(1).
   05 RP-Genre       PIC X(15).
   05 RP-Autorise    PIC X(1).
      88 RP-PRET-AUTORISE VALUE 'O'.
      88 RP-PRET-INTERDIT VALUE 'N'.
   05 RP-DelaiPret   PIC 9(4).
   05 RP-MaxEmprunts PIC 9(4).
