*> Copybook SUCCCOMPTES - comptes saisis à l'ouverture d'un dossier de
*> succession (successionscomptes.txt), figés au jour de l'ouverture
*> pour le certificat et le règlement. SC-Nature : 'S' compte propre du
*> défunt (bloqué, soldé aux héritiers puis clôturé), 'B' compte joint à
*> signatures conjointes (bloqué jusqu'aux instructions du notaire),
*> 'E' compte joint où chacun signe seul (les cotitulaires survivants
*> continuent de le faire fonctionner).
01 SuccessionCompteRecord.
   05 SC-Client PIC X(6).
   05 SC-Compte PIC X(6).
   05 SC-Nature PIC X(1).
      88 SC-COMPTE-PROPRE      VALUE 'S'.
      88 SC-JOINT-CONJOINT     VALUE 'B'.
      88 SC-JOINT-CHACUN-SEUL  VALUE 'E'.
