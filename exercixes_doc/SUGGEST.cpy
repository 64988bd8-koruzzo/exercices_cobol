*> Copybook SUGGEST - suggestions d'achat (suggestionsachat.txt)
*> produites chaque semaine par SuggestionsAchat à partir des files de
*> réservation, revues dans Acquisitions (option S) : une suggestion
*> acceptée devient une ligne de commande dont elle garde le numéro.
01 SuggestionRecord.
   05 SG-Date          PIC X(8).
   05 SG-Titre         PIC X(25).
   05 SG-Isbn          PIC X(13).
   05 SG-Genre         PIC X(15).
   05 SG-NbAttente     PIC 9(3).
   05 SG-NbCopies      PIC 9(3).
   05 SG-Quantite      PIC 9(3).
   05 SG-Statut        PIC X(1).
      88 SUGGESTION-PROPOSEE VALUE 'S'.
      88 SUGGESTION-ACCEPTEE VALUE 'A'.
      88 SUGGESTION-ECARTEE  VALUE 'R'.
   05 SG-NumeroCommande PIC 9(4).
