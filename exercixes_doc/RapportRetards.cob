
*> Job quotidien des retards : reconstitue les prêts en cours depuis
*> emprunts.txt (sorties 'E' sans retour 'R' apparié), calcule les
*> jours de sortie contre le délai de prêt retenu à la sortie (règle
*> de la catégorie et du genre, reglespret.txt, porté par la position
*> ou par le journal ; délai général delaipret.txt, défaut 14, pour les
*> prêts antérieurs) et produit deux sorties : l'état des retards pour
*> le bureau (rapportretards.txt) et le fichier des lettres de rappel
*> (rappels.txt) avec nom et adresse de l'adhérent (membres.dat), le
*> titre, la date d'échéance et l'amende qui court — premier rappel
*> jusqu'à 14 jours de retard, second au-delà. On n'attend plus que
      10 WS-PR-MembreId PIC X(6).
      10 WS-PR-Date     PIC X(8).
      10 WS-PR-Ouvert   PIC X(1).
      10 WS-PR-Delai    PIC 9(4).
01 WS-NbPrets PIC 9(3) VALUE ZERO.
01 WS-Idx     PIC 9(3).
01 WS-IdxRetour PIC 9(3).
01 WS-IdxDelai  PIC 9(3).

01 WS-DateNumJour    PIC 9(8).
01 WS-DateNumEmprunt PIC 9(8).
   MOVE SPACES TO RapportLigne
   STRING "ETAT DES RETARDS au " DELIMITED BY SIZE
          WS-DateJour DELIMITED BY SIZE
          " (délai de prêt général " DELIMITED BY SIZE
          WS-DelaiPret DELIMITED BY SIZE
          " jours, sauf règle de catégorie)" DELIMITED BY SIZE
     INTO RapportLigne
   END-STRING
   WRITE RapportLigne
     NOT AT END
       IF EMPRUNT-SORTIE AND WS-NbPrets < 200 THEN
         ADD 1 TO WS-NbPrets
         MOVE WS-NbPrets TO WS-IdxDelai
         MOVE EmpruntTitre    TO WS-PR-Titre(WS-NbPrets)
         MOVE EmpruntMembreId TO WS-PR-MembreId(WS-NbPrets)
         MOVE EmpruntDate     TO WS-PR-Date(WS-NbPrets)
         MOVE 'O'             TO WS-PR-Ouvert(WS-NbPrets)
         PERFORM RETENIR-DELAI-JOURNAL
       END-IF
       IF EMPRUNT-RETOUR OR EMPRUNT-PROLONGATION THEN
         MOVE ZERO TO WS-IdxRetour
             MOVE 'F' TO WS-PR-Ouvert(WS-IdxRetour)
           ELSE
             MOVE EmpruntDate TO WS-PR-Date(WS-IdxRetour)
             MOVE WS-IdxRetour TO WS-IdxDelai
             PERFORM RETENIR-DELAI-JOURNAL
           END-IF
         END-IF
       END-IF
   END-READ.

*> Délai porté par la sortie ou la prolongation ; ligne ancienne sans
*> délai : délai général.
RETENIR-DELAI-JOURNAL.
   MOVE WS-DelaiPret TO WS-PR-Delai(WS-IdxDelai)
   IF EmpruntDelai IS NUMERIC AND EmpruntDelai > ZERO THEN
     MOVE EmpruntDelai TO WS-PR-Delai(WS-IdxDelai)
   END-IF.

EXAMINER-PRET.
   MOVE WS-DateJour TO WS-DateNumJour
   MOVE WS-PR-Date(WS-Idx) TO WS-DateNumEmprunt
   COMPUTE WS-JoursJour = FUNCTION INTEGER-OF-DATE(WS-DateNumJour)
   COMPUTE WS-JoursEmprunt = FUNCTION INTEGER-OF-DATE(WS-DateNumEmprunt)
   COMPUTE WS-JoursSortie = WS-JoursJour - WS-JoursEmprunt
   IF WS-JoursSortie > WS-PR-Delai(WS-Idx) THEN
     ADD 1 TO WS-NbRetards
     COMPUTE WS-JoursRetard = WS-JoursSortie - WS-PR-Delai(WS-Idx)
     COMPUTE WS-AmendeCourue ROUNDED = WS-JoursRetard * WS-FraisRetardJour
     COMPUTE WS-JoursEcheance = WS-JoursEmprunt + WS-PR-Delai(WS-Idx)
     COMPUTE WS-DateEcheance = FUNCTION DATE-OF-INTEGER(WS-JoursEcheance)
     IF WS-JoursRetard > 14 THEN
       MOVE "SECOND" TO WS-NiveauRappel
       MOVE PC-MembreId   TO WS-PR-MembreId(WS-NbPrets)
       MOVE PC-DateSortie TO WS-PR-Date(WS-NbPrets)
       MOVE 'O'           TO WS-PR-Ouvert(WS-NbPrets)
       MOVE WS-DelaiPret  TO WS-PR-Delai(WS-NbPrets)
       IF PC-Echeance IS NUMERIC AND PC-DateSortie IS NUMERIC THEN
         MOVE PC-Echeance   TO WS-DateEcheance
         MOVE PC-DateSortie TO WS-DateNumEmprunt
         COMPUTE WS-PR-Delai(WS-NbPrets) =
             FUNCTION INTEGER-OF-DATE(WS-DateEcheance)
           - FUNCTION INTEGER-OF-DATE(WS-DateNumEmprunt)
       END-IF
   END-READ.
