*> (prêts présents d'un côté seulement, dates différentes) partent
*> dans reconstructionprets.txt avant que le fichier ne soit réécrit
*> avec la position rejouée. L'échéance de chaque prêt reconstruit est
*> sa date de sortie plus le délai de prêt porté par la sortie ou la
*> prolongation (règle de catégorie, reglespret.txt), ou le délai
*> général (delaipret.txt) pour une ligne ancienne sans délai.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      10 WS-RJ-Date      PIC X(8).
      10 WS-RJ-NbProlong PIC 9(2).
      10 WS-RJ-Ouvert    PIC X(1).
      10 WS-RJ-Delai     PIC 9(4).
01 WS-NbRejeu PIC 9(3) VALUE ZERO.

*> Position lue dans le fichier existant, pour la comparaison.
             MOVE EmpruntDate     TO WS-RJ-Date(WS-NbRejeu)
             MOVE ZERO            TO WS-RJ-NbProlong(WS-NbRejeu)
             MOVE 'O'             TO WS-RJ-Ouvert(WS-NbRejeu)
             MOVE WS-NbRejeu TO WS-IdxTrouve
             PERFORM RETENIR-DELAI-JOURNAL
           END-IF
         WHEN EMPRUNT-PROLONGATION
           PERFORM LOCALISER-REJEU-OUVERT
           IF WS-IdxTrouve > ZERO THEN
             MOVE EmpruntDate TO WS-RJ-Date(WS-IdxTrouve)
             ADD 1 TO WS-RJ-NbProlong(WS-IdxTrouve)
             PERFORM RETENIR-DELAI-JOURNAL
           END-IF
         WHEN EMPRUNT-RETOUR
           PERFORM LOCALISER-REJEU-OUVERT
       END-EVALUATE
   END-READ.

RETENIR-DELAI-JOURNAL.
   MOVE WS-DelaiPret TO WS-RJ-Delai(WS-IdxTrouve)
   IF EmpruntDelai IS NUMERIC AND EmpruntDelai > ZERO THEN
     MOVE EmpruntDelai TO WS-RJ-Delai(WS-IdxTrouve)
   END-IF.

LOCALISER-REJEU-OUVERT.
   MOVE ZERO TO WS-IdxTrouve
   PERFORM VARYING WS-Idx FROM 1 BY 1
       MOVE WS-RJ-Date(WS-Idx)     TO PC-DateSortie
       MOVE WS-RJ-Date(WS-Idx)     TO WS-DateNum
       COMPUTE WS-JoursCalc =
           FUNCTION INTEGER-OF-DATE(WS-DateNum) + WS-RJ-Delai(WS-Idx)
       COMPUTE WS-DateNum = FUNCTION DATE-OF-INTEGER(WS-JoursCalc)
       MOVE WS-DateNum TO PC-Echeance
       MOVE WS-RJ-NbProlong(WS-Idx) TO PC-NbProlongations
