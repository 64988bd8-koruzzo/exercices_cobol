*> Copybook REMBANTICIPES - registre des remboursements anticipés de
*> prêts (remboursementsanticipes.txt), une ligne par remboursement
*> posté au guichet par RemboursementPret. RA-ApresEcheance est le
*> numéro de la dernière échéance échue à la date du remboursement :
*> EcheancierPrets rejoue le plan d'origine jusqu'à cette échéance,
*> inchangée, puis déduit RA-Capital du capital restant dû et recalcule
*> la suite selon RA-Type ('D' durée raccourcie à mensualité constante,
*> 'M' mensualité baissée sur la durée restante ; 'T' remboursement
*> total, le prêt passant soldé). RA-Applique passe à 'O' quand
*> EcheancierPrets a régénéré l'échéancier en tenant compte de la ligne.
01 RembAnticipeRecord.
   05 RA-Pret           PIC X(6).
   05 RA-Date           PIC X(8).
   05 RA-ApresEcheance  PIC 9(3).
   05 RA-Type           PIC X(1).
      88 RA-TOTAL             VALUE 'T'.
      88 RA-REDUIRE-DUREE     VALUE 'D'.
      88 RA-REDUIRE-MENSUALITE VALUE 'M'.
   05 RA-Capital        PIC 9(8)V99.
   05 RA-Interets       PIC 9(8)V99.
   05 RA-Impayes        PIC 9(8)V99.
   05 RA-Penalites      PIC 9(8)V99.
   05 RA-Indemnite      PIC 9(8)V99.
   05 RA-Operateur      PIC X(6).
   05 RA-Applique       PIC X(1).
