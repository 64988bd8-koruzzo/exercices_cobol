*> Copybook AUTORISATIONS - layout partagée de la file d'attente des
*> opérations au-dessus du seuil d'autorisation (autorisations.dat,
*> indexé par AU-Id) : une opération parquée par enregistrement, en
*> attente de décision superviseur ('A' attente, 'V' validée et
*> postée, 'R' rejetée avec motif).
*> Alimentée par GestionCompteEF_MAIN, dépouillée par
*> AutorisationsSuperviseur. AU-Reference porte la référence du
*> bénéficiaire externe pour une opération 'P' (à blanc sinon).
*> AU-Decideur et AU-DateDecision identifient le superviseur qui a
*> validé ou rejeté l'opération, et quand (à blanc tant qu'elle attend,
*> et sur les décisions antérieures à ces colonnes) : c'est sur eux que
*> RapportSeparationTaches vérifie les quatre yeux.
01 AutorisationRecord.
   05 AU-Id        PIC 9(6).
   05 AU-Date      PIC X(8).
      88 AUTORISATION-REJETEE    VALUE 'R'.
   05 AU-MotifRejet PIC X(20).
   05 AU-Reference  PIC X(6).
   05 AU-Decideur     PIC X(6).
   05 AU-DateDecision PIC X(8).
