*> refusée, est ajoutée au journal des accès (journalacces.txt) que les
*> auditeurs ont réclamé. C'est ce qui ferme le trou du stagiaire qui
*> lançait GestionComptes avec les pleins pouvoirs.
*> Les programmes de pure consultation (PROGRAMME-CONSULTATION : la vue
*> client) sont ouverts à tout opérateur connu et actif, quel que soit
*> son rôle, sans règle de permission ; l'accès est journalisé comme
*> les autres.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-HeureMachine PIC X(8).
01 WS-ReglePresente PIC X(1).
01 WS-RegleAutorise PIC X(1).
01 WS-ProgrammeDemande PIC X(20).
   88 PROGRAMME-CONSULTATION VALUE "VueClient".

01 WS-OperateurNom     PIC X(30).
01 WS-OperateurRole    PIC X(1).
PROCEDURE DIVISION USING AccesOperateur AccesProgramme AccesAccorde.
  PERFORM CHARGER-DATE-VALEUR
  SET ACCES-REFUSE TO TRUE
  MOVE AccesProgramme TO WS-ProgrammeDemande

  CALL 'RechercherOperateur' USING AccesOperateur WS-OperateurNom
                                    WS-OperateurRole WS-OperateurPlafond
      DISPLAY "Opérateur " AccesOperateur " inactif, accès refusé."
    WHEN WS-OperateurRole = 'S'
      SET ACCES-ACCORDE TO TRUE
    WHEN PROGRAMME-CONSULTATION
      SET ACCES-ACCORDE TO TRUE
    WHEN OTHER
      PERFORM CONSULTER-PERMISSIONS
  END-EVALUATE
