*> GestionSecrets. Réponse : 'O' accès accordé, 'N' refusé, 'I'
*> fichier des secrets indisponible — le poste de secours retombe alors
*> sur l'ancien PIN partagé chez l'appelant. La durée de validité d'un
*> secret vient de dureesecret.txt (jours, défaut 90). Une copie
*> jumelle de ce sous-programme vit côté magasin (exercixes_doc) pour
*> la connexion des caissiers aux caisses, avec les chemins adaptés.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   05 SO-ChangementForce PIC X(1).
   05 SO-NbEchecs   PIC 9(2).
   05 SO-Verrouille PIC X(1).
   05 SO-ReinitPar  PIC X(6).
   05 SO-DateReinit PIC X(8).

FD journalconnexions.
01 ConnexionRecord.
      10 WS-SO-ChangementForce PIC X(1).
      10 WS-SO-NbEchecs   PIC 9(2).
      10 WS-SO-Verrouille PIC X(1).
      10 WS-SO-ReinitPar  PIC X(6).
      10 WS-SO-DateReinit PIC X(8).
01 WS-NbSecrets PIC 9(2) VALUE ZERO.
01 WS-Idx       PIC 9(2).
01 WS-IdxTrouve PIC 9(2).
      MOVE SO-ChangementForce TO WS-SO-ChangementForce(WS-NbSecrets)
      MOVE SO-NbEchecs   TO WS-SO-NbEchecs(WS-NbSecrets)
      MOVE SO-Verrouille TO WS-SO-Verrouille(WS-NbSecrets)
      MOVE SO-ReinitPar  TO WS-SO-ReinitPar(WS-NbSecrets)
      MOVE SO-DateReinit TO WS-SO-DateReinit(WS-NbSecrets)
  END-READ.

LOCALISER-SECRET.
    MOVE WS-SO-ChangementForce(WS-Idx) TO SO-ChangementForce
    MOVE WS-SO-NbEchecs(WS-Idx)   TO SO-NbEchecs
    MOVE WS-SO-Verrouille(WS-Idx) TO SO-Verrouille
    MOVE WS-SO-ReinitPar(WS-Idx)  TO SO-ReinitPar
    MOVE WS-SO-DateReinit(WS-Idx) TO SO-DateReinit
    WRITE SecretRecord
  END-PERFORM
  CLOSE secrets.
