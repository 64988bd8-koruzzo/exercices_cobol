      RECORD KEY IS CompteNumero
      FILE STATUS IS WS-COMPTES-STATUS.

  SELECT titulaires ASSIGN TO "titulaires.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS TI-Cle
      FILE STATUS IS WS-TITULAIRES-STATUS.

DATA DIVISION.
COPY "COMPTES.cpy".

FD titulaires.
COPY "TITULAIRES.cpy".

WORKING-STORAGE SECTION.
01 WS-SOLDE-STATUS       PIC XX.
  END-IF.

*> Un compte joint prévient tous ses titulaires : chaque cotitulaire
*> de titulaires.dat reçoit sa propre lettre, pas seulement le
*> titulaire principal de comptes.dat.
SPOOLER-COTITULAIRES.
  OPEN INPUT titulaires
  CLOSE titulaires.

SPOOLER-COTITULAIRE-SUIVANT.
  READ titulaires NEXT RECORD
    AT END MOVE 'O' TO WS-FinTitulaires
    NOT AT END
      IF TI-Compte = WS-CompteAvis
