
*> Calcule le solde DISPONIBLE d'un compte : le solde comptable du
*> maître (comptes.dat) moins les réservations actives du fichier des
*> retenues (retenues.dat, tenu par GestionRetenues : montant, motif,
*> référence, date d'expiration) et moins les remises de chèques encore
*> en compensation (remisescheques.txt, statut 'E' et date de
*> disponibilité non atteinte). Une retenue expirée ou levée ('L') ne
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT retenues ASSIGN TO "retenues.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RT-Cle
      FILE STATUS IS WS-RETENUES-STATUS.

  SELECT remises ASSIGN TO "remisescheques.txt"

FILE SECTION.
FD retenues.
COPY "RETENUES.cpy".

FD remises.
01 RemiseChequeRecord.
CUMULER-RETENUES.
  OPEN INPUT retenues
  IF WS-RETENUES-STATUS = "00" THEN
    MOVE DisponibleCompte TO RT-Compte
    MOVE ZERO TO RT-Numero
    START retenues KEY IS NOT LESS THAN RT-Cle
      INVALID KEY MOVE 'O' TO WS-FinLecture
      NOT INVALID KEY MOVE 'N' TO WS-FinLecture
    END-START
    PERFORM CUMULER-RETENUE-SUIVANTE UNTIL WS-FinLecture = 'O'
    CLOSE retenues
  END-IF.

*> Les retenues du compte se suivent dans l'ordre de la clé : la
*> lecture s'arrête au premier compte différent.
CUMULER-RETENUE-SUIVANTE.
  READ retenues NEXT RECORD
    AT END MOVE 'O' TO WS-FinLecture
    NOT AT END
      IF RT-Compte NOT = DisponibleCompte THEN
        MOVE 'O' TO WS-FinLecture
      ELSE
        IF RT-Statut NOT = 'L'
           AND (RT-DateExpiration = SPACES
                OR RT-DateExpiration >= WS-DateJour) THEN
          ADD RT-Montant TO DisponibleRetenues
        END-IF
      END-IF
  END-READ.

