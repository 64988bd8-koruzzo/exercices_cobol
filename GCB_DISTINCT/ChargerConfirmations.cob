      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-DATEVALEUR-STATUS.

  SELECT retenues ASSIGN TO "retenues.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS RT-Cle
      FILE STATUS IS WS-RETENUES-STATUS.

DATA DIVISION.
   05 DV-Etat PIC X(1).

FD retenues.
COPY "RETENUES.cpy".

WORKING-STORAGE SECTION.
01 WS-SOLDE-STATUS     PIC XX.
01 WS-PaiementsModifies PIC X(1) VALUE 'N'.
01 WS-RETENUES-STATUS PIC XX.
01 WS-FinRetenues     PIC X(1).
01 WS-RetenueLevee    PIC X(1).

01 WS-TablePaiements.
   05 WS-PaiementEntree OCCURS 200 TIMES.
*> levée automatiquement — les fonds redeviennent disponibles sans
*> intervention du guichet (voir GestionRetenues / CalculerDisponible).
LEVER-RETENUE-RAPPROCHEE.
  MOVE 'N' TO WS-RetenueLevee
  OPEN I-O retenues
  IF WS-RETENUES-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  MOVE 'N' TO WS-FinRetenues
  PERFORM LEVER-RETENUE-SUIVANTE UNTIL WS-FinRetenues = 'O'
  CLOSE retenues
  IF WS-RetenueLevee = 'O' THEN
    DISPLAY "Retenue levée sur confirmation (bénéficiaire "
            CF-Beneficiaire ", montant " CF-Montant ")."
  END-IF.

LEVER-RETENUE-SUIVANTE.
  READ retenues NEXT RECORD
    AT END MOVE 'O' TO WS-FinRetenues
    NOT AT END
      IF RT-Reference = CF-Beneficiaire
         AND RT-Montant = CF-Montant
         AND RT-Statut NOT = 'L' THEN
        MOVE 'L' TO RT-Statut
        REWRITE RetenueRecord
        MOVE 'O' TO WS-RetenueLevee
      END-IF
  END-READ.
