*> se termine par une ligne de verdict unique VERT / ROUGE — dans
*> verdictchaine.txt et à l'écran — que l'équipe du matin peut lire
*> avant d'ouvrir le guichet.
*> Le résumé du contrôle d'intégrité référentielle (resumeintegrite.txt,
*> écrit par ControlerIntegrite) est relu aussi : s'il date de la
*> journée et compte des ruptures critiques, le verdict passe ROUGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-JEXEC-STATUS.

  SELECT resumeintegrite ASSIGN TO "resumeintegrite.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
      FILE STATUS IS WS-INTEGRITE-STATUS.

  SELECT verdict ASSIGN TO "verdictchaine.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      ACCESS MODE IS SEQUENTIAL
   05 JE-Date     PIC X(8).
   05 JE-Resultat PIC X(1).

FD resumeintegrite.
01 ResumeIntegriteRecord.
   05 RI-Date       PIC X(8).
   05 RI-Critiques  PIC 9(5).
   05 RI-Majeures   PIC 9(5).
   05 RI-Mineures   PIC 9(5).

FD verdict.
01 VerdictLigne PIC X(100).

01 WS-JOURNAL-STATUS PIC XX.
01 WS-JEXEC-STATUS   PIC XX.
01 WS-VERDICT-STATUS PIC XX.
01 WS-INTEGRITE-STATUS PIC XX.
01 WS-DATEVALEUR-STATUS PIC XX.

01 WS-DateJour   PIC X(8).
  PERFORM CONTROLER-JOB
      VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbJobs
  PERFORM CONTROLER-ORDRE
  PERFORM CONTROLER-INTEGRITE

  MOVE SPACES TO VerdictLigne
  IF WS-NbAnomalies = ZERO THEN
      END-PERFORM
    END-IF
  END-PERFORM.

*> Ruptures critiques du contrôle d'intégrité de la journée (détail
*> dans rapportintegrite.txt). Un résumé d'une autre journée est ignoré :
*> l'absence du job lui-même relève de chaineattendue.txt.
CONTROLER-INTEGRITE.
  OPEN INPUT resumeintegrite
  IF WS-INTEGRITE-STATUS NOT = "00" THEN
    EXIT PARAGRAPH
  END-IF
  READ resumeintegrite
    AT END
      MOVE SPACES TO RI-Date
  END-READ
  CLOSE resumeintegrite
  IF RI-Date = WS-DateJour AND RI-Critiques > ZERO THEN
    ADD 1 TO WS-NbAnomalies
    MOVE SPACES TO VerdictLigne
    STRING "INTEGRITE : " DELIMITED BY SIZE
           RI-Critiques DELIMITED BY SIZE
           " rupture(s) critique(s) entre fichiers maîtres, voir "
             DELIMITED BY SIZE
           "rapportintegrite.txt." DELIMITED BY SIZE
      INTO VerdictLigne
    END-STRING
    WRITE VerdictLigne
  END-IF.
