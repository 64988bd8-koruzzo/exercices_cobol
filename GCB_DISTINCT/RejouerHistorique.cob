    WHEN 'D'
    WHEN 'I'
    WHEN 'K'
    WHEN '1'
    WHEN '2'
    WHEN 'B'
    WHEN 'Q'
    WHEN 'Z'
      MOVE WS-MvtValA TO WS-Delta
      PERFORM APPLIQUER-DELTA
      ADD 1 TO WS-NbEcritures
    WHEN 'M'
    WHEN 'J'
    WHEN 'G'
    WHEN 'E'
    WHEN 'A'
    WHEN 'H'
    WHEN 'Y'
      COMPUTE WS-Delta = 0 - WS-MvtValA
      PERFORM APPLIQUER-DELTA
      ADD 1 TO WS-NbEcritures
