  CLOSE FACULTY-HISTORY
  OPEN I-O FACULTY-HISTORY
END-IF.
*> the non-zero return code stops JOBSTREAM at this step, so its
*> restart comes back here before another driver run can overwrite
*> the FACULTY-REPORT that was never archived
IF WS-HISTORY-STATUS NOT = "00"
  DISPLAY "HISTORY ARCHIVE: FACULTY-HISTORY unavailable, status "
      WS-HISTORY-STATUS " - nothing archived"
  MOVE 8 TO RETURN-CODE
  GOBACK
END-IF.

