  05 ALG-RUN-NUMBER PIC 9(6).
WORKING-STORAGE SECTION.
01 WS-AUDIT-LOG-STATUS PIC XX.
01 WS-AUDIT-STATE.
  *> the log stays open across calls for the whole run; the caller
  *> releases it at its commit points and once more to finalize
  05 AUDIT-LOG-OPEN-FLAG PIC X VALUE 'N'.
    88 AUDIT-LOG-IS-OPEN VALUE 'Y'.
LINKAGE SECTION.
01 AUDIT-LINKAGE.
  05 AUDIT-TESTCASE-NAME PIC X(60).
  05 AUDIT-FAC PIC 9999.
  05 AUDIT-ERG PIC 9999.
  05 AUDIT-RUN-NUMBER PIC 9(6).
  05 AUDIT-FUNCTION PIC X.
    88 AUDIT-COMMIT VALUE 'C'.
    88 AUDIT-FINALIZE VALUE 'F'.
PROCEDURE DIVISION USING AUDIT-LINKAGE.
B100-WRITE-AUDIT-ENTRY.

    IF AUDIT-COMMIT OR AUDIT-FINALIZE
      IF AUDIT-LOG-IS-OPEN
        CLOSE AUDIT-LOG
        MOVE 'N' TO AUDIT-LOG-OPEN-FLAG
      END-IF
      GOBACK
    END-IF.

    *> the audit log is append-only across runs, so it is opened
    *> EXTEND when it already exists and OUTPUT the first time
    IF NOT AUDIT-LOG-IS-OPEN
      OPEN EXTEND AUDIT-LOG
      IF WS-AUDIT-LOG-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-LOG
      END-IF
      SET AUDIT-LOG-IS-OPEN TO TRUE
    END-IF.

    MOVE SPACES TO AUDIT-LOG-REC
    MOVE AUDIT-RUN-NUMBER TO ALG-RUN-NUMBER
    WRITE AUDIT-LOG-REC.

    GOBACK.
