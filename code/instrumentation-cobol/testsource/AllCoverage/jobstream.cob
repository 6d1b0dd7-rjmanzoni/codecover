      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. JOBSTREAM.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT JOB-STREAM-CONTROL ASSIGN TO "JOB-STREAM-CONTROL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CONTROL-STATUS.
  SELECT JOB-STREAM-RESTART ASSIGN TO "JOB-STREAM-RESTART"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RESTART-STATUS.
  SELECT JOB-STREAM-LOG ASSIGN TO "JOB-STREAM-LOG"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-STREAM-LOG-STATUS.
  SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUN-CONTROL-STATUS.
  SELECT JOB-LOG ASSIGN TO "JOB-LOG"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-JOB-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD JOB-STREAM-CONTROL.
01 JOB-STREAM-CONTROL-REC.
  05 JSC-STEP-NUMBER PIC 99.
  05 FILLER PIC X VALUE SPACE.
  05 JSC-PROGRAM-NAME PIC X(30).
  05 FILLER PIC X VALUE SPACE.
  05 JSC-CHECK-FLAG PIC X.
FD JOB-STREAM-RESTART.
01 JOB-STREAM-RESTART-REC.
  05 JSR-STEP-NUMBER PIC 99.
  05 FILLER PIC X VALUE SPACE.
  05 JSR-RUN-NUMBER PIC 9(6).
FD JOB-STREAM-LOG.
01 JOB-STREAM-LOG-REC.
  05 JSL-RUN-NUMBER PIC 9(6).
  05 FILLER PIC X VALUE SPACE.
  05 JSL-STEP-NUMBER PIC 99.
  05 FILLER PIC X VALUE SPACE.
  05 JSL-PROGRAM-NAME PIC X(30).
  05 FILLER PIC X VALUE SPACE.
  05 JSL-START-TIMESTAMP PIC X(26).
  05 FILLER PIC X VALUE SPACE.
  05 JSL-END-TIMESTAMP PIC X(26).
  05 FILLER PIC X VALUE SPACE.
  05 JSL-DISPOSITION PIC X(10).
  05 FILLER PIC X VALUE SPACE.
  05 JSL-DETAIL PIC X(16).
FD RUN-CONTROL.
01 RUN-CONTROL-REC.
  05 RC-LAST-RUN-NUMBER PIC 9(6).
FD JOB-LOG.
01 JOB-LOG-REC.
  05 JBL-RUN-NUMBER PIC 9(6).
  05 FILLER PIC X VALUE SPACE.
  05 JBL-START-TIMESTAMP PIC X(26).
  05 FILLER PIC X VALUE SPACE.
  05 JBL-END-TIMESTAMP PIC X(26).
  05 FILLER PIC X VALUE SPACE.
  05 JBL-REQUESTS-READ PIC 9(8).
  05 FILLER PIC X VALUE SPACE.
  05 JBL-REPORTS-WRITTEN PIC 9(8).
  05 FILLER PIC X VALUE SPACE.
  05 JBL-OVERFLOWS-WRITTEN PIC 9(8).
  05 FILLER PIC X VALUE SPACE.
  05 JBL-REJECTS-WRITTEN PIC 9(8).
  05 FILLER PIC X VALUE SPACE.
  05 JBL-UNRATED-WRITTEN PIC 9(8).
  05 FILLER PIC X VALUE SPACE.
  05 JBL-WIDE-WRITTEN PIC 9(8).
  05 FILLER PIC X VALUE SPACE.
  05 JBL-RUN-STATUS PIC X(16).
WORKING-STORAGE SECTION.
01 WS-FILE-STATUS-FIELDS.
  05 WS-CONTROL-STATUS PIC XX.
  05 WS-RESTART-STATUS PIC XX.
  05 WS-STREAM-LOG-STATUS PIC XX.
  05 WS-RUN-CONTROL-STATUS PIC XX.
  05 WS-JOB-LOG-STATUS PIC XX.
01 WS-FLAGS.
  05 CONTROL-EOF PIC X VALUE 'N'.
    88 CONTROL-AT-END VALUE 'Y'.
  05 JOB-LOG-EOF PIC X VALUE 'N'.
    88 JOB-LOG-AT-END VALUE 'Y'.
  05 STREAM-FAILED-FLAG PIC X VALUE 'N'.
    88 STREAM-HAS-FAILED VALUE 'Y'.
  05 STEP-FAILED-FLAG PIC X VALUE 'N'.
    88 STEP-HAS-FAILED VALUE 'Y'.
  05 PROGRAM-FOUND-FLAG PIC X VALUE 'Y'.
    88 STEP-PROGRAM-WAS-FOUND VALUE 'Y'.
  *> set once a step whose outcome is the JOB-LOG has run (or been
  *> bypassed on a restart) - from then on every later step waits
  *> on that night's JOB-LOG showing GOOD
  05 JOB-LOG-GATE-FLAG PIC X VALUE 'N'.
    88 JOB-LOG-GATE-IS-SET VALUE 'Y'.
01 WS-STEP-TABLE-FIELDS.
  05 WS-STEP-COUNT PIC 9(4) VALUE ZERO.
  05 WS-STEP-LIMIT PIC 9(4) VALUE 50.
  05 WS-STEP-SUB PIC 9(4) COMP VALUE ZERO.
01 WS-STEP-TABLE.
  05 WS-STEP-ENTRY OCCURS 50 TIMES.
    10 WS-ST-STEP-NUMBER PIC 99.
    10 WS-ST-PROGRAM-NAME PIC X(30).
    10 WS-ST-CHECK-FLAG PIC X.
      88 STEP-OUTCOME-IS-JOB-LOG VALUE 'J'.
01 WS-STREAM-FIELDS.
  05 WS-RUN-NUMBER PIC 9(6) VALUE ZERO.
  05 WS-LOG-RUN-NUMBER PIC 9(6) VALUE ZERO.
  05 WS-RESTART-STEP PIC 99 VALUE ZERO.
  05 WS-RESTART-RUN-NUMBER PIC 9(6) VALUE ZERO.
  05 WS-STEP-PROGRAM PIC X(30) VALUE SPACES.
  05 WS-STEP-START-TIMESTAMP PIC X(26).
  05 WS-STEP-END-TIMESTAMP PIC X(26).
  05 WS-STEP-DISPOSITION PIC X(10) VALUE SPACES.
  05 WS-STEP-DETAIL PIC X(16) VALUE SPACES.
  05 WS-STEP-RETURN-CODE PIC S9(4) VALUE ZERO.
  05 WS-EDIT-RETURN-CODE PIC 9(4) VALUE ZERO.
01 WS-LAST-JOB-LOG-FIELDS.
  05 WS-LAST-JBL-RUN-NUMBER PIC 9(6) VALUE ZERO.
  05 WS-LAST-JBL-RUN-STATUS PIC X(16) VALUE SPACES.
01 WS-COUNTERS.
  05 WS-STEPS-COMPLETED PIC 9(4) VALUE ZERO.
  05 WS-STEPS-BYPASSED PIC 9(4) VALUE ZERO.
  05 WS-STEPS-SKIPPED PIC 9(4) VALUE ZERO.
01 WS-RUN-TIMESTAMP PIC X(26).
PROCEDURE DIVISION.
0000-MAIN-LOGIC.

*> nightly job-stream controller: runs the steps named on the
*> JOB-STREAM-CONTROL list in order, one CALL each, and checks each
*> step's outcome before the next one starts. a step flagged 'J' is
*> judged by the JOB-LOG record it leaves behind (STATEMENTCOVERAGE
*> - nothing downstream may fold, reconcile or transmit a run that
*> did not end GOOD); every other step by its return code. the
*> first failure skips everything after it, and JOB-STREAM-RESTART
*> remembers the failed step so the next invocation resumes there
*> instead of rerunning the whole night. every step's start, end
*> and disposition go to the append-only JOB-STREAM-LOG under the
*> run number the night's driver assigned.

MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.

PERFORM B050-LOAD-STEP-LIST.
IF WS-STEP-COUNT = ZERO
  DISPLAY "JOB STREAM: no steps on JOB-STREAM-CONTROL, nothing run"
  MOVE 8 TO RETURN-CODE
  GOBACK
END-IF.

PERFORM B060-READ-RUN-NUMBER.
PERFORM B070-READ-RESTART.

PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
    UNTIL WS-STEP-SUB > WS-STEP-COUNT
  EVALUATE TRUE
    WHEN STREAM-HAS-FAILED
      PERFORM B150-SKIP-STEP
    WHEN WS-ST-STEP-NUMBER (WS-STEP-SUB) < WS-RESTART-STEP
      PERFORM B160-BYPASS-STEP
    WHEN OTHER
      PERFORM B200-RUN-STEP
  END-EVALUATE
END-PERFORM.

*> a clean finish owes nothing to the next night - the restart
*> point is cleared the same way the driver clears its POSTED-LOG.
*> a failed stream keeps it, pointing at the step that failed.
IF STREAM-HAS-FAILED
  DISPLAY "JOB STREAM: stream stopped, restart will resume at step "
      WS-RESTART-STEP
  MOVE 8 TO RETURN-CODE
ELSE
  OPEN OUTPUT JOB-STREAM-RESTART
  CLOSE JOB-STREAM-RESTART
  DELETE FILE JOB-STREAM-RESTART
  DISPLAY "JOB STREAM: run " WS-RUN-NUMBER " complete, "
      WS-STEPS-COMPLETED " steps run, " WS-STEPS-BYPASSED
      " bypassed on restart"
  MOVE 0 TO RETURN-CODE
END-IF.

GOBACK.

B050-LOAD-STEP-LIST.

OPEN INPUT JOB-STREAM-CONTROL.
IF WS-CONTROL-STATUS = "00"
  PERFORM UNTIL CONTROL-AT-END
    READ JOB-STREAM-CONTROL
      AT END SET CONTROL-AT-END TO TRUE
      NOT AT END
        IF JSC-STEP-NUMBER NOT NUMERIC OR JSC-PROGRAM-NAME = SPACES
          DISPLAY "JOB STREAM: step line not usable, ignored: "
              JOB-STREAM-CONTROL-REC
        ELSE IF WS-STEP-COUNT < WS-STEP-LIMIT
          ADD 1 TO WS-STEP-COUNT
          MOVE JSC-STEP-NUMBER TO WS-ST-STEP-NUMBER (WS-STEP-COUNT)
          MOVE JSC-PROGRAM-NAME TO WS-ST-PROGRAM-NAME (WS-STEP-COUNT)
          MOVE JSC-CHECK-FLAG TO WS-ST-CHECK-FLAG (WS-STEP-COUNT)
        ELSE
          DISPLAY "JOB STREAM: step table full at " WS-STEP-LIMIT
              " steps, step " JSC-STEP-NUMBER " not run"
        END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE JOB-STREAM-CONTROL
ELSE
  DISPLAY "JOB STREAM: JOB-STREAM-CONTROL not found, status "
      WS-CONTROL-STATUS
END-IF.

B060-READ-RUN-NUMBER.

OPEN INPUT RUN-CONTROL.
IF WS-RUN-CONTROL-STATUS = "00"
  READ RUN-CONTROL
    AT END CONTINUE
    NOT AT END MOVE RC-LAST-RUN-NUMBER TO WS-RUN-NUMBER
  END-READ
  CLOSE RUN-CONTROL
END-IF.

B070-READ-RESTART.

*> a restart record left behind means the last stream stopped at
*> that step - everything before it already ran for that run
*> number and is bypassed, not rerun
OPEN INPUT JOB-STREAM-RESTART.
IF WS-RESTART-STATUS = "00"
  READ JOB-STREAM-RESTART
    AT END CONTINUE
    NOT AT END
      IF JSR-STEP-NUMBER NUMERIC AND JSR-RUN-NUMBER NUMERIC
        MOVE JSR-STEP-NUMBER TO WS-RESTART-STEP
        MOVE JSR-RUN-NUMBER TO WS-RESTART-RUN-NUMBER
      ELSE
        DISPLAY "JOB STREAM: restart record not numeric, "
            "running the whole stream"
      END-IF
  END-READ
  CLOSE JOB-STREAM-RESTART
END-IF.
IF WS-RESTART-STEP > ZERO
  MOVE WS-RESTART-RUN-NUMBER TO WS-RUN-NUMBER
  DISPLAY "JOB STREAM: restarting run " WS-RUN-NUMBER
      " at step " WS-RESTART-STEP
END-IF.

B150-SKIP-STEP.

MOVE WS-ST-PROGRAM-NAME (WS-STEP-SUB) TO WS-STEP-PROGRAM
MOVE SPACES TO WS-STEP-START-TIMESTAMP
MOVE SPACES TO WS-STEP-END-TIMESTAMP
MOVE "SKIPPED" TO WS-STEP-DISPOSITION
MOVE "PRIOR STEP FAIL" TO WS-STEP-DETAIL
MOVE WS-RUN-NUMBER TO WS-LOG-RUN-NUMBER
PERFORM B400-WRITE-STREAM-LOG
ADD 1 TO WS-STEPS-SKIPPED
DISPLAY "JOB STREAM: step " WS-ST-STEP-NUMBER (WS-STEP-SUB)
    " " WS-STEP-PROGRAM " skipped".

B160-BYPASS-STEP.

*> a bypassed JOB-LOG step still sets the gate, so the steps after
*> it are held to the JOB-LOG of the run being restarted
MOVE WS-ST-PROGRAM-NAME (WS-STEP-SUB) TO WS-STEP-PROGRAM
MOVE SPACES TO WS-STEP-START-TIMESTAMP
MOVE SPACES TO WS-STEP-END-TIMESTAMP
MOVE "BYPASSED" TO WS-STEP-DISPOSITION
MOVE "RAN BEFORE RESTR" TO WS-STEP-DETAIL
MOVE WS-RUN-NUMBER TO WS-LOG-RUN-NUMBER
PERFORM B400-WRITE-STREAM-LOG
ADD 1 TO WS-STEPS-BYPASSED
IF STEP-OUTCOME-IS-JOB-LOG (WS-STEP-SUB)
  SET JOB-LOG-GATE-IS-SET TO TRUE
END-IF.

B200-RUN-STEP.

*> the restart point moves to this step before it is called, so a
*> step that takes the whole job down with it is the one the next
*> invocation starts from
MOVE WS-ST-PROGRAM-NAME (WS-STEP-SUB) TO WS-STEP-PROGRAM
MOVE 'N' TO STEP-FAILED-FLAG
MOVE SPACES TO WS-STEP-DETAIL
MOVE WS-ST-STEP-NUMBER (WS-STEP-SUB) TO WS-RESTART-STEP
PERFORM B250-WRITE-RESTART
MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TIMESTAMP
MOVE SPACES TO WS-STEP-END-TIMESTAMP

*> the driver takes the next run number for itself as it starts,
*> so its own log records carry that number, not last night's
IF STEP-OUTCOME-IS-JOB-LOG (WS-STEP-SUB)
  COMPUTE WS-LOG-RUN-NUMBER = WS-RUN-NUMBER + 1
ELSE
  MOVE WS-RUN-NUMBER TO WS-LOG-RUN-NUMBER
END-IF

*> a step behind a JOB-LOG step does not start unless that run's
*> JOB-LOG still shows GOOD - the check is repeated for every step
*> so a restart past the driver is held to the same rule
IF JOB-LOG-GATE-IS-SET
  PERFORM B300-CHECK-JOB-LOG
  IF STEP-HAS-FAILED
    MOVE FUNCTION CURRENT-DATE TO WS-STEP-END-TIMESTAMP
    MOVE "FAILED" TO WS-STEP-DISPOSITION
    PERFORM B400-WRITE-STREAM-LOG
    SET STREAM-HAS-FAILED TO TRUE
    DISPLAY "JOB STREAM: step " WS-ST-STEP-NUMBER (WS-STEP-SUB)
        " " WS-STEP-PROGRAM " not started - JOB-LOG "
        WS-STEP-DETAIL
  END-IF
END-IF

IF NOT STEP-HAS-FAILED
  MOVE SPACES TO WS-STEP-DETAIL
  MOVE "STARTED" TO WS-STEP-DISPOSITION
  PERFORM B400-WRITE-STREAM-LOG
  DISPLAY "JOB STREAM: step " WS-ST-STEP-NUMBER (WS-STEP-SUB)
      " " WS-STEP-PROGRAM " started"
  PERFORM B210-CALL-STEP
  MOVE FUNCTION CURRENT-DATE TO WS-STEP-END-TIMESTAMP
  PERFORM B220-JUDGE-STEP
  PERFORM B400-WRITE-STREAM-LOG
  IF STEP-HAS-FAILED
    SET STREAM-HAS-FAILED TO TRUE
    PERFORM B250-WRITE-RESTART
    DISPLAY "JOB STREAM: step " WS-ST-STEP-NUMBER (WS-STEP-SUB)
        " " WS-STEP-PROGRAM " failed - " WS-STEP-DETAIL
  ELSE
    ADD 1 TO WS-STEPS-COMPLETED
    DISPLAY "JOB STREAM: step " WS-ST-STEP-NUMBER (WS-STEP-SUB)
        " " WS-STEP-PROGRAM " completed"
  END-IF
END-IF.

B210-CALL-STEP.

*> each step is called by name and cancelled afterwards, so a
*> restarted stream - or a step listed twice - gets a fresh copy
*> of the program's working storage every time
MOVE 'Y' TO PROGRAM-FOUND-FLAG
MOVE 0 TO RETURN-CODE
CALL WS-STEP-PROGRAM
  ON EXCEPTION
    MOVE 'N' TO PROGRAM-FOUND-FLAG
END-CALL
MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
MOVE 0 TO RETURN-CODE
IF STEP-PROGRAM-WAS-FOUND
  CANCEL WS-STEP-PROGRAM
END-IF.

B220-JUDGE-STEP.

*> the driver writes its run number back to RUN-CONTROL as it
*> starts, before anything can stop it - pick it up whatever the
*> return code, so the end record, every later record and the
*> restart point all carry the run the driver actually took
IF STEP-OUTCOME-IS-JOB-LOG (WS-STEP-SUB) AND STEP-PROGRAM-WAS-FOUND
  PERFORM B060-READ-RUN-NUMBER
  MOVE WS-RUN-NUMBER TO WS-LOG-RUN-NUMBER
END-IF
EVALUATE TRUE
  WHEN NOT STEP-PROGRAM-WAS-FOUND
    SET STEP-HAS-FAILED TO TRUE
    MOVE "NOT FOUND" TO WS-STEP-DETAIL
  WHEN WS-STEP-RETURN-CODE NOT = ZERO
    SET STEP-HAS-FAILED TO TRUE
    IF WS-STEP-RETURN-CODE < ZERO
      COMPUTE WS-EDIT-RETURN-CODE = 0 - WS-STEP-RETURN-CODE
    ELSE
      MOVE WS-STEP-RETURN-CODE TO WS-EDIT-RETURN-CODE
    END-IF
    MOVE SPACES TO WS-STEP-DETAIL
    STRING "RETURN CODE " DELIMITED BY SIZE
        WS-EDIT-RETURN-CODE DELIMITED BY SIZE
        INTO WS-STEP-DETAIL
  WHEN STEP-OUTCOME-IS-JOB-LOG (WS-STEP-SUB)
    *> a clean return is not enough - hold the step to its JOB-LOG
    *> record
    SET JOB-LOG-GATE-IS-SET TO TRUE
    PERFORM B300-CHECK-JOB-LOG
  WHEN OTHER
    CONTINUE
END-EVALUATE
IF STEP-HAS-FAILED
  MOVE "FAILED" TO WS-STEP-DISPOSITION
ELSE
  MOVE "COMPLETED" TO WS-STEP-DISPOSITION
END-IF.

B250-WRITE-RESTART.

OPEN OUTPUT JOB-STREAM-RESTART.
IF WS-RESTART-STATUS = "00"
  MOVE SPACES TO JOB-STREAM-RESTART-REC
  MOVE WS-RESTART-STEP TO JSR-STEP-NUMBER
  MOVE WS-RUN-NUMBER TO JSR-RUN-NUMBER
  WRITE JOB-STREAM-RESTART-REC
  CLOSE JOB-STREAM-RESTART
ELSE
  DISPLAY "JOB STREAM: restart file unavailable, status "
      WS-RESTART-STATUS " - restart point not saved"
END-IF.

B300-CHECK-JOB-LOG.

*> the last JOB-LOG record has to belong to this run and say GOOD -
*> a record for an older run means the driver never got as far as
*> B950-WRITE-JOB-LOG, which is a failure in its own right
MOVE ZERO TO WS-LAST-JBL-RUN-NUMBER
MOVE SPACES TO WS-LAST-JBL-RUN-STATUS
MOVE 'N' TO JOB-LOG-EOF
OPEN INPUT JOB-LOG.
IF WS-JOB-LOG-STATUS = "00"
  PERFORM UNTIL JOB-LOG-AT-END
    READ JOB-LOG
      AT END SET JOB-LOG-AT-END TO TRUE
      NOT AT END
        MOVE JBL-RUN-NUMBER TO WS-LAST-JBL-RUN-NUMBER
        MOVE JBL-RUN-STATUS TO WS-LAST-JBL-RUN-STATUS
    END-READ
  END-PERFORM
  CLOSE JOB-LOG
END-IF.
EVALUATE TRUE
  WHEN WS-LAST-JBL-RUN-NUMBER NOT = WS-RUN-NUMBER
    SET STEP-HAS-FAILED TO TRUE
    MOVE "NO LOG FOR RUN" TO WS-STEP-DETAIL
  WHEN WS-LAST-JBL-RUN-STATUS NOT = "GOOD"
    SET STEP-HAS-FAILED TO TRUE
    MOVE WS-LAST-JBL-RUN-STATUS TO WS-STEP-DETAIL
  WHEN OTHER
    MOVE WS-LAST-JBL-RUN-STATUS TO WS-STEP-DETAIL
END-EVALUATE.

B400-WRITE-STREAM-LOG.

*> append-only across nights, opened the same way AUDITTRAIL opens
*> its log, and written as each event happens so an abend mid-step
*> still leaves the STARTED record behind
OPEN EXTEND JOB-STREAM-LOG.
IF WS-STREAM-LOG-STATUS NOT = "00"
  OPEN OUTPUT JOB-STREAM-LOG
END-IF.
IF WS-STREAM-LOG-STATUS = "00"
  MOVE SPACES TO JOB-STREAM-LOG-REC
  MOVE WS-LOG-RUN-NUMBER TO JSL-RUN-NUMBER
  MOVE WS-ST-STEP-NUMBER (WS-STEP-SUB) TO JSL-STEP-NUMBER
  MOVE WS-STEP-PROGRAM TO JSL-PROGRAM-NAME
  MOVE WS-STEP-START-TIMESTAMP TO JSL-START-TIMESTAMP
  MOVE WS-STEP-END-TIMESTAMP TO JSL-END-TIMESTAMP
  MOVE WS-STEP-DISPOSITION TO JSL-DISPOSITION
  MOVE WS-STEP-DETAIL TO JSL-DETAIL
  WRITE JOB-STREAM-LOG-REC
  CLOSE JOB-STREAM-LOG
ELSE
  DISPLAY "JOB STREAM: stream log unavailable, status "
      WS-STREAM-LOG-STATUS " - step " WS-ST-STEP-NUMBER (WS-STEP-SUB)
      " " WS-STEP-DISPOSITION " not logged"
END-IF.
