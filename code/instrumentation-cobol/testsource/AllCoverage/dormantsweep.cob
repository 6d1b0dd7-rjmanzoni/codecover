      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DORMANTSWEEP.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT FACULTY-MASTER ASSIGN TO "FACULTY-MASTER"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS FM-FAC
    FILE STATUS IS WS-MASTER-STATUS.
  SELECT DORMANCY-CONTROL ASSIGN TO "DORMANCY-CONTROL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CONTROL-STATUS.
  SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUN-CONTROL-STATUS.
  SELECT DORMANCY-NOTICE ASSIGN TO "DORMANCY-NOTICE"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTICE-STATUS.
  SELECT DORMANCY-REPORT ASSIGN TO "DORMANCY-REPORT"
    ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD FACULTY-MASTER.
01 FACULTY-MASTER-REC.
  05 FM-FAC PIC 9999.
  05 FM-ERG PIC 9999.
  05 FM-ACCOUNT-STATUS PIC X.
    88 FM-ACCOUNT-ACTIVE VALUE 'A'.
    88 FM-ACCOUNT-CLOSED VALUE 'C'.
  05 FM-CREATED-DATE PIC X(8).
  05 FM-LAST-ACTIVITY-DATE PIC X(8).
  05 FM-ACTIVITY-COUNT PIC 9(6).
  05 FM-LAST-DEPT-ID PIC 9999.
FD DORMANCY-CONTROL.
01 DORMANCY-CONTROL-REC.
  05 DMC-THRESHOLD-DAYS PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 DMC-NOTICE-LEAD-DAYS PIC 9999.
FD RUN-CONTROL.
01 RUN-CONTROL-REC.
  05 RC-LAST-RUN-NUMBER PIC 9(6).
FD DORMANCY-NOTICE.
01 DORMANCY-NOTICE-REC.
  05 DNT-DEPT-ID PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 DNT-FAC PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 DNT-ERG PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 DNT-LAST-ACTIVITY-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 DNT-IDLE-DAYS PIC 9(6).
  05 FILLER PIC X VALUE SPACE.
  05 DNT-CLOSE-DUE-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 DNT-NOTICE-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 DNT-RUN-NUMBER PIC 9(6).
FD DORMANCY-REPORT.
01 DORMANCY-REPORT-REC PIC X(80).
WORKING-STORAGE SECTION.
01 WS-FILE-STATUS-FIELDS.
  05 WS-MASTER-STATUS PIC XX.
  05 WS-CONTROL-STATUS PIC XX.
  05 WS-RUN-CONTROL-STATUS PIC XX.
  05 WS-NOTICE-STATUS PIC XX.
01 WS-FLAGS.
  05 FACULTY-MASTER-EOF PIC X VALUE 'N'.
    88 FACULTY-MASTER-AT-END VALUE 'Y'.
  05 DORMANCY-NOTICE-EOF PIC X VALUE 'N'.
    88 DORMANCY-NOTICE-AT-END VALUE 'Y'.
  05 PRIOR-NOTICE-FLAG PIC X VALUE 'N'.
    88 ACCOUNT-WAS-NOTICED VALUE 'Y'.
01 WS-DORMANCY-FIELDS.
  *> defaults for a missing or unreadable control card: an account
  *> idle for a year is dormant, and its department hears about it
  *> a month before the sweep that closes it
  05 WS-THRESHOLD-DAYS PIC 9999 VALUE 0365.
  05 WS-NOTICE-LEAD-DAYS PIC 9999 VALUE 0030.
  05 WS-NOTICE-FROM-DAYS PIC 9999 VALUE ZERO.
  05 WS-RUN-NUMBER PIC 9(6) VALUE ZERO.
01 WS-ACCOUNT-TABLE-FIELDS.
  05 WS-ACCOUNT-COUNT PIC 9(4) VALUE ZERO.
  05 WS-ACCOUNT-LIMIT PIC 9(4) VALUE 5000.
  05 WS-ACCOUNT-SUB PIC 9(4) COMP VALUE ZERO.
01 WS-ACCOUNT-TABLE.
  05 WS-ACCOUNT-ENTRY OCCURS 5000 TIMES.
    10 WS-AT-FAC PIC 9999.
    10 WS-AT-ERG PIC 9999.
    10 WS-AT-DEPT-ID PIC 9999.
    10 WS-AT-LAST-ACTIVE PIC X(8).
    10 WS-AT-IDLE-DAYS PIC 9(6).
    10 WS-AT-DUE-DATE PIC X(8).
    10 WS-AT-NOTICE-DATE PIC X(8).
    10 WS-AT-ACTION PIC X.
      88 ACCOUNT-NEEDS-NOTHING VALUE SPACE.
      88 ACCOUNT-WAS-CLOSED VALUE 'C'.
      88 ACCOUNT-IS-NOTICED VALUE 'N'.
      88 ACCOUNT-CLOSE-FAILED VALUE 'F'.
01 WS-NOTICE-TABLE-FIELDS.
  05 WS-NOTICE-COUNT PIC 9(4) VALUE ZERO.
  05 WS-NOTICE-LIMIT PIC 9(4) VALUE 5000.
  05 WS-NOTICE-SUB PIC 9(4) COMP VALUE ZERO.
01 WS-NOTICE-TABLE.
  05 WS-NOTICE-ENTRY OCCURS 5000 TIMES.
    10 WS-NT-FAC PIC 9999.
    10 WS-NT-LAST-ACTIVE PIC X(8).
    10 WS-NT-NOTICE-DATE PIC X(8).
01 WS-DEPT-TABLE-FIELDS.
  05 WS-DEPT-COUNT PIC 9(4) VALUE ZERO.
  05 WS-DEPT-LIMIT PIC 9(4) VALUE 200.
  05 WS-DEPT-SUB PIC 9(4) COMP VALUE ZERO.
  05 WS-CURRENT-DEPT-SUB PIC 9(4) COMP VALUE ZERO.
01 WS-DEPT-TABLE.
  05 WS-DEPT-ENTRY OCCURS 200 TIMES.
    10 WS-DT-DEPT-ID PIC 9999.
    10 WS-DT-NOTICED PIC 9(6).
    10 WS-DT-CLOSED PIC 9(6).
01 WS-AGE-FIELDS.
  05 WS-TODAY-INTEGER PIC 9(8) VALUE ZERO.
  05 WS-ACTIVE-INTEGER PIC 9(8) VALUE ZERO.
  05 WS-ACTIVE-NUMERIC PIC 9(8) VALUE ZERO.
  05 WS-DUE-NUMERIC PIC 9(8) VALUE ZERO.
  05 WS-IDLE-DAYS PIC S9(8) VALUE ZERO.
01 WS-COUNTERS.
  05 WS-CLOSED-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
  05 WS-SWEEP-CLOSED-COUNT PIC 9(6) VALUE ZERO.
  05 WS-CLOSE-FAILED-COUNT PIC 9(6) VALUE ZERO.
  05 WS-NOTICE-WRITTEN-COUNT PIC 9(6) VALUE ZERO.
01 WS-EDITED-FIELDS.
  05 WS-EDIT-DEPT PIC ZZZ9.
  05 WS-EDIT-FAC PIC ZZZ9.
  05 WS-EDIT-ERG PIC Z,ZZ9.
  05 WS-EDIT-IDLE PIC ZZZ,ZZ9.
  05 WS-EDIT-COUNT PIC ZZZ,ZZ9.
  05 WS-EDIT-CLOSED PIC ZZZ,ZZ9.
01 WS-RUN-TIMESTAMP PIC X(26).
01 TXNROUTE-LINKAGE.
  05 LK-TXN-TRANS-CODE PIC 99.
  05 LK-TXN-FAC PIC 9999.
  05 LK-TXN-ERG PIC 9999.
  05 LK-TXN-RESULT PIC 99.
    88 LK-TXN-COMPLETED VALUE 00.
  05 LK-TXN-RUN-NUMBER PIC 9(6).
  05 LK-TXN-DEPT-ID PIC 9999.
  05 LK-TXN-FUNCTION PIC X VALUE 'A'.
    88 LK-TXN-APPLY VALUE 'A'.
    88 LK-TXN-FINALIZE VALUE 'F'.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.

*> periodic dormancy sweep over the persistent FACULTY-MASTER. an
*> active account is idle from its last-activity date (TXNROUTE
*> stamps it on every transaction; a record from before that date
*> was kept falls back to its created date). the sweep works one
*> run ahead: an account within the notice lead of the threshold is
*> written to DORMANCY-NOTICE for its last department, and only an
*> account that was already on the previous sweep's notice, has had
*> no activity since, and has now reached the threshold is closed -
*> through TXNROUTE's own type 03 close-out, so the closure is
*> journaled and MASTERREBUILD replays it like any other.

MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
COMPUTE WS-TODAY-INTEGER =
    FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-RUN-TIMESTAMP (1:8))).

PERFORM B050-READ-DORMANCY-CONTROL.
PERFORM B060-READ-RUN-NUMBER.
PERFORM B100-LOAD-ACCOUNT-TABLE.
PERFORM B150-LOAD-PRIOR-NOTICES.

PERFORM VARYING WS-ACCOUNT-SUB FROM 1 BY 1
    UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
  PERFORM B200-SWEEP-ACCOUNT
END-PERFORM.

*> TXNROUTE holds the master open between calls - release it
*> before the notices are written
SET LK-TXN-FINALIZE TO TRUE
CALL "TXNROUTE" USING TXNROUTE-LINKAGE.

PERFORM B300-WRITE-NOTICES.
PERFORM B400-WRITE-SWEEP-REPORT.

DISPLAY "DORMANCY SWEEP: " WS-SWEEP-CLOSED-COUNT
    " accounts closed, " WS-NOTICE-WRITTEN-COUNT
    " notices written, " WS-CLOSE-FAILED-COUNT " close-outs refused".

GOBACK.

B050-READ-DORMANCY-CONTROL.

*> the notice goes out once an account is within the lead time of
*> the threshold; a lead as long as the threshold itself notices
*> every active account
OPEN INPUT DORMANCY-CONTROL.
IF WS-CONTROL-STATUS = "00"
  READ DORMANCY-CONTROL
    AT END
      DISPLAY "DORMANCY SWEEP: control card empty, using defaults"
    NOT AT END
      IF DMC-THRESHOLD-DAYS NUMERIC AND DMC-THRESHOLD-DAYS > ZERO
        MOVE DMC-THRESHOLD-DAYS TO WS-THRESHOLD-DAYS
      ELSE
        DISPLAY "DORMANCY SWEEP: threshold on card not usable, "
            "using default"
      END-IF
      IF DMC-NOTICE-LEAD-DAYS NUMERIC
        MOVE DMC-NOTICE-LEAD-DAYS TO WS-NOTICE-LEAD-DAYS
      ELSE
        DISPLAY "DORMANCY SWEEP: notice lead on card not numeric, "
            "using default"
      END-IF
  END-READ
  CLOSE DORMANCY-CONTROL
ELSE
  DISPLAY "DORMANCY SWEEP: no control card, using default "
      "threshold and notice lead"
END-IF.
IF WS-NOTICE-LEAD-DAYS >= WS-THRESHOLD-DAYS
  MOVE ZERO TO WS-NOTICE-FROM-DAYS
ELSE
  COMPUTE WS-NOTICE-FROM-DAYS =
      WS-THRESHOLD-DAYS - WS-NOTICE-LEAD-DAYS
END-IF.
DISPLAY "DORMANCY SWEEP: threshold " WS-THRESHOLD-DAYS
    " days, notice from " WS-NOTICE-FROM-DAYS " days idle".

B060-READ-RUN-NUMBER.

*> the sweep is not a nightly run and does not take a run number of
*> its own - its close-outs are journaled under the last run the
*> driver assigned, so the journal still reads in run order
OPEN INPUT RUN-CONTROL.
IF WS-RUN-CONTROL-STATUS = "00"
  READ RUN-CONTROL
    AT END CONTINUE
    NOT AT END MOVE RC-LAST-RUN-NUMBER TO WS-RUN-NUMBER
  END-READ
  CLOSE RUN-CONTROL
END-IF.

B100-LOAD-ACCOUNT-TABLE.

*> only active accounts can go dormant. the master is read once into
*> a table and closed again before any close-out is sent, because
*> TXNROUTE opens the master I-O on its first call and holds it open
*> until the finalize call at the end of the sweep.
OPEN INPUT FACULTY-MASTER.
IF WS-MASTER-STATUS = "00"
  PERFORM UNTIL FACULTY-MASTER-AT-END
    READ FACULTY-MASTER
      AT END SET FACULTY-MASTER-AT-END TO TRUE
      NOT AT END
        IF NOT FM-ACCOUNT-ACTIVE
          ADD 1 TO WS-CLOSED-SKIPPED-COUNT
        ELSE IF WS-ACCOUNT-COUNT < WS-ACCOUNT-LIMIT
          ADD 1 TO WS-ACCOUNT-COUNT
          MOVE FM-FAC TO WS-AT-FAC (WS-ACCOUNT-COUNT)
          MOVE FM-ERG TO WS-AT-ERG (WS-ACCOUNT-COUNT)
          IF FM-LAST-DEPT-ID NUMERIC
            MOVE FM-LAST-DEPT-ID TO WS-AT-DEPT-ID (WS-ACCOUNT-COUNT)
          ELSE
            MOVE ZERO TO WS-AT-DEPT-ID (WS-ACCOUNT-COUNT)
          END-IF
          PERFORM B110-DERIVE-IDLE-DAYS
          MOVE SPACES TO WS-AT-NOTICE-DATE (WS-ACCOUNT-COUNT)
          MOVE SPACE TO WS-AT-ACTION (WS-ACCOUNT-COUNT)
        ELSE
          DISPLAY "DORMANCY SWEEP: table full at " WS-ACCOUNT-LIMIT
              " accounts, FAC " FM-FAC " not swept"
        END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE FACULTY-MASTER
ELSE
  DISPLAY "DORMANCY SWEEP: FACULTY-MASTER not found, status "
      WS-MASTER-STATUS " - nothing to sweep"
END-IF.

B110-DERIVE-IDLE-DAYS.

*> idle days run from the last-activity date, or from the created
*> date on a record that predates activity tracking. a date the
*> calendar routine cannot digest leaves the account at zero idle
*> days with no due date - it is never swept on a guess.
IF FM-LAST-ACTIVITY-DATE NUMERIC
  MOVE FM-LAST-ACTIVITY-DATE TO WS-AT-LAST-ACTIVE (WS-ACCOUNT-COUNT)
ELSE
  MOVE FM-CREATED-DATE TO WS-AT-LAST-ACTIVE (WS-ACCOUNT-COUNT)
END-IF
MOVE ZERO TO WS-IDLE-DAYS
MOVE SPACES TO WS-AT-DUE-DATE (WS-ACCOUNT-COUNT)
IF WS-AT-LAST-ACTIVE (WS-ACCOUNT-COUNT) NUMERIC
  MOVE WS-AT-LAST-ACTIVE (WS-ACCOUNT-COUNT) TO WS-ACTIVE-NUMERIC
  IF WS-ACTIVE-NUMERIC > 16010101
    COMPUTE WS-ACTIVE-INTEGER =
        FUNCTION INTEGER-OF-DATE (WS-ACTIVE-NUMERIC)
    COMPUTE WS-IDLE-DAYS = WS-TODAY-INTEGER - WS-ACTIVE-INTEGER
    IF WS-IDLE-DAYS < ZERO
      MOVE ZERO TO WS-IDLE-DAYS
    END-IF
    COMPUTE WS-DUE-NUMERIC = FUNCTION DATE-OF-INTEGER
        (WS-ACTIVE-INTEGER + WS-THRESHOLD-DAYS)
    MOVE WS-DUE-NUMERIC TO WS-AT-DUE-DATE (WS-ACCOUNT-COUNT)
  END-IF
END-IF
IF WS-IDLE-DAYS > 999999
  MOVE 999999 TO WS-IDLE-DAYS
END-IF
MOVE WS-IDLE-DAYS TO WS-AT-IDLE-DAYS (WS-ACCOUNT-COUNT).

B150-LOAD-PRIOR-NOTICES.

*> the notice file the previous sweep left behind is what entitles
*> this sweep to close anything at all - no notice on file (the
*> first sweep ever, or a lost file) means this sweep only notices
OPEN INPUT DORMANCY-NOTICE.
IF WS-NOTICE-STATUS = "00"
  PERFORM UNTIL DORMANCY-NOTICE-AT-END
    READ DORMANCY-NOTICE
      AT END SET DORMANCY-NOTICE-AT-END TO TRUE
      NOT AT END
        IF DNT-FAC NOT NUMERIC
          DISPLAY "DORMANCY SWEEP: notice line not numeric, "
              "ignored: " DORMANCY-NOTICE-REC
        ELSE IF WS-NOTICE-COUNT < WS-NOTICE-LIMIT
          ADD 1 TO WS-NOTICE-COUNT
          MOVE DNT-FAC TO WS-NT-FAC (WS-NOTICE-COUNT)
          MOVE DNT-LAST-ACTIVITY-DATE
              TO WS-NT-LAST-ACTIVE (WS-NOTICE-COUNT)
          MOVE DNT-NOTICE-DATE TO WS-NT-NOTICE-DATE (WS-NOTICE-COUNT)
        ELSE
          DISPLAY "DORMANCY SWEEP: notice table full at "
              WS-NOTICE-LIMIT " entries, FAC " DNT-FAC
              " treated as not noticed"
        END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE DORMANCY-NOTICE
  DISPLAY "DORMANCY SWEEP: " WS-NOTICE-COUNT
      " accounts on the prior notice"
ELSE
  DISPLAY "DORMANCY SWEEP: no prior notice file, "
      "nothing will be closed this sweep"
END-IF.

B200-SWEEP-ACCOUNT.

*> an account counts as noticed only if the prior notice named it
*> with the same last-activity date it still has - any transaction
*> since then moved the date and took it off the path to close-out.
*> the notice must also be from an earlier day, so a second sweep
*> on the same day cannot close what the first one just noticed.
*> a renewed notice keeps the original notice date.
IF WS-AT-IDLE-DAYS (WS-ACCOUNT-SUB) < WS-NOTICE-FROM-DAYS
    OR WS-AT-DUE-DATE (WS-ACCOUNT-SUB) = SPACES
  CONTINUE
ELSE
  MOVE 'N' TO PRIOR-NOTICE-FLAG
  PERFORM VARYING WS-NOTICE-SUB FROM 1 BY 1
      UNTIL WS-NOTICE-SUB > WS-NOTICE-COUNT
          OR ACCOUNT-WAS-NOTICED
    IF WS-NT-FAC (WS-NOTICE-SUB) = WS-AT-FAC (WS-ACCOUNT-SUB)
        AND WS-NT-LAST-ACTIVE (WS-NOTICE-SUB)
            = WS-AT-LAST-ACTIVE (WS-ACCOUNT-SUB)
      SET ACCOUNT-WAS-NOTICED TO TRUE
      MOVE WS-NT-NOTICE-DATE (WS-NOTICE-SUB)
          TO WS-AT-NOTICE-DATE (WS-ACCOUNT-SUB)
    END-IF
  END-PERFORM
  IF ACCOUNT-WAS-NOTICED
      AND WS-AT-IDLE-DAYS (WS-ACCOUNT-SUB) >= WS-THRESHOLD-DAYS
      AND WS-AT-NOTICE-DATE (WS-ACCOUNT-SUB) < WS-RUN-TIMESTAMP (1:8)
    PERFORM B210-CLOSE-DORMANT-ACCOUNT
  ELSE
    IF NOT ACCOUNT-WAS-NOTICED
      MOVE WS-RUN-TIMESTAMP (1:8) TO WS-AT-NOTICE-DATE (WS-ACCOUNT-SUB)
    END-IF
    SET ACCOUNT-IS-NOTICED (WS-ACCOUNT-SUB) TO TRUE
  END-IF
END-IF.

B210-CLOSE-DORMANT-ACCOUNT.

*> the close-out carries the account's last department, so the
*> closed record still names the department that owned it. a
*> refused close-out stays on the notice and is tried again by the
*> next sweep.
MOVE 03 TO LK-TXN-TRANS-CODE
MOVE WS-AT-FAC (WS-ACCOUNT-SUB) TO LK-TXN-FAC
MOVE WS-AT-ERG (WS-ACCOUNT-SUB) TO LK-TXN-ERG
MOVE WS-RUN-NUMBER TO LK-TXN-RUN-NUMBER
MOVE WS-AT-DEPT-ID (WS-ACCOUNT-SUB) TO LK-TXN-DEPT-ID
SET LK-TXN-APPLY TO TRUE
CALL "TXNROUTE" USING TXNROUTE-LINKAGE
IF LK-TXN-COMPLETED
  SET ACCOUNT-WAS-CLOSED (WS-ACCOUNT-SUB) TO TRUE
  ADD 1 TO WS-SWEEP-CLOSED-COUNT
ELSE
  SET ACCOUNT-CLOSE-FAILED (WS-ACCOUNT-SUB) TO TRUE
  ADD 1 TO WS-CLOSE-FAILED-COUNT
  DISPLAY "DORMANCY SWEEP: close-out of FAC "
      WS-AT-FAC (WS-ACCOUNT-SUB) " ended with result "
      LK-TXN-RESULT ", kept on notice"
END-IF.

B300-WRITE-NOTICES.

*> the notice file is rewritten whole every sweep - it is both the
*> departments' advance warning and the list the next sweep closes
*> from, so an account that became active again simply drops off
OPEN OUTPUT DORMANCY-NOTICE.
PERFORM VARYING WS-ACCOUNT-SUB FROM 1 BY 1
    UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
  IF ACCOUNT-IS-NOTICED (WS-ACCOUNT-SUB)
      OR ACCOUNT-CLOSE-FAILED (WS-ACCOUNT-SUB)
    MOVE SPACES TO DORMANCY-NOTICE-REC
    MOVE WS-AT-DEPT-ID (WS-ACCOUNT-SUB) TO DNT-DEPT-ID
    MOVE WS-AT-FAC (WS-ACCOUNT-SUB) TO DNT-FAC
    MOVE WS-AT-ERG (WS-ACCOUNT-SUB) TO DNT-ERG
    MOVE WS-AT-LAST-ACTIVE (WS-ACCOUNT-SUB) TO DNT-LAST-ACTIVITY-DATE
    MOVE WS-AT-IDLE-DAYS (WS-ACCOUNT-SUB) TO DNT-IDLE-DAYS
    MOVE WS-AT-DUE-DATE (WS-ACCOUNT-SUB) TO DNT-CLOSE-DUE-DATE
    MOVE WS-AT-NOTICE-DATE (WS-ACCOUNT-SUB) TO DNT-NOTICE-DATE
    MOVE WS-RUN-NUMBER TO DNT-RUN-NUMBER
    WRITE DORMANCY-NOTICE-REC
    ADD 1 TO WS-NOTICE-WRITTEN-COUNT
  END-IF
END-PERFORM.
CLOSE DORMANCY-NOTICE.

B400-WRITE-SWEEP-REPORT.

OPEN OUTPUT DORMANCY-REPORT.
MOVE SPACES TO DORMANCY-REPORT-REC
STRING "DORMANT ACCOUNT SWEEP  " DELIMITED BY SIZE
    WS-RUN-TIMESTAMP (1:8) DELIMITED BY SIZE
    INTO DORMANCY-REPORT-REC
WRITE DORMANCY-REPORT-REC.
MOVE SPACES TO DORMANCY-REPORT-REC
STRING "THRESHOLD " DELIMITED BY SIZE
    WS-THRESHOLD-DAYS DELIMITED BY SIZE
    " DAYS  NOTICE LEAD " DELIMITED BY SIZE
    WS-NOTICE-LEAD-DAYS DELIMITED BY SIZE
    " DAYS  RUN " DELIMITED BY SIZE
    WS-RUN-NUMBER DELIMITED BY SIZE
    INTO DORMANCY-REPORT-REC
WRITE DORMANCY-REPORT-REC.

MOVE SPACES TO DORMANCY-REPORT-REC
WRITE DORMANCY-REPORT-REC
MOVE "ACCOUNTS CLOSED AS DORMANT" TO DORMANCY-REPORT-REC
WRITE DORMANCY-REPORT-REC
MOVE "  DEPT   FAC    ERG  LAST ACTIVE  IDLE DAYS  NOTICED"
    TO DORMANCY-REPORT-REC
WRITE DORMANCY-REPORT-REC
PERFORM VARYING WS-ACCOUNT-SUB FROM 1 BY 1
    UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
  IF ACCOUNT-WAS-CLOSED (WS-ACCOUNT-SUB)
    PERFORM B410-WRITE-ACCOUNT-LINE
  END-IF
END-PERFORM
MOVE WS-SWEEP-CLOSED-COUNT TO WS-EDIT-COUNT
MOVE SPACES TO DORMANCY-REPORT-REC
STRING "  ACCOUNTS CLOSED " DELIMITED BY SIZE
    WS-EDIT-COUNT DELIMITED BY SIZE
    INTO DORMANCY-REPORT-REC
WRITE DORMANCY-REPORT-REC.

MOVE SPACES TO DORMANCY-REPORT-REC
WRITE DORMANCY-REPORT-REC
MOVE "ADVANCE NOTICES - CLOSED BY THE NEXT SWEEP ON OR AFTER DUE DATE"
    TO DORMANCY-REPORT-REC
WRITE DORMANCY-REPORT-REC
MOVE "  DEPT   FAC    ERG  LAST ACTIVE  IDLE DAYS  DUE DATE"
    TO DORMANCY-REPORT-REC
WRITE DORMANCY-REPORT-REC
PERFORM VARYING WS-ACCOUNT-SUB FROM 1 BY 1
    UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
  IF ACCOUNT-IS-NOTICED (WS-ACCOUNT-SUB)
      OR ACCOUNT-CLOSE-FAILED (WS-ACCOUNT-SUB)
    PERFORM B410-WRITE-ACCOUNT-LINE
  END-IF
END-PERFORM
MOVE WS-NOTICE-WRITTEN-COUNT TO WS-EDIT-COUNT
MOVE SPACES TO DORMANCY-REPORT-REC
STRING "  NOTICES WRITTEN " DELIMITED BY SIZE
    WS-EDIT-COUNT DELIMITED BY SIZE
    INTO DORMANCY-REPORT-REC
WRITE DORMANCY-REPORT-REC.

PERFORM B420-WRITE-DEPARTMENT-TOTALS.

CLOSE DORMANCY-REPORT.

B410-WRITE-ACCOUNT-LINE.

*> closed lines show the date the account was first noticed, notice
*> lines the date the account reaches the threshold; a close-out
*> the router refused is marked so operations can chase it
MOVE WS-AT-DEPT-ID (WS-ACCOUNT-SUB) TO WS-EDIT-DEPT
MOVE WS-AT-FAC (WS-ACCOUNT-SUB) TO WS-EDIT-FAC
MOVE WS-AT-ERG (WS-ACCOUNT-SUB) TO WS-EDIT-ERG
MOVE WS-AT-IDLE-DAYS (WS-ACCOUNT-SUB) TO WS-EDIT-IDLE
MOVE SPACES TO DORMANCY-REPORT-REC
IF ACCOUNT-WAS-CLOSED (WS-ACCOUNT-SUB)
  STRING "  " DELIMITED BY SIZE
      WS-EDIT-DEPT DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-EDIT-FAC DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-EDIT-ERG DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-AT-LAST-ACTIVE (WS-ACCOUNT-SUB) DELIMITED BY SIZE
      "     " DELIMITED BY SIZE
      WS-EDIT-IDLE DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-AT-NOTICE-DATE (WS-ACCOUNT-SUB) DELIMITED BY SIZE
      INTO DORMANCY-REPORT-REC
ELSE
  STRING "  " DELIMITED BY SIZE
      WS-EDIT-DEPT DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-EDIT-FAC DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-EDIT-ERG DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-AT-LAST-ACTIVE (WS-ACCOUNT-SUB) DELIMITED BY SIZE
      "     " DELIMITED BY SIZE
      WS-EDIT-IDLE DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-AT-DUE-DATE (WS-ACCOUNT-SUB) DELIMITED BY SIZE
      INTO DORMANCY-REPORT-REC
  IF ACCOUNT-CLOSE-FAILED (WS-ACCOUNT-SUB)
    MOVE "CLOSE REFUSED" TO DORMANCY-REPORT-REC (64:13)
  END-IF
END-IF
WRITE DORMANCY-REPORT-REC
PERFORM B430-FOLD-DEPARTMENT.

B420-WRITE-DEPARTMENT-TOTALS.

*> per-department counts, so each department can see at a glance
*> how many of its accounts are on notice and how many were closed
MOVE SPACES TO DORMANCY-REPORT-REC
WRITE DORMANCY-REPORT-REC
MOVE "DEPARTMENT TOTALS" TO DORMANCY-REPORT-REC
WRITE DORMANCY-REPORT-REC
MOVE "  DEPT   NOTICES    CLOSED" TO DORMANCY-REPORT-REC
WRITE DORMANCY-REPORT-REC
PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
    UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
  MOVE WS-DT-DEPT-ID (WS-DEPT-SUB) TO WS-EDIT-DEPT
  MOVE WS-DT-NOTICED (WS-DEPT-SUB) TO WS-EDIT-COUNT
  MOVE WS-DT-CLOSED (WS-DEPT-SUB) TO WS-EDIT-CLOSED
  MOVE SPACES TO DORMANCY-REPORT-REC
  STRING "  " DELIMITED BY SIZE
      WS-EDIT-DEPT DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-EDIT-COUNT DELIMITED BY SIZE
      "   " DELIMITED BY SIZE
      WS-EDIT-CLOSED DELIMITED BY SIZE
      INTO DORMANCY-REPORT-REC
  WRITE DORMANCY-REPORT-REC
END-PERFORM.

B430-FOLD-DEPARTMENT.

MOVE ZERO TO WS-CURRENT-DEPT-SUB
PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
    UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
        OR WS-CURRENT-DEPT-SUB > ZERO
  IF WS-DT-DEPT-ID (WS-DEPT-SUB) = WS-AT-DEPT-ID (WS-ACCOUNT-SUB)
    MOVE WS-DEPT-SUB TO WS-CURRENT-DEPT-SUB
  END-IF
END-PERFORM
IF WS-CURRENT-DEPT-SUB = ZERO
  IF WS-DEPT-COUNT < WS-DEPT-LIMIT
    ADD 1 TO WS-DEPT-COUNT
    MOVE WS-DEPT-COUNT TO WS-CURRENT-DEPT-SUB
    MOVE WS-AT-DEPT-ID (WS-ACCOUNT-SUB)
        TO WS-DT-DEPT-ID (WS-CURRENT-DEPT-SUB)
    MOVE ZERO TO WS-DT-NOTICED (WS-CURRENT-DEPT-SUB)
    MOVE ZERO TO WS-DT-CLOSED (WS-CURRENT-DEPT-SUB)
  ELSE
    DISPLAY "DORMANCY SWEEP: department table full at "
        WS-DEPT-LIMIT ", department " WS-AT-DEPT-ID (WS-ACCOUNT-SUB)
        " not totalled"
  END-IF
END-IF
IF WS-CURRENT-DEPT-SUB > ZERO
  IF ACCOUNT-WAS-CLOSED (WS-ACCOUNT-SUB)
    ADD 1 TO WS-DT-CLOSED (WS-CURRENT-DEPT-SUB)
  ELSE
    ADD 1 TO WS-DT-NOTICED (WS-CURRENT-DEPT-SUB)
  END-IF
END-IF.
