      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AUTHREPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT AUTHREPORT-CONTROL ASSIGN TO "AUTHREPORT-CONTROL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CONTROL-STATUS.
  SELECT REQUEST-ACK ASSIGN TO "REQUEST-ACK"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ACK-STATUS.
  SELECT FACULTY-REJECT ASSIGN TO "FACULTY-REJECT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REJECT-STATUS.
  SELECT AUTHORITY-HISTORY ASSIGN TO "AUTHORITY-HISTORY"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HISTORY-STATUS.
  SELECT AUTHORITY-REPORT ASSIGN TO "AUTHORITY-REPORT"
    ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD AUTHREPORT-CONTROL.
01 AUTHREPORT-CONTROL-REC.
  05 ARC-FROM-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 ARC-TO-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 ARC-REPEAT-NIGHTS PIC XX.
FD REQUEST-ACK.
01 REQUEST-ACK-REC.
  05 ACK-RECORD-TYPE PIC X.
  05 FILLER PIC X.
  05 ACK-FAC PIC X(4).
  05 FILLER PIC X.
  05 ACK-TRANS-CODE PIC XX.
  05 FILLER PIC X.
  05 ACK-ZAHL1 PIC X(4).
  05 FILLER PIC X.
  05 ACK-ZAHL2 PIC X(4).
  05 FILLER PIC X.
  05 ACK-DEPT-ID PIC X(4).
  05 FILLER PIC X.
  05 ACK-DISPOSITION PIC X(10).
  05 FILLER PIC X.
  05 ACK-REASON PIC XX.
  05 FILLER PIC X.
  05 ACK-RUN-NUMBER PIC X(6).
  05 FILLER PIC X(34).
01 REQUEST-ACK-HEADER-REC.
  05 ACH-RECORD-TYPE PIC X.
  05 FILLER PIC X.
  05 ACH-RUN-NUMBER PIC X(6).
  05 FILLER PIC X.
  05 ACH-RUN-DATE PIC X(8).
  05 FILLER PIC X(63).
FD FACULTY-REJECT.
01 FACULTY-REJECT-REC.
  05 FRJ-REASON-CODE PIC 99.
  05 FILLER PIC X VALUE SPACE.
  05 FRJ-REASON-TEXT PIC X(30).
  05 FILLER PIC X VALUE SPACE.
  05 FRJ-RECORD-IMAGE.
    10 FRJ-FAC PIC X(4).
    10 FRJ-TRANS-CODE PIC XX.
    10 FILLER PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 FRJ-RUN-NUMBER PIC 9(6).
  05 FILLER PIC X VALUE SPACE.
  05 FRJ-BATCH-ID PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 FRJ-RECYCLE-COUNT PIC 99.
FD AUTHORITY-HISTORY.
01 AUTHORITY-HISTORY-REC.
  05 AHI-RECORD-TYPE PIC X.
  05 FILLER PIC X VALUE SPACE.
  05 AHI-RUN-NUMBER PIC 9(6).
  05 FILLER PIC X VALUE SPACE.
  05 AHI-RUN-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 AHI-DEPT-ID PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 AHI-FAC PIC X(4).
  05 FILLER PIC X VALUE SPACE.
  05 AHI-TRANS-CODE PIC XX.
  05 FILLER PIC X VALUE SPACE.
  05 AHI-COUNT PIC 9(8).
FD AUTHORITY-REPORT.
01 AUTHORITY-REPORT-REC PIC X(80).
WORKING-STORAGE SECTION.
01 WS-FILE-STATUS-FIELDS.
  05 WS-CONTROL-STATUS PIC XX.
  05 WS-ACK-STATUS PIC XX.
  05 WS-REJECT-STATUS PIC XX.
  05 WS-HISTORY-STATUS PIC XX.
01 WS-FLAGS.
  05 REQUEST-ACK-EOF PIC X VALUE 'N'.
    88 REQUEST-ACK-AT-END VALUE 'Y'.
  05 FACULTY-REJECT-EOF PIC X VALUE 'N'.
    88 FACULTY-REJECT-AT-END VALUE 'Y'.
  05 AUTHORITY-HISTORY-EOF PIC X VALUE 'N'.
    88 AUTHORITY-HISTORY-AT-END VALUE 'Y'.
  05 ACK-RUN-FLAG PIC X VALUE 'N'.
    88 ACK-RUN-IS-NEW VALUE 'Y'.
01 WS-PERIOD-FIELDS.
  *> the report covers the history runs dated from-date through
  *> to-date; a department is a repeat offender once it has had
  *> violations on that many different nights inside the period
  05 WS-FROM-DATE PIC X(8) VALUE "00000000".
  05 WS-TO-DATE PIC X(8) VALUE "99999999".
  05 WS-REPEAT-NIGHTS PIC 99 VALUE 3.
  05 WS-LAST-RUN-RECORDED PIC 9(6) VALUE ZERO.
  05 WS-ACK-RUN-NUMBER PIC 9(6) VALUE ZERO.
  05 WS-ACK-RUN-DATE PIC X(8) VALUE SPACES.
  05 WS-UNAUTHORIZED-REASON PIC 99 VALUE 8.
01 WS-DEPT-TABLE-FIELDS.
  05 WS-DEPT-COUNT PIC 9(4) VALUE ZERO.
  05 WS-DEPT-LIMIT PIC 9(4) VALUE 200.
  05 WS-DEPT-SUB PIC 9(4) COMP VALUE ZERO.
  05 WS-CURRENT-DEPT-SUB PIC 9(4) COMP VALUE ZERO.
  05 WS-INSERT-SUB PIC 9(4) COMP VALUE ZERO.
  05 WS-LOOKUP-DEPT-ID PIC 9999 VALUE ZERO.
01 WS-DEPT-TABLE.
  *> kept in department order so the report comes out that way
  05 WS-DEPT-ENTRY OCCURS 200 TIMES.
    10 WS-DT-DEPT-ID PIC 9999.
    10 WS-DT-SUBMITTED PIC 9(8).
    10 WS-DT-VIOLATIONS PIC 9(8).
    10 WS-DT-NIGHTS PIC 9(4).
    10 WS-DT-LAST-RUN PIC 9(6).
    10 WS-DT-TONIGHT PIC 9(8).
01 WS-VIOLATION-TABLE-FIELDS.
  05 WS-VIOLATION-COUNT PIC 9(4) VALUE ZERO.
  05 WS-VIOLATION-LIMIT PIC 9(4) VALUE 2000.
  05 WS-VIOLATION-SUB PIC 9(4) COMP VALUE ZERO.
01 WS-VIOLATION-TABLE.
  05 WS-VIOLATION-ENTRY OCCURS 2000 TIMES.
    10 WS-VT-DEPT-ID PIC 9999.
    10 WS-VT-RUN-NUMBER PIC 9(6).
    10 WS-VT-RUN-DATE PIC X(8).
    10 WS-VT-FAC PIC X(4).
    10 WS-VT-TRANS-CODE PIC XX.
01 WS-COUNTERS.
  05 WS-ACK-DETAIL-COUNT PIC 9(8) VALUE ZERO.
  05 WS-TONIGHT-VIOLATIONS PIC 9(8) VALUE ZERO.
  05 WS-HISTORY-READ-COUNT PIC 9(8) VALUE ZERO.
  05 WS-DEPT-DROPPED-COUNT PIC 9(8) VALUE ZERO.
  05 WS-DETAIL-DROPPED-COUNT PIC 9(8) VALUE ZERO.
  05 WS-REPEAT-OFFENDER-COUNT PIC 9(4) VALUE ZERO.
  05 WS-TOTAL-SUBMITTED PIC 9(9) VALUE ZERO.
  05 WS-TOTAL-VIOLATIONS PIC 9(9) VALUE ZERO.
  05 WS-VIOLATION-RATE PIC 9(3)V99 VALUE ZERO.
01 WS-EDITED-FIELDS.
  05 WS-EDIT-DEPT PIC ZZZ9.
  05 WS-EDIT-COUNT PIC ZZ,ZZZ,ZZ9.
  05 WS-EDIT-VIOLATIONS PIC ZZ,ZZZ,ZZ9.
  05 WS-EDIT-NIGHTS PIC ZZZ9.
  05 WS-EDIT-RATE PIC ZZ9.99.
  05 WS-EDIT-REPEAT PIC Z9.
  05 WS-OFFENDER-TEXT PIC X(20).
01 WS-RUN-TIMESTAMP PIC X(26).
PROCEDURE DIVISION.
0000-MAIN-LOGIC.

*> department authority follow-up for audit. run nightly after
*> STATEMENTCOVERAGE: the night's REQUEST-ACK gives what each
*> department submitted and FACULTY-REJECT which of those records
*> were refused as outside the department's authority (reason 08).
*> both are added to AUTHORITY-HISTORY once per run, and the report
*> is then drawn from the history over the period named on
*> AUTHREPORT-CONTROL, grouped by department, flagging departments
*> that keep sending what they are not authorized to send.

MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.

PERFORM B050-READ-AUTHREPORT-CONTROL.
PERFORM B100-FIND-LAST-RUN-RECORDED.
PERFORM B200-TALLY-REQUEST-ACK.
IF ACK-RUN-IS-NEW
  PERFORM B300-TALLY-VIOLATIONS
  PERFORM B350-RECORD-TONIGHT
END-IF.

INITIALIZE WS-DEPT-TABLE.
MOVE ZERO TO WS-DEPT-COUNT.
PERFORM B400-LOAD-PERIOD.
PERFORM B500-WRITE-REPORT.

DISPLAY "AUTHREPORT: " WS-DEPT-COUNT " departments reported, "
    WS-TOTAL-VIOLATIONS " violations, "
    WS-REPEAT-OFFENDER-COUNT " repeat offenders".

GOBACK.

B050-READ-AUTHREPORT-CONTROL.

*> "YYYYMMDD YYYYMMDD NN" - from date, to date, repeat-offender
*> nights. no card, or a field left blank, reports the whole history
*> with a department flagged after violations on 3 nights.
OPEN INPUT AUTHREPORT-CONTROL.
IF WS-CONTROL-STATUS = "00"
  READ AUTHREPORT-CONTROL
    AT END CONTINUE
    NOT AT END
      IF ARC-FROM-DATE NUMERIC
        MOVE ARC-FROM-DATE TO WS-FROM-DATE
      END-IF
      IF ARC-TO-DATE NUMERIC
        MOVE ARC-TO-DATE TO WS-TO-DATE
      END-IF
      IF ARC-REPEAT-NIGHTS NUMERIC AND ARC-REPEAT-NIGHTS > ZERO
        MOVE ARC-REPEAT-NIGHTS TO WS-REPEAT-NIGHTS
      END-IF
  END-READ
  CLOSE AUTHREPORT-CONTROL
END-IF.
DISPLAY "AUTHREPORT: period " WS-FROM-DATE " to " WS-TO-DATE
    ", repeat offender at " WS-REPEAT-NIGHTS " nights".

B100-FIND-LAST-RUN-RECORDED.

*> the highest run already on AUTHORITY-HISTORY. a rerun of this
*> step for a night already recorded must not count it twice.
OPEN INPUT AUTHORITY-HISTORY.
IF WS-HISTORY-STATUS = "00"
  PERFORM UNTIL AUTHORITY-HISTORY-AT-END
    READ AUTHORITY-HISTORY
      AT END SET AUTHORITY-HISTORY-AT-END TO TRUE
      NOT AT END
        IF AHI-RUN-NUMBER NUMERIC
            AND AHI-RUN-NUMBER > WS-LAST-RUN-RECORDED
          MOVE AHI-RUN-NUMBER TO WS-LAST-RUN-RECORDED
        END-IF
    END-READ
  END-PERFORM
  CLOSE AUTHORITY-HISTORY
ELSE
  DISPLAY "AUTHREPORT: no AUTHORITY-HISTORY on file, starting one"
END-IF.

B110-FIND-DEPT.

*> finds WS-LOOKUP-DEPT-ID in the department table, inserting it in
*> department order if it is new; WS-CURRENT-DEPT-SUB is left at
*> zero if the table is full
MOVE ZERO TO WS-CURRENT-DEPT-SUB
MOVE ZERO TO WS-INSERT-SUB
PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
    UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
        OR WS-CURRENT-DEPT-SUB > ZERO
        OR WS-INSERT-SUB > ZERO
  IF WS-DT-DEPT-ID (WS-DEPT-SUB) = WS-LOOKUP-DEPT-ID
    MOVE WS-DEPT-SUB TO WS-CURRENT-DEPT-SUB
  ELSE IF WS-DT-DEPT-ID (WS-DEPT-SUB) > WS-LOOKUP-DEPT-ID
    MOVE WS-DEPT-SUB TO WS-INSERT-SUB
  END-IF
  END-IF
END-PERFORM
IF WS-CURRENT-DEPT-SUB = ZERO
  IF WS-DEPT-COUNT < WS-DEPT-LIMIT
    IF WS-INSERT-SUB = ZERO
      COMPUTE WS-INSERT-SUB = WS-DEPT-COUNT + 1
    END-IF
    PERFORM VARYING WS-DEPT-SUB FROM WS-DEPT-COUNT BY -1
        UNTIL WS-DEPT-SUB < WS-INSERT-SUB
      MOVE WS-DEPT-ENTRY (WS-DEPT-SUB)
          TO WS-DEPT-ENTRY (WS-DEPT-SUB + 1)
    END-PERFORM
    ADD 1 TO WS-DEPT-COUNT
    MOVE WS-INSERT-SUB TO WS-CURRENT-DEPT-SUB
    INITIALIZE WS-DEPT-ENTRY (WS-CURRENT-DEPT-SUB)
    MOVE WS-LOOKUP-DEPT-ID TO WS-DT-DEPT-ID (WS-CURRENT-DEPT-SUB)
  ELSE
    ADD 1 TO WS-DEPT-DROPPED-COUNT
    DISPLAY "AUTHREPORT: department table full at " WS-DEPT-LIMIT
        ", department " WS-LOOKUP-DEPT-ID " not reported"
  END-IF
END-IF.

B200-TALLY-REQUEST-ACK.

*> records submitted tonight, by department, from the detail lines
*> of the acknowledgment; its header names the run and the date
OPEN INPUT REQUEST-ACK.
IF WS-ACK-STATUS NOT = "00"
  DISPLAY "AUTHREPORT: REQUEST-ACK not found, status " WS-ACK-STATUS
      " - nothing recorded tonight"
ELSE
  READ REQUEST-ACK
    AT END SET REQUEST-ACK-AT-END TO TRUE
  END-READ
  IF REQUEST-ACK-AT-END OR ACH-RECORD-TYPE NOT = 'H'
      OR ACH-RUN-NUMBER NOT NUMERIC
    DISPLAY "AUTHREPORT: REQUEST-ACK has no run header - "
        "nothing recorded tonight"
  ELSE
    MOVE ACH-RUN-NUMBER TO WS-ACK-RUN-NUMBER
    MOVE ACH-RUN-DATE TO WS-ACK-RUN-DATE
    IF WS-ACK-RUN-NUMBER <= WS-LAST-RUN-RECORDED
      DISPLAY "AUTHREPORT: run " WS-ACK-RUN-NUMBER
          " already recorded, last run recorded is "
          WS-LAST-RUN-RECORDED
    ELSE
      SET ACK-RUN-IS-NEW TO TRUE
      PERFORM UNTIL REQUEST-ACK-AT-END
        READ REQUEST-ACK
          AT END SET REQUEST-ACK-AT-END TO TRUE
          NOT AT END
            IF ACK-RECORD-TYPE = 'D'
              ADD 1 TO WS-ACK-DETAIL-COUNT
              IF ACK-DEPT-ID NUMERIC
                MOVE ACK-DEPT-ID TO WS-LOOKUP-DEPT-ID
              ELSE
                MOVE ZERO TO WS-LOOKUP-DEPT-ID
              END-IF
              PERFORM B110-FIND-DEPT
              IF WS-CURRENT-DEPT-SUB > ZERO
                ADD 1 TO WS-DT-TONIGHT (WS-CURRENT-DEPT-SUB)
              END-IF
            END-IF
        END-READ
      END-PERFORM
    END-IF
  END-IF
  CLOSE REQUEST-ACK
END-IF.

B300-TALLY-VIOLATIONS.

*> tonight's authority rejects. FACULTY-REJECT is rewritten every
*> night, but only lines stamped with the acknowledged run count.
OPEN INPUT FACULTY-REJECT.
IF WS-REJECT-STATUS NOT = "00"
  DISPLAY "AUTHREPORT: FACULTY-REJECT not found, status "
      WS-REJECT-STATUS " - no violations recorded tonight"
ELSE
  PERFORM UNTIL FACULTY-REJECT-AT-END
    READ FACULTY-REJECT
      AT END SET FACULTY-REJECT-AT-END TO TRUE
      NOT AT END
        IF FRJ-REASON-CODE NUMERIC
            AND FRJ-REASON-CODE = WS-UNAUTHORIZED-REASON
            AND FRJ-RUN-NUMBER NUMERIC
            AND FRJ-RUN-NUMBER = WS-ACK-RUN-NUMBER
          ADD 1 TO WS-TONIGHT-VIOLATIONS
        END-IF
    END-READ
  END-PERFORM
  CLOSE FACULTY-REJECT
END-IF.

B350-RECORD-TONIGHT.

*> one 'S' line per department giving its count submitted, then one
*> 'V' line per authority reject naming the FAC and type refused
OPEN EXTEND AUTHORITY-HISTORY.
IF WS-HISTORY-STATUS NOT = "00"
  OPEN OUTPUT AUTHORITY-HISTORY
END-IF.
PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
    UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
  MOVE SPACES TO AUTHORITY-HISTORY-REC
  MOVE 'S' TO AHI-RECORD-TYPE
  MOVE WS-ACK-RUN-NUMBER TO AHI-RUN-NUMBER
  MOVE WS-ACK-RUN-DATE TO AHI-RUN-DATE
  MOVE WS-DT-DEPT-ID (WS-DEPT-SUB) TO AHI-DEPT-ID
  MOVE "0000" TO AHI-FAC
  MOVE "00" TO AHI-TRANS-CODE
  MOVE WS-DT-TONIGHT (WS-DEPT-SUB) TO AHI-COUNT
  WRITE AUTHORITY-HISTORY-REC
END-PERFORM.

IF WS-TONIGHT-VIOLATIONS > ZERO
  MOVE 'N' TO FACULTY-REJECT-EOF
  OPEN INPUT FACULTY-REJECT
  PERFORM UNTIL FACULTY-REJECT-AT-END
    READ FACULTY-REJECT
      AT END SET FACULTY-REJECT-AT-END TO TRUE
      NOT AT END
        IF FRJ-REASON-CODE NUMERIC
            AND FRJ-REASON-CODE = WS-UNAUTHORIZED-REASON
            AND FRJ-RUN-NUMBER NUMERIC
            AND FRJ-RUN-NUMBER = WS-ACK-RUN-NUMBER
          MOVE SPACES TO AUTHORITY-HISTORY-REC
          MOVE 'V' TO AHI-RECORD-TYPE
          MOVE WS-ACK-RUN-NUMBER TO AHI-RUN-NUMBER
          MOVE WS-ACK-RUN-DATE TO AHI-RUN-DATE
          IF FRJ-BATCH-ID NUMERIC
            MOVE FRJ-BATCH-ID TO AHI-DEPT-ID
          ELSE
            MOVE ZERO TO AHI-DEPT-ID
          END-IF
          MOVE FRJ-FAC TO AHI-FAC
          MOVE FRJ-TRANS-CODE TO AHI-TRANS-CODE
          MOVE 1 TO AHI-COUNT
          WRITE AUTHORITY-HISTORY-REC
        END-IF
    END-READ
  END-PERFORM
  CLOSE FACULTY-REJECT
END-IF.
CLOSE AUTHORITY-HISTORY.

DISPLAY "AUTHREPORT: run " WS-ACK-RUN-NUMBER " recorded, "
    WS-ACK-DETAIL-COUNT " records submitted, "
    WS-TONIGHT-VIOLATIONS " authority violations".

B400-LOAD-PERIOD.

*> every history line dated inside the period. the history is in
*> run order, so a department's nights with violations are counted
*> each time its violations move on to a new run.
MOVE 'N' TO AUTHORITY-HISTORY-EOF.
OPEN INPUT AUTHORITY-HISTORY.
IF WS-HISTORY-STATUS = "00"
  PERFORM UNTIL AUTHORITY-HISTORY-AT-END
    READ AUTHORITY-HISTORY
      AT END SET AUTHORITY-HISTORY-AT-END TO TRUE
      NOT AT END
        IF AHI-RUN-DATE >= WS-FROM-DATE AND AHI-RUN-DATE <= WS-TO-DATE
            AND AHI-DEPT-ID NUMERIC AND AHI-COUNT NUMERIC
          ADD 1 TO WS-HISTORY-READ-COUNT
          MOVE AHI-DEPT-ID TO WS-LOOKUP-DEPT-ID
          PERFORM B110-FIND-DEPT
          IF WS-CURRENT-DEPT-SUB > ZERO
            PERFORM B410-ADD-HISTORY-LINE
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE AUTHORITY-HISTORY
END-IF.

B410-ADD-HISTORY-LINE.

IF AHI-RECORD-TYPE = 'S'
  ADD AHI-COUNT TO WS-DT-SUBMITTED (WS-CURRENT-DEPT-SUB)
  ADD AHI-COUNT TO WS-TOTAL-SUBMITTED
ELSE IF AHI-RECORD-TYPE = 'V'
  ADD AHI-COUNT TO WS-DT-VIOLATIONS (WS-CURRENT-DEPT-SUB)
  ADD AHI-COUNT TO WS-TOTAL-VIOLATIONS
  IF AHI-RUN-NUMBER NOT = WS-DT-LAST-RUN (WS-CURRENT-DEPT-SUB)
    ADD 1 TO WS-DT-NIGHTS (WS-CURRENT-DEPT-SUB)
    MOVE AHI-RUN-NUMBER TO WS-DT-LAST-RUN (WS-CURRENT-DEPT-SUB)
  END-IF
  IF WS-VIOLATION-COUNT < WS-VIOLATION-LIMIT
    ADD 1 TO WS-VIOLATION-COUNT
    MOVE AHI-DEPT-ID TO WS-VT-DEPT-ID (WS-VIOLATION-COUNT)
    MOVE AHI-RUN-NUMBER TO WS-VT-RUN-NUMBER (WS-VIOLATION-COUNT)
    MOVE AHI-RUN-DATE TO WS-VT-RUN-DATE (WS-VIOLATION-COUNT)
    MOVE AHI-FAC TO WS-VT-FAC (WS-VIOLATION-COUNT)
    MOVE AHI-TRANS-CODE TO WS-VT-TRANS-CODE (WS-VIOLATION-COUNT)
  ELSE
    ADD 1 TO WS-DETAIL-DROPPED-COUNT
  END-IF
END-IF
END-IF.

B500-WRITE-REPORT.

OPEN OUTPUT AUTHORITY-REPORT.
MOVE SPACES TO AUTHORITY-REPORT-REC
STRING "DEPARTMENT AUTHORITY VIOLATIONS " DELIMITED BY SIZE
    WS-FROM-DATE DELIMITED BY SIZE
    " TO " DELIMITED BY SIZE
    WS-TO-DATE DELIMITED BY SIZE
    "  RUN " DELIMITED BY SIZE
    WS-RUN-TIMESTAMP (1:8) DELIMITED BY SIZE
    INTO AUTHORITY-REPORT-REC
WRITE AUTHORITY-REPORT-REC.
MOVE WS-REPEAT-NIGHTS TO WS-EDIT-REPEAT
MOVE SPACES TO AUTHORITY-REPORT-REC
STRING "REPEAT OFFENDER = VIOLATIONS ON " DELIMITED BY SIZE
    WS-EDIT-REPEAT DELIMITED BY SIZE
    " OR MORE NIGHTS IN THE PERIOD" DELIMITED BY SIZE
    INTO AUTHORITY-REPORT-REC
WRITE AUTHORITY-REPORT-REC.

PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
    UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
  PERFORM B510-WRITE-DEPARTMENT
END-PERFORM.

MOVE SPACES TO AUTHORITY-REPORT-REC
WRITE AUTHORITY-REPORT-REC.
MOVE WS-TOTAL-SUBMITTED TO WS-EDIT-COUNT
MOVE WS-TOTAL-VIOLATIONS TO WS-EDIT-VIOLATIONS
MOVE ZERO TO WS-VIOLATION-RATE
IF WS-TOTAL-SUBMITTED > ZERO
  COMPUTE WS-VIOLATION-RATE ROUNDED =
      WS-TOTAL-VIOLATIONS * 100 / WS-TOTAL-SUBMITTED
END-IF
MOVE WS-VIOLATION-RATE TO WS-EDIT-RATE
MOVE SPACES TO AUTHORITY-REPORT-REC
STRING "ALL DEPARTMENTS  SUBMITTED " DELIMITED BY SIZE
    WS-EDIT-COUNT DELIMITED BY SIZE
    "  VIOLATIONS " DELIMITED BY SIZE
    WS-EDIT-VIOLATIONS DELIMITED BY SIZE
    "  RATE " DELIMITED BY SIZE
    WS-EDIT-RATE DELIMITED BY SIZE
    "%" DELIMITED BY SIZE
    INTO AUTHORITY-REPORT-REC
WRITE AUTHORITY-REPORT-REC.
MOVE WS-REPEAT-OFFENDER-COUNT TO WS-EDIT-DEPT
MOVE SPACES TO AUTHORITY-REPORT-REC
STRING "REPEAT OFFENDERS " DELIMITED BY SIZE
    WS-EDIT-DEPT DELIMITED BY SIZE
    INTO AUTHORITY-REPORT-REC
WRITE AUTHORITY-REPORT-REC.
IF WS-DETAIL-DROPPED-COUNT > ZERO
  MOVE WS-DETAIL-DROPPED-COUNT TO WS-EDIT-COUNT
  MOVE SPACES TO AUTHORITY-REPORT-REC
  STRING "VIOLATION LINES NOT LISTED (TABLE FULL) " DELIMITED BY SIZE
      WS-EDIT-COUNT DELIMITED BY SIZE
      INTO AUTHORITY-REPORT-REC
  WRITE AUTHORITY-REPORT-REC
END-IF.

CLOSE AUTHORITY-REPORT.

B510-WRITE-DEPARTMENT.

*> the department's summary line, then each violation it sent, in
*> run order. a department with no violations gets its line only,
*> so audit can see who is sending cleanly as well as who is not.
MOVE SPACES TO WS-OFFENDER-TEXT
IF WS-DT-NIGHTS (WS-DEPT-SUB) >= WS-REPEAT-NIGHTS
  MOVE "** REPEAT OFFENDER" TO WS-OFFENDER-TEXT
  ADD 1 TO WS-REPEAT-OFFENDER-COUNT
END-IF
MOVE ZERO TO WS-VIOLATION-RATE
IF WS-DT-SUBMITTED (WS-DEPT-SUB) > ZERO
  COMPUTE WS-VIOLATION-RATE ROUNDED =
      WS-DT-VIOLATIONS (WS-DEPT-SUB) * 100
      / WS-DT-SUBMITTED (WS-DEPT-SUB)
END-IF
MOVE WS-DT-DEPT-ID (WS-DEPT-SUB) TO WS-EDIT-DEPT
MOVE WS-DT-SUBMITTED (WS-DEPT-SUB) TO WS-EDIT-COUNT
MOVE WS-DT-VIOLATIONS (WS-DEPT-SUB) TO WS-EDIT-VIOLATIONS
MOVE WS-DT-NIGHTS (WS-DEPT-SUB) TO WS-EDIT-NIGHTS
MOVE WS-VIOLATION-RATE TO WS-EDIT-RATE
MOVE SPACES TO AUTHORITY-REPORT-REC
WRITE AUTHORITY-REPORT-REC.
MOVE SPACES TO AUTHORITY-REPORT-REC
STRING "DEPT " DELIMITED BY SIZE
    WS-EDIT-DEPT DELIMITED BY SIZE
    " SUBMITTED" DELIMITED BY SIZE
    WS-EDIT-COUNT DELIMITED BY SIZE
    " VIOLATIONS" DELIMITED BY SIZE
    WS-EDIT-VIOLATIONS DELIMITED BY SIZE
    " RATE " DELIMITED BY SIZE
    WS-EDIT-RATE DELIMITED BY SIZE
    "% NIGHTS" DELIMITED BY SIZE
    WS-EDIT-NIGHTS DELIMITED BY SIZE
    INTO AUTHORITY-REPORT-REC
WRITE AUTHORITY-REPORT-REC.
IF WS-OFFENDER-TEXT NOT = SPACES
  MOVE SPACES TO AUTHORITY-REPORT-REC
  STRING "     " DELIMITED BY SIZE
      WS-OFFENDER-TEXT DELIMITED BY SIZE
      INTO AUTHORITY-REPORT-REC
  WRITE AUTHORITY-REPORT-REC
END-IF.
IF WS-DT-VIOLATIONS (WS-DEPT-SUB) > ZERO
  MOVE SPACES TO AUTHORITY-REPORT-REC
  MOVE "       RUN     DATE      FAC   TYPE" TO AUTHORITY-REPORT-REC
  WRITE AUTHORITY-REPORT-REC
  PERFORM VARYING WS-VIOLATION-SUB FROM 1 BY 1
      UNTIL WS-VIOLATION-SUB > WS-VIOLATION-COUNT
    IF WS-VT-DEPT-ID (WS-VIOLATION-SUB) = WS-DT-DEPT-ID (WS-DEPT-SUB)
      MOVE SPACES TO AUTHORITY-REPORT-REC
      STRING "       " DELIMITED BY SIZE
          WS-VT-RUN-NUMBER (WS-VIOLATION-SUB) DELIMITED BY SIZE
          "  " DELIMITED BY SIZE
          WS-VT-RUN-DATE (WS-VIOLATION-SUB) DELIMITED BY SIZE
          "  " DELIMITED BY SIZE
          WS-VT-FAC (WS-VIOLATION-SUB) DELIMITED BY SIZE
          "   " DELIMITED BY SIZE
          WS-VT-TRANS-CODE (WS-VIOLATION-SUB) DELIMITED BY SIZE
          INTO AUTHORITY-REPORT-REC
      WRITE AUTHORITY-REPORT-REC
    END-IF
  END-PERFORM
END-IF.
