      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MONTHCLOSE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT FACULTY-MASTER ASSIGN TO "FACULTY-MASTER"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS FM-FAC
    FILE STATUS IS WS-MASTER-STATUS.
  SELECT MONTHCLOSE-CONTROL ASSIGN TO "MONTHCLOSE-CONTROL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CONTROL-STATUS.
  SELECT PERIOD-CONTROL ASSIGN TO "PERIOD-CONTROL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PERIOD-STATUS.
  SELECT MASTER-STARTING-COPY ASSIGN TO "MASTER-STARTING-COPY"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-COPY-STATUS.
  SELECT MASTER-REBUILD-CONTROL ASSIGN TO "MASTER-REBUILD-CONTROL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REBUILD-STATUS.
  SELECT MASTER-JOURNAL ASSIGN TO "MASTER-JOURNAL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-JOURNAL-STATUS.
  SELECT MONTHCLOSE-REPORT ASSIGN TO "MONTHCLOSE-REPORT"
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
FD MONTHCLOSE-CONTROL.
01 MONTHCLOSE-CONTROL-REC.
  05 MCC-PERIOD PIC X(6).
FD PERIOD-CONTROL.
01 PERIOD-CONTROL-REC.
  05 PCL-PERIOD PIC X(6).
  05 FILLER PIC X VALUE SPACE.
  05 PCL-CLOSED-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 PCL-CUTOFF PIC X(14).
  05 FILLER PIC X VALUE SPACE.
  05 PCL-OPENING-TOTAL PIC 9(9).
  05 FILLER PIC X VALUE SPACE.
  05 PCL-CLOSING-TOTAL PIC 9(9).
  05 FILLER PIC X VALUE SPACE.
  05 PCL-ACCOUNT-COUNT PIC 9(6).
FD MASTER-STARTING-COPY.
01 MASTER-STARTING-COPY-REC PIC X(35).
FD MASTER-REBUILD-CONTROL.
01 MASTER-REBUILD-CONTROL-REC.
  05 MRC-REPLAY-FROM PIC X(14).
FD MASTER-JOURNAL.
01 MASTER-JOURNAL-REC.
  05 MJR-TRANS-CODE PIC 99.
  05 FILLER PIC X VALUE SPACE.
  05 MJR-RUN-NUMBER PIC 9(6).
  05 FILLER PIC X VALUE SPACE.
  05 MJR-TIMESTAMP PIC X(26).
  05 FILLER PIC X VALUE SPACE.
  05 MJR-BEFORE-IMAGE PIC X(35).
  05 FILLER PIC X VALUE SPACE.
  05 MJR-AFTER-IMAGE PIC X(35).
FD MONTHCLOSE-REPORT.
01 MONTHCLOSE-REPORT-REC PIC X(80).
WORKING-STORAGE SECTION.
01 WS-FILE-STATUS-FIELDS.
  05 WS-MASTER-STATUS PIC XX.
  05 WS-CONTROL-STATUS PIC XX.
  05 WS-PERIOD-STATUS PIC XX.
  05 WS-COPY-STATUS PIC XX.
  05 WS-REBUILD-STATUS PIC XX.
  05 WS-JOURNAL-STATUS PIC XX.
01 WS-FLAGS.
  05 FACULTY-MASTER-EOF PIC X VALUE 'N'.
    88 FACULTY-MASTER-AT-END VALUE 'Y'.
  05 PERIOD-CONTROL-EOF PIC X VALUE 'N'.
    88 PERIOD-CONTROL-AT-END VALUE 'Y'.
  05 STARTING-COPY-EOF PIC X VALUE 'N'.
    88 STARTING-COPY-AT-END VALUE 'Y'.
  05 MASTER-JOURNAL-EOF PIC X VALUE 'N'.
    88 MASTER-JOURNAL-AT-END VALUE 'Y'.
  05 PERIOD-CLOSED-FLAG PIC X VALUE 'N'.
    88 PERIOD-ALREADY-CLOSED VALUE 'Y'.
  05 PRIOR-CLOSE-FLAG PIC X VALUE 'N'.
    88 PRIOR-CLOSE-WAS-FOUND VALUE 'Y'.
  05 PROOF-FLAG PIC X VALUE 'N'.
    88 PERIOD-PROOF-BALANCES VALUE 'Y'.
01 WS-PERIOD-FIELDS.
  05 WS-CLOSE-PERIOD PIC X(6) VALUE SPACES.
  05 WS-CLOSE-PERIOD-NUMERIC REDEFINES WS-CLOSE-PERIOD.
    10 WS-CLOSE-YEAR PIC 9(4).
    10 WS-CLOSE-MONTH PIC 99.
  05 WS-CURRENT-PERIOD PIC X(6) VALUE SPACES.
  05 WS-PRIOR-PERIOD PIC X(6) VALUE SPACES.
  05 WS-PRIOR-CUTOFF PIC X(14) VALUE SPACES.
  05 WS-SNAPSHOT-CUTOFF PIC X(14) VALUE SPACES.
  05 WS-OPENING-SOURCE PIC X(40) VALUE SPACES.
01 WS-TOTAL-FIELDS.
  *> every total is of ERG on ACTIVE accounts - a close takes the
  *> account's ERG out of the total and a reopen puts it back, so
  *> the six transaction types between them explain every move
  05 WS-OPENING-TOTAL PIC 9(9) VALUE ZERO.
  05 WS-CLOSING-TOTAL PIC 9(9) VALUE ZERO.
  05 WS-ACTIVITY-TOTAL PIC S9(9) VALUE ZERO.
  05 WS-EXPECTED-CLOSING PIC S9(10) VALUE ZERO.
  05 WS-PROOF-DIFFERENCE PIC S9(10) VALUE ZERO.
  05 WS-BEFORE-ACTIVE-ERG PIC 9999 VALUE ZERO.
  05 WS-AFTER-ACTIVE-ERG PIC 9999 VALUE ZERO.
  05 WS-ENTRY-EFFECT PIC S9(5) VALUE ZERO.
01 WS-ACTIVITY-TABLE.
  *> items 1-6 are transaction types 00-05, item 7 anything else
  05 WS-ACTIVITY-ENTRY OCCURS 7 TIMES.
    10 WS-AC-COUNT PIC 9(8).
    10 WS-AC-EFFECT PIC S9(9).
01 WS-ACTIVITY-SUB PIC 9(4) COMP VALUE ZERO.
01 WS-ACTIVITY-NAMES.
  05 FILLER PIC X(12) VALUE "CREATES".
  05 FILLER PIC X(12) VALUE "ADJUSTMENTS".
  05 FILLER PIC X(12) VALUE "INQUIRIES".
  05 FILLER PIC X(12) VALUE "CLOSES".
  05 FILLER PIC X(12) VALUE "REOPENS".
  05 FILLER PIC X(12) VALUE "CORRECTIONS".
  05 FILLER PIC X(12) VALUE "OTHER".
01 WS-ACTIVITY-NAME-TABLE REDEFINES WS-ACTIVITY-NAMES.
  05 WS-ACTIVITY-NAME PIC X(12) OCCURS 7 TIMES.
01 WS-IMAGE-AREA.
  05 WS-IMG-FAC PIC X(4).
  05 WS-IMG-ERG PIC X(4).
  05 WS-IMG-ERG-NUMERIC REDEFINES WS-IMG-ERG PIC 9999.
  05 WS-IMG-STATUS PIC X.
  05 FILLER PIC X(26).
01 WS-COUNTERS.
  05 WS-MASTER-COUNT PIC 9(6) VALUE ZERO.
  05 WS-SNAPSHOT-COUNT PIC 9(6) VALUE ZERO.
  05 WS-ACTIVE-COUNT PIC 9(6) VALUE ZERO.
  05 WS-JOURNAL-READ-COUNT PIC 9(8) VALUE ZERO.
  05 WS-JOURNAL-USED-COUNT PIC 9(8) VALUE ZERO.
  05 WS-JOURNAL-OLD-FORMAT-COUNT PIC 9(8) VALUE ZERO.
01 WS-EDITED-FIELDS.
  05 WS-EDIT-TOTAL PIC ZZZ,ZZZ,ZZ9.
  05 WS-EDIT-EFFECT PIC -ZZZ,ZZZ,ZZ9.
  05 WS-EDIT-COUNT PIC ZZ,ZZZ,ZZ9.
01 WS-RUN-TIMESTAMP PIC X(26).
PROCEDURE DIVISION.
0000-MAIN-LOGIC.

*> the formal end of a business month. MASTER-JOURNAL since the
*> previous close is summed by transaction type and the period
*> report proves opening total plus that activity equals the live
*> FACULTY-MASTER's closing total. a close that proves copies the
*> master to MASTER-STARTING-COPY with its cutoff on
*> MASTER-REBUILD-CONTROL, so MASTERREBUILD always has a current
*> dated copy to replay from, and records the period on
*> PERIOD-CONTROL, after which STATEMENTCOVERAGE will not run under
*> a process date in that month without a reopen authorization.

MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
MOVE WS-RUN-TIMESTAMP (1:6) TO WS-CURRENT-PERIOD.

PERFORM B050-READ-MONTHCLOSE-CONTROL.
IF WS-CLOSE-PERIOD NOT NUMERIC
    OR WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
    OR WS-CLOSE-PERIOD NOT < WS-CURRENT-PERIOD
  DISPLAY "MONTH CLOSE: period " WS-CLOSE-PERIOD
      " is not a month that has ended - nothing closed"
  MOVE 8 TO RETURN-CODE
  GOBACK
END-IF.

PERFORM B100-LOAD-PERIOD-CONTROL.
IF PERIOD-ALREADY-CLOSED
  DISPLAY "MONTH CLOSE: period " WS-CLOSE-PERIOD
      " is already closed - nothing done"
  MOVE 8 TO RETURN-CODE
  GOBACK
END-IF.
IF PRIOR-CLOSE-WAS-FOUND AND WS-CLOSE-PERIOD < WS-PRIOR-PERIOD
  *> months close in order - a later month closed already holds
  *> this one's activity in its own proof
  DISPLAY "MONTH CLOSE: period " WS-PRIOR-PERIOD
      " is already closed, " WS-CLOSE-PERIOD " cannot close after it"
  MOVE 8 TO RETURN-CODE
  GOBACK
END-IF.
IF NOT PRIOR-CLOSE-WAS-FOUND
  PERFORM B150-OPENING-FROM-STARTING-COPY
END-IF.

PERFORM B200-TOTAL-MASTER.
IF WS-MASTER-STATUS NOT = "00"
  DISPLAY "MONTH CLOSE: FACULTY-MASTER not available, status "
      WS-MASTER-STATUS " - nothing closed"
  MOVE 8 TO RETURN-CODE
  GOBACK
END-IF.

PERFORM B300-SUM-JOURNAL.

COMPUTE WS-EXPECTED-CLOSING = WS-OPENING-TOTAL + WS-ACTIVITY-TOTAL.
COMPUTE WS-PROOF-DIFFERENCE = WS-CLOSING-TOTAL - WS-EXPECTED-CLOSING.
IF WS-PROOF-DIFFERENCE = ZERO
  SET PERIOD-PROOF-BALANCES TO TRUE
END-IF.

IF PERIOD-PROOF-BALANCES
  PERFORM B250-SNAPSHOT-MASTER
END-IF.

PERFORM B400-WRITE-PERIOD-REPORT.

IF PERIOD-PROOF-BALANCES
  PERFORM B500-RECORD-CLOSED-PERIOD
  DISPLAY "MONTH CLOSE: period " WS-CLOSE-PERIOD " closed, "
      WS-SNAPSHOT-COUNT " master records copied"
ELSE
  *> nothing is written but the report: the old starting copy, its
  *> cutoff and PERIOD-CONTROL stay as they were, so the close can
  *> be run again from the same opening once the difference is found
  DISPLAY "MONTH CLOSE: period " WS-CLOSE-PERIOD
      " does not prove, difference " WS-PROOF-DIFFERENCE
      " - period left open"
  MOVE 8 TO RETURN-CODE
END-IF.

GOBACK.

B050-READ-MONTHCLOSE-CONTROL.

*> the month to close, YYYYMM; with no card it is last month
OPEN INPUT MONTHCLOSE-CONTROL.
IF WS-CONTROL-STATUS = "00"
  READ MONTHCLOSE-CONTROL
    AT END CONTINUE
    NOT AT END MOVE MCC-PERIOD TO WS-CLOSE-PERIOD
  END-READ
  CLOSE MONTHCLOSE-CONTROL
END-IF.
IF WS-CLOSE-PERIOD = SPACES
  MOVE WS-CURRENT-PERIOD TO WS-CLOSE-PERIOD
  IF WS-CLOSE-MONTH = 1
    SUBTRACT 1 FROM WS-CLOSE-YEAR
    MOVE 12 TO WS-CLOSE-MONTH
  ELSE
    SUBTRACT 1 FROM WS-CLOSE-MONTH
  END-IF
END-IF.
DISPLAY "MONTH CLOSE: closing period " WS-CLOSE-PERIOD.

B100-LOAD-PERIOD-CONTROL.

*> the latest close on file is where this one starts: its closing
*> total is this period's opening total, and its cutoff is where
*> this period's journal activity begins
OPEN INPUT PERIOD-CONTROL.
IF WS-PERIOD-STATUS = "00"
  PERFORM UNTIL PERIOD-CONTROL-AT-END
    READ PERIOD-CONTROL
      AT END SET PERIOD-CONTROL-AT-END TO TRUE
      NOT AT END
        IF PCL-PERIOD = WS-CLOSE-PERIOD
          SET PERIOD-ALREADY-CLOSED TO TRUE
        END-IF
        IF PCL-CLOSING-TOTAL NUMERIC
            AND PCL-CUTOFF > WS-PRIOR-CUTOFF
          SET PRIOR-CLOSE-WAS-FOUND TO TRUE
          MOVE PCL-PERIOD TO WS-PRIOR-PERIOD
          MOVE PCL-CUTOFF TO WS-PRIOR-CUTOFF
          MOVE PCL-CLOSING-TOTAL TO WS-OPENING-TOTAL
        END-IF
    END-READ
  END-PERFORM
  CLOSE PERIOD-CONTROL
END-IF.
IF PRIOR-CLOSE-WAS-FOUND
  STRING "CLOSING TOTAL OF PERIOD " DELIMITED BY SIZE
      WS-PRIOR-PERIOD DELIMITED BY SIZE
      INTO WS-OPENING-SOURCE
END-IF.

B150-OPENING-FROM-STARTING-COPY.

*> the first close on record opens from whatever starting copy was
*> cut by hand before, at the cutoff MASTERREBUILD was given for
*> it; with neither, the month opens at zero from the whole journal
OPEN INPUT MASTER-REBUILD-CONTROL.
IF WS-REBUILD-STATUS = "00"
  READ MASTER-REBUILD-CONTROL
    AT END CONTINUE
    NOT AT END MOVE MRC-REPLAY-FROM TO WS-PRIOR-CUTOFF
  END-READ
  CLOSE MASTER-REBUILD-CONTROL
END-IF.
OPEN INPUT MASTER-STARTING-COPY.
IF WS-COPY-STATUS = "00"
  PERFORM UNTIL STARTING-COPY-AT-END
    READ MASTER-STARTING-COPY
      AT END SET STARTING-COPY-AT-END TO TRUE
      NOT AT END
        MOVE MASTER-STARTING-COPY-REC TO WS-IMAGE-AREA
        IF WS-IMG-STATUS = 'A' AND WS-IMG-ERG NUMERIC
          ADD WS-IMG-ERG-NUMERIC TO WS-OPENING-TOTAL
        END-IF
    END-READ
  END-PERFORM
  CLOSE MASTER-STARTING-COPY
  MOVE "PREVIOUS MASTER-STARTING-COPY" TO WS-OPENING-SOURCE
ELSE
  MOVE SPACES TO WS-PRIOR-CUTOFF
  MOVE "NO PRIOR CLOSE OR STARTING COPY - ZERO" TO WS-OPENING-SOURCE
END-IF.

B200-TOTAL-MASTER.

*> the cutoff is taken before the master is read, so every journal
*> entry from the cutoff on is replayed over the copy - replaying
*> an after-image the copy already holds changes nothing
MOVE FUNCTION CURRENT-DATE (1:14) TO WS-SNAPSHOT-CUTOFF.
OPEN INPUT FACULTY-MASTER.
IF WS-MASTER-STATUS = "00"
  PERFORM UNTIL FACULTY-MASTER-AT-END
    READ FACULTY-MASTER
      AT END SET FACULTY-MASTER-AT-END TO TRUE
      NOT AT END
        ADD 1 TO WS-MASTER-COUNT
        IF FM-ACCOUNT-ACTIVE AND FM-ERG NUMERIC
          ADD FM-ERG TO WS-CLOSING-TOTAL
          ADD 1 TO WS-ACTIVE-COUNT
        END-IF
    END-READ
  END-PERFORM
  CLOSE FACULTY-MASTER
END-IF.

B250-SNAPSHOT-MASTER.

MOVE 'N' TO FACULTY-MASTER-EOF.
OPEN INPUT FACULTY-MASTER.
OPEN OUTPUT MASTER-STARTING-COPY.
PERFORM UNTIL FACULTY-MASTER-AT-END
  READ FACULTY-MASTER
    AT END SET FACULTY-MASTER-AT-END TO TRUE
    NOT AT END
      MOVE FACULTY-MASTER-REC TO MASTER-STARTING-COPY-REC
      WRITE MASTER-STARTING-COPY-REC
      ADD 1 TO WS-SNAPSHOT-COUNT
  END-READ
END-PERFORM.
CLOSE MASTER-STARTING-COPY.
CLOSE FACULTY-MASTER.
IF WS-SNAPSHOT-COUNT NOT = WS-MASTER-COUNT
  DISPLAY "MONTH CLOSE: FACULTY-MASTER changed during the close, "
      WS-MASTER-COUNT " records totalled, " WS-SNAPSHOT-COUNT
      " copied"
END-IF.
OPEN OUTPUT MASTER-REBUILD-CONTROL.
MOVE SPACES TO MASTER-REBUILD-CONTROL-REC
MOVE WS-SNAPSHOT-CUTOFF TO MRC-REPLAY-FROM
WRITE MASTER-REBUILD-CONTROL-REC.
CLOSE MASTER-REBUILD-CONTROL.

B300-SUM-JOURNAL.

*> every journal entry from the prior cutoff on is activity of this
*> period. its effect on the active total is the after-image's
*> active ERG less the before-image's; a create's before-image is
*> spaces, which counts as nothing active. a line left from the old
*> 17-byte master layout reads with a blank after-image and is
*> passed over - MASTERREBUILD's cutover puts the cutoff past all of
*> them, and their images do not fit this layout anyway.
INITIALIZE WS-ACTIVITY-TABLE.
OPEN INPUT MASTER-JOURNAL.
IF WS-JOURNAL-STATUS = "00"
  PERFORM UNTIL MASTER-JOURNAL-AT-END
    READ MASTER-JOURNAL
      AT END SET MASTER-JOURNAL-AT-END TO TRUE
      NOT AT END
        ADD 1 TO WS-JOURNAL-READ-COUNT
        IF MJR-AFTER-IMAGE = SPACES
          ADD 1 TO WS-JOURNAL-OLD-FORMAT-COUNT
        ELSE IF WS-PRIOR-CUTOFF = SPACES
            OR MJR-TIMESTAMP (1:14) >= WS-PRIOR-CUTOFF
          PERFORM B310-ADD-JOURNAL-ENTRY
        END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE MASTER-JOURNAL
ELSE
  DISPLAY "MONTH CLOSE: MASTER-JOURNAL not found, "
      "no activity to prove"
END-IF.

B310-ADD-JOURNAL-ENTRY.

ADD 1 TO WS-JOURNAL-USED-COUNT
MOVE MJR-BEFORE-IMAGE TO WS-IMAGE-AREA
MOVE ZERO TO WS-BEFORE-ACTIVE-ERG
IF WS-IMG-STATUS = 'A' AND WS-IMG-ERG NUMERIC
  MOVE WS-IMG-ERG-NUMERIC TO WS-BEFORE-ACTIVE-ERG
END-IF
MOVE MJR-AFTER-IMAGE TO WS-IMAGE-AREA
MOVE ZERO TO WS-AFTER-ACTIVE-ERG
IF WS-IMG-STATUS = 'A' AND WS-IMG-ERG NUMERIC
  MOVE WS-IMG-ERG-NUMERIC TO WS-AFTER-ACTIVE-ERG
END-IF
COMPUTE WS-ENTRY-EFFECT = WS-AFTER-ACTIVE-ERG - WS-BEFORE-ACTIVE-ERG
IF MJR-TRANS-CODE NUMERIC AND MJR-TRANS-CODE <= 5
  COMPUTE WS-ACTIVITY-SUB = MJR-TRANS-CODE + 1
ELSE
  MOVE 7 TO WS-ACTIVITY-SUB
END-IF
ADD 1 TO WS-AC-COUNT (WS-ACTIVITY-SUB)
ADD WS-ENTRY-EFFECT TO WS-AC-EFFECT (WS-ACTIVITY-SUB)
ADD WS-ENTRY-EFFECT TO WS-ACTIVITY-TOTAL.

B400-WRITE-PERIOD-REPORT.

OPEN OUTPUT MONTHCLOSE-REPORT.
MOVE SPACES TO MONTHCLOSE-REPORT-REC
STRING "MONTH-END CLOSE  PERIOD " DELIMITED BY SIZE
    WS-CLOSE-PERIOD DELIMITED BY SIZE
    "  RUN " DELIMITED BY SIZE
    WS-RUN-TIMESTAMP (1:8) DELIMITED BY SIZE
    INTO MONTHCLOSE-REPORT-REC
WRITE MONTHCLOSE-REPORT-REC.
MOVE SPACES TO MONTHCLOSE-REPORT-REC
STRING "ACTIVITY FROM " DELIMITED BY SIZE
    WS-PRIOR-CUTOFF DELIMITED BY SIZE
    " TO " DELIMITED BY SIZE
    WS-SNAPSHOT-CUTOFF DELIMITED BY SIZE
    INTO MONTHCLOSE-REPORT-REC
WRITE MONTHCLOSE-REPORT-REC.
MOVE SPACES TO MONTHCLOSE-REPORT-REC
WRITE MONTHCLOSE-REPORT-REC.

MOVE WS-OPENING-TOTAL TO WS-EDIT-TOTAL
MOVE SPACES TO MONTHCLOSE-REPORT-REC
STRING "OPENING ACTIVE ERG TOTAL        " DELIMITED BY SIZE
    WS-EDIT-TOTAL DELIMITED BY SIZE
    "  " DELIMITED BY SIZE
    WS-OPENING-SOURCE DELIMITED BY SIZE
    INTO MONTHCLOSE-REPORT-REC
WRITE MONTHCLOSE-REPORT-REC.
PERFORM VARYING WS-ACTIVITY-SUB FROM 1 BY 1
    UNTIL WS-ACTIVITY-SUB > 7
  MOVE WS-AC-COUNT (WS-ACTIVITY-SUB) TO WS-EDIT-COUNT
  MOVE WS-AC-EFFECT (WS-ACTIVITY-SUB) TO WS-EDIT-EFFECT
  MOVE SPACES TO MONTHCLOSE-REPORT-REC
  STRING "  " DELIMITED BY SIZE
      WS-ACTIVITY-NAME (WS-ACTIVITY-SUB) DELIMITED BY SIZE
      WS-EDIT-COUNT DELIMITED BY SIZE
      "     " DELIMITED BY SIZE
      WS-EDIT-EFFECT DELIMITED BY SIZE
      INTO MONTHCLOSE-REPORT-REC
  WRITE MONTHCLOSE-REPORT-REC
END-PERFORM.
MOVE WS-ACTIVITY-TOTAL TO WS-EDIT-EFFECT
MOVE SPACES TO MONTHCLOSE-REPORT-REC
STRING "PERIOD ACTIVITY                " DELIMITED BY SIZE
    WS-EDIT-EFFECT DELIMITED BY SIZE
    INTO MONTHCLOSE-REPORT-REC
WRITE MONTHCLOSE-REPORT-REC.
MOVE WS-EXPECTED-CLOSING TO WS-EDIT-EFFECT
MOVE SPACES TO MONTHCLOSE-REPORT-REC
STRING "OPENING PLUS ACTIVITY          " DELIMITED BY SIZE
    WS-EDIT-EFFECT DELIMITED BY SIZE
    INTO MONTHCLOSE-REPORT-REC
WRITE MONTHCLOSE-REPORT-REC.
MOVE WS-CLOSING-TOTAL TO WS-EDIT-TOTAL
MOVE SPACES TO MONTHCLOSE-REPORT-REC
STRING "CLOSING ACTIVE ERG TOTAL        " DELIMITED BY SIZE
    WS-EDIT-TOTAL DELIMITED BY SIZE
    "  FROM FACULTY-MASTER" DELIMITED BY SIZE
    INTO MONTHCLOSE-REPORT-REC
WRITE MONTHCLOSE-REPORT-REC.
MOVE SPACES TO MONTHCLOSE-REPORT-REC
WRITE MONTHCLOSE-REPORT-REC.
MOVE SPACES TO MONTHCLOSE-REPORT-REC
IF PERIOD-PROOF-BALANCES
  MOVE "PROOF: OPENING PLUS ACTIVITY EQUALS CLOSING - PERIOD CLOSED"
      TO MONTHCLOSE-REPORT-REC
ELSE
  MOVE WS-PROOF-DIFFERENCE TO WS-EDIT-EFFECT
  STRING "PROOF FAILS BY " DELIMITED BY SIZE
      WS-EDIT-EFFECT DELIMITED BY SIZE
      " - PERIOD LEFT OPEN" DELIMITED BY SIZE
      INTO MONTHCLOSE-REPORT-REC
END-IF
WRITE MONTHCLOSE-REPORT-REC.
MOVE SPACES TO MONTHCLOSE-REPORT-REC
IF PERIOD-PROOF-BALANCES
  MOVE WS-SNAPSHOT-COUNT TO WS-EDIT-COUNT
  STRING "MASTER-STARTING-COPY " DELIMITED BY SIZE
      WS-EDIT-COUNT DELIMITED BY SIZE
      " RECORDS, CUTOFF " DELIMITED BY SIZE
      WS-SNAPSHOT-CUTOFF DELIMITED BY SIZE
      INTO MONTHCLOSE-REPORT-REC
ELSE
  MOVE "MASTER-STARTING-COPY NOT REPLACED" TO MONTHCLOSE-REPORT-REC
END-IF
WRITE MONTHCLOSE-REPORT-REC.
MOVE WS-JOURNAL-USED-COUNT TO WS-EDIT-COUNT
MOVE SPACES TO MONTHCLOSE-REPORT-REC
STRING "JOURNAL ENTRIES IN PERIOD " DELIMITED BY SIZE
    WS-EDIT-COUNT DELIMITED BY SIZE
    INTO MONTHCLOSE-REPORT-REC
WRITE MONTHCLOSE-REPORT-REC.
IF WS-JOURNAL-OLD-FORMAT-COUNT > ZERO
  MOVE WS-JOURNAL-OLD-FORMAT-COUNT TO WS-EDIT-COUNT
  MOVE SPACES TO MONTHCLOSE-REPORT-REC
  STRING "OLD-FORMAT JOURNAL ENTRIES PASSED OVER " DELIMITED BY SIZE
      WS-EDIT-COUNT DELIMITED BY SIZE
      INTO MONTHCLOSE-REPORT-REC
  WRITE MONTHCLOSE-REPORT-REC
END-IF.
CLOSE MONTHCLOSE-REPORT.

B500-RECORD-CLOSED-PERIOD.

OPEN EXTEND PERIOD-CONTROL.
IF WS-PERIOD-STATUS NOT = "00"
  OPEN OUTPUT PERIOD-CONTROL
END-IF.
MOVE SPACES TO PERIOD-CONTROL-REC
MOVE WS-CLOSE-PERIOD TO PCL-PERIOD
MOVE WS-RUN-TIMESTAMP (1:8) TO PCL-CLOSED-DATE
MOVE WS-SNAPSHOT-CUTOFF TO PCL-CUTOFF
MOVE WS-OPENING-TOTAL TO PCL-OPENING-TOTAL
MOVE WS-CLOSING-TOTAL TO PCL-CLOSING-TOTAL
MOVE WS-ACTIVE-COUNT TO PCL-ACCOUNT-COUNT
WRITE PERIOD-CONTROL-REC.
CLOSE PERIOD-CONTROL.
