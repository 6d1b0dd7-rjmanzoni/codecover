      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EXCEPTREPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT EXCEPTIONS-CONTROL ASSIGN TO "EXCEPTIONS-CONTROL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CONTROL-STATUS.
  SELECT JOB-LOG ASSIGN TO "JOB-LOG"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-JOB-LOG-STATUS.
  SELECT OVERFLOW-REPORT ASSIGN TO "OVERFLOW-REPORT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OVERFLOW-STATUS.
  SELECT UNRATED-REPORT ASSIGN TO "UNRATED-REPORT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-UNRATED-STATUS.
  SELECT FACULTY-REJECT ASSIGN TO "FACULTY-REJECT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REJECT-STATUS.
  SELECT RECONCILE-REPORT ASSIGN TO "RECONCILE-REPORT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RECONCILE-STATUS.
  SELECT PLAN-ACK-REPORT ASSIGN TO "PLAN-ACK-REPORT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PLAN-ACK-STATUS.
  SELECT REJECT-SUSPENSE ASSIGN TO "REJECT-SUSPENSE"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SUSPENSE-STATUS.
  SELECT OPEN-ITEMS ASSIGN TO "OPEN-ITEMS"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OPEN-ITEMS-STATUS.
  SELECT EXCEPTIONS-REPORT ASSIGN TO "EXCEPTIONS-REPORT"
    ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD EXCEPTIONS-CONTROL.
01 EXCEPTIONS-CONTROL-REC.
  05 EXC-CHRONIC-NIGHTS PIC XX.
  05 FILLER PIC X VALUE SPACE.
  05 EXC-CLEARED-RETAIN-RUNS PIC XX.
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
FD OVERFLOW-REPORT.
01 OVERFLOW-REPORT-REC.
  05 OFR-PARAGRAPH PIC X(30).
  05 FILLER PIC X VALUE SPACE.
  05 OFR-ZAHL1 PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 OFR-ZAHL2 PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 OFR-ERG PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 OFR-TIMESTAMP PIC X(26).
  05 FILLER PIC X VALUE SPACE.
  05 OFR-RUN-NUMBER PIC 9(6).
FD UNRATED-REPORT.
01 UNRATED-REPORT-REC.
  05 UNR-FAC PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 UNR-ERG PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 UNR-TIMESTAMP PIC X(26).
  05 FILLER PIC X VALUE SPACE.
  05 UNR-RUN-NUMBER PIC 9(6).
FD FACULTY-REJECT.
01 FACULTY-REJECT-REC.
  05 FRJ-REASON-CODE PIC 99.
  05 FILLER PIC X VALUE SPACE.
  05 FRJ-REASON-TEXT PIC X(30).
  05 FILLER PIC X VALUE SPACE.
  05 FRJ-RECORD-IMAGE.
    10 FRJ-FAC PIC X(4).
    10 FILLER PIC X(10).
  05 FILLER PIC X VALUE SPACE.
  05 FRJ-RUN-NUMBER PIC 9(6).
  05 FILLER PIC X VALUE SPACE.
  05 FRJ-BATCH-ID PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 FRJ-RECYCLE-COUNT PIC 99.
FD RECONCILE-REPORT.
01 RECONCILE-REPORT-REC PIC X(120).
FD PLAN-ACK-REPORT.
01 PLAN-ACK-REPORT-REC PIC X(120).
FD REJECT-SUSPENSE.
01 REJECT-SUSPENSE-REC PIC X(100).
FD OPEN-ITEMS.
01 OPEN-ITEMS-REC.
  05 OPI-TYPE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 OPI-KEY PIC X(20).
  05 FILLER PIC X VALUE SPACE.
  05 OPI-STATE PIC X.
  05 FILLER PIC X VALUE SPACE.
  05 OPI-FIRST-SEEN PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 OPI-LAST-RUN PIC 9(6).
  05 FILLER PIC X VALUE SPACE.
  05 OPI-NIGHTS-OPEN PIC 9(4).
  05 FILLER PIC X VALUE SPACE.
  05 OPI-CLEARED-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 OPI-CLEARED-RUN PIC 9(6).
  05 FILLER PIC X VALUE SPACE.
  05 OPI-DESCRIPTION PIC X(50).
FD EXCEPTIONS-REPORT.
01 EXCEPTIONS-REPORT-REC PIC X(120).
WORKING-STORAGE SECTION.
01 WS-FILE-STATUS-FIELDS.
  05 WS-CONTROL-STATUS PIC XX.
  05 WS-JOB-LOG-STATUS PIC XX.
  05 WS-OVERFLOW-STATUS PIC XX.
  05 WS-UNRATED-STATUS PIC XX.
  05 WS-REJECT-STATUS PIC XX.
  05 WS-RECONCILE-STATUS PIC XX.
  05 WS-PLAN-ACK-STATUS PIC XX.
  05 WS-SUSPENSE-STATUS PIC XX.
  05 WS-OPEN-ITEMS-STATUS PIC XX.
01 WS-FLAGS.
  05 JOB-LOG-EOF PIC X VALUE 'N'.
    88 JOB-LOG-AT-END VALUE 'Y'.
  05 OVERFLOW-EOF PIC X VALUE 'N'.
    88 OVERFLOW-AT-END VALUE 'Y'.
  05 UNRATED-EOF PIC X VALUE 'N'.
    88 UNRATED-AT-END VALUE 'Y'.
  05 FACULTY-REJECT-EOF PIC X VALUE 'N'.
    88 FACULTY-REJECT-AT-END VALUE 'Y'.
  05 RECONCILE-EOF PIC X VALUE 'N'.
    88 RECONCILE-AT-END VALUE 'Y'.
  05 PLAN-ACK-EOF PIC X VALUE 'N'.
    88 PLAN-ACK-AT-END VALUE 'Y'.
  05 SUSPENSE-EOF PIC X VALUE 'N'.
    88 SUSPENSE-AT-END VALUE 'Y'.
  05 OPEN-ITEMS-EOF PIC X VALUE 'N'.
    88 OPEN-ITEMS-AT-END VALUE 'Y'.
  05 JOB-LOG-FOUND-FLAG PIC X VALUE 'N'.
    88 JOB-LOG-WAS-FOUND VALUE 'Y'.
  05 CHRONIC-PASS-FLAG PIC X VALUE 'N'.
    88 LISTING-CHRONIC-ITEMS VALUE 'Y'.
01 WS-RUN-FIELDS.
  05 WS-RUN-NUMBER PIC 9(6) VALUE ZERO.
  05 WS-RUN-DATE PIC X(8) VALUE SPACES.
  05 WS-RUN-STATUS PIC X(16) VALUE SPACES.
  05 WS-REQUESTS-READ PIC 9(8) VALUE ZERO.
  05 WS-REPORTS-WRITTEN PIC 9(8) VALUE ZERO.
  *> an item open this many nights running is listed first in its
  *> priority as chronic; a cleared item stays on OPEN-ITEMS, and on
  *> the report, until this many runs have passed since it cleared
  05 WS-CHRONIC-NIGHTS PIC 99 VALUE 5.
  05 WS-CLEARED-RETAIN-RUNS PIC 99 VALUE 7.
01 WS-EXCEPTION-FIELDS.
  *> the exception being noted: type, the FAC or batch it concerns,
  *> and a line of description taken from the source report
  05 WS-EXC-TYPE PIC X(8).
  05 WS-EXC-KEY PIC X(20).
  05 WS-EXC-DESCRIPTION PIC X(50).
  05 WS-EXC-PRIORITY PIC 9.
  05 WS-REPORT-PRIORITY PIC 9.
01 WS-ITEM-TABLE-FIELDS.
  05 WS-ITEM-COUNT PIC 9(4) VALUE ZERO.
  05 WS-ITEM-LIMIT PIC 9(4) VALUE 2000.
  05 WS-ITEM-SUB PIC 9(4) COMP VALUE ZERO.
  05 WS-CURRENT-ITEM-SUB PIC 9(4) COMP VALUE ZERO.
01 WS-ITEM-TABLE.
  05 WS-ITEM-ENTRY OCCURS 2000 TIMES.
    10 WS-IT-TYPE PIC X(8).
    10 WS-IT-KEY PIC X(20).
    10 WS-IT-STATE PIC X.
      88 ITEM-IS-OPEN VALUE 'O'.
      88 ITEM-IS-CLEARED VALUE 'C'.
    10 WS-IT-FIRST-SEEN PIC X(8).
    10 WS-IT-LAST-RUN PIC 9(6).
    10 WS-IT-NIGHTS-OPEN PIC 9(4).
    10 WS-IT-CLEARED-DATE PIC X(8).
    10 WS-IT-CLEARED-RUN PIC 9(6).
    10 WS-IT-DESCRIPTION PIC X(50).
    10 WS-IT-PRIORITY PIC 9.
    10 WS-IT-TONIGHT-COUNT PIC 9(4).
    10 WS-IT-RECURRED PIC X.
      88 ITEM-HAS-RECURRED VALUE 'Y'.
01 WS-COUNTERS.
  05 WS-ITEMS-LOADED PIC 9(6) VALUE ZERO.
  05 WS-EXCEPTIONS-NOTED PIC 9(8) VALUE ZERO.
  05 WS-ITEMS-DROPPED PIC 9(6) VALUE ZERO.
  05 WS-OPEN-COUNT PIC 9(6) VALUE ZERO.
  05 WS-NEW-COUNT PIC 9(6) VALUE ZERO.
  05 WS-CHRONIC-COUNT PIC 9(6) VALUE ZERO.
  05 WS-CLEARED-TONIGHT-COUNT PIC 9(6) VALUE ZERO.
  05 WS-PURGED-COUNT PIC 9(6) VALUE ZERO.
  05 WS-SECTION-LINES PIC 9(6) VALUE ZERO.
01 WS-EDITED-FIELDS.
  05 WS-EDIT-NIGHTS PIC ZZZ9.
  05 WS-EDIT-TONIGHT PIC ZZZ9.
  05 WS-ITEM-FLAG-TEXT PIC X(8).
  05 WS-PRIORITY-TITLE PIC X(40).
01 WS-RUN-TIMESTAMP PIC X(26).
PROCEDURE DIVISION.
0000-MAIN-LOGIC.

*> the on-call analyst's first read of the morning. run after the
*> night's jobs: every exception report the night produced is read
*> here - OVERFLOW-REPORT, UNRATED-REPORT, FACULTY-REJECT,
*> RECONCILE-REPORT, PLAN-ACK-REPORT, REJECT-SUSPENSE and the last
*> JOB-LOG record - and written as one EXCEPTIONS-REPORT in priority
*> order under the run number and status. OPEN-ITEMS carries every
*> exception across nights by type and FAC or batch, so an item
*> shows when it was first seen and how many nights running it has
*> been open, and one that stops recurring is marked cleared rather
*> than dropped, so the team can see what got fixed.

MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.

PERFORM B050-READ-EXCEPTIONS-CONTROL.
PERFORM B100-READ-LAST-JOB-LOG.
PERFORM B150-LOAD-OPEN-ITEMS.

IF JOB-LOG-WAS-FOUND
  IF WS-RUN-STATUS NOT = "GOOD"
    MOVE "RUNSTAT" TO WS-EXC-TYPE
    MOVE WS-RUN-STATUS TO WS-EXC-KEY
    MOVE SPACES TO WS-EXC-DESCRIPTION
    STRING "RUN " DELIMITED BY SIZE
        WS-RUN-NUMBER DELIMITED BY SIZE
        " ENDED " DELIMITED BY SIZE
        WS-RUN-STATUS DELIMITED BY SIZE
        INTO WS-EXC-DESCRIPTION
    PERFORM B300-NOTE-EXCEPTION
  END-IF
  PERFORM B200-SCAN-OVERFLOW-REPORT
  PERFORM B210-SCAN-UNRATED-REPORT
  PERFORM B220-SCAN-FACULTY-REJECT
END-IF.
PERFORM B230-SCAN-RECONCILE-REPORT.
PERFORM B240-SCAN-PLAN-ACK-REPORT.
PERFORM B250-SCAN-REJECT-SUSPENSE.

IF JOB-LOG-WAS-FOUND
  PERFORM B400-AGE-OPEN-ITEMS
END-IF.

PERFORM B500-WRITE-REPORT.

IF JOB-LOG-WAS-FOUND
  PERFORM B600-REWRITE-OPEN-ITEMS
END-IF.

DISPLAY "EXCEPTIONS: run " WS-RUN-NUMBER " " WS-OPEN-COUNT
    " open items, " WS-NEW-COUNT " new, " WS-CHRONIC-COUNT
    " chronic, " WS-CLEARED-TONIGHT-COUNT " cleared tonight".

GOBACK.

B050-READ-EXCEPTIONS-CONTROL.

*> "NN MM" - nights open before an item is chronic, runs a cleared
*> item is kept; no card keeps the defaults of 5 and 7
OPEN INPUT EXCEPTIONS-CONTROL.
IF WS-CONTROL-STATUS = "00"
  READ EXCEPTIONS-CONTROL
    AT END CONTINUE
    NOT AT END
      IF EXC-CHRONIC-NIGHTS NUMERIC AND EXC-CHRONIC-NIGHTS > ZERO
        MOVE EXC-CHRONIC-NIGHTS TO WS-CHRONIC-NIGHTS
      END-IF
      IF EXC-CLEARED-RETAIN-RUNS NUMERIC
        MOVE EXC-CLEARED-RETAIN-RUNS TO WS-CLEARED-RETAIN-RUNS
      END-IF
  END-READ
  CLOSE EXCEPTIONS-CONTROL
END-IF.

B100-READ-LAST-JOB-LOG.

*> the last JOB-LOG record is the night being reported on. without
*> it there is no run to date the items by, so the report is still
*> written from what can be read but OPEN-ITEMS is left as it was.
OPEN INPUT JOB-LOG.
IF WS-JOB-LOG-STATUS = "00"
  PERFORM UNTIL JOB-LOG-AT-END
    READ JOB-LOG
      AT END SET JOB-LOG-AT-END TO TRUE
      NOT AT END
        IF JBL-RUN-NUMBER NUMERIC
          SET JOB-LOG-WAS-FOUND TO TRUE
          MOVE JBL-RUN-NUMBER TO WS-RUN-NUMBER
          MOVE JBL-START-TIMESTAMP (1:8) TO WS-RUN-DATE
          MOVE JBL-RUN-STATUS TO WS-RUN-STATUS
          MOVE JBL-REQUESTS-READ TO WS-REQUESTS-READ
          MOVE JBL-REPORTS-WRITTEN TO WS-REPORTS-WRITTEN
        END-IF
    END-READ
  END-PERFORM
  CLOSE JOB-LOG
END-IF.
IF NOT JOB-LOG-WAS-FOUND
  MOVE WS-RUN-TIMESTAMP (1:8) TO WS-RUN-DATE
  MOVE "NO JOB-LOG" TO WS-RUN-STATUS
  DISPLAY "EXCEPTIONS: no JOB-LOG record, open items not carried "
      "forward tonight"
END-IF.

B150-LOAD-OPEN-ITEMS.

OPEN INPUT OPEN-ITEMS.
IF WS-OPEN-ITEMS-STATUS = "00"
  PERFORM UNTIL OPEN-ITEMS-AT-END
    READ OPEN-ITEMS
      AT END SET OPEN-ITEMS-AT-END TO TRUE
      NOT AT END
        IF WS-ITEM-COUNT < WS-ITEM-LIMIT
          ADD 1 TO WS-ITEM-COUNT
          ADD 1 TO WS-ITEMS-LOADED
          INITIALIZE WS-ITEM-ENTRY (WS-ITEM-COUNT)
          MOVE OPI-TYPE TO WS-IT-TYPE (WS-ITEM-COUNT)
          MOVE OPI-KEY TO WS-IT-KEY (WS-ITEM-COUNT)
          MOVE OPI-STATE TO WS-IT-STATE (WS-ITEM-COUNT)
          MOVE OPI-FIRST-SEEN TO WS-IT-FIRST-SEEN (WS-ITEM-COUNT)
          MOVE OPI-LAST-RUN TO WS-IT-LAST-RUN (WS-ITEM-COUNT)
          MOVE OPI-NIGHTS-OPEN TO WS-IT-NIGHTS-OPEN (WS-ITEM-COUNT)
          MOVE OPI-CLEARED-DATE TO WS-IT-CLEARED-DATE (WS-ITEM-COUNT)
          MOVE OPI-CLEARED-RUN TO WS-IT-CLEARED-RUN (WS-ITEM-COUNT)
          MOVE OPI-DESCRIPTION TO WS-IT-DESCRIPTION (WS-ITEM-COUNT)
          MOVE OPI-TYPE TO WS-EXC-TYPE
          PERFORM B310-SET-PRIORITY
          MOVE WS-EXC-PRIORITY TO WS-IT-PRIORITY (WS-ITEM-COUNT)
        ELSE
          ADD 1 TO WS-ITEMS-DROPPED
          DISPLAY "EXCEPTIONS: open items table full at "
              WS-ITEM-LIMIT ", item " OPI-TYPE " " OPI-KEY
              " not carried"
        END-IF
    END-READ
  END-PERFORM
  CLOSE OPEN-ITEMS
ELSE
  DISPLAY "EXCEPTIONS: no OPEN-ITEMS on file, starting one"
END-IF.

B200-SCAN-OVERFLOW-REPORT.

*> an overflow is keyed by the operands that overflowed - the same
*> pair overflowing night after night is one open item
OPEN INPUT OVERFLOW-REPORT.
IF WS-OVERFLOW-STATUS = "00"
  PERFORM UNTIL OVERFLOW-AT-END
    READ OVERFLOW-REPORT
      AT END SET OVERFLOW-AT-END TO TRUE
      NOT AT END
        IF OFR-RUN-NUMBER NUMERIC AND OFR-RUN-NUMBER = WS-RUN-NUMBER
          MOVE "OVERFLOW" TO WS-EXC-TYPE
          MOVE SPACES TO WS-EXC-KEY
          STRING "ZAHL " DELIMITED BY SIZE
              OFR-ZAHL1 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OFR-ZAHL2 DELIMITED BY SIZE
              INTO WS-EXC-KEY
          MOVE SPACES TO WS-EXC-DESCRIPTION
          STRING "SIZE ERROR IN " DELIMITED BY SIZE
              OFR-PARAGRAPH DELIMITED BY SIZE
              INTO WS-EXC-DESCRIPTION
          PERFORM B300-NOTE-EXCEPTION
        END-IF
    END-READ
  END-PERFORM
  CLOSE OVERFLOW-REPORT
ELSE
  MOVE "OVERFLOW" TO WS-EXC-TYPE
  PERFORM B290-NOTE-MISSING-REPORT
END-IF.

B210-SCAN-UNRATED-REPORT.

OPEN INPUT UNRATED-REPORT.
IF WS-UNRATED-STATUS = "00"
  PERFORM UNTIL UNRATED-AT-END
    READ UNRATED-REPORT
      AT END SET UNRATED-AT-END TO TRUE
      NOT AT END
        IF UNR-RUN-NUMBER NUMERIC AND UNR-RUN-NUMBER = WS-RUN-NUMBER
          MOVE "UNRATED" TO WS-EXC-TYPE
          MOVE SPACES TO WS-EXC-KEY
          STRING "FAC " DELIMITED BY SIZE
              UNR-FAC DELIMITED BY SIZE
              INTO WS-EXC-KEY
          MOVE SPACES TO WS-EXC-DESCRIPTION
          STRING "NO RATING TIER FOR ERG " DELIMITED BY SIZE
              UNR-ERG DELIMITED BY SIZE
              INTO WS-EXC-DESCRIPTION
          PERFORM B300-NOTE-EXCEPTION
        END-IF
    END-READ
  END-PERFORM
  CLOSE UNRATED-REPORT
ELSE
  MOVE "UNRATED" TO WS-EXC-TYPE
  PERFORM B290-NOTE-MISSING-REPORT
END-IF.

B220-SCAN-FACULTY-REJECT.

*> a reject is keyed by FAC, reason and the department that sent
*> it - the same department sending the same bad record again is
*> the same open item
OPEN INPUT FACULTY-REJECT.
IF WS-REJECT-STATUS = "00"
  PERFORM UNTIL FACULTY-REJECT-AT-END
    READ FACULTY-REJECT
      AT END SET FACULTY-REJECT-AT-END TO TRUE
      NOT AT END
        IF FRJ-RUN-NUMBER NUMERIC AND FRJ-RUN-NUMBER = WS-RUN-NUMBER
          MOVE "REJECT" TO WS-EXC-TYPE
          MOVE SPACES TO WS-EXC-KEY
          STRING "FAC " DELIMITED BY SIZE
              FRJ-FAC DELIMITED BY SIZE
              " R" DELIMITED BY SIZE
              FRJ-REASON-CODE DELIMITED BY SIZE
              " D" DELIMITED BY SIZE
              FRJ-BATCH-ID DELIMITED BY SIZE
              INTO WS-EXC-KEY
          MOVE SPACES TO WS-EXC-DESCRIPTION
          STRING FRJ-REASON-TEXT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FRJ-RECORD-IMAGE DELIMITED BY SIZE
              INTO WS-EXC-DESCRIPTION
          PERFORM B300-NOTE-EXCEPTION
        END-IF
    END-READ
  END-PERFORM
  CLOSE FACULTY-REJECT
ELSE
  MOVE "REJECT" TO WS-EXC-TYPE
  PERFORM B290-NOTE-MISSING-REPORT
END-IF.

B230-SCAN-RECONCILE-REPORT.

*> RECONCILE-REPORT is rewritten by every balancing run. only its
*> difference lines are exceptions; the FAC sits at a fixed column
*> after each line's fixed text.
OPEN INPUT RECONCILE-REPORT.
IF WS-RECONCILE-STATUS = "00"
  PERFORM UNTIL RECONCILE-AT-END
    READ RECONCILE-REPORT
      AT END SET RECONCILE-AT-END TO TRUE
      NOT AT END
        MOVE "RECONCIL" TO WS-EXC-TYPE
        MOVE SPACES TO WS-EXC-KEY
        MOVE RECONCILE-REPORT-REC (1:50) TO WS-EXC-DESCRIPTION
        EVALUATE TRUE
          WHEN RECONCILE-REPORT-REC (1:40)
              = "REPORT LINE WITHOUT AUDIT COVERAGE: FAC "
            STRING "NO AUDIT FAC " DELIMITED BY SIZE
                RECONCILE-REPORT-REC (41:4) DELIMITED BY SIZE
                INTO WS-EXC-KEY
          WHEN RECONCILE-REPORT-REC (1:18) = "ERG MISMATCH: FAC "
            STRING "ERG DIFF FAC " DELIMITED BY SIZE
                RECONCILE-REPORT-REC (19:4) DELIMITED BY SIZE
                INTO WS-EXC-KEY
          WHEN RECONCILE-REPORT-REC (1:37)
              = "AUDIT ENTRY WITHOUT REPORT LINE: FAC "
            STRING "NO REPORT FAC " DELIMITED BY SIZE
                RECONCILE-REPORT-REC (38:4) DELIMITED BY SIZE
                INTO WS-EXC-KEY
          WHEN RECONCILE-REPORT-REC (1:24) = "FACULTY-REPORT NOT FOUND"
            MOVE "NO FACULTY-REPORT" TO WS-EXC-KEY
          WHEN RECONCILE-REPORT-REC (1:20) = "NO REPORT LINES READ"
            MOVE "NO REPORT LINES" TO WS-EXC-KEY
        END-EVALUATE
        IF WS-EXC-KEY NOT = SPACES
          PERFORM B300-NOTE-EXCEPTION
        END-IF
    END-READ
  END-PERFORM
  CLOSE RECONCILE-REPORT
ELSE
  MOVE "RECONCIL" TO WS-EXC-TYPE
  PERFORM B290-NOTE-MISSING-REPORT
END-IF.

B240-SCAN-PLAN-ACK-REPORT.

*> PLAN-ACK-REPORT problem lines, keyed by the extract sequence -
*> the batch the planning office is holding or never received
OPEN INPUT PLAN-ACK-REPORT.
IF WS-PLAN-ACK-STATUS = "00"
  PERFORM UNTIL PLAN-ACK-AT-END
    READ PLAN-ACK-REPORT
      AT END SET PLAN-ACK-AT-END TO TRUE
      NOT AT END
        MOVE "PLANACK" TO WS-EXC-TYPE
        MOVE SPACES TO WS-EXC-KEY
        MOVE PLAN-ACK-REPORT-REC (1:50) TO WS-EXC-DESCRIPTION
        EVALUATE TRUE
          WHEN PLAN-ACK-REPORT-REC (1:46)
              = "EXTRACT REJECTED BY PLANNING OFFICE: SEQUENCE "
            STRING "REJECTED SEQ " DELIMITED BY SIZE
                PLAN-ACK-REPORT-REC (47:6) DELIMITED BY SIZE
                INTO WS-EXC-KEY
          WHEN PLAN-ACK-REPORT-REC (1:39)
              = "ACKNOWLEDGED TOTALS DISAGREE: SEQUENCE "
            STRING "DISAGREE SEQ " DELIMITED BY SIZE
                PLAN-ACK-REPORT-REC (40:6) DELIMITED BY SIZE
                INTO WS-EXC-KEY
          WHEN PLAN-ACK-REPORT-REC (1:45)
              = "TRANSMITTED BUT NEVER ACKNOWLEDGED: SEQUENCE "
            STRING "UNACKED SEQ " DELIMITED BY SIZE
                PLAN-ACK-REPORT-REC (46:6) DELIMITED BY SIZE
                INTO WS-EXC-KEY
          WHEN PLAN-ACK-REPORT-REC (1:37)
              = "GAP IN ACKNOWLEDGED SERIES: SEQUENCE "
            STRING "GAP SEQ " DELIMITED BY SIZE
                PLAN-ACK-REPORT-REC (38:6) DELIMITED BY SIZE
                INTO WS-EXC-KEY
          WHEN PLAN-ACK-REPORT-REC (1:45)
              = "ACKNOWLEDGMENT FOR SEQUENCE WE NEVER LOGGED: "
            STRING "ORPHAN ACK SEQ " DELIMITED BY SIZE
                PLAN-ACK-REPORT-REC (46:6) DELIMITED BY SIZE
                INTO WS-EXC-KEY
        END-EVALUATE
        IF WS-EXC-KEY NOT = SPACES
          PERFORM B300-NOTE-EXCEPTION
        END-IF
    END-READ
  END-PERFORM
  CLOSE PLAN-ACK-REPORT
ELSE
  MOVE "PLANACK" TO WS-EXC-TYPE
  PERFORM B290-NOTE-MISSING-REPORT
END-IF.

B250-SCAN-REJECT-SUSPENSE.

*> records suspended out of the repair cycle, corrections that
*> still fail edit and repaired records that found the resubmit
*> table full, keyed by the record image they concern
OPEN INPUT REJECT-SUSPENSE.
IF WS-SUSPENSE-STATUS = "00"
  PERFORM UNTIL SUSPENSE-AT-END
    READ REJECT-SUSPENSE
      AT END SET SUSPENSE-AT-END TO TRUE
      NOT AT END
        MOVE "SUSPENSE" TO WS-EXC-TYPE
        MOVE SPACES TO WS-EXC-KEY
        MOVE REJECT-SUSPENSE-REC (1:50) TO WS-EXC-DESCRIPTION
        EVALUATE TRUE
          WHEN REJECT-SUSPENSE-REC (1:16) = "SUSPENDED AFTER "
            STRING "SUSP " DELIMITED BY SIZE
                REJECT-SUSPENSE-REC (33:14) DELIMITED BY SIZE
                INTO WS-EXC-KEY
          WHEN REJECT-SUSPENSE-REC (1:28)
              = "CORRECTION STILL FAILS EDIT "
            STRING "FAIL " DELIMITED BY SIZE
                REJECT-SUSPENSE-REC (69:14) DELIMITED BY SIZE
                INTO WS-EXC-KEY
          WHEN REJECT-SUSPENSE-REC (1:23) = "RESUBMIT TABLE FULL AT "
            STRING "FULL " DELIMITED BY SIZE
                REJECT-SUSPENSE-REC (36:14) DELIMITED BY SIZE
                INTO WS-EXC-KEY
        END-EVALUATE
        IF WS-EXC-KEY NOT = SPACES
          PERFORM B300-NOTE-EXCEPTION
        END-IF
    END-READ
  END-PERFORM
  CLOSE REJECT-SUSPENSE
ELSE
  MOVE "SUSPENSE" TO WS-EXC-TYPE
  PERFORM B290-NOTE-MISSING-REPORT
END-IF.

B290-NOTE-MISSING-REPORT.

*> a report that is not there at all means its step did not run,
*> which is an exception in its own right - the type is the one the
*> calling paragraph set
MOVE "MISSING" TO WS-EXC-KEY
MOVE "INPUT REPORT NOT FOUND - STEP MAY NOT HAVE RUN"
    TO WS-EXC-DESCRIPTION
PERFORM B300-NOTE-EXCEPTION.

B300-NOTE-EXCEPTION.

*> finds the item for WS-EXC-TYPE/WS-EXC-KEY, opening a new one the
*> first time it is seen. an item seen again on a later run adds a
*> night; one that had cleared and comes back is reopened from
*> tonight and flagged as recurred. a rerun of this step for the
*> same run counts the occurrences again but adds no night.
ADD 1 TO WS-EXCEPTIONS-NOTED
MOVE ZERO TO WS-CURRENT-ITEM-SUB
PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
    UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
        OR WS-CURRENT-ITEM-SUB > ZERO
  IF WS-IT-TYPE (WS-ITEM-SUB) = WS-EXC-TYPE
      AND WS-IT-KEY (WS-ITEM-SUB) = WS-EXC-KEY
    MOVE WS-ITEM-SUB TO WS-CURRENT-ITEM-SUB
  END-IF
END-PERFORM
IF WS-CURRENT-ITEM-SUB = ZERO
  IF WS-ITEM-COUNT < WS-ITEM-LIMIT
    ADD 1 TO WS-ITEM-COUNT
    MOVE WS-ITEM-COUNT TO WS-CURRENT-ITEM-SUB
    INITIALIZE WS-ITEM-ENTRY (WS-CURRENT-ITEM-SUB)
    MOVE WS-EXC-TYPE TO WS-IT-TYPE (WS-CURRENT-ITEM-SUB)
    MOVE WS-EXC-KEY TO WS-IT-KEY (WS-CURRENT-ITEM-SUB)
    SET ITEM-IS-OPEN (WS-CURRENT-ITEM-SUB) TO TRUE
    MOVE WS-RUN-DATE TO WS-IT-FIRST-SEEN (WS-CURRENT-ITEM-SUB)
    MOVE WS-RUN-NUMBER TO WS-IT-LAST-RUN (WS-CURRENT-ITEM-SUB)
    MOVE 1 TO WS-IT-NIGHTS-OPEN (WS-CURRENT-ITEM-SUB)
    MOVE SPACES TO WS-IT-CLEARED-DATE (WS-CURRENT-ITEM-SUB)
    PERFORM B310-SET-PRIORITY
    MOVE WS-EXC-PRIORITY TO WS-IT-PRIORITY (WS-CURRENT-ITEM-SUB)
  ELSE
    ADD 1 TO WS-ITEMS-DROPPED
    DISPLAY "EXCEPTIONS: open items table full at " WS-ITEM-LIMIT
        ", item " WS-EXC-TYPE " " WS-EXC-KEY " not carried"
  END-IF
ELSE IF ITEM-IS-CLEARED (WS-CURRENT-ITEM-SUB)
  SET ITEM-IS-OPEN (WS-CURRENT-ITEM-SUB) TO TRUE
  MOVE 'Y' TO WS-IT-RECURRED (WS-CURRENT-ITEM-SUB)
  MOVE WS-RUN-DATE TO WS-IT-FIRST-SEEN (WS-CURRENT-ITEM-SUB)
  MOVE WS-RUN-NUMBER TO WS-IT-LAST-RUN (WS-CURRENT-ITEM-SUB)
  MOVE 1 TO WS-IT-NIGHTS-OPEN (WS-CURRENT-ITEM-SUB)
  MOVE SPACES TO WS-IT-CLEARED-DATE (WS-CURRENT-ITEM-SUB)
  MOVE ZERO TO WS-IT-CLEARED-RUN (WS-CURRENT-ITEM-SUB)
ELSE IF WS-IT-LAST-RUN (WS-CURRENT-ITEM-SUB) < WS-RUN-NUMBER
  ADD 1 TO WS-IT-NIGHTS-OPEN (WS-CURRENT-ITEM-SUB)
  MOVE WS-RUN-NUMBER TO WS-IT-LAST-RUN (WS-CURRENT-ITEM-SUB)
END-IF
END-IF
END-IF.
IF WS-CURRENT-ITEM-SUB > ZERO
  ADD 1 TO WS-IT-TONIGHT-COUNT (WS-CURRENT-ITEM-SUB)
  MOVE WS-EXC-DESCRIPTION TO WS-IT-DESCRIPTION (WS-CURRENT-ITEM-SUB)
END-IF.

B310-SET-PRIORITY.

*> 1 - the run itself did not end clean
*> 2 - the books may not balance: reconciliation differences and
*>     planning extracts unaccounted for
*> 3 - records that overflowed or fell out of the repair cycle
*> 4 - ordinary rating and edit exceptions
EVALUATE WS-EXC-TYPE
  WHEN "RUNSTAT"
    MOVE 1 TO WS-EXC-PRIORITY
  WHEN "RECONCIL"
  WHEN "PLANACK"
    MOVE 2 TO WS-EXC-PRIORITY
  WHEN "OVERFLOW"
  WHEN "SUSPENSE"
    MOVE 3 TO WS-EXC-PRIORITY
  WHEN OTHER
    MOVE 4 TO WS-EXC-PRIORITY
END-EVALUATE.

B400-AGE-OPEN-ITEMS.

*> an open item not seen tonight, on a run after the one it was
*> last seen on, has stopped recurring and is marked cleared. a
*> cleared item is kept for WS-CLEARED-RETAIN-RUNS runs and then
*> left off the rewritten file.
PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
    UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
  IF ITEM-IS-OPEN (WS-ITEM-SUB)
      AND WS-IT-TONIGHT-COUNT (WS-ITEM-SUB) = ZERO
      AND WS-IT-LAST-RUN (WS-ITEM-SUB) < WS-RUN-NUMBER
    SET ITEM-IS-CLEARED (WS-ITEM-SUB) TO TRUE
    MOVE WS-RUN-DATE TO WS-IT-CLEARED-DATE (WS-ITEM-SUB)
    MOVE WS-RUN-NUMBER TO WS-IT-CLEARED-RUN (WS-ITEM-SUB)
  END-IF
  IF ITEM-IS-OPEN (WS-ITEM-SUB)
    ADD 1 TO WS-OPEN-COUNT
    IF WS-IT-NIGHTS-OPEN (WS-ITEM-SUB) = 1
      ADD 1 TO WS-NEW-COUNT
    END-IF
    IF WS-IT-NIGHTS-OPEN (WS-ITEM-SUB) >= WS-CHRONIC-NIGHTS
      ADD 1 TO WS-CHRONIC-COUNT
    END-IF
  ELSE IF WS-IT-CLEARED-RUN (WS-ITEM-SUB) = WS-RUN-NUMBER
    ADD 1 TO WS-CLEARED-TONIGHT-COUNT
  END-IF
  END-IF
END-PERFORM.

B500-WRITE-REPORT.

OPEN OUTPUT EXCEPTIONS-REPORT.
MOVE SPACES TO EXCEPTIONS-REPORT-REC
STRING "MORNING EXCEPTIONS REPORT  RUN " DELIMITED BY SIZE
    WS-RUN-NUMBER DELIMITED BY SIZE
    "  STATUS " DELIMITED BY SIZE
    WS-RUN-STATUS DELIMITED BY SIZE
    "  RUN DATE " DELIMITED BY SIZE
    WS-RUN-DATE DELIMITED BY SIZE
    "  PRINTED " DELIMITED BY SIZE
    WS-RUN-TIMESTAMP (1:8) DELIMITED BY SIZE
    INTO EXCEPTIONS-REPORT-REC
WRITE EXCEPTIONS-REPORT-REC.
MOVE SPACES TO EXCEPTIONS-REPORT-REC
STRING "REQUESTS READ " DELIMITED BY SIZE
    WS-REQUESTS-READ DELIMITED BY SIZE
    "  REPORT LINES " DELIMITED BY SIZE
    WS-REPORTS-WRITTEN DELIMITED BY SIZE
    INTO EXCEPTIONS-REPORT-REC
WRITE EXCEPTIONS-REPORT-REC.
IF NOT JOB-LOG-WAS-FOUND
  MOVE "NO JOB-LOG RECORD - ITEMS BELOW ARE NOT CARRIED FORWARD"
      TO EXCEPTIONS-REPORT-REC
  WRITE EXCEPTIONS-REPORT-REC
END-IF.

PERFORM VARYING WS-REPORT-PRIORITY FROM 1 BY 1
    UNTIL WS-REPORT-PRIORITY > 4
  PERFORM B510-WRITE-PRIORITY-SECTION
END-PERFORM.

MOVE SPACES TO EXCEPTIONS-REPORT-REC
WRITE EXCEPTIONS-REPORT-REC.
MOVE "CLEARED - NO LONGER RECURRING" TO EXCEPTIONS-REPORT-REC
WRITE EXCEPTIONS-REPORT-REC.
MOVE ZERO TO WS-SECTION-LINES
PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
    UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
  IF ITEM-IS-CLEARED (WS-ITEM-SUB)
    ADD 1 TO WS-SECTION-LINES
    MOVE WS-IT-NIGHTS-OPEN (WS-ITEM-SUB) TO WS-EDIT-NIGHTS
    MOVE SPACES TO EXCEPTIONS-REPORT-REC
    STRING "  " DELIMITED BY SIZE
        WS-IT-TYPE (WS-ITEM-SUB) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-IT-KEY (WS-ITEM-SUB) DELIMITED BY SIZE
        " FIRST " DELIMITED BY SIZE
        WS-IT-FIRST-SEEN (WS-ITEM-SUB) DELIMITED BY SIZE
        " OPEN " DELIMITED BY SIZE
        WS-EDIT-NIGHTS DELIMITED BY SIZE
        " NIGHTS, CLEARED " DELIMITED BY SIZE
        WS-IT-CLEARED-DATE (WS-ITEM-SUB) DELIMITED BY SIZE
        " RUN " DELIMITED BY SIZE
        WS-IT-CLEARED-RUN (WS-ITEM-SUB) DELIMITED BY SIZE
        INTO EXCEPTIONS-REPORT-REC
    WRITE EXCEPTIONS-REPORT-REC
  END-IF
END-PERFORM.
IF WS-SECTION-LINES = ZERO
  MOVE "  NONE" TO EXCEPTIONS-REPORT-REC
  WRITE EXCEPTIONS-REPORT-REC
END-IF.

MOVE SPACES TO EXCEPTIONS-REPORT-REC
WRITE EXCEPTIONS-REPORT-REC.
MOVE SPACES TO EXCEPTIONS-REPORT-REC
STRING "OPEN ITEMS " DELIMITED BY SIZE
    WS-OPEN-COUNT DELIMITED BY SIZE
    "  NEW " DELIMITED BY SIZE
    WS-NEW-COUNT DELIMITED BY SIZE
    "  CHRONIC " DELIMITED BY SIZE
    WS-CHRONIC-COUNT DELIMITED BY SIZE
    "  CLEARED TONIGHT " DELIMITED BY SIZE
    WS-CLEARED-TONIGHT-COUNT DELIMITED BY SIZE
    "  OCCURRENCES READ " DELIMITED BY SIZE
    WS-EXCEPTIONS-NOTED DELIMITED BY SIZE
    INTO EXCEPTIONS-REPORT-REC
WRITE EXCEPTIONS-REPORT-REC.
IF WS-ITEMS-DROPPED > ZERO
  MOVE SPACES TO EXCEPTIONS-REPORT-REC
  STRING "ITEMS NOT CARRIED - TABLE FULL " DELIMITED BY SIZE
      WS-ITEMS-DROPPED DELIMITED BY SIZE
      INTO EXCEPTIONS-REPORT-REC
  WRITE EXCEPTIONS-REPORT-REC
END-IF.
CLOSE EXCEPTIONS-REPORT.

B510-WRITE-PRIORITY-SECTION.

*> the open items of one priority, the chronic ones first - an item
*> open night after night is the one most likely being missed
EVALUATE WS-REPORT-PRIORITY
  WHEN 1
    MOVE "PRIORITY 1 - RUN DID NOT END CLEAN" TO WS-PRIORITY-TITLE
  WHEN 2
    MOVE "PRIORITY 2 - BALANCING AND EXTRACTS" TO WS-PRIORITY-TITLE
  WHEN 3
    MOVE "PRIORITY 3 - OVERFLOWS AND SUSPENSE" TO WS-PRIORITY-TITLE
  WHEN OTHER
    MOVE "PRIORITY 4 - UNRATED AND REJECTED" TO WS-PRIORITY-TITLE
END-EVALUATE
MOVE SPACES TO EXCEPTIONS-REPORT-REC
WRITE EXCEPTIONS-REPORT-REC.
MOVE WS-PRIORITY-TITLE TO EXCEPTIONS-REPORT-REC
WRITE EXCEPTIONS-REPORT-REC.
MOVE ZERO TO WS-SECTION-LINES
SET LISTING-CHRONIC-ITEMS TO TRUE
PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
    UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
  PERFORM B520-WRITE-ITEM-LINE
END-PERFORM
MOVE 'N' TO CHRONIC-PASS-FLAG
PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
    UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
  PERFORM B520-WRITE-ITEM-LINE
END-PERFORM
IF WS-SECTION-LINES = ZERO
  MOVE "  NONE" TO EXCEPTIONS-REPORT-REC
  WRITE EXCEPTIONS-REPORT-REC
END-IF.

B520-WRITE-ITEM-LINE.

IF ITEM-IS-OPEN (WS-ITEM-SUB)
    AND WS-IT-PRIORITY (WS-ITEM-SUB) = WS-REPORT-PRIORITY
  IF (LISTING-CHRONIC-ITEMS
        AND WS-IT-NIGHTS-OPEN (WS-ITEM-SUB) >= WS-CHRONIC-NIGHTS)
      OR (NOT LISTING-CHRONIC-ITEMS
        AND WS-IT-NIGHTS-OPEN (WS-ITEM-SUB) < WS-CHRONIC-NIGHTS)
    ADD 1 TO WS-SECTION-LINES
    EVALUATE TRUE
      WHEN WS-IT-NIGHTS-OPEN (WS-ITEM-SUB) >= WS-CHRONIC-NIGHTS
        MOVE "CHRONIC" TO WS-ITEM-FLAG-TEXT
      WHEN ITEM-HAS-RECURRED (WS-ITEM-SUB)
        MOVE "RECURRED" TO WS-ITEM-FLAG-TEXT
      WHEN WS-IT-NIGHTS-OPEN (WS-ITEM-SUB) = 1
        MOVE "NEW" TO WS-ITEM-FLAG-TEXT
      WHEN OTHER
        MOVE SPACES TO WS-ITEM-FLAG-TEXT
    END-EVALUATE
    MOVE WS-IT-NIGHTS-OPEN (WS-ITEM-SUB) TO WS-EDIT-NIGHTS
    MOVE WS-IT-TONIGHT-COUNT (WS-ITEM-SUB) TO WS-EDIT-TONIGHT
    MOVE SPACES TO EXCEPTIONS-REPORT-REC
    STRING "  " DELIMITED BY SIZE
        WS-ITEM-FLAG-TEXT DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-IT-TYPE (WS-ITEM-SUB) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-IT-KEY (WS-ITEM-SUB) DELIMITED BY SIZE
        " FIRST " DELIMITED BY SIZE
        WS-IT-FIRST-SEEN (WS-ITEM-SUB) DELIMITED BY SIZE
        " NIGHTS" DELIMITED BY SIZE
        WS-EDIT-NIGHTS DELIMITED BY SIZE
        " x" DELIMITED BY SIZE
        WS-EDIT-TONIGHT DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-IT-DESCRIPTION (WS-ITEM-SUB) DELIMITED BY SIZE
        INTO EXCEPTIONS-REPORT-REC
    WRITE EXCEPTIONS-REPORT-REC
  END-IF
END-IF.

B600-REWRITE-OPEN-ITEMS.

OPEN OUTPUT OPEN-ITEMS.
PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
    UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
  IF ITEM-IS-CLEARED (WS-ITEM-SUB)
      AND WS-RUN-NUMBER - WS-IT-CLEARED-RUN (WS-ITEM-SUB)
          > WS-CLEARED-RETAIN-RUNS
    ADD 1 TO WS-PURGED-COUNT
  ELSE
    MOVE SPACES TO OPEN-ITEMS-REC
    MOVE WS-IT-TYPE (WS-ITEM-SUB) TO OPI-TYPE
    MOVE WS-IT-KEY (WS-ITEM-SUB) TO OPI-KEY
    MOVE WS-IT-STATE (WS-ITEM-SUB) TO OPI-STATE
    MOVE WS-IT-FIRST-SEEN (WS-ITEM-SUB) TO OPI-FIRST-SEEN
    MOVE WS-IT-LAST-RUN (WS-ITEM-SUB) TO OPI-LAST-RUN
    MOVE WS-IT-NIGHTS-OPEN (WS-ITEM-SUB) TO OPI-NIGHTS-OPEN
    MOVE WS-IT-CLEARED-DATE (WS-ITEM-SUB) TO OPI-CLEARED-DATE
    MOVE WS-IT-CLEARED-RUN (WS-ITEM-SUB) TO OPI-CLEARED-RUN
    MOVE WS-IT-DESCRIPTION (WS-ITEM-SUB) TO OPI-DESCRIPTION
    WRITE OPEN-ITEMS-REC
  END-IF
END-PERFORM.
CLOSE OPEN-ITEMS.
