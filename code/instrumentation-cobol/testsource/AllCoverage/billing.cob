      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BILLING.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT BILLING-CONTROL ASSIGN TO "BILLING-CONTROL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CONTROL-STATUS.
  SELECT RATE-CARD ASSIGN TO "RATE-CARD"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RATE-CARD-STATUS.
  SELECT REQUEST-ACK ASSIGN TO "REQUEST-ACK"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ACK-STATUS.
  SELECT WIDE-RESULTS ASSIGN TO "WIDE-RESULTS"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-WIDE-STATUS.
  SELECT BILLING-ACCUM ASSIGN TO "BILLING-ACCUM"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ACCUM-STATUS.
  SELECT DEPT-INVOICE ASSIGN TO "DEPT-INVOICE"
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT GL-INTERFACE ASSIGN TO "GL-INTERFACE"
    ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD BILLING-CONTROL.
01 BILLING-CONTROL-REC.
  05 BLC-RUN-MODE PIC X.
FD RATE-CARD.
01 RATE-CARD-REC.
  05 RTC-RATE-TYPE PIC X.
  05 FILLER PIC X VALUE SPACE.
  05 RTC-TRANS-CODE PIC 99.
  05 FILLER PIC X VALUE SPACE.
  05 RTC-PRICE PIC 9(5)V99.
  05 FILLER PIC X VALUE SPACE.
  05 RTC-GL-ACCOUNT PIC X(10).
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
FD WIDE-RESULTS.
01 WIDE-RESULTS-REC.
  05 WRS-FAC PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 WRS-ERG PIC 9(18).
  05 FILLER PIC X VALUE SPACE.
  05 WRS-TIMESTAMP PIC X(26).
  05 FILLER PIC X VALUE SPACE.
  05 WRS-RUN-NUMBER PIC 9(6).
  05 FILLER PIC X VALUE SPACE.
  05 WRS-BATCH-ID PIC 9999.
FD BILLING-ACCUM.
01 BILLING-ACCUM-REC.
  05 BAC-RECORD-TYPE PIC X.
  05 FILLER PIC X VALUE SPACE.
  05 BAC-DEPT-ID PIC 9999.
  05 BAC-ITEM OCCURS 9 TIMES.
    10 FILLER PIC X.
    10 BAC-ITEM-COUNT PIC 9(8).
    10 FILLER PIC X.
    10 BAC-ITEM-AMOUNT PIC 9(9)V99.
01 BILLING-ACCUM-HEADER-REC.
  05 BAH-RECORD-TYPE PIC X.
  05 FILLER PIC X VALUE SPACE.
  05 BAH-LAST-RUN-NUMBER PIC 9(6).
  05 FILLER PIC X VALUE SPACE.
  05 BAH-PERIOD-FROM PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 BAH-PERIOD-TO PIC X(8).
FD DEPT-INVOICE.
01 DEPT-INVOICE-REC PIC X(80).
FD GL-INTERFACE.
01 GL-INTERFACE-REC PIC X(80).
WORKING-STORAGE SECTION.
01 WS-FILE-STATUS-FIELDS.
  05 WS-CONTROL-STATUS PIC XX.
  05 WS-RATE-CARD-STATUS PIC XX.
  05 WS-ACK-STATUS PIC XX.
  05 WS-WIDE-STATUS PIC XX.
  05 WS-ACCUM-STATUS PIC XX.
01 WS-FLAGS.
  05 WS-RUN-MODE PIC X VALUE 'N'.
    88 MONTH-END-BILLING VALUE 'M'.
  05 RATE-CARD-EOF PIC X VALUE 'N'.
    88 RATE-CARD-AT-END VALUE 'Y'.
  05 REQUEST-ACK-EOF PIC X VALUE 'N'.
    88 REQUEST-ACK-AT-END VALUE 'Y'.
  05 WIDE-RESULTS-EOF PIC X VALUE 'N'.
    88 WIDE-RESULTS-AT-END VALUE 'Y'.
  05 BILLING-ACCUM-EOF PIC X VALUE 'N'.
    88 BILLING-ACCUM-AT-END VALUE 'Y'.
  05 ACK-BILLABLE-FLAG PIC X VALUE 'N'.
    88 ACK-RUN-IS-BILLABLE VALUE 'Y'.
01 WS-RATE-FIELDS.
  *> one priced item per line of the invoice: items 1-6 are the
  *> transaction types 00-05, 7 is the handling charge for a record
  *> the department's own error got rejected, 8 and 9 are the
  *> surcharges for a record routed to UNRATED-REPORT or to
  *> WIDE-RESULTS. an item missing from the rate card bills at zero.
  05 WS-ITEM-LIMIT PIC 9(4) VALUE 9.
  05 WS-ITEM-SUB PIC 9(4) COMP VALUE ZERO.
  05 WS-RATE-LOADED-COUNT PIC 9(4) VALUE ZERO.
  05 WS-RATE-REJECTED-COUNT PIC 9(4) VALUE ZERO.
01 WS-RATE-TABLE.
  05 WS-RATE-ENTRY OCCURS 9 TIMES.
    10 WS-RT-PRICE PIC 9(5)V99.
    10 WS-RT-GL-ACCOUNT PIC X(10).
01 WS-PERIOD-FIELDS.
  05 WS-LAST-RUN-BILLED PIC 9(6) VALUE ZERO.
  05 WS-PERIOD-FROM PIC X(8) VALUE SPACES.
  05 WS-PERIOD-TO PIC X(8) VALUE SPACES.
  05 WS-ACK-RUN-NUMBER PIC 9(6) VALUE ZERO.
  05 WS-ACK-RUN-DATE PIC X(8) VALUE SPACES.
01 WS-DEPT-TABLE-FIELDS.
  05 WS-DEPT-COUNT PIC 9(4) VALUE ZERO.
  05 WS-DEPT-LIMIT PIC 9(4) VALUE 200.
  05 WS-DEPT-SUB PIC 9(4) COMP VALUE ZERO.
  05 WS-CURRENT-DEPT-SUB PIC 9(4) COMP VALUE ZERO.
  05 WS-LOOKUP-DEPT-ID PIC 9999 VALUE ZERO.
01 WS-DEPT-TABLE.
  05 WS-DEPT-ENTRY OCCURS 200 TIMES.
    10 WS-DT-DEPT-ID PIC 9999.
    10 WS-DT-ITEM OCCURS 9 TIMES.
      15 WS-DT-COUNT PIC 9(8).
      15 WS-DT-AMOUNT PIC 9(9)V99.
01 WS-COUNTERS.
  05 WS-ACK-DETAIL-COUNT PIC 9(8) VALUE ZERO.
  05 WS-BILLED-COUNT PIC 9(8) VALUE ZERO.
  05 WS-NOT-BILLED-COUNT PIC 9(8) VALUE ZERO.
  05 WS-WIDE-BILLED-COUNT PIC 9(8) VALUE ZERO.
  05 WS-DEPT-DROPPED-COUNT PIC 9(8) VALUE ZERO.
  05 WS-INVOICE-COUNT PIC 9(6) VALUE ZERO.
  05 WS-GL-LINE-COUNT PIC 9(8) VALUE ZERO.
  05 WS-DEPT-TOTAL PIC 9(11)V99 VALUE ZERO.
  05 WS-GRAND-TOTAL PIC 9(11)V99 VALUE ZERO.
01 WS-EDITED-FIELDS.
  05 WS-EDIT-DEPT PIC ZZZ9.
  05 WS-EDIT-COUNT PIC ZZ,ZZZ,ZZ9.
  05 WS-EDIT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
  05 WS-GL-AMOUNT PIC 9(11).99.
  05 WS-ITEM-CODE PIC 99.
  05 WS-ACK-TRANS-CODE PIC 99.
  05 WS-ITEM-TEXT PIC X(30).
01 WS-RUN-TIMESTAMP PIC X(26).
PROCEDURE DIVISION.
0000-MAIN-LOGIC.

*> departmental chargeback. run nightly after STATEMENTCOVERAGE: the
*> night's REQUEST-ACK says, record by record, which department sent
*> what and what became of it, and WIDE-RESULTS names the department
*> behind every wide recompute. both are priced off RATE-CARD and
*> added into BILLING-ACCUM, the month-to-date totals by department.
*> a month-end run (an 'M' on BILLING-CONTROL) then bills the month:
*> one invoice per department on DEPT-INVOICE, the same lines on
*> GL-INTERFACE for general ledger, and BILLING-ACCUM starts over.

MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.

PERFORM B050-READ-BILLING-CONTROL.
PERFORM B060-LOAD-RATE-CARD.
IF WS-RATE-CARD-STATUS NOT = "00"
  *> billing a night without prices would book the whole night at
  *> zero and then refuse to bill it again - stop and leave the
  *> accumulator as it was, so the night can be billed once the
  *> rate card is back
  DISPLAY "BILLING: RATE-CARD not found, status "
      WS-RATE-CARD-STATUS " - nothing billed"
  MOVE 8 TO RETURN-CODE
  GOBACK
END-IF.

PERFORM B100-LOAD-ACCUMULATOR.
PERFORM B200-BILL-REQUEST-ACK.
IF ACK-RUN-IS-BILLABLE
  PERFORM B300-BILL-WIDE-RESULTS
END-IF.

IF MONTH-END-BILLING
  PERFORM B400-WRITE-INVOICES
END-IF.

PERFORM B500-REWRITE-ACCUMULATOR.

DISPLAY "BILLING: " WS-BILLED-COUNT " records billed, "
    WS-NOT-BILLED-COUNT " not billable, "
    WS-WIDE-BILLED-COUNT " wide surcharges".
IF MONTH-END-BILLING
  DISPLAY "BILLING: month closed, " WS-INVOICE-COUNT
      " invoices written"
END-IF.

GOBACK.

B050-READ-BILLING-CONTROL.

*> no card, or anything but 'M', is an ordinary nightly accumulation
OPEN INPUT BILLING-CONTROL.
IF WS-CONTROL-STATUS = "00"
  READ BILLING-CONTROL
    AT END CONTINUE
    NOT AT END MOVE BLC-RUN-MODE TO WS-RUN-MODE
  END-READ
  CLOSE BILLING-CONTROL
END-IF.
IF MONTH-END-BILLING
  DISPLAY "BILLING: month-end run - invoices will be written"
END-IF.

B060-LOAD-RATE-CARD.

*> 'T' lines price a transaction type, 'R' the handling of a
*> rejected record, 'U' and 'W' the unrated and wide surcharges.
*> prices carry two implied decimals. a later line for the same
*> item replaces an earlier one.
INITIALIZE WS-RATE-TABLE.
OPEN INPUT RATE-CARD.
IF WS-RATE-CARD-STATUS = "00"
  PERFORM UNTIL RATE-CARD-AT-END
    READ RATE-CARD
      AT END SET RATE-CARD-AT-END TO TRUE
      NOT AT END
        MOVE ZERO TO WS-ITEM-SUB
        EVALUATE RTC-RATE-TYPE
          WHEN 'T'
            IF RTC-TRANS-CODE NUMERIC AND RTC-TRANS-CODE <= 5
              COMPUTE WS-ITEM-SUB = RTC-TRANS-CODE + 1
            END-IF
          WHEN 'R'
            MOVE 7 TO WS-ITEM-SUB
          WHEN 'U'
            MOVE 8 TO WS-ITEM-SUB
          WHEN 'W'
            MOVE 9 TO WS-ITEM-SUB
        END-EVALUATE
        IF WS-ITEM-SUB = ZERO OR RTC-PRICE NOT NUMERIC
          ADD 1 TO WS-RATE-REJECTED-COUNT
          DISPLAY "BILLING: rate card line not usable, ignored: "
              RATE-CARD-REC
        ELSE
          ADD 1 TO WS-RATE-LOADED-COUNT
          MOVE RTC-PRICE TO WS-RT-PRICE (WS-ITEM-SUB)
          MOVE RTC-GL-ACCOUNT TO WS-RT-GL-ACCOUNT (WS-ITEM-SUB)
        END-IF
    END-READ
  END-PERFORM
  CLOSE RATE-CARD
  DISPLAY "BILLING: loaded " WS-RATE-LOADED-COUNT
      " rates, rejected " WS-RATE-REJECTED-COUNT
END-IF.

B100-LOAD-ACCUMULATOR.

*> the accumulator is the month so far: a header naming the last run
*> billed and the dates the month's runs span, then one line per
*> department. a missing accumulator is the first night of billing.
OPEN INPUT BILLING-ACCUM.
IF WS-ACCUM-STATUS = "00"
  PERFORM UNTIL BILLING-ACCUM-AT-END
    READ BILLING-ACCUM
      AT END SET BILLING-ACCUM-AT-END TO TRUE
      NOT AT END
        IF BAH-RECORD-TYPE = 'H'
          IF BAH-LAST-RUN-NUMBER NUMERIC
            MOVE BAH-LAST-RUN-NUMBER TO WS-LAST-RUN-BILLED
          END-IF
          MOVE BAH-PERIOD-FROM TO WS-PERIOD-FROM
          MOVE BAH-PERIOD-TO TO WS-PERIOD-TO
        ELSE IF BAC-RECORD-TYPE = 'D' AND BAC-DEPT-ID NUMERIC
          MOVE BAC-DEPT-ID TO WS-LOOKUP-DEPT-ID
          PERFORM B110-FIND-DEPT
          IF WS-CURRENT-DEPT-SUB > ZERO
            PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                UNTIL WS-ITEM-SUB > WS-ITEM-LIMIT
              IF BAC-ITEM-COUNT (WS-ITEM-SUB) NUMERIC
                ADD BAC-ITEM-COUNT (WS-ITEM-SUB)
                    TO WS-DT-COUNT (WS-CURRENT-DEPT-SUB, WS-ITEM-SUB)
              END-IF
              IF BAC-ITEM-AMOUNT (WS-ITEM-SUB) NUMERIC
                ADD BAC-ITEM-AMOUNT (WS-ITEM-SUB)
                    TO WS-DT-AMOUNT (WS-CURRENT-DEPT-SUB, WS-ITEM-SUB)
              END-IF
            END-PERFORM
          END-IF
        ELSE
          DISPLAY "BILLING: accumulator line not recognized, ignored: "
              BILLING-ACCUM-REC (1:40)
        END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE BILLING-ACCUM
ELSE
  DISPLAY "BILLING: no accumulator on file, starting a new month"
END-IF.

B110-FIND-DEPT.

*> finds WS-LOOKUP-DEPT-ID in the department table, adding it if it
*> is new; WS-CURRENT-DEPT-SUB is left at zero if the table is full
MOVE ZERO TO WS-CURRENT-DEPT-SUB
PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
    UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
        OR WS-CURRENT-DEPT-SUB > ZERO
  IF WS-DT-DEPT-ID (WS-DEPT-SUB) = WS-LOOKUP-DEPT-ID
    MOVE WS-DEPT-SUB TO WS-CURRENT-DEPT-SUB
  END-IF
END-PERFORM
IF WS-CURRENT-DEPT-SUB = ZERO
  IF WS-DEPT-COUNT < WS-DEPT-LIMIT
    ADD 1 TO WS-DEPT-COUNT
    MOVE WS-DEPT-COUNT TO WS-CURRENT-DEPT-SUB
    INITIALIZE WS-DEPT-ENTRY (WS-CURRENT-DEPT-SUB)
    MOVE WS-LOOKUP-DEPT-ID TO WS-DT-DEPT-ID (WS-CURRENT-DEPT-SUB)
  ELSE
    ADD 1 TO WS-DEPT-DROPPED-COUNT
    DISPLAY "BILLING: department table full at " WS-DEPT-LIMIT
        ", department " WS-LOOKUP-DEPT-ID " not billed"
  END-IF
END-IF.

B120-CHARGE-ITEM.

*> one unit of item WS-ITEM-SUB to the current department
IF WS-CURRENT-DEPT-SUB > ZERO
  ADD 1 TO WS-DT-COUNT (WS-CURRENT-DEPT-SUB, WS-ITEM-SUB)
  ADD WS-RT-PRICE (WS-ITEM-SUB)
      TO WS-DT-AMOUNT (WS-CURRENT-DEPT-SUB, WS-ITEM-SUB)
END-IF.

B200-BILL-REQUEST-ACK.

*> the acknowledgment header carries the run it answers for. a run
*> already in the accumulator is not billed a second time - the
*> same protection POSTED-LOG gives the master, here against a
*> billing step that is rerun after the night has been billed.
OPEN INPUT REQUEST-ACK.
IF WS-ACK-STATUS NOT = "00"
  DISPLAY "BILLING: REQUEST-ACK not found, status " WS-ACK-STATUS
      " - no activity billed tonight"
ELSE
  READ REQUEST-ACK
    AT END SET REQUEST-ACK-AT-END TO TRUE
  END-READ
  IF REQUEST-ACK-AT-END OR ACH-RECORD-TYPE NOT = 'H'
      OR ACH-RUN-NUMBER NOT NUMERIC
    DISPLAY "BILLING: REQUEST-ACK has no run header - "
        "no activity billed tonight"
  ELSE
    MOVE ACH-RUN-NUMBER TO WS-ACK-RUN-NUMBER
    MOVE ACH-RUN-DATE TO WS-ACK-RUN-DATE
    IF WS-ACK-RUN-NUMBER <= WS-LAST-RUN-BILLED
      DISPLAY "BILLING: run " WS-ACK-RUN-NUMBER
          " already billed, last run billed is " WS-LAST-RUN-BILLED
    ELSE
      SET ACK-RUN-IS-BILLABLE TO TRUE
      PERFORM UNTIL REQUEST-ACK-AT-END
        READ REQUEST-ACK
          AT END SET REQUEST-ACK-AT-END TO TRUE
          NOT AT END
            IF ACK-RECORD-TYPE = 'D'
              PERFORM B210-BILL-ACK-DETAIL
            END-IF
        END-READ
      END-PERFORM
      MOVE WS-ACK-RUN-NUMBER TO WS-LAST-RUN-BILLED
      IF WS-PERIOD-FROM = SPACES
        MOVE WS-ACK-RUN-DATE TO WS-PERIOD-FROM
      END-IF
      MOVE WS-ACK-RUN-DATE TO WS-PERIOD-TO
      DISPLAY "BILLING: run " WS-ACK-RUN-NUMBER " billed, "
          WS-ACK-DETAIL-COUNT " acknowledgments read"
    END-IF
  END-IF
  CLOSE REQUEST-ACK
END-IF.

B210-BILL-ACK-DETAIL.

*> a record is billed at its transaction type's price whenever the
*> department got the work it asked for, and also when the work was
*> refused because of what the department sent - creating a FAC
*> that already exists (01), touching one that does not (02) or is
*> closed (03), reopening one that is open (06). a refusal that is
*> the system's own doing - an unknown code (04) or the master being
*> unavailable (05) - is not billed. an edit reject carries the
*> handling charge when the record as submitted was at fault - bad
*> fields (01-04), an unhandled code (06), a correction with no
*> approval (07), a record outside the department's authority (08).
*> reject 05 is the FACULTYMATH result capacity, a limit of the
*> system and not the department's mistake, and is not billed. an
*> unrated record is billed its type and the surcharge.
ADD 1 TO WS-ACK-DETAIL-COUNT
IF ACK-DEPT-ID NUMERIC
  MOVE ACK-DEPT-ID TO WS-LOOKUP-DEPT-ID
ELSE
  MOVE ZERO TO WS-LOOKUP-DEPT-ID
END-IF
PERFORM B110-FIND-DEPT
MOVE ZERO TO WS-ITEM-SUB
IF ACK-TRANS-CODE NUMERIC
  MOVE ACK-TRANS-CODE TO WS-ACK-TRANS-CODE
  IF WS-ACK-TRANS-CODE <= 5
    COMPUTE WS-ITEM-SUB = WS-ACK-TRANS-CODE + 1
  END-IF
END-IF
EVALUATE TRUE
  WHEN ACK-DISPOSITION = "PROCESSED" AND WS-ITEM-SUB > ZERO
    PERFORM B120-CHARGE-ITEM
    ADD 1 TO WS-BILLED-COUNT
  WHEN ACK-DISPOSITION = "UNRATED" AND WS-ITEM-SUB > ZERO
    PERFORM B120-CHARGE-ITEM
    MOVE 8 TO WS-ITEM-SUB
    PERFORM B120-CHARGE-ITEM
    ADD 1 TO WS-BILLED-COUNT
  WHEN ACK-DISPOSITION = "TXNREFUSED" AND WS-ITEM-SUB > ZERO
      AND (ACK-REASON = "01" OR "02" OR "03" OR "06")
    PERFORM B120-CHARGE-ITEM
    ADD 1 TO WS-BILLED-COUNT
  WHEN ACK-DISPOSITION = "REJECTED"
      AND (ACK-REASON = "01" OR "02" OR "03" OR "04" OR "06" OR "07"
        OR "08")
    MOVE 7 TO WS-ITEM-SUB
    PERFORM B120-CHARGE-ITEM
    ADD 1 TO WS-BILLED-COUNT
  WHEN OTHER
    ADD 1 TO WS-NOT-BILLED-COUNT
END-EVALUATE.

B300-BILL-WIDE-RESULTS.

*> WIDE-RESULTS is rewritten every night, but only this run's lines
*> are surcharged; a line from before the department was carried on
*> it bills to department 0000
OPEN INPUT WIDE-RESULTS.
IF WS-WIDE-STATUS = "00"
  MOVE 9 TO WS-ITEM-SUB
  PERFORM UNTIL WIDE-RESULTS-AT-END
    READ WIDE-RESULTS
      AT END SET WIDE-RESULTS-AT-END TO TRUE
      NOT AT END
        IF WRS-RUN-NUMBER NUMERIC
            AND WRS-RUN-NUMBER = WS-ACK-RUN-NUMBER
          IF WRS-BATCH-ID NUMERIC
            MOVE WRS-BATCH-ID TO WS-LOOKUP-DEPT-ID
          ELSE
            MOVE ZERO TO WS-LOOKUP-DEPT-ID
          END-IF
          PERFORM B110-FIND-DEPT
          MOVE 9 TO WS-ITEM-SUB
          PERFORM B120-CHARGE-ITEM
          ADD 1 TO WS-WIDE-BILLED-COUNT
        END-IF
    END-READ
  END-PERFORM
  CLOSE WIDE-RESULTS
END-IF.

B400-WRITE-INVOICES.

*> one invoice per department with anything to bill, item lines in
*> item order, and the GL interface carrying the same lines by
*> revenue account under a header and a trailer that proves the
*> line count and total, the way REQUEST-ACK does
OPEN OUTPUT DEPT-INVOICE.
OPEN OUTPUT GL-INTERFACE.
MOVE SPACES TO GL-INTERFACE-REC
STRING "H|" DELIMITED BY SIZE
    WS-PERIOD-FROM DELIMITED BY SIZE
    "|" DELIMITED BY SIZE
    WS-PERIOD-TO DELIMITED BY SIZE
    "|" DELIMITED BY SIZE
    WS-RUN-TIMESTAMP (1:8) DELIMITED BY SIZE
    "|" DELIMITED BY SIZE
    WS-LAST-RUN-BILLED DELIMITED BY SIZE
    INTO GL-INTERFACE-REC
WRITE GL-INTERFACE-REC.

PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
    UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
  MOVE ZERO TO WS-DEPT-TOTAL
  PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
      UNTIL WS-ITEM-SUB > WS-ITEM-LIMIT
    ADD WS-DT-COUNT (WS-DEPT-SUB, WS-ITEM-SUB) TO WS-DEPT-TOTAL
  END-PERFORM
  IF WS-DEPT-TOTAL > ZERO
    PERFORM B410-WRITE-ONE-INVOICE
  END-IF
END-PERFORM.

MOVE WS-GRAND-TOTAL TO WS-GL-AMOUNT
MOVE SPACES TO GL-INTERFACE-REC
STRING "T|" DELIMITED BY SIZE
    WS-GL-LINE-COUNT DELIMITED BY SIZE
    "|" DELIMITED BY SIZE
    WS-GL-AMOUNT DELIMITED BY SIZE
    INTO GL-INTERFACE-REC
WRITE GL-INTERFACE-REC.

CLOSE DEPT-INVOICE GL-INTERFACE.

B410-WRITE-ONE-INVOICE.

ADD 1 TO WS-INVOICE-COUNT
MOVE ZERO TO WS-DEPT-TOTAL
MOVE WS-DT-DEPT-ID (WS-DEPT-SUB) TO WS-EDIT-DEPT

MOVE SPACES TO DEPT-INVOICE-REC
STRING "DEPARTMENT CHARGEBACK INVOICE  NO. " DELIMITED BY SIZE
    WS-PERIOD-TO (1:6) DELIMITED BY SIZE
    "-" DELIMITED BY SIZE
    WS-DT-DEPT-ID (WS-DEPT-SUB) DELIMITED BY SIZE
    "  DATED " DELIMITED BY SIZE
    WS-RUN-TIMESTAMP (1:8) DELIMITED BY SIZE
    INTO DEPT-INVOICE-REC
WRITE DEPT-INVOICE-REC
MOVE SPACES TO DEPT-INVOICE-REC
STRING "DEPARTMENT " DELIMITED BY SIZE
    WS-EDIT-DEPT DELIMITED BY SIZE
    "  RUNS FROM " DELIMITED BY SIZE
    WS-PERIOD-FROM DELIMITED BY SIZE
    " TO " DELIMITED BY SIZE
    WS-PERIOD-TO DELIMITED BY SIZE
    "  THROUGH RUN " DELIMITED BY SIZE
    WS-LAST-RUN-BILLED DELIMITED BY SIZE
    INTO DEPT-INVOICE-REC
WRITE DEPT-INVOICE-REC
MOVE "  ITEM                                   COUNT           AMOUNT"
    TO DEPT-INVOICE-REC
WRITE DEPT-INVOICE-REC

PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
    UNTIL WS-ITEM-SUB > WS-ITEM-LIMIT
  IF WS-DT-COUNT (WS-DEPT-SUB, WS-ITEM-SUB) > ZERO
    PERFORM B420-DESCRIBE-ITEM
    MOVE WS-DT-COUNT (WS-DEPT-SUB, WS-ITEM-SUB) TO WS-EDIT-COUNT
    MOVE WS-DT-AMOUNT (WS-DEPT-SUB, WS-ITEM-SUB) TO WS-EDIT-AMOUNT
    MOVE SPACES TO DEPT-INVOICE-REC
    STRING "  " DELIMITED BY SIZE
        WS-ITEM-TEXT DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-EDIT-AMOUNT DELIMITED BY SIZE
        INTO DEPT-INVOICE-REC
    WRITE DEPT-INVOICE-REC
    ADD WS-DT-AMOUNT (WS-DEPT-SUB, WS-ITEM-SUB) TO WS-DEPT-TOTAL

    MOVE WS-DT-AMOUNT (WS-DEPT-SUB, WS-ITEM-SUB) TO WS-GL-AMOUNT
    MOVE SPACES TO GL-INTERFACE-REC
    STRING "D|" DELIMITED BY SIZE
        WS-DT-DEPT-ID (WS-DEPT-SUB) DELIMITED BY SIZE
        "|" DELIMITED BY SIZE
        WS-ITEM-CODE DELIMITED BY SIZE
        "|" DELIMITED BY SIZE
        WS-RT-GL-ACCOUNT (WS-ITEM-SUB) DELIMITED BY SIZE
        "|" DELIMITED BY SIZE
        WS-DT-COUNT (WS-DEPT-SUB, WS-ITEM-SUB) DELIMITED BY SIZE
        "|" DELIMITED BY SIZE
        WS-GL-AMOUNT DELIMITED BY SIZE
        INTO GL-INTERFACE-REC
    WRITE GL-INTERFACE-REC
    ADD 1 TO WS-GL-LINE-COUNT
  END-IF
END-PERFORM

MOVE WS-DEPT-TOTAL TO WS-EDIT-AMOUNT
MOVE SPACES TO DEPT-INVOICE-REC
STRING "  TOTAL DUE                                   "
    DELIMITED BY SIZE
    WS-EDIT-AMOUNT DELIMITED BY SIZE
    INTO DEPT-INVOICE-REC
WRITE DEPT-INVOICE-REC
MOVE SPACES TO DEPT-INVOICE-REC
WRITE DEPT-INVOICE-REC
ADD WS-DEPT-TOTAL TO WS-GRAND-TOTAL.

B420-DESCRIBE-ITEM.

*> item codes on the GL interface: 00-05 are the transaction types,
*> 10 reject handling, 20 unrated surcharge, 30 wide surcharge
EVALUATE WS-ITEM-SUB
  WHEN 1
    MOVE 00 TO WS-ITEM-CODE
    MOVE "TYPE 00 NEW ACCOUNT" TO WS-ITEM-TEXT
  WHEN 2
    MOVE 01 TO WS-ITEM-CODE
    MOVE "TYPE 01 ADJUSTMENT" TO WS-ITEM-TEXT
  WHEN 3
    MOVE 02 TO WS-ITEM-CODE
    MOVE "TYPE 02 INQUIRY" TO WS-ITEM-TEXT
  WHEN 4
    MOVE 03 TO WS-ITEM-CODE
    MOVE "TYPE 03 CLOSE-OUT" TO WS-ITEM-TEXT
  WHEN 5
    MOVE 04 TO WS-ITEM-CODE
    MOVE "TYPE 04 REOPEN" TO WS-ITEM-TEXT
  WHEN 6
    MOVE 05 TO WS-ITEM-CODE
    MOVE "TYPE 05 CORRECTION" TO WS-ITEM-TEXT
  WHEN 7
    MOVE 10 TO WS-ITEM-CODE
    MOVE "REJECTED RECORD HANDLING" TO WS-ITEM-TEXT
  WHEN 8
    MOVE 20 TO WS-ITEM-CODE
    MOVE "UNRATED SURCHARGE" TO WS-ITEM-TEXT
  WHEN OTHER
    MOVE 30 TO WS-ITEM-CODE
    MOVE "WIDE RESULT SURCHARGE" TO WS-ITEM-TEXT
END-EVALUATE.

B500-REWRITE-ACCUMULATOR.

*> after a month-end run only the header survives - it keeps the last
*> run billed, so the night just invoiced cannot be billed again
*> into the new month
OPEN OUTPUT BILLING-ACCUM.
IF MONTH-END-BILLING
  MOVE SPACES TO WS-PERIOD-FROM WS-PERIOD-TO
END-IF
MOVE SPACES TO BILLING-ACCUM-HEADER-REC
MOVE 'H' TO BAH-RECORD-TYPE
MOVE WS-LAST-RUN-BILLED TO BAH-LAST-RUN-NUMBER
MOVE WS-PERIOD-FROM TO BAH-PERIOD-FROM
MOVE WS-PERIOD-TO TO BAH-PERIOD-TO
WRITE BILLING-ACCUM-HEADER-REC
IF NOT MONTH-END-BILLING
  PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
      UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
    MOVE SPACES TO BILLING-ACCUM-REC
    MOVE 'D' TO BAC-RECORD-TYPE
    MOVE WS-DT-DEPT-ID (WS-DEPT-SUB) TO BAC-DEPT-ID
    PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
        UNTIL WS-ITEM-SUB > WS-ITEM-LIMIT
      MOVE WS-DT-COUNT (WS-DEPT-SUB, WS-ITEM-SUB)
          TO BAC-ITEM-COUNT (WS-ITEM-SUB)
      MOVE WS-DT-AMOUNT (WS-DEPT-SUB, WS-ITEM-SUB)
          TO BAC-ITEM-AMOUNT (WS-ITEM-SUB)
    END-PERFORM
    WRITE BILLING-ACCUM-REC
  END-PERFORM
END-IF
CLOSE BILLING-ACCUM.
