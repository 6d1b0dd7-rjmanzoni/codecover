  SELECT PROCESS-DATE-CONTROL ASSIGN TO "PROCESS-DATE-CONTROL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PROCESS-DATE-STATUS.
  SELECT SUPERVISOR-APPROVAL ASSIGN TO "SUPERVISOR-APPROVAL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-APPROVAL-STATUS.
  SELECT RUN-MODE-CONTROL ASSIGN TO "RUN-MODE-CONTROL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUN-MODE-STATUS.
  SELECT PROPOSED-TIERS ASSIGN TO "PROPOSED-TIERS"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PROPOSED-TIERS-STATUS.
  SELECT SIMULATION-REPORT ASSIGN TO "SIMULATION-REPORT"
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT DEPT-AUTHORITY ASSIGN TO "DEPT-AUTHORITY"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUTHORITY-STATUS.
  SELECT PERIOD-CONTROL ASSIGN TO "PERIOD-CONTROL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PERIOD-CONTROL-STATUS.
  SELECT PERIOD-REOPEN-AUTH ASSIGN TO "PERIOD-REOPEN-AUTH"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REOPEN-AUTH-STATUS.
  SELECT APPROVAL-USED ASSIGN TO "APPROVAL-USED"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-APPROVAL-USED-STATUS.
DATA DIVISION.
FILE SECTION.
FD FACULTY-REQUEST.
  05 WRS-TIMESTAMP PIC X(26).
  05 FILLER PIC X VALUE SPACE.
  05 WRS-RUN-NUMBER PIC 9(6).
  05 FILLER PIC X VALUE SPACE.
  05 WRS-BATCH-ID PIC 9999.
FD RUN-CONTROL.
01 RUN-CONTROL-REC.
  05 RC-LAST-RUN-NUMBER PIC 9(6).
FD PROCESS-DATE-CONTROL.
01 PROCESS-DATE-CONTROL-REC.
  05 PDC-PROCESS-DATE PIC X(8).
FD SUPERVISOR-APPROVAL.
01 SUPERVISOR-APPROVAL-REC.
  05 SAP-FAC PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 SAP-CORRECTED-ERG PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 SAP-DEPT-ID PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 SAP-APPROVED-BY PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 SAP-APPROVED-DATE PIC X(8).
FD RUN-MODE-CONTROL.
01 RUN-MODE-CONTROL-REC.
  05 RMC-RUN-MODE PIC X.
FD PROPOSED-TIERS.
01 PROPOSED-TIERS-REC.
  05 PTR-DATAFIELD1 PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 PTR-DATAFIELD3 PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 PTR-EFFECTIVE-FROM PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 PTR-EFFECTIVE-TO PIC X(8).
FD SIMULATION-REPORT.
01 SIMULATION-REPORT-REC PIC X(80).
FD DEPT-AUTHORITY.
01 DEPT-AUTHORITY-REC.
  05 DAU-DEPT-ID PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 DAU-TYPE-FLAGS PIC X(6).
  05 FILLER PIC X VALUE SPACE.
  05 DAU-FAC-LOW PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 DAU-FAC-HIGH PIC 9999.
FD PERIOD-CONTROL.
01 PERIOD-CONTROL-REC.
  05 PCL-PERIOD PIC X(6).
  05 FILLER PIC X(53).
FD PERIOD-REOPEN-AUTH.
01 PERIOD-REOPEN-AUTH-REC.
  05 PRA-PERIOD PIC X(6).
  05 FILLER PIC X VALUE SPACE.
  05 PRA-AUTHORIZED-BY PIC X(20).
FD APPROVAL-USED.
01 APPROVAL-USED-REC.
  05 AUS-FAC PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 AUS-CORRECTED-ERG PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 AUS-DEPT-ID PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 AUS-APPROVED-BY PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 AUS-APPROVED-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 AUS-USED-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 AUS-RUN-NUMBER PIC 9(6).
  05 FILLER PIC X VALUE SPACE.
  05 AUS-SEQUENCE PIC 9(8).
WORKING-STORAGE SECTION.
COPY "FACULTY-FIELDS.cpy".
01 WS-FLAGS.
  05 WS-REPORT-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
  05 WS-EXPECTED-COUNT PIC 9(8) VALUE ZERO.
  05 WS-RUN-STATUS PIC X(16) VALUE SPACES.
  05 WS-PERIOD-CONTROL-STATUS PIC XX.
  05 WS-REOPEN-AUTH-STATUS PIC XX.
  05 PERIOD-CONTROL-EOF PIC X VALUE 'N'.
    88 PERIOD-CONTROL-AT-END VALUE 'Y'.
  05 REOPEN-AUTH-EOF PIC X VALUE 'N'.
    88 REOPEN-AUTH-AT-END VALUE 'Y'.
  05 PERIOD-CLOSED-FLAG PIC X VALUE 'N'.
    88 PROCESS-PERIOD-IS-CLOSED VALUE 'Y'.
01 WS-EDIT-FIELDS.
  *> the FAC ceiling exists because the wide recovery field is
  *> PIC 9(18) - 19! is the largest faculty even that field can
  05 WS-POSTED-LIMIT PIC 9(4) VALUE 5000.
  05 WS-POSTED-SUB PIC 9(4) COMP VALUE ZERO.
  05 WS-RERUN-SKIP-COUNT PIC 9(8) VALUE ZERO.
  *> FACULTY-MASTER and AUDIT-LOG are held open for the run and
  *> released together every WS-COMMIT-INTERVAL postings.
  *> MASTER-JOURNAL and POSTED-LOG are never held - they are closed
  *> after every entry, so neither can fall behind the master.
  05 WS-COMMIT-INTERVAL PIC 9(4) VALUE 100.
  05 WS-COMMIT-COUNTER PIC 9(4) VALUE ZERO.
01 WS-POSTED-TABLE.
  05 WS-POSTED-ENTRY OCCURS 5000 TIMES.
    10 WS-PT-SEQUENCE PIC 9(8).
    10 WS-PT-IMAGE PIC X(16).
01 WS-APPROVAL-FIELDS.
  *> a type 05 correction can take ERG down as well as up, so it
  *> only posts against a supervisor's approval for that exact
  *> faculty, corrected value and department - each approval covers
  *> one correction and is spent once it has been matched. a spent
  *> approval is appended to APPROVAL-USED once its correction has
  *> posted, and every later run marks it spent again at load, so
  *> an approval left on SUPERVISOR-APPROVAL cannot pass a second
  *> correction on another night.
  05 WS-APPROVAL-STATUS PIC XX.
  05 APPROVAL-EOF PIC X VALUE 'N'.
    88 APPROVAL-AT-END VALUE 'Y'.
  05 APPROVAL-MATCH-FLAG PIC X VALUE 'N'.
    88 CORRECTION-IS-APPROVED VALUE 'Y'.
  05 WS-APPROVAL-COUNT PIC 9(4) VALUE ZERO.
  05 WS-APPROVAL-LIMIT PIC 9(4) VALUE 500.
  05 WS-APPROVAL-SUB PIC 9(4) COMP VALUE ZERO.
  05 WS-APPROVAL-USED-STATUS PIC XX.
  05 APPROVAL-USED-EOF PIC X VALUE 'N'.
    88 APPROVAL-USED-AT-END VALUE 'Y'.
  05 APPROVAL-SPENT-FLAG PIC X VALUE 'N'.
    88 SPENT-APPROVAL-FOUND VALUE 'Y'.
  05 WS-APPROVAL-SPENT-COUNT PIC 9(4) VALUE ZERO.
  05 WS-APPROVAL-MATCHED-SUB PIC 9(4) COMP VALUE ZERO.
  05 APPROVAL-RECORDING-FLAG PIC X VALUE 'N'.
    88 APPROVAL-NEEDS-RECORDING VALUE 'Y'.
01 WS-APPROVAL-TABLE.
  05 WS-APPROVAL-ENTRY OCCURS 500 TIMES.
    10 WS-AP-FAC PIC 9999.
    10 WS-AP-CORRECTED-ERG PIC 9999.
    10 WS-AP-DEPT-ID PIC 9999.
    10 WS-AP-APPROVED-BY PIC X(8).
    10 WS-AP-APPROVED-DATE PIC X(8).
    10 WS-AP-USED-FLAG PIC X.
      88 APPROVAL-WAS-USED VALUE 'Y'.
01 WS-AUTHORITY-FIELDS.
  *> what each department may submit: a line gives a department, a
  *> FAC range it owns, and a Y/N flag per transaction type 00-05
  *> for that range. a department may have as many lines as it has
  *> ranges; a detail record must fall inside one of its own lines.
  05 WS-AUTHORITY-STATUS PIC XX.
  05 AUTHORITY-EOF PIC X VALUE 'N'.
    88 AUTHORITY-AT-END VALUE 'Y'.
  05 AUTHORITY-LOADED-FLAG PIC X VALUE 'N'.
    88 AUTHORITY-TABLE-LOADED VALUE 'Y'.
  05 AUTHORITY-MATCH-FLAG PIC X VALUE 'N'.
    88 REQUEST-IS-AUTHORIZED VALUE 'Y'.
  05 WS-AUTHORITY-COUNT PIC 9(4) VALUE ZERO.
  05 WS-AUTHORITY-LIMIT PIC 9(4) VALUE 500.
  05 WS-AUTHORITY-SUB PIC 9(4) COMP VALUE ZERO.
  05 WS-AUTHORITY-TYPE-SUB PIC 9(4) COMP VALUE ZERO.
01 WS-AUTHORITY-TABLE.
  05 WS-AUTHORITY-ENTRY OCCURS 500 TIMES.
    10 WS-AU-DEPT-ID PIC 9999.
    10 WS-AU-TYPE-FLAGS PIC X(6).
    10 WS-AU-FAC-LOW PIC 9999.
    10 WS-AU-FAC-HIGH PIC 9999.
01 WS-SIMULATION-FIELDS.
  *> an 'S' on the RUN-MODE-CONTROL card turns the night into a
  *> what-if run: the deck is edited and rated under both the tiers
  *> in force and the PROPOSED-TIERS file, and nothing is posted
  05 WS-RUN-MODE-STATUS PIC XX.
  05 WS-RUN-MODE PIC X VALUE 'N'.
    88 SIMULATION-MODE VALUE 'S'.
  05 WS-PROPOSED-TIERS-STATUS PIC XX.
  05 PROPOSED-TIERS-EOF PIC X VALUE 'N'.
    88 PROPOSED-TIERS-AT-END VALUE 'Y'.
  05 WS-PROPOSED-COUNT PIC 9(4) VALUE ZERO.
  05 WS-PROPOSED-PREVIOUS-KEY PIC 9999 VALUE ZERO.
  05 WS-PROPOSED-REJECTED-COUNT PIC 9(4) VALUE ZERO.
  05 WS-SIM-BASE-ERG PIC 9999.
  05 WS-SIM-OLD-TIER PIC 9999.
  05 WS-SIM-NEW-TIER PIC 9999.
  05 WS-SIM-OLD-ERG PIC 9999.
  05 WS-SIM-NEW-ERG PIC 9999.
  05 SIM-OLD-RATED-FLAG PIC X VALUE 'N'.
    88 SIM-OLD-IS-RATED VALUE 'Y'.
  05 SIM-NEW-RATED-FLAG PIC X VALUE 'N'.
    88 SIM-NEW-IS-RATED VALUE 'Y'.
  05 WS-SIM-FAC-COUNT PIC 9(4) VALUE ZERO.
  05 WS-SIM-FAC-LIMIT PIC 9(4) VALUE 200.
  05 WS-SIM-FAC-SUB PIC 9(4) COMP VALUE ZERO.
  05 WS-CURRENT-SIM-FAC-SUB PIC 9(4) COMP VALUE ZERO.
  05 WS-SIM-REJECT-COUNT PIC 9(8) VALUE ZERO.
  05 WS-SIM-RATED-COUNT PIC 9(8) VALUE ZERO.
  05 WS-SIM-OLD-TOTAL PIC 9(12) VALUE ZERO.
  05 WS-SIM-NEW-TOTAL PIC 9(12) VALUE ZERO.
  05 WS-SIM-DIFFERENCE PIC S9(12) VALUE ZERO.
  05 WS-SIM-LIST-COUNT PIC 9(4) VALUE ZERO.
01 WS-SIM-FAC-TABLE.
  05 WS-SIM-FAC-ENTRY OCCURS 200 TIMES.
    10 WS-SF-FAC PIC 9999.
    10 WS-SF-COUNT PIC 9(8).
    10 WS-SF-OLD-TIER PIC 9999.
    10 WS-SF-NEW-TIER PIC 9999.
    10 WS-SF-OLD-RATED-FLAG PIC X.
      88 SF-OLD-IS-RATED VALUE 'Y'.
    10 WS-SF-NEW-RATED-FLAG PIC X.
      88 SF-NEW-IS-RATED VALUE 'Y'.
    10 WS-SF-OLD-ERG PIC 9(12).
    10 WS-SF-NEW-ERG PIC 9(12).
01 WS-SIM-BATCH-TABLE.
  *> runs parallel to WS-BATCH-TABLE, one entry per department batch
  05 WS-SIM-BATCH-ENTRY OCCURS 20 TIMES.
    10 WS-SB-OLD-ERG PIC 9(12).
    10 WS-SB-NEW-ERG PIC 9(12).
    10 WS-SB-TO-UNRATED PIC 9(8).
    10 WS-SB-NEWLY-RATED PIC 9(8).
01 WS-SIM-EDIT-FIELDS.
  05 WS-SIM-EDIT-FAC PIC ZZZ9.
  05 WS-SIM-EDIT-COUNT PIC ZZZ,ZZ9.
  05 WS-SIM-EDIT-TIER PIC ZZZ9.
  05 WS-SIM-EDIT-OLD-TIER PIC X(4).
  05 WS-SIM-EDIT-NEW-TIER PIC X(4).
  05 WS-SIM-EDIT-OLD-ERG PIC ZZZ,ZZZ,ZZ9.
  05 WS-SIM-EDIT-NEW-ERG PIC ZZZ,ZZZ,ZZ9.
  05 WS-SIM-EDIT-DIFF PIC ---,---,--9.
01 PROPOSED-TABELLE.
  05 PROPOSED-EINTRAG OCCURS 1 TO 50 TIMES DEPENDING ON WS-PROPOSED-COUNT
       ASCENDING KEY IS PROPOSED-DATAFIELD1
       INDEXED BY PROPOSED-DATAFIELD2.
    10 PROPOSED-DATAFIELD1 PIC 9999.
    10 PROPOSED-DATAFIELD3 PIC 9999.
    10 PROPOSED-FROM PIC X(8).
    10 PROPOSED-TO PIC X(8).
01 WS-RESTART-FIELDS.
  05 WS-RESTART-FILE-STATUS PIC XX.
  05 WS-CHECKPOINT-INTERVAL PIC 9(4) VALUE 1000.
  05 AUDIT-FAC PIC 9999.
  05 AUDIT-ERG PIC 9999.
  05 AUDIT-RUN-NUMBER PIC 9(6).
  05 AUDIT-FUNCTION PIC X VALUE 'W'.
    88 AUDIT-WRITE-ENTRY VALUE 'W'.
    88 AUDIT-COMMIT VALUE 'C'.
    88 AUDIT-FINALIZE VALUE 'F'.
01 SUBPROGRAM-LINKAGE.
  05 LK-FAC PIC 9999.
  05 LK-ERG PIC 9999.
  05 LK-TXN-RESULT PIC 99.
    88 LK-TXN-COMPLETED VALUE 00.
  05 LK-TXN-RUN-NUMBER PIC 9(6).
  05 LK-TXN-DEPT-ID PIC 9999.
  05 LK-TXN-FUNCTION PIC X VALUE 'A'.
    88 LK-TXN-APPLY VALUE 'A'.
    88 LK-TXN-COMMIT VALUE 'C'.
    88 LK-TXN-FINALIZE VALUE 'F'.
01 LK-LOOKUP-FAC PIC 9999.
01 LK-LOOKUP-FOUND-FLAG PIC X.
  88 LK-LOOKUP-ENTRY-WAS-FOUND VALUE 'Y'.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.

*> a simulation night reads the deck and the tier tables and
*> writes SIMULATION-REPORT only - it takes no run number, posts
*> nothing and leaves RUN-CONTROL and JOB-LOG as they were
PERFORM B040-READ-RUN-MODE.
IF SIMULATION-MODE
  PERFORM B500-SIMULATION-RUN
  GOBACK
END-IF.

PERFORM B060-ASSIGN-RUN-NUMBER.

PERFORM B065-SET-PROCESS-DATE.

*> a month MONTHCLOSE has closed is not posted to again: the run
*> stops before anything is read and says so on JOB-LOG
IF PROCESS-PERIOD-IS-CLOSED
  MOVE "PERIOD CLOSED" TO WS-RUN-STATUS
  PERFORM B950-WRITE-JOB-LOG
  MOVE 8 TO RETURN-CODE
  GOBACK
END-IF.

PERFORM B070-LOAD-POSTED-LOG.

PERFORM B075-LOAD-APPROVALS.

PERFORM B080-LOAD-DEPT-AUTHORITY.

PERFORM B050-LOAD-DATAFIELD-TABLE.

OPEN INPUT FACULTY-REQUEST.

  *> audit calls fire after ERG is known so the audit log can actually
  *> reconstruct which named scenario produced which ERG result
  SET AUDIT-WRITE-ENTRY TO TRUE
  MOVE "name 1" TO AUDIT-TESTCASE-NAME
  MOVE SPACES TO AUDIT-TESTCASE-COMMENT
  MOVE FAC TO AUDIT-FAC
SET LK-STMT-FINALIZE TO TRUE
CALL "SUBPROGRAM" USING SUBPROGRAM-LINKAGE.

PERFORM B180-FINALIZE-POSTING.

PERFORM B850-VERIFY-REQUEST-TRAILER.

PERFORM B860-SETTLE-POSTED-LOG.
  WHEN FR-FAC > WS-MAX-FAC
    MOVE 5 TO WS-REJECT-REASON
    MOVE "FAC EXCEEDS RESULT CAPACITY" TO WS-REJECT-REASON-TEXT
  WHEN FR-TRANS-CODE > 5
    MOVE 6 TO WS-REJECT-REASON
    MOVE "TRANS-CODE NOT HANDLED" TO WS-REJECT-REASON-TEXT
END-EVALUATE
IF WS-REJECT-REASON = ZERO AND AUTHORITY-TABLE-LOADED
  PERFORM B118-CHECK-DEPT-AUTHORITY
END-IF
IF WS-REJECT-REASON = ZERO AND FR-TRANS-CODE = 5
  PERFORM B117-CHECK-CORRECTION-APPROVAL
END-IF
IF WS-REJECT-REASON > ZERO
  MOVE 'N' TO REQUEST-EDIT-FLAG
END-IF.

B117-CHECK-CORRECTION-APPROVAL.

*> a correction with no supervisor approval on file is not refused
*> quietly at the router - it is rejected here with its own reason
*> so it lands on FACULTY-REJECT and the department's acknowledgment
*> where somebody will chase the missing signature
MOVE 'N' TO APPROVAL-MATCH-FLAG
MOVE 'N' TO APPROVAL-RECORDING-FLAG
PERFORM VARYING WS-APPROVAL-SUB FROM 1 BY 1
    UNTIL WS-APPROVAL-SUB > WS-APPROVAL-COUNT
        OR CORRECTION-IS-APPROVED
  IF WS-AP-FAC (WS-APPROVAL-SUB) = FR-FAC
      AND WS-AP-CORRECTED-ERG (WS-APPROVAL-SUB) = FR-ZAHL1
      AND WS-AP-DEPT-ID (WS-APPROVAL-SUB) = WS-CURRENT-BATCH-ID
      AND NOT APPROVAL-WAS-USED (WS-APPROVAL-SUB)
    SET CORRECTION-IS-APPROVED TO TRUE
    SET APPROVAL-WAS-USED (WS-APPROVAL-SUB) TO TRUE
    SET APPROVAL-NEEDS-RECORDING TO TRUE
    MOVE WS-APPROVAL-SUB TO WS-APPROVAL-MATCHED-SUB
    DISPLAY "APPROVAL: correction of FAC " FR-FAC " to ERG "
        FR-ZAHL1 " approved by " WS-AP-APPROVED-BY (WS-APPROVAL-SUB)
  END-IF
END-PERFORM
*> a rerun meets a correction a prior attempt already posted, whose
*> approval that attempt spent and recorded - the same record at the
*> same position is still covered by a matching spent approval, and
*> B160 then skips it as already applied
IF NOT CORRECTION-IS-APPROVED
  PERFORM B165-CHECK-ALREADY-POSTED
  IF RECORD-WAS-ALREADY-POSTED
    PERFORM VARYING WS-APPROVAL-SUB FROM 1 BY 1
        UNTIL WS-APPROVAL-SUB > WS-APPROVAL-COUNT
            OR CORRECTION-IS-APPROVED
      IF WS-AP-FAC (WS-APPROVAL-SUB) = FR-FAC
          AND WS-AP-CORRECTED-ERG (WS-APPROVAL-SUB) = FR-ZAHL1
          AND WS-AP-DEPT-ID (WS-APPROVAL-SUB) = WS-CURRENT-BATCH-ID
          AND APPROVAL-WAS-USED (WS-APPROVAL-SUB)
        SET CORRECTION-IS-APPROVED TO TRUE
        DISPLAY "APPROVAL: correction of FAC " FR-FAC
            " already posted under its approval by a prior attempt"
      END-IF
    END-PERFORM
  END-IF
END-IF
IF NOT CORRECTION-IS-APPROVED
  MOVE 7 TO WS-REJECT-REASON
  MOVE "CORRECTION NOT APPROVED" TO WS-REJECT-REASON-TEXT
END-IF.

B118-CHECK-DEPT-AUTHORITY.

*> the fields are good - now may this department ask for this? the
*> record is tried against the department's own lines only, under
*> the department of the code-98 header it arrived in. it is checked
*> ahead of the approval match so an approval is never spent on a
*> correction the department had no authority to send.
MOVE 'N' TO AUTHORITY-MATCH-FLAG
COMPUTE WS-AUTHORITY-TYPE-SUB = FR-TRANS-CODE + 1
PERFORM VARYING WS-AUTHORITY-SUB FROM 1 BY 1
    UNTIL WS-AUTHORITY-SUB > WS-AUTHORITY-COUNT
        OR REQUEST-IS-AUTHORIZED
  IF WS-AU-DEPT-ID (WS-AUTHORITY-SUB) = WS-CURRENT-BATCH-ID
      AND FR-FAC >= WS-AU-FAC-LOW (WS-AUTHORITY-SUB)
      AND FR-FAC <= WS-AU-FAC-HIGH (WS-AUTHORITY-SUB)
      AND WS-AU-TYPE-FLAGS (WS-AUTHORITY-SUB)
          (WS-AUTHORITY-TYPE-SUB:1) = 'Y'
    SET REQUEST-IS-AUTHORIZED TO TRUE
  END-IF
END-PERFORM
IF NOT REQUEST-IS-AUTHORIZED
  MOVE 8 TO WS-REJECT-REASON
  MOVE "NOT AUTHORIZED FOR DEPARTMENT" TO WS-REJECT-REASON-TEXT
END-IF.

B120-WRITE-REJECT.

*> the rejected record goes out with its original image intact so

B160-DISPATCH-TRANSACTION.

*> rerun protection around the TXNROUTE call: every type changes the
*> persistent master (an inquiry stamps the account's activity date
*> and count), and a rerun of the same FACULTY-REQUEST after an
*> abend must not apply them twice. every master-changing
*> record that completes is noted in POSTED-LOG by its position in
*> the input file and its record image; a record whose position and
*> image are already on the log was applied by a prior attempt and
*> the dispatch is skipped, so the rerun converges to the same
*> master state as a clean run.
MOVE 'N' TO ALREADY-POSTED-FLAG
IF TRANS-CODE = 0 OR 1 OR 2 OR 3 OR 4 OR 5
  PERFORM B165-CHECK-ALREADY-POSTED
END-IF
IF RECORD-WAS-ALREADY-POSTED
  ADD 1 TO WS-RERUN-SKIP-COUNT
ELSE
  MOVE TRANS-CODE TO LK-TXN-TRANS-CODE
  MOVE FAC TO LK-TXN-FAC
  *> a correction carries its stated value in ZAHL1 - that, not the
  *> rated ERG, is what the master is set to
  IF TRANS-CODE = 5
    MOVE ZAHL1 TO LK-TXN-ERG
  ELSE
    MOVE ERG TO LK-TXN-ERG
  END-IF
  MOVE WS-RUN-NUMBER TO LK-TXN-RUN-NUMBER
  MOVE WS-CURRENT-BATCH-ID TO LK-TXN-DEPT-ID
  SET LK-TXN-APPLY TO TRUE
  CALL "TXNROUTE" USING TXNROUTE-LINKAGE
  IF LK-TXN-COMPLETED
    MOVE "PROCESSED" TO WS-ACK-DISPOSITION
    DISPLAY "TRANSACTION " TRANS-CODE " FOR FAC " FAC
        " ended with result " LK-TXN-RESULT
  END-IF
  IF LK-TXN-COMPLETED AND (TRANS-CODE = 0 OR 1 OR 2 OR 3 OR 4 OR 5)
    PERFORM B170-RECORD-POSTED
  END-IF
END-IF.
*> the approval is recorded spent only once its correction is on the
*> master - a refused correction leaves it for another night. the
*> skip path records it too, for an attempt that died after posting
*> the correction but before it could note the approval.
IF TRANS-CODE = 5 AND APPROVAL-NEEDS-RECORDING
    AND (RECORD-WAS-ALREADY-POSTED OR LK-TXN-COMPLETED)
  PERFORM B176-RECORD-APPROVAL-USED
END-IF.
MOVE 'N' TO APPROVAL-RECORDING-FLAG.

B165-CHECK-ALREADY-POSTED.

*> a record a prior attempt posted is on POSTED-LOG at the same
*> position in the input with the same image
MOVE 'N' TO ALREADY-POSTED-FLAG
PERFORM VARYING WS-POSTED-SUB FROM 1 BY 1
    UNTIL WS-POSTED-SUB > WS-POSTED-COUNT
        OR RECORD-WAS-ALREADY-POSTED
  IF WS-PT-SEQUENCE (WS-POSTED-SUB) = WS-REQUEST-READ-COUNT
      AND WS-PT-IMAGE (WS-POSTED-SUB) = FACULTY-REQUEST-REC
    SET RECORD-WAS-ALREADY-POSTED TO TRUE
  END-IF
END-PERFORM.

B170-RECORD-POSTED.

*> appended as each master change completes, so an abend one record
*> later still finds this one on the log - the same reasoning that
*> makes B320-WRITE-CHECKPOINT write mid-loop. the log is closed
*> after every entry: the master REWRITE it vouches for is already
*> on disk, and a log held open in a buffer would let a rerun apply
*> that change a second time.
OPEN EXTEND POSTED-LOG.
IF WS-POSTED-LOG-STATUS NOT = "00"
  OPEN OUTPUT POSTED-LOG
      WS-POSTED-LOG-STATUS " - record " WS-REQUEST-READ-COUNT
      " not noted"
END-IF.
ADD 1 TO WS-COMMIT-COUNTER.
IF WS-COMMIT-COUNTER >= WS-COMMIT-INTERVAL
  PERFORM B175-COMMIT-POINT
END-IF.

B175-COMMIT-POINT.

*> the files held open across postings are released here. the
*> master's REWRITEs are already on the file; closing it hands them
*> to the file system, and the next posting opens it again. the
*> audit log is the one file written through a buffer between
*> commit points, so an abend can lose at most the last
*> WS-COMMIT-INTERVAL audit entries - never a journal or POSTED-LOG
*> entry, which B170 and TXNROUTE close as each is written.
SET LK-TXN-COMMIT TO TRUE
CALL "TXNROUTE" USING TXNROUTE-LINKAGE
SET AUDIT-COMMIT TO TRUE
CALL "AUDITTRAIL" USING AUDIT-LINKAGE
MOVE ZERO TO WS-COMMIT-COUNTER.

B176-RECORD-APPROVAL-USED.

*> closed after every line, like POSTED-LOG, so a spent approval
*> is on disk as soon as its correction is
OPEN EXTEND APPROVAL-USED.
IF WS-APPROVAL-USED-STATUS NOT = "00"
  OPEN OUTPUT APPROVAL-USED
END-IF.
IF WS-APPROVAL-USED-STATUS = "00"
  MOVE SPACES TO APPROVAL-USED-REC
  MOVE WS-AP-FAC (WS-APPROVAL-MATCHED-SUB) TO AUS-FAC
  MOVE WS-AP-CORRECTED-ERG (WS-APPROVAL-MATCHED-SUB)
      TO AUS-CORRECTED-ERG
  MOVE WS-AP-DEPT-ID (WS-APPROVAL-MATCHED-SUB) TO AUS-DEPT-ID
  MOVE WS-AP-APPROVED-BY (WS-APPROVAL-MATCHED-SUB) TO AUS-APPROVED-BY
  MOVE WS-AP-APPROVED-DATE (WS-APPROVAL-MATCHED-SUB)
      TO AUS-APPROVED-DATE
  MOVE WS-PROCESS-DATE TO AUS-USED-DATE
  MOVE WS-RUN-NUMBER TO AUS-RUN-NUMBER
  MOVE WS-REQUEST-READ-COUNT TO AUS-SEQUENCE
  WRITE APPROVAL-USED-REC
  CLOSE APPROVAL-USED
ELSE
  DISPLAY "APPROVAL: approval-used file unavailable, status "
      WS-APPROVAL-USED-STATUS " - approval for FAC "
      WS-AP-FAC (WS-APPROVAL-MATCHED-SUB) " not recorded spent"
END-IF.

B180-FINALIZE-POSTING.

*> the request loop is done - release the master and the audit log
*> once, the way SUBPROGRAM is told to finalize the statement,
*> before B860-SETTLE-POSTED-LOG decides whether the posted log is
*> kept
SET LK-TXN-FINALIZE TO TRUE
CALL "TXNROUTE" USING TXNROUTE-LINKAGE
SET AUDIT-FINALIZE TO TRUE
CALL "AUDITTRAIL" USING AUDIT-LINKAGE
MOVE ZERO TO WS-COMMIT-COUNTER.

B900-SUMMARY-REPORT.

  MOVE WS-START-TIMESTAMP (1:8) TO WS-PROCESS-DATE
END-IF.
DISPLAY "RUN CONTROL: processing date is " WS-PROCESS-DATE.
PERFORM B066-CHECK-CLOSED-PERIOD.

B066-CHECK-CLOSED-PERIOD.

*> PERIOD-CONTROL lists the months MONTHCLOSE has closed. a process
*> date inside one of them is refused unless finance has put a
*> PERIOD-REOPEN-AUTH line on file for that month, naming who
*> authorized it; with no PERIOD-CONTROL nothing has been closed.
MOVE 'N' TO PERIOD-CLOSED-FLAG.
OPEN INPUT PERIOD-CONTROL.
IF WS-PERIOD-CONTROL-STATUS = "00"
  MOVE 'N' TO PERIOD-CONTROL-EOF
  PERFORM UNTIL PERIOD-CONTROL-AT-END
    READ PERIOD-CONTROL
      AT END SET PERIOD-CONTROL-AT-END TO TRUE
      NOT AT END
        IF PCL-PERIOD = WS-PROCESS-DATE (1:6)
          SET PROCESS-PERIOD-IS-CLOSED TO TRUE
        END-IF
    END-READ
  END-PERFORM
  CLOSE PERIOD-CONTROL
END-IF.
IF PROCESS-PERIOD-IS-CLOSED
  OPEN INPUT PERIOD-REOPEN-AUTH
  IF WS-REOPEN-AUTH-STATUS = "00"
    MOVE 'N' TO REOPEN-AUTH-EOF
    PERFORM UNTIL REOPEN-AUTH-AT-END
      READ PERIOD-REOPEN-AUTH
        AT END SET REOPEN-AUTH-AT-END TO TRUE
        NOT AT END
          IF PRA-PERIOD = WS-PROCESS-DATE (1:6)
              AND PROCESS-PERIOD-IS-CLOSED
            MOVE 'N' TO PERIOD-CLOSED-FLAG
            DISPLAY "RUN CONTROL: period " PRA-PERIOD
                " is closed, reopened by " PRA-AUTHORIZED-BY
          END-IF
      END-READ
    END-PERFORM
    CLOSE PERIOD-REOPEN-AUTH
  END-IF
END-IF.
IF PROCESS-PERIOD-IS-CLOSED
  DISPLAY "RUN CONTROL: period " WS-PROCESS-DATE (1:6)
      " is closed and no reopen authorization is on file"
END-IF.

B070-LOAD-POSTED-LOG.

  END-IF
END-IF.

B075-LOAD-APPROVALS.

*> supervisor approvals for type 05 corrections, one per line. a
*> missing approval file is not fatal - it simply means nothing is
*> approved tonight, and every correction in the deck is rejected
OPEN INPUT SUPERVISOR-APPROVAL.
IF WS-APPROVAL-STATUS = "00"
  PERFORM UNTIL APPROVAL-AT-END
    READ SUPERVISOR-APPROVAL
      AT END SET APPROVAL-AT-END TO TRUE
      NOT AT END
        IF SAP-FAC NOT NUMERIC OR SAP-CORRECTED-ERG NOT NUMERIC
            OR SAP-DEPT-ID NOT NUMERIC
          DISPLAY "APPROVAL: approval line not numeric, ignored: "
              SUPERVISOR-APPROVAL-REC
        ELSE IF WS-APPROVAL-COUNT < WS-APPROVAL-LIMIT
          ADD 1 TO WS-APPROVAL-COUNT
          MOVE SAP-FAC TO WS-AP-FAC (WS-APPROVAL-COUNT)
          MOVE SAP-CORRECTED-ERG
              TO WS-AP-CORRECTED-ERG (WS-APPROVAL-COUNT)
          MOVE SAP-DEPT-ID TO WS-AP-DEPT-ID (WS-APPROVAL-COUNT)
          MOVE SAP-APPROVED-BY
              TO WS-AP-APPROVED-BY (WS-APPROVAL-COUNT)
          MOVE SAP-APPROVED-DATE
              TO WS-AP-APPROVED-DATE (WS-APPROVAL-COUNT)
          MOVE 'N' TO WS-AP-USED-FLAG (WS-APPROVAL-COUNT)
        ELSE
          DISPLAY "APPROVAL: approval table full at "
              WS-APPROVAL-LIMIT " entries, later approvals ignored"
        END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE SUPERVISOR-APPROVAL
  DISPLAY "APPROVAL: " WS-APPROVAL-COUNT
      " correction approvals on file"
  PERFORM B076-LOAD-APPROVALS-USED
ELSE
  DISPLAY "APPROVAL: no approval file, corrections will be rejected"
END-IF.

B076-LOAD-APPROVALS-USED.

*> every approval a prior run spent is on APPROVAL-USED by faculty,
*> corrected value, department, approver and approval date. each
*> line marks one matching approval spent again, so an approval
*> signed twice for the same correction still covers two, but one
*> signature never covers a second correction. a missing file means
*> nothing has been spent yet.
MOVE ZERO TO WS-APPROVAL-SPENT-COUNT
OPEN INPUT APPROVAL-USED.
IF WS-APPROVAL-USED-STATUS = "00"
  PERFORM UNTIL APPROVAL-USED-AT-END
    READ APPROVAL-USED
      AT END SET APPROVAL-USED-AT-END TO TRUE
      NOT AT END
        MOVE 'N' TO APPROVAL-SPENT-FLAG
        PERFORM VARYING WS-APPROVAL-SUB FROM 1 BY 1
            UNTIL WS-APPROVAL-SUB > WS-APPROVAL-COUNT
                OR SPENT-APPROVAL-FOUND
          IF WS-AP-FAC (WS-APPROVAL-SUB) = AUS-FAC
              AND WS-AP-CORRECTED-ERG (WS-APPROVAL-SUB)
                  = AUS-CORRECTED-ERG
              AND WS-AP-DEPT-ID (WS-APPROVAL-SUB) = AUS-DEPT-ID
              AND WS-AP-APPROVED-BY (WS-APPROVAL-SUB)
                  = AUS-APPROVED-BY
              AND WS-AP-APPROVED-DATE (WS-APPROVAL-SUB)
                  = AUS-APPROVED-DATE
              AND NOT APPROVAL-WAS-USED (WS-APPROVAL-SUB)
            SET SPENT-APPROVAL-FOUND TO TRUE
            SET APPROVAL-WAS-USED (WS-APPROVAL-SUB) TO TRUE
            ADD 1 TO WS-APPROVAL-SPENT-COUNT
          END-IF
        END-PERFORM
    END-READ
  END-PERFORM
  CLOSE APPROVAL-USED
END-IF.
DISPLAY "APPROVAL: " WS-APPROVAL-SPENT-COUNT
    " of them already spent by a prior run".

B080-LOAD-DEPT-AUTHORITY.

*> security maintains DEPT-AUTHORITY. while no file is installed
*> the check is not made at all and every department keeps the
*> access it has always had; once it is, a department with no line
*> in it can submit nothing.
OPEN INPUT DEPT-AUTHORITY.
IF WS-AUTHORITY-STATUS = "00"
  SET AUTHORITY-TABLE-LOADED TO TRUE
  PERFORM UNTIL AUTHORITY-AT-END
    READ DEPT-AUTHORITY
      AT END SET AUTHORITY-AT-END TO TRUE
      NOT AT END
        IF DAU-DEPT-ID NOT NUMERIC OR DAU-FAC-LOW NOT NUMERIC
            OR DAU-FAC-HIGH NOT NUMERIC
          DISPLAY "AUTHORITY: authority line not numeric, ignored: "
              DEPT-AUTHORITY-REC
        ELSE IF WS-AUTHORITY-COUNT < WS-AUTHORITY-LIMIT
          ADD 1 TO WS-AUTHORITY-COUNT
          MOVE DAU-DEPT-ID TO WS-AU-DEPT-ID (WS-AUTHORITY-COUNT)
          MOVE DAU-TYPE-FLAGS TO WS-AU-TYPE-FLAGS (WS-AUTHORITY-COUNT)
          MOVE DAU-FAC-LOW TO WS-AU-FAC-LOW (WS-AUTHORITY-COUNT)
          MOVE DAU-FAC-HIGH TO WS-AU-FAC-HIGH (WS-AUTHORITY-COUNT)
        ELSE
          DISPLAY "AUTHORITY: authority table full at "
              WS-AUTHORITY-LIMIT " entries, later lines ignored"
        END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE DEPT-AUTHORITY
  DISPLAY "AUTHORITY: " WS-AUTHORITY-COUNT
      " department authority lines on file"
ELSE
  DISPLAY "AUTHORITY: no DEPT-AUTHORITY file, department "
      "authority is not being checked"
END-IF.

B860-SETTLE-POSTED-LOG.

*> a good run owes nothing to the next one - clear the posted log
  ADD 1 TO WS-ERRORS-TRAPPED-COUNT
  *> the overflow line says what failed - the wide recompute is the
  *> answer the business actually needs, routed to WIDE-RESULTS
  *> under the department that sent it, which BILLING surcharges
  IF LK-MATH-WIDE-RESULT-READY
    MOVE SPACES TO WIDE-RESULTS-REC
    MOVE LK-MATH-FAC TO WRS-FAC
    MOVE LK-MATH-WIDE-ERG TO WRS-ERG
    MOVE FUNCTION CURRENT-DATE TO WRS-TIMESTAMP
    MOVE WS-RUN-NUMBER TO WRS-RUN-NUMBER
    MOVE WS-CURRENT-BATCH-ID TO WRS-BATCH-ID
    WRITE WIDE-RESULTS-REC
    ADD 1 TO WS-WIDE-RESULT-COUNT
    DISPLAY "WIDE RESULT: FAC " LK-MATH-FAC " ERG " LK-MATH-WIDE-ERG
  CLOSE RESTART-FILE
  MOVE ZERO TO WS-CHECKPOINT-COUNTER
END-IF.

B040-READ-RUN-MODE.

*> no card, an empty card or anything but 'S' is a normal nightly run
OPEN INPUT RUN-MODE-CONTROL.
IF WS-RUN-MODE-STATUS = "00"
  READ RUN-MODE-CONTROL
    AT END CONTINUE
    NOT AT END MOVE RMC-RUN-MODE TO WS-RUN-MODE
  END-READ
  CLOSE RUN-MODE-CONTROL
END-IF.
IF SIMULATION-MODE
  DISPLAY "RUN CONTROL: simulation mode - proposed tiers will be "
      "compared, nothing posted"
END-IF.

B500-SIMULATION-RUN.

*> what-if rating of a real FACULTY-REQUEST deck: every record goes
*> through the same edits as a live run and is rated twice, under
*> the DATAFIELD-CONTROL table in force and under PROPOSED-TIERS,
*> on the same processing date. TXNROUTE, AUDITTRAIL and SUBPROGRAM
*> are never called, RUN-CONTROL and JOB-LOG are never opened, and
*> FACULTYMATH is called directly rather than through
*> B105-GET-FACULTY-RESULT, whose overflow routing writes files a
*> simulation must leave alone.
*> a closed period does not stop a simulation - it posts nothing.
MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP.
PERFORM B065-SET-PROCESS-DATE.
PERFORM B075-LOAD-APPROVALS.
PERFORM B080-LOAD-DEPT-AUTHORITY.
PERFORM B050-LOAD-DATAFIELD-TABLE.
PERFORM B505-LOAD-PROPOSED-TIERS.
INITIALIZE WS-SIM-BATCH-TABLE.

OPEN INPUT FACULTY-REQUEST.
PERFORM B510-SIMULATE-REQUEST UNTIL FACULTY-REQUEST-AT-END.
CLOSE FACULTY-REQUEST.

OPEN OUTPUT SIMULATION-REPORT.
PERFORM B550-WRITE-SIM-HEADINGS.
PERFORM B560-WRITE-SIM-BY-FAC.
PERFORM B570-WRITE-SIM-BY-BATCH.
PERFORM B580-WRITE-SIM-TIER-CHANGES.
PERFORM B590-WRITE-SIM-TOTALS.
CLOSE SIMULATION-REPORT.

DISPLAY "SIMULATION: " WS-REQUEST-READ-COUNT " records read, "
    WS-SIM-REJECT-COUNT " rejected, see SIMULATION-REPORT".

B505-LOAD-PROPOSED-TIERS.

*> the proposed table is loaded under the same sequence and size
*> rules as B050-LOAD-DATAFIELD-TABLE, so a file finance could not
*> actually load is not simulated as if it could
OPEN INPUT PROPOSED-TIERS.
IF WS-PROPOSED-TIERS-STATUS = "00"
  PERFORM UNTIL PROPOSED-TIERS-AT-END
    READ PROPOSED-TIERS
      AT END SET PROPOSED-TIERS-AT-END TO TRUE
      NOT AT END
        IF WS-PROPOSED-COUNT > 0
            AND PTR-DATAFIELD1 < WS-PROPOSED-PREVIOUS-KEY
          ADD 1 TO WS-PROPOSED-REJECTED-COUNT
          DISPLAY "SIMULATION: rejected out-of-sequence proposed key "
              PTR-DATAFIELD1
        ELSE IF WS-PROPOSED-COUNT = 50
          ADD 1 TO WS-PROPOSED-REJECTED-COUNT
          DISPLAY "SIMULATION: rejected proposed key " PTR-DATAFIELD1
              " - table is full at its 50-entry maximum"
        ELSE
          ADD 1 TO WS-PROPOSED-COUNT
          MOVE PTR-DATAFIELD1 TO PROPOSED-DATAFIELD1 (WS-PROPOSED-COUNT)
          MOVE PTR-DATAFIELD3 TO PROPOSED-DATAFIELD3 (WS-PROPOSED-COUNT)
          MOVE PTR-EFFECTIVE-FROM TO PROPOSED-FROM (WS-PROPOSED-COUNT)
          MOVE PTR-EFFECTIVE-TO TO PROPOSED-TO (WS-PROPOSED-COUNT)
          MOVE PTR-DATAFIELD1 TO WS-PROPOSED-PREVIOUS-KEY
        END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE PROPOSED-TIERS
  DISPLAY "SIMULATION: loaded " WS-PROPOSED-COUNT
      " proposed entries, rejected " WS-PROPOSED-REJECTED-COUNT
ELSE
  DISPLAY "SIMULATION: PROPOSED-TIERS not found, every faculty "
      "will show as unrated under the proposal"
END-IF.

B510-SIMULATE-REQUEST.

*> headers and trailers open and close department batches exactly
*> as in a live run, so the by-batch section lines up with the
*> SUMMARY-REPORT department lines finance already knows
READ FACULTY-REQUEST
  AT END SET FACULTY-REQUEST-AT-END TO TRUE
  NOT AT END
    EVALUATE TRUE
      WHEN FR-TRANS-CODE NUMERIC AND FR-TRANS-CODE = 98
        PERFORM B112-OPEN-BATCH
      WHEN FR-TRANS-CODE NUMERIC AND FR-TRANS-CODE = 99
        PERFORM B115-CAPTURE-TRAILER
      WHEN OTHER
        PERFORM B113-ENSURE-BATCH-OPEN
        ADD 1 TO WS-REQUEST-READ-COUNT
        ADD 1 TO WS-BT-READ (WS-CURRENT-BATCH-SUB)
        PERFORM B110-EDIT-REQUEST
        IF REQUEST-RECORD-IS-VALID
          MOVE FR-FAC TO FAC
          MOVE FR-TRANS-CODE TO TRANS-CODE
          MOVE FR-ZAHL1 TO ZAHL1
          MOVE FR-ZAHL2 TO ZAHL2
          ADD 1 TO WS-BT-PROCESSED (WS-CURRENT-BATCH-SUB)
          PERFORM B520-RATE-BOTH-WAYS
        ELSE
          ADD 1 TO WS-SIM-REJECT-COUNT
          ADD 1 TO WS-BT-REJECTED (WS-CURRENT-BATCH-SUB)
        END-IF
    END-EVALUATE
END-READ.

B520-RATE-BOTH-WAYS.

*> the same arithmetic B130-APPLY-RATING-TIER does, once per table;
*> a tier that overflows ERG leaves the unrated result in place,
*> just as the live run does
MOVE FAC TO LK-MATH-FAC
CALL "FACULTYMATH" USING FACULTYMATH-LINKAGE
MOVE LK-MATH-ERG TO WS-SIM-BASE-ERG

MOVE 'N' TO SIM-OLD-RATED-FLAG
MOVE ZERO TO WS-SIM-OLD-TIER
MOVE ZERO TO WS-SIM-OLD-ERG
MOVE FAC TO LK-LOOKUP-FAC
CALL "TABLELOOKUP" USING LK-LOOKUP-FAC WS-TABLE-COUNT
    LK-LOOKUP-FOUND-FLAG LK-LOOKUP-DATAFIELD3-RESULT DATENTABELLE
    WS-PROCESS-DATE
IF LK-LOOKUP-ENTRY-WAS-FOUND
  SET SIM-OLD-IS-RATED TO TRUE
  MOVE LK-LOOKUP-DATAFIELD3-RESULT TO WS-SIM-OLD-TIER
  COMPUTE WS-SIM-OLD-ERG ROUNDED =
      WS-SIM-BASE-ERG * WS-SIM-OLD-TIER / 100
    ON SIZE ERROR
      MOVE WS-SIM-BASE-ERG TO WS-SIM-OLD-ERG
  END-COMPUTE
END-IF

MOVE 'N' TO SIM-NEW-RATED-FLAG
MOVE ZERO TO WS-SIM-NEW-TIER
MOVE ZERO TO WS-SIM-NEW-ERG
MOVE FAC TO LK-LOOKUP-FAC
CALL "TABLELOOKUP" USING LK-LOOKUP-FAC WS-PROPOSED-COUNT
    LK-LOOKUP-FOUND-FLAG LK-LOOKUP-DATAFIELD3-RESULT PROPOSED-TABELLE
    WS-PROCESS-DATE
IF LK-LOOKUP-ENTRY-WAS-FOUND
  SET SIM-NEW-IS-RATED TO TRUE
  MOVE LK-LOOKUP-DATAFIELD3-RESULT TO WS-SIM-NEW-TIER
  COMPUTE WS-SIM-NEW-ERG ROUNDED =
      WS-SIM-BASE-ERG * WS-SIM-NEW-TIER / 100
    ON SIZE ERROR
      MOVE WS-SIM-BASE-ERG TO WS-SIM-NEW-ERG
  END-COMPUTE
END-IF

PERFORM B530-FOLD-SIM-FAC
PERFORM B540-FOLD-SIM-BATCH.

B530-FOLD-SIM-FAC.

*> one line per faculty on the report, however many times it
*> appears in the deck - occurrences and ERG are summed. an unrated
*> record contributes nothing to its side's ERG, because a live run
*> sends it to UNRATED-REPORT instead of FACULTY-REPORT.
MOVE ZERO TO WS-CURRENT-SIM-FAC-SUB
PERFORM VARYING WS-SIM-FAC-SUB FROM 1 BY 1
    UNTIL WS-SIM-FAC-SUB > WS-SIM-FAC-COUNT
        OR WS-CURRENT-SIM-FAC-SUB > ZERO
  IF WS-SF-FAC (WS-SIM-FAC-SUB) = FAC
    MOVE WS-SIM-FAC-SUB TO WS-CURRENT-SIM-FAC-SUB
  END-IF
END-PERFORM
IF WS-CURRENT-SIM-FAC-SUB = ZERO
  IF WS-SIM-FAC-COUNT < WS-SIM-FAC-LIMIT
    ADD 1 TO WS-SIM-FAC-COUNT
    MOVE WS-SIM-FAC-COUNT TO WS-CURRENT-SIM-FAC-SUB
    MOVE FAC TO WS-SF-FAC (WS-CURRENT-SIM-FAC-SUB)
    MOVE ZERO TO WS-SF-COUNT (WS-CURRENT-SIM-FAC-SUB)
    MOVE ZERO TO WS-SF-OLD-ERG (WS-CURRENT-SIM-FAC-SUB)
    MOVE ZERO TO WS-SF-NEW-ERG (WS-CURRENT-SIM-FAC-SUB)
  ELSE
    DISPLAY "SIMULATION: faculty table full at " WS-SIM-FAC-LIMIT
        " entries, FAC " FAC " left off the by-FAC section"
  END-IF
END-IF
IF WS-CURRENT-SIM-FAC-SUB > ZERO
  ADD 1 TO WS-SF-COUNT (WS-CURRENT-SIM-FAC-SUB)
  MOVE WS-SIM-OLD-TIER TO WS-SF-OLD-TIER (WS-CURRENT-SIM-FAC-SUB)
  MOVE WS-SIM-NEW-TIER TO WS-SF-NEW-TIER (WS-CURRENT-SIM-FAC-SUB)
  MOVE SIM-OLD-RATED-FLAG
      TO WS-SF-OLD-RATED-FLAG (WS-CURRENT-SIM-FAC-SUB)
  MOVE SIM-NEW-RATED-FLAG
      TO WS-SF-NEW-RATED-FLAG (WS-CURRENT-SIM-FAC-SUB)
  IF SIM-OLD-IS-RATED
    ADD WS-SIM-OLD-ERG TO WS-SF-OLD-ERG (WS-CURRENT-SIM-FAC-SUB)
  END-IF
  IF SIM-NEW-IS-RATED
    ADD WS-SIM-NEW-ERG TO WS-SF-NEW-ERG (WS-CURRENT-SIM-FAC-SUB)
  END-IF
END-IF.

B540-FOLD-SIM-BATCH.

IF SIM-OLD-IS-RATED
  ADD WS-SIM-OLD-ERG TO WS-SB-OLD-ERG (WS-CURRENT-BATCH-SUB)
  ADD WS-SIM-OLD-ERG TO WS-SIM-OLD-TOTAL
END-IF
IF SIM-NEW-IS-RATED
  ADD WS-SIM-NEW-ERG TO WS-SB-NEW-ERG (WS-CURRENT-BATCH-SUB)
  ADD WS-SIM-NEW-ERG TO WS-SIM-NEW-TOTAL
  ADD 1 TO WS-SIM-RATED-COUNT
END-IF
IF SIM-OLD-IS-RATED AND NOT SIM-NEW-IS-RATED
  ADD 1 TO WS-SB-TO-UNRATED (WS-CURRENT-BATCH-SUB)
END-IF
IF SIM-NEW-IS-RATED AND NOT SIM-OLD-IS-RATED
  ADD 1 TO WS-SB-NEWLY-RATED (WS-CURRENT-BATCH-SUB)
END-IF.

B550-WRITE-SIM-HEADINGS.

MOVE SPACES TO SIMULATION-REPORT-REC
STRING "RATING TIER SIMULATION - NOTHING POSTED  " DELIMITED BY SIZE
    WS-START-TIMESTAMP (1:8) DELIMITED BY SIZE
    INTO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC
MOVE SPACES TO SIMULATION-REPORT-REC
STRING "PROCESSING DATE " DELIMITED BY SIZE
    WS-PROCESS-DATE DELIMITED BY SIZE
    "  CURRENT TIERS " DELIMITED BY SIZE
    WS-TABLE-COUNT DELIMITED BY SIZE
    "  PROPOSED TIERS " DELIMITED BY SIZE
    WS-PROPOSED-COUNT DELIMITED BY SIZE
    INTO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC.

B560-WRITE-SIM-BY-FAC.

MOVE SPACES TO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC
MOVE "RESULTS BY FAC" TO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC
MOVE "   FAC    COUNT  OLD TIER  NEW TIER      OLD ERG      NEW ERG   DIFFERENCE"
    TO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC
PERFORM VARYING WS-SIM-FAC-SUB FROM 1 BY 1
    UNTIL WS-SIM-FAC-SUB > WS-SIM-FAC-COUNT
  MOVE WS-SF-FAC (WS-SIM-FAC-SUB) TO WS-SIM-EDIT-FAC
  MOVE WS-SF-COUNT (WS-SIM-FAC-SUB) TO WS-SIM-EDIT-COUNT
  IF SF-OLD-IS-RATED (WS-SIM-FAC-SUB)
    MOVE WS-SF-OLD-TIER (WS-SIM-FAC-SUB) TO WS-SIM-EDIT-TIER
    MOVE WS-SIM-EDIT-TIER TO WS-SIM-EDIT-OLD-TIER
  ELSE
    MOVE "NONE" TO WS-SIM-EDIT-OLD-TIER
  END-IF
  IF SF-NEW-IS-RATED (WS-SIM-FAC-SUB)
    MOVE WS-SF-NEW-TIER (WS-SIM-FAC-SUB) TO WS-SIM-EDIT-TIER
    MOVE WS-SIM-EDIT-TIER TO WS-SIM-EDIT-NEW-TIER
  ELSE
    MOVE "NONE" TO WS-SIM-EDIT-NEW-TIER
  END-IF
  MOVE WS-SF-OLD-ERG (WS-SIM-FAC-SUB) TO WS-SIM-EDIT-OLD-ERG
  MOVE WS-SF-NEW-ERG (WS-SIM-FAC-SUB) TO WS-SIM-EDIT-NEW-ERG
  COMPUTE WS-SIM-DIFFERENCE = WS-SF-NEW-ERG (WS-SIM-FAC-SUB)
      - WS-SF-OLD-ERG (WS-SIM-FAC-SUB)
  MOVE WS-SIM-DIFFERENCE TO WS-SIM-EDIT-DIFF
  MOVE SPACES TO SIMULATION-REPORT-REC
  STRING "  " DELIMITED BY SIZE
      WS-SIM-EDIT-FAC DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-SIM-EDIT-COUNT DELIMITED BY SIZE
      "      " DELIMITED BY SIZE
      WS-SIM-EDIT-OLD-TIER DELIMITED BY SIZE
      "      " DELIMITED BY SIZE
      WS-SIM-EDIT-NEW-TIER DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-SIM-EDIT-OLD-ERG DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-SIM-EDIT-NEW-ERG DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-SIM-EDIT-DIFF DELIMITED BY SIZE
      INTO SIMULATION-REPORT-REC
  WRITE SIMULATION-REPORT-REC
END-PERFORM.

B570-WRITE-SIM-BY-BATCH.

MOVE SPACES TO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC
MOVE "RESULTS BY DEPARTMENT BATCH" TO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC
MOVE "  DEPT   RECORDS      OLD ERG      NEW ERG   DIFFERENCE  UNRATED  NEWRATED"
    TO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC
PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
    UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
  MOVE WS-BT-BATCH-ID (WS-BATCH-SUB) TO WS-SIM-EDIT-FAC
  MOVE WS-BT-READ (WS-BATCH-SUB) TO WS-SIM-EDIT-COUNT
  MOVE WS-SB-OLD-ERG (WS-BATCH-SUB) TO WS-SIM-EDIT-OLD-ERG
  MOVE WS-SB-NEW-ERG (WS-BATCH-SUB) TO WS-SIM-EDIT-NEW-ERG
  COMPUTE WS-SIM-DIFFERENCE = WS-SB-NEW-ERG (WS-BATCH-SUB)
      - WS-SB-OLD-ERG (WS-BATCH-SUB)
  MOVE WS-SIM-DIFFERENCE TO WS-SIM-EDIT-DIFF
  MOVE SPACES TO SIMULATION-REPORT-REC
  STRING "  " DELIMITED BY SIZE
      WS-SIM-EDIT-FAC DELIMITED BY SIZE
      "   " DELIMITED BY SIZE
      WS-SIM-EDIT-COUNT DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-SIM-EDIT-OLD-ERG DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-SIM-EDIT-NEW-ERG DELIMITED BY SIZE
      "  " DELIMITED BY SIZE
      WS-SIM-EDIT-DIFF DELIMITED BY SIZE
      INTO SIMULATION-REPORT-REC
  MOVE WS-SB-TO-UNRATED (WS-BATCH-SUB) TO WS-SIM-EDIT-COUNT
  MOVE WS-SIM-EDIT-COUNT TO SIMULATION-REPORT-REC (59:7)
  MOVE WS-SB-NEWLY-RATED (WS-BATCH-SUB) TO WS-SIM-EDIT-COUNT
  MOVE WS-SIM-EDIT-COUNT TO SIMULATION-REPORT-REC (68:7)
  WRITE SIMULATION-REPORT-REC
END-PERFORM.

B580-WRITE-SIM-TIER-CHANGES.

*> the two lists finance asks about first: faculties the proposal
*> would drop onto UNRATED-REPORT, and faculties it would start
*> rating that tonight have no tier at all
MOVE SPACES TO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC
MOVE "FACULTIES THAT WOULD BECOME UNRATED" TO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC
MOVE ZERO TO WS-SIM-LIST-COUNT
PERFORM VARYING WS-SIM-FAC-SUB FROM 1 BY 1
    UNTIL WS-SIM-FAC-SUB > WS-SIM-FAC-COUNT
  IF SF-OLD-IS-RATED (WS-SIM-FAC-SUB)
      AND NOT SF-NEW-IS-RATED (WS-SIM-FAC-SUB)
    PERFORM B585-WRITE-SIM-LIST-LINE
  END-IF
END-PERFORM
IF WS-SIM-LIST-COUNT = ZERO
  MOVE "  NONE" TO SIMULATION-REPORT-REC
  WRITE SIMULATION-REPORT-REC
END-IF

MOVE SPACES TO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC
MOVE "FACULTIES THAT WOULD BECOME NEWLY RATED" TO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC
MOVE ZERO TO WS-SIM-LIST-COUNT
PERFORM VARYING WS-SIM-FAC-SUB FROM 1 BY 1
    UNTIL WS-SIM-FAC-SUB > WS-SIM-FAC-COUNT
  IF SF-NEW-IS-RATED (WS-SIM-FAC-SUB)
      AND NOT SF-OLD-IS-RATED (WS-SIM-FAC-SUB)
    PERFORM B585-WRITE-SIM-LIST-LINE
  END-IF
END-PERFORM
IF WS-SIM-LIST-COUNT = ZERO
  MOVE "  NONE" TO SIMULATION-REPORT-REC
  WRITE SIMULATION-REPORT-REC
END-IF.

B585-WRITE-SIM-LIST-LINE.

ADD 1 TO WS-SIM-LIST-COUNT
MOVE WS-SF-FAC (WS-SIM-FAC-SUB) TO WS-SIM-EDIT-FAC
MOVE WS-SF-COUNT (WS-SIM-FAC-SUB) TO WS-SIM-EDIT-COUNT
MOVE SPACES TO SIMULATION-REPORT-REC
STRING "  FAC " DELIMITED BY SIZE
    WS-SIM-EDIT-FAC DELIMITED BY SIZE
    "  RECORDS " DELIMITED BY SIZE
    WS-SIM-EDIT-COUNT DELIMITED BY SIZE
    INTO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC.

B590-WRITE-SIM-TOTALS.

MOVE SPACES TO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC
MOVE WS-REQUEST-READ-COUNT TO WS-SIM-EDIT-COUNT
MOVE SPACES TO SIMULATION-REPORT-REC
STRING "RECORDS READ " DELIMITED BY SIZE
    WS-SIM-EDIT-COUNT DELIMITED BY SIZE
    INTO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC
MOVE WS-SIM-REJECT-COUNT TO WS-SIM-EDIT-COUNT
MOVE SPACES TO SIMULATION-REPORT-REC
STRING "REJECTED BY EDIT " DELIMITED BY SIZE
    WS-SIM-EDIT-COUNT DELIMITED BY SIZE
    INTO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC
MOVE WS-SIM-OLD-TOTAL TO WS-SIM-EDIT-OLD-ERG
MOVE WS-SIM-NEW-TOTAL TO WS-SIM-EDIT-NEW-ERG
COMPUTE WS-SIM-DIFFERENCE = WS-SIM-NEW-TOTAL - WS-SIM-OLD-TOTAL
MOVE WS-SIM-DIFFERENCE TO WS-SIM-EDIT-DIFF
MOVE SPACES TO SIMULATION-REPORT-REC
STRING "ERG TOTAL  CURRENT " DELIMITED BY SIZE
    WS-SIM-EDIT-OLD-ERG DELIMITED BY SIZE
    "  PROPOSED " DELIMITED BY SIZE
    WS-SIM-EDIT-NEW-ERG DELIMITED BY SIZE
    "  DIFFERENCE " DELIMITED BY SIZE
    WS-SIM-EDIT-DIFF DELIMITED BY SIZE
    INTO SIMULATION-REPORT-REC
WRITE SIMULATION-REPORT-REC.
