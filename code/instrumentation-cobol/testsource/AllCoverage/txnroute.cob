    88 FM-ACCOUNT-ACTIVE VALUE 'A'.
    88 FM-ACCOUNT-CLOSED VALUE 'C'.
  05 FM-CREATED-DATE PIC X(8).
  05 FM-LAST-ACTIVITY-DATE PIC X(8).
  05 FM-ACTIVITY-COUNT PIC 9(6).
  05 FM-LAST-DEPT-ID PIC 9999.
FD MASTER-JOURNAL.
01 MASTER-JOURNAL-REC.
  05 MJR-TRANS-CODE PIC 99.
  05 FILLER PIC X VALUE SPACE.
  05 MJR-TIMESTAMP PIC X(26).
  05 FILLER PIC X VALUE SPACE.
  05 MJR-BEFORE-IMAGE PIC X(35).
  05 FILLER PIC X VALUE SPACE.
  05 MJR-AFTER-IMAGE PIC X(35).
WORKING-STORAGE SECTION.
COPY "FACULTY-FIELDS.cpy".
01 WS-MASTER-STATUS PIC XX.
01 WS-JOURNAL-STATUS PIC XX.
01 WS-BEFORE-IMAGE PIC X(35).
01 WS-ROUTER-STATE.
  *> the master stays open across calls for the whole run - the
  *> caller releases it at its commit points and once more to
  *> finalize. the journal is not held: it is closed after every
  *> entry so it is never behind the master it replays onto.
  05 MASTER-OPEN-FLAG PIC X VALUE 'N'.
    88 MASTER-IS-OPEN VALUE 'Y'.
LINKAGE SECTION.
01 TXNROUTE-LINKAGE.
  05 LK-TRANS-CODE PIC 99.
    88 LK-TXN-ACCOUNT-IS-CLOSED VALUE 03.
    88 LK-TXN-CODE-UNKNOWN VALUE 04.
    88 LK-TXN-MASTER-UNAVAILABLE VALUE 05.
    88 LK-TXN-ACCOUNT-NOT-CLOSED VALUE 06.
  05 LK-TXN-RUN-NUMBER PIC 9(6).
  05 LK-TXN-DEPT-ID PIC 9999.
  05 LK-TXN-FUNCTION PIC X.
    88 LK-TXN-COMMIT VALUE 'C'.
    88 LK-TXN-FINALIZE VALUE 'F'.
PROCEDURE DIVISION USING TXNROUTE-LINKAGE.
B100-DISPATCH-TRANSACTION.

    MOVE LK-TRANS-CODE TO TRANS-CODE
    SET LK-TXN-COMPLETED TO TRUE

    *> a commit point or the end of the run releases the master;
    *> the next transaction after a commit point opens it again
    IF LK-TXN-COMMIT OR LK-TXN-FINALIZE
      PERFORM B300-RELEASE-MASTER
      GOBACK
    END-IF.

    IF NOT MASTER-IS-OPEN
      PERFORM B310-OPEN-MASTER
    END-IF.

    IF NOT MASTER-IS-OPEN
      SET LK-TXN-MASTER-UNAVAILABLE TO TRUE
      DISPLAY "TRANSACTION ROUTER: master unavailable, status "
          WS-MASTER-STATUS " - type " TRANS-CODE " for "
        WHEN 1 PERFORM B220-TXN-ADJUSTMENT
        WHEN 2 PERFORM B230-TXN-INQUIRY
        WHEN 3 PERFORM B240-TXN-CLOSEOUT
        WHEN 4 PERFORM B270-TXN-REOPEN
        WHEN 5 PERFORM B280-TXN-CORRECTION
        WHEN OTHER PERFORM B250-TXN-UNKNOWN
      END-EVALUATE
    END-IF.

    GOBACK.
    MOVE LK-TXN-ERG TO FM-ERG
    SET FM-ACCOUNT-ACTIVE TO TRUE
    MOVE FUNCTION CURRENT-DATE (1:8) TO FM-CREATED-DATE
    MOVE ZERO TO FM-ACTIVITY-COUNT
    PERFORM B290-NOTE-ACTIVITY
    WRITE FACULTY-MASTER-REC
      INVALID KEY
        SET LK-TXN-DUPLICATE-ACCOUNT TO TRUE
              DISPLAY "TRANSACTION ROUTER: type 01 - adjustment for "
                  LK-TXN-FAC " capped at field maximum"
          END-ADD
          PERFORM B290-NOTE-ACTIVITY
          REWRITE FACULTY-MASTER-REC
          PERFORM B260-WRITE-JOURNAL
          DISPLAY "TRANSACTION ROUTER: type 01 - adjusted account "
B230-TXN-INQUIRY.

    *> type 02 - inquiry, reports the stored master record and hands
    *> the stored ERG back to the caller. an inquiry is activity on
    *> the account as far as the dormancy sweep is concerned, so it
    *> stamps the activity fields and is journaled like any change.
    MOVE LK-TXN-FAC TO FM-FAC
    READ FACULTY-MASTER
      INVALID KEY
        DISPLAY "TRANSACTION ROUTER: type 02 - account " FM-FAC
            " ERG " FM-ERG " status " FM-ACCOUNT-STATUS
            " created " FM-CREATED-DATE
            " last active " FM-LAST-ACTIVITY-DATE
        MOVE FACULTY-MASTER-REC TO WS-BEFORE-IMAGE
        PERFORM B290-NOTE-ACTIVITY
        REWRITE FACULTY-MASTER-REC
        PERFORM B260-WRITE-JOURNAL
    END-READ.

B240-TXN-CLOSEOUT.
        ELSE
          MOVE FACULTY-MASTER-REC TO WS-BEFORE-IMAGE
          SET FM-ACCOUNT-CLOSED TO TRUE
          PERFORM B290-NOTE-ACTIVITY
          REWRITE FACULTY-MASTER-REC
          PERFORM B260-WRITE-JOURNAL
          DISPLAY "TRANSACTION ROUTER: type 03 - closed account "
    *> these images over a dated starting copy instead of being
    *> reconstructed by hand from stale FACULTY-REPORT files. a
    *> create has a before-image of spaces - that is how the rebuild
    *> tells a WRITE from a REWRITE. the master REWRITE reaches the
    *> file at once, so the entry is closed onto disk straight away
    *> as well - a run that dies between commit points must not
    *> leave master changes the journal has no record of.
    OPEN EXTEND MASTER-JOURNAL.
    IF WS-JOURNAL-STATUS NOT = "00"
      OPEN OUTPUT MASTER-JOURNAL
          WS-JOURNAL-STATUS " - master change for " FM-FAC
          " not journaled"
    END-IF.

B270-TXN-REOPEN.

    *> type 04 - reopen puts a closed account back in service with
    *> its stored ERG untouched, the undo for a close-out posted
    *> against the wrong faculty. reopening an account that is not
    *> closed is refused with its own result code so the department
    *> sees the mistake on its acknowledgment.
    MOVE LK-TXN-FAC TO FM-FAC
    READ FACULTY-MASTER
      INVALID KEY
        SET LK-TXN-ACCOUNT-MISSING TO TRUE
        DISPLAY "TRANSACTION ROUTER: type 04 rejected - account "
            LK-TXN-FAC " not on master"
      NOT INVALID KEY
        IF NOT FM-ACCOUNT-CLOSED
          SET LK-TXN-ACCOUNT-NOT-CLOSED TO TRUE
          DISPLAY "TRANSACTION ROUTER: type 04 rejected - account "
              LK-TXN-FAC " is not closed"
        ELSE
          MOVE FACULTY-MASTER-REC TO WS-BEFORE-IMAGE
          SET FM-ACCOUNT-ACTIVE TO TRUE
          PERFORM B290-NOTE-ACTIVITY
          REWRITE FACULTY-MASTER-REC
          PERFORM B260-WRITE-JOURNAL
          DISPLAY "TRANSACTION ROUTER: type 04 - reopened account "
              LK-TXN-FAC
        END-IF
    END-READ.

B280-TXN-CORRECTION.

    *> type 05 - correction replaces the stored ERG with the stated
    *> corrected value, downward as readily as upward, where type 01
    *> can only add. the driver only lets a correction this far once
    *> a supervisor approval for it is on file, so the router treats
    *> it like any other change to an active account.
    MOVE LK-TXN-FAC TO FM-FAC
    READ FACULTY-MASTER
      INVALID KEY
        SET LK-TXN-ACCOUNT-MISSING TO TRUE
        DISPLAY "TRANSACTION ROUTER: type 05 rejected - account "
            LK-TXN-FAC " not on master"
      NOT INVALID KEY
        IF FM-ACCOUNT-CLOSED
          SET LK-TXN-ACCOUNT-IS-CLOSED TO TRUE
          DISPLAY "TRANSACTION ROUTER: type 05 rejected - account "
              LK-TXN-FAC " is closed"
        ELSE
          MOVE FACULTY-MASTER-REC TO WS-BEFORE-IMAGE
          MOVE LK-TXN-ERG TO FM-ERG
          PERFORM B290-NOTE-ACTIVITY
          REWRITE FACULTY-MASTER-REC
          PERFORM B260-WRITE-JOURNAL
          DISPLAY "TRANSACTION ROUTER: type 05 - corrected account "
              LK-TXN-FAC " to ERG " FM-ERG
        END-IF
    END-READ.

B290-NOTE-ACTIVITY.

    *> every transaction that reaches an account stamps it with the
    *> date, bumps its activity count and notes the department that
    *> submitted it - DORMANTSWEEP ages accounts by the last-activity
    *> date and sends its notices to the last department. a record
    *> carried over from the old 17-byte master by MASTERREBUILD (see
    *> the cutover in its header) has spaces in these fields, so its
    *> count restarts from zero here instead of failing the ADD.
    MOVE FUNCTION CURRENT-DATE (1:8) TO FM-LAST-ACTIVITY-DATE
    IF FM-ACTIVITY-COUNT NOT NUMERIC
      MOVE ZERO TO FM-ACTIVITY-COUNT
    END-IF
    ADD 1 TO FM-ACTIVITY-COUNT
      ON SIZE ERROR
        MOVE 999999 TO FM-ACTIVITY-COUNT
    END-ADD
    MOVE LK-TXN-DEPT-ID TO FM-LAST-DEPT-ID.

B300-RELEASE-MASTER.

    *> closing the master at a commit point hands every REWRITE so
    *> far to the file system, and a finalize call closes it for good
    IF MASTER-IS-OPEN
      CLOSE FACULTY-MASTER
      MOVE 'N' TO MASTER-OPEN-FLAG
    END-IF.

B310-OPEN-MASTER.

    *> the master is opened I-O and created empty ONLY on
    *> file-not-found (status 35), the very first call ever - any
    *> other open failure (lock, permission, I/O error) must never
    *> take the create path, or a transient error would truncate the
    *> persistent history this file exists to keep. if the master
    *> still is not open, the transaction is refused with its own
    *> result code instead of silently dropping every master update.
    OPEN I-O FACULTY-MASTER.
    IF WS-MASTER-STATUS = "35"
      OPEN OUTPUT FACULTY-MASTER
      CLOSE FACULTY-MASTER
      OPEN I-O FACULTY-MASTER
    END-IF.
    IF WS-MASTER-STATUS = "00"
      SET MASTER-IS-OPEN TO TRUE
    END-IF.
