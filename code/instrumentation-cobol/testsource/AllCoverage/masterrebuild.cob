    88 FM-ACCOUNT-ACTIVE VALUE 'A'.
    88 FM-ACCOUNT-CLOSED VALUE 'C'.
  05 FM-CREATED-DATE PIC X(8).
  05 FM-LAST-ACTIVITY-DATE PIC X(8).
  05 FM-ACTIVITY-COUNT PIC 9(6).
  05 FM-LAST-DEPT-ID PIC 9999.
FD MASTER-STARTING-COPY.
01 MASTER-STARTING-COPY-REC PIC X(35).
FD MASTER-JOURNAL.
01 MASTER-JOURNAL-REC.
  05 MJR-TRANS-CODE PIC 99.
  05 FILLER PIC X VALUE SPACE.
  05 MJR-TIMESTAMP PIC X(26).
  05 FILLER PIC X VALUE SPACE.
  05 MJR-BEFORE-IMAGE PIC X(35).
  05 FILLER PIC X VALUE SPACE.
  05 MJR-AFTER-IMAGE PIC X(35).
FD MASTER-REBUILD-CONTROL.
01 MASTER-REBUILD-CONTROL-REC.
  05 MRC-REPLAY-FROM PIC X(14).
  05 WS-JOURNAL-ENTRIES-READ PIC 9(8) VALUE ZERO.
  05 WS-ENTRIES-SKIPPED PIC 9(8) VALUE ZERO.
  05 WS-ENTRIES-APPLIED PIC 9(8) VALUE ZERO.
  05 WS-OLD-FORMAT-SKIPPED PIC 9(8) VALUE ZERO.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.

*> cutoff (YYYYMMDDHHMMSS - the timestamp the starting copy was
*> cut); a missing control file or spaces replays the whole
*> journal, the right answer when rebuilding from an empty master.
*>
*> this is also the cutover from the old 17-byte master (FAC, ERG,
*> status, created date) to the 35-byte record that carries the
*> last-activity date, activity count and last department:
*>   1. after the last nightly run on the old programs, unload the
*>      old master to MASTER-STARTING-COPY, one 17-byte record image
*>      per line, exactly as a starting copy is normally cut;
*>   2. write MASTER-REBUILD-CONTROL with the time of that unload,
*>      which is later than every old-format journal entry;
*>   3. install the new programs and run MASTERREBUILD once before
*>      the first run of STATEMENTCOVERAGE.
*> a short line-sequential record is padded with spaces on READ, so
*> each old record loads with spaces in the three new fields. the
*> readers of the master expect that: TXNROUTE restarts the
*> activity count from zero on the next transaction, DORMANTSWEEP
*> ages the account by its created date until it has a last-activity
*> date, and a non-numeric last department sends its notice to the
*> unbatched stream. old journal lines hold 17-byte images, so they
*> cannot be replayed into the new record - the cutoff in step 2
*> keeps them out, and B200 also skips any it still meets.

PERFORM B050-READ-REBUILD-CONTROL.

DISPLAY "MASTER REBUILD: " WS-COPY-RECORDS-LOADED
    " copy records loaded, " WS-ENTRIES-APPLIED " of "
    WS-JOURNAL-ENTRIES-READ " journal entries applied, "
    WS-ENTRIES-SKIPPED " before the cutoff, "
    WS-OLD-FORMAT-SKIPPED " in the old 17-byte format".

GOBACK.

      AT END SET MASTER-JOURNAL-AT-END TO TRUE
      NOT AT END
        ADD 1 TO WS-JOURNAL-ENTRIES-READ
        *> an old-format line ends after its 17-byte after-image, so
        *> read under this layout it leaves MJR-AFTER-IMAGE blank -
        *> a real entry never has a blank after-image
        IF MJR-AFTER-IMAGE = SPACES
          ADD 1 TO WS-OLD-FORMAT-SKIPPED
        ELSE IF WS-REPLAY-FROM NOT = SPACES
            AND MJR-TIMESTAMP (1:14) < WS-REPLAY-FROM
          ADD 1 TO WS-ENTRIES-SKIPPED
        ELSE
          PERFORM B210-APPLY-JOURNAL-ENTRY
        END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE MASTER-JOURNAL
