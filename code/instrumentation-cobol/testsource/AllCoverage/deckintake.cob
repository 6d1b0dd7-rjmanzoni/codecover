      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DECKINTAKE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT INTAKE-CONTROL ASSIGN TO "INTAKE-CONTROL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CONTROL-STATUS.
  SELECT DECK-MANIFEST ASSIGN TO "DECK-MANIFEST"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MANIFEST-STATUS.
  SELECT DECK-CARRYOVER ASSIGN TO "DECK-CARRYOVER"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CARRYOVER-STATUS.
  SELECT HELD-DECKS ASSIGN TO "HELD-DECKS"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HELD-STATUS.
  SELECT DECK-RELEASE ASSIGN TO "DECK-RELEASE"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RELEASE-STATUS.
  SELECT INTAKE-HISTORY ASSIGN TO "INTAKE-HISTORY"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HISTORY-STATUS.
  SELECT DEPT-DECK ASSIGN USING WS-DECK-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DECK-STATUS.
  SELECT FACULTY-REQUEST ASSIGN TO "FACULTY-REQUEST"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REQUEST-STATUS.
  SELECT DECK-RECEIPT ASSIGN TO "DECK-RECEIPT"
    ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD INTAKE-CONTROL.
01 INTAKE-CONTROL-REC.
  05 ICC-CUTOFF-TIME PIC X(6).
  05 FILLER PIC X VALUE SPACE.
  05 ICC-INTAKE-DATE PIC X(8).
FD DECK-MANIFEST.
01 DECK-MANIFEST-REC.
  05 DKM-DEPT-ID PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 DKM-ARRIVAL-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 DKM-ARRIVAL-TIME PIC X(6).
  05 FILLER PIC X VALUE SPACE.
  05 DKM-FILE-NAME PIC X(40).
FD DECK-CARRYOVER.
01 DECK-CARRYOVER-REC.
  05 CRY-DEPT-ID PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 CRY-ARRIVAL-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 CRY-ARRIVAL-TIME PIC X(6).
  05 FILLER PIC X VALUE SPACE.
  05 CRY-FILE-NAME PIC X(40).
FD HELD-DECKS.
01 HELD-DECKS-REC.
  05 HLD-DEPT-ID PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 HLD-BATCH-ID PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 HLD-DECK-HASH PIC 9(10).
  05 FILLER PIC X VALUE SPACE.
  05 HLD-RECORD-COUNT PIC 9(6).
  05 FILLER PIC X VALUE SPACE.
  05 HLD-HELD-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 HLD-FIRST-ACCEPTED-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 HLD-FILE-NAME PIC X(40).
FD DECK-RELEASE.
01 DECK-RELEASE-REC.
  05 RLS-BATCH-ID PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 RLS-DECK-HASH PIC 9(10).
  05 FILLER PIC X VALUE SPACE.
  05 RLS-RELEASED-BY PIC X(8).
FD INTAKE-HISTORY.
01 INTAKE-HISTORY-REC.
  05 IHS-BATCH-ID PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 IHS-DECK-HASH PIC 9(10).
  05 FILLER PIC X VALUE SPACE.
  05 IHS-RECORD-COUNT PIC 9(6).
  05 FILLER PIC X VALUE SPACE.
  05 IHS-INTAKE-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 IHS-DEPT-ID PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 IHS-FILE-NAME PIC X(40).
FD DEPT-DECK.
01 DEPT-DECK-REC.
  05 DCK-FAC PIC 9999.
  05 DCK-TRANS-CODE PIC 99.
  05 DCK-ZAHL1 PIC 9999.
  05 DCK-ZAHL2 PIC 9999.
  05 DCK-RECYCLE-COUNT PIC XX.
FD FACULTY-REQUEST.
01 FACULTY-REQUEST-REC PIC X(16).
FD DECK-RECEIPT.
01 DECK-RECEIPT-REC PIC X(120).
WORKING-STORAGE SECTION.
01 WS-FILE-STATUS-FIELDS.
  05 WS-CONTROL-STATUS PIC XX.
  05 WS-MANIFEST-STATUS PIC XX.
  05 WS-CARRYOVER-STATUS PIC XX.
  05 WS-HELD-STATUS PIC XX.
  05 WS-RELEASE-STATUS PIC XX.
  05 WS-HISTORY-STATUS PIC XX.
  05 WS-DECK-STATUS PIC XX.
  05 WS-REQUEST-STATUS PIC XX.
01 WS-FLAGS.
  05 DECK-MANIFEST-EOF PIC X VALUE 'N'.
    88 DECK-MANIFEST-AT-END VALUE 'Y'.
  05 DECK-CARRYOVER-EOF PIC X VALUE 'N'.
    88 DECK-CARRYOVER-AT-END VALUE 'Y'.
  05 HELD-DECKS-EOF PIC X VALUE 'N'.
    88 HELD-DECKS-AT-END VALUE 'Y'.
  05 DECK-RELEASE-EOF PIC X VALUE 'N'.
    88 DECK-RELEASE-AT-END VALUE 'Y'.
  05 INTAKE-HISTORY-EOF PIC X VALUE 'N'.
    88 INTAKE-HISTORY-AT-END VALUE 'Y'.
  05 DEPT-DECK-EOF PIC X VALUE 'N'.
    88 DEPT-DECK-AT-END VALUE 'Y'.
  05 DUPLICATE-FLAG PIC X VALUE 'N'.
    88 DECK-IS-DUPLICATE VALUE 'Y'.
  05 RELEASE-MATCH-FLAG PIC X VALUE 'N'.
    88 HELD-DECK-IS-RELEASED VALUE 'Y'.
  05 TRAILER-SEEN-FLAG PIC X VALUE 'N'.
    88 DECK-TRAILER-WAS-SEEN VALUE 'Y'.
01 WS-INTAKE-FIELDS.
  *> default cutoff for a missing or unusable control card: a deck
  *> that lands after ten at night waits for tomorrow's run
  05 WS-CUTOFF-TIME PIC X(6) VALUE "220000".
  05 WS-INTAKE-DATE PIC X(8) VALUE SPACES.
01 WS-DECK-FIELDS.
  *> the deck in hand - where it came from, and what scanning it
  *> found. WS-DECK-SOURCE tells the receipt how it got here: 'M'
  *> tonight's manifest, 'C' carried over from a late arrival, 'R'
  *> released by the operator from the held-deck file.
  05 WS-DECK-FILE-NAME PIC X(40).
  05 WS-DECK-DEPT-ID PIC 9999.
  05 WS-DECK-ARRIVAL-DATE PIC X(8).
  05 WS-DECK-ARRIVAL-TIME PIC X(6).
  05 WS-DECK-SOURCE PIC X.
    88 DECK-FROM-MANIFEST VALUE 'M'.
    88 DECK-FROM-CARRYOVER VALUE 'C'.
    88 DECK-FROM-RELEASE VALUE 'R'.
  05 WS-DECK-BATCH-ID PIC 9999.
  05 WS-DECK-HASH PIC 9(10).
  05 WS-DECK-HASH-WORK PIC 9(14).
  05 WS-DECK-RECORD-COUNT PIC 9(6).
  05 WS-DECK-DETAIL-COUNT PIC 9(6).
  05 WS-DECK-TRAILER-COUNT PIC 9(6).
  05 WS-DECK-RESULT PIC X(10).
  05 WS-DECK-REASON PIC X(30).
  05 WS-FIRST-ACCEPTED-DATE PIC X(8).
  05 WS-BYTE-SUB PIC 9(4) COMP VALUE ZERO.
01 WS-HISTORY-TABLE-FIELDS.
  05 WS-HISTORY-COUNT PIC 9(4) VALUE ZERO.
  05 WS-HISTORY-LIMIT PIC 9(4) VALUE 5000.
  05 WS-HISTORY-SUB PIC 9(4) COMP VALUE ZERO.
01 WS-HISTORY-TABLE.
  05 WS-HISTORY-ENTRY OCCURS 5000 TIMES.
    10 WS-HT-BATCH-ID PIC 9999.
    10 WS-HT-DECK-HASH PIC 9(10).
    10 WS-HT-INTAKE-DATE PIC X(8).
01 WS-TAKEN-TABLE-FIELDS.
  *> tonight's merged decks wait here for INTAKE-HISTORY until
  *> FACULTY-REQUEST is safely closed - a rerun after an abend must
  *> start from the same history the failed attempt started from
  05 WS-TAKEN-COUNT PIC 9(4) VALUE ZERO.
  05 WS-TAKEN-LIMIT PIC 9(4) VALUE 500.
  05 WS-TAKEN-SUB PIC 9(4) COMP VALUE ZERO.
01 WS-TAKEN-TABLE.
  05 WS-TAKEN-ENTRY OCCURS 500 TIMES.
    10 WS-TK-BATCH-ID PIC 9999.
    10 WS-TK-DECK-HASH PIC 9(10).
    10 WS-TK-RECORD-COUNT PIC 9(6).
    10 WS-TK-DEPT-ID PIC 9999.
    10 WS-TK-FILE-NAME PIC X(40).
01 WS-HELD-TABLE-FIELDS.
  05 WS-HELD-COUNT PIC 9(4) VALUE ZERO.
  05 WS-HELD-LIMIT PIC 9(4) VALUE 200.
  05 WS-HELD-SUB PIC 9(4) COMP VALUE ZERO.
01 WS-HELD-TABLE.
  05 WS-HELD-ENTRY OCCURS 200 TIMES.
    10 WS-HD-DEPT-ID PIC 9999.
    10 WS-HD-BATCH-ID PIC 9999.
    10 WS-HD-DECK-HASH PIC 9(10).
    10 WS-HD-RECORD-COUNT PIC 9(6).
    10 WS-HD-HELD-DATE PIC X(8).
    10 WS-HD-FIRST-ACCEPTED-DATE PIC X(8).
    10 WS-HD-FILE-NAME PIC X(40).
    10 WS-HD-STATE PIC X.
      88 HELD-DECK-STAYS-HELD VALUE 'H'.
      88 HELD-DECK-WAS-RELEASED VALUE 'R'.
01 WS-RELEASE-TABLE-FIELDS.
  05 WS-RELEASE-COUNT PIC 9(4) VALUE ZERO.
  05 WS-RELEASE-LIMIT PIC 9(4) VALUE 200.
  05 WS-RELEASE-SUB PIC 9(4) COMP VALUE ZERO.
01 WS-RELEASE-TABLE.
  05 WS-RELEASE-ENTRY OCCURS 200 TIMES.
    10 WS-RL-BATCH-ID PIC 9999.
    10 WS-RL-DECK-HASH PIC 9(10).
01 WS-CARRY-TABLE-FIELDS.
  05 WS-CARRY-COUNT PIC 9(4) VALUE ZERO.
  05 WS-CARRY-LIMIT PIC 9(4) VALUE 200.
  05 WS-CARRY-SUB PIC 9(4) COMP VALUE ZERO.
01 WS-CARRY-TABLE.
  05 WS-CARRY-ENTRY OCCURS 200 TIMES.
    10 WS-CT-DEPT-ID PIC 9999.
    10 WS-CT-ARRIVAL-DATE PIC X(8).
    10 WS-CT-ARRIVAL-TIME PIC X(6).
    10 WS-CT-FILE-NAME PIC X(40).
01 WS-COUNTERS.
  05 WS-DECKS-SEEN PIC 9(6) VALUE ZERO.
  05 WS-DECKS-ACCEPTED PIC 9(6) VALUE ZERO.
  05 WS-DECKS-LATE PIC 9(6) VALUE ZERO.
  05 WS-DECKS-HELD PIC 9(6) VALUE ZERO.
  05 WS-DECKS-INVALID PIC 9(6) VALUE ZERO.
  05 WS-RECORDS-MERGED PIC 9(8) VALUE ZERO.
01 WS-EDITED-FIELDS.
  05 WS-EDIT-DEPT PIC ZZZ9.
  05 WS-EDIT-COUNT PIC ZZZ,ZZ9.
01 WS-RUN-TIMESTAMP PIC X(26).
PROCEDURE DIVISION.
0000-MAIN-LOGIC.

*> nightly deck intake, run ahead of STATEMENTCOVERAGE. each
*> department's deck arrives as a file of its own and is listed on
*> DECK-MANIFEST with the date and time it landed. every deck is
*> checked whole - one code-98 header for the department that sent
*> it, details, one code-99 trailer whose count agrees - before any
*> of it is merged into FACULTY-REQUEST, so a deck still arriving
*> (no trailer yet) or cut short never gets in half-built. a deck
*> landing after the cutoff waits on DECK-CARRYOVER for tomorrow. a
*> deck whose batch id and content hash match one already taken on
*> INTAKE-HISTORY is a re-send and waits on HELD-DECKS until the
*> operator releases it with a DECK-RELEASE card. DECK-RECEIPT
*> lists every deck and what became of it. the manifest is consumed
*> by the intake: once read it is emptied, so a deck is listed for
*> one night only, and whatever is appended after the intake (the
*> resubmit decks REJECTREPAIR writes) makes up the next night's.
*> the intake can be rerun after an abend: nothing it reads is
*> changed until FACULTY-REQUEST is closed, and then tonight's
*> decks go onto INTAKE-HISTORY first and the manifest is emptied
*> last.

MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
MOVE WS-RUN-TIMESTAMP (1:8) TO WS-INTAKE-DATE.

PERFORM B050-READ-INTAKE-CONTROL.

OPEN INPUT DECK-MANIFEST.
IF WS-MANIFEST-STATUS NOT = "00"
  *> without the manifest there is no telling which decks belong to
  *> tonight - leave last night's FACULTY-REQUEST alone and stop the
  *> stream here
  DISPLAY "DECK INTAKE: DECK-MANIFEST not found, status "
      WS-MANIFEST-STATUS " - FACULTY-REQUEST not built"
  MOVE 8 TO RETURN-CODE
  GOBACK
END-IF.

PERFORM B060-LOAD-INTAKE-HISTORY.
PERFORM B070-LOAD-HELD-DECKS.
PERFORM B075-LOAD-RELEASES.

OPEN OUTPUT FACULTY-REQUEST.
OPEN OUTPUT DECK-RECEIPT.
PERFORM B400-WRITE-RECEIPT-HEADINGS.

*> oldest first: decks the operator released, then last night's late
*> arrivals, then tonight's manifest in the order it lists them
PERFORM B100-TAKE-RELEASED-DECKS.
PERFORM B110-TAKE-CARRYOVER-DECKS.

PERFORM UNTIL DECK-MANIFEST-AT-END
  READ DECK-MANIFEST
    AT END SET DECK-MANIFEST-AT-END TO TRUE
    NOT AT END
      MOVE DKM-FILE-NAME TO WS-DECK-FILE-NAME
      MOVE DKM-DEPT-ID TO WS-DECK-DEPT-ID
      MOVE DKM-ARRIVAL-DATE TO WS-DECK-ARRIVAL-DATE
      MOVE DKM-ARRIVAL-TIME TO WS-DECK-ARRIVAL-TIME
      SET DECK-FROM-MANIFEST TO TRUE
      PERFORM B200-TAKE-DECK
  END-READ
END-PERFORM.
CLOSE DECK-MANIFEST.

CLOSE FACULTY-REQUEST.
IF WS-REQUEST-STATUS NOT = "00"
  *> history, held decks, carryover and manifest are all left as
  *> they were, so the rerun takes tonight's decks all over again
  DISPLAY "DECK INTAKE: FACULTY-REQUEST not closed, status "
      WS-REQUEST-STATUS " - intake must be rerun"
  PERFORM B410-WRITE-RECEIPT-TOTALS
  CLOSE DECK-RECEIPT
  MOVE 8 TO RETURN-CODE
  GOBACK
END-IF.

PERFORM B320-APPEND-INTAKE-HISTORY.
PERFORM B300-REWRITE-HELD-DECKS.
PERFORM B310-REWRITE-CARRYOVER.

*> every deck listed tonight is now merged, held on HELD-DECKS or
*> carried over on DECK-CARRYOVER, or shows as REFUSED on the
*> receipt for its department to fix and list again - none needs
*> the manifest any more
OPEN OUTPUT DECK-MANIFEST.
CLOSE DECK-MANIFEST.

PERFORM B410-WRITE-RECEIPT-TOTALS.
CLOSE DECK-RECEIPT.

DISPLAY "DECK INTAKE: " WS-DECKS-ACCEPTED " decks merged ("
    WS-RECORDS-MERGED " records), " WS-DECKS-LATE " late, "
    WS-DECKS-HELD " held as duplicates, " WS-DECKS-INVALID
    " refused".

GOBACK.

B050-READ-INTAKE-CONTROL.

*> the card carries the cutoff as HHMMSS and, optionally, the
*> business date the intake is for - a run that starts after
*> midnight still takes the previous evening's decks
OPEN INPUT INTAKE-CONTROL.
IF WS-CONTROL-STATUS = "00"
  READ INTAKE-CONTROL
    AT END CONTINUE
    NOT AT END
      IF ICC-CUTOFF-TIME NUMERIC AND ICC-CUTOFF-TIME < "240000"
        MOVE ICC-CUTOFF-TIME TO WS-CUTOFF-TIME
      ELSE
        DISPLAY "DECK INTAKE: cutoff on card not usable, using "
            WS-CUTOFF-TIME
      END-IF
      IF ICC-INTAKE-DATE NUMERIC
        MOVE ICC-INTAKE-DATE TO WS-INTAKE-DATE
      END-IF
  END-READ
  CLOSE INTAKE-CONTROL
END-IF.
DISPLAY "DECK INTAKE: intake date " WS-INTAKE-DATE ", cutoff "
    WS-CUTOFF-TIME.

B060-LOAD-INTAKE-HISTORY.

*> every deck ever merged, by batch id and content hash. the oldest
*> entries fall off the table first when it fills - a re-send is a
*> matter of days, not of years.
OPEN INPUT INTAKE-HISTORY.
IF WS-HISTORY-STATUS = "00"
  PERFORM UNTIL INTAKE-HISTORY-AT-END
    READ INTAKE-HISTORY
      AT END SET INTAKE-HISTORY-AT-END TO TRUE
      NOT AT END
        IF IHS-BATCH-ID NUMERIC AND IHS-DECK-HASH NUMERIC
          MOVE IHS-BATCH-ID TO WS-DECK-BATCH-ID
          MOVE IHS-DECK-HASH TO WS-DECK-HASH
          MOVE IHS-INTAKE-DATE TO WS-FIRST-ACCEPTED-DATE
          PERFORM B065-REMEMBER-DECK
        END-IF
    END-READ
  END-PERFORM
  CLOSE INTAKE-HISTORY
END-IF.

B065-REMEMBER-DECK.

IF WS-HISTORY-COUNT = WS-HISTORY-LIMIT
  PERFORM VARYING WS-HISTORY-SUB FROM 2 BY 1
      UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
    MOVE WS-HISTORY-ENTRY (WS-HISTORY-SUB)
        TO WS-HISTORY-ENTRY (WS-HISTORY-SUB - 1)
  END-PERFORM
  SUBTRACT 1 FROM WS-HISTORY-COUNT
END-IF
ADD 1 TO WS-HISTORY-COUNT
MOVE WS-DECK-BATCH-ID TO WS-HT-BATCH-ID (WS-HISTORY-COUNT)
MOVE WS-DECK-HASH TO WS-HT-DECK-HASH (WS-HISTORY-COUNT)
MOVE WS-FIRST-ACCEPTED-DATE TO WS-HT-INTAKE-DATE (WS-HISTORY-COUNT).

B070-LOAD-HELD-DECKS.

OPEN INPUT HELD-DECKS.
IF WS-HELD-STATUS = "00"
  PERFORM UNTIL HELD-DECKS-AT-END
    READ HELD-DECKS
      AT END SET HELD-DECKS-AT-END TO TRUE
      NOT AT END
        IF WS-HELD-COUNT < WS-HELD-LIMIT
          ADD 1 TO WS-HELD-COUNT
          MOVE HLD-DEPT-ID TO WS-HD-DEPT-ID (WS-HELD-COUNT)
          MOVE HLD-BATCH-ID TO WS-HD-BATCH-ID (WS-HELD-COUNT)
          MOVE HLD-DECK-HASH TO WS-HD-DECK-HASH (WS-HELD-COUNT)
          MOVE HLD-RECORD-COUNT TO WS-HD-RECORD-COUNT (WS-HELD-COUNT)
          MOVE HLD-HELD-DATE TO WS-HD-HELD-DATE (WS-HELD-COUNT)
          MOVE HLD-FIRST-ACCEPTED-DATE
              TO WS-HD-FIRST-ACCEPTED-DATE (WS-HELD-COUNT)
          MOVE HLD-FILE-NAME TO WS-HD-FILE-NAME (WS-HELD-COUNT)
          SET HELD-DECK-STAYS-HELD (WS-HELD-COUNT) TO TRUE
        ELSE
          DISPLAY "DECK INTAKE: held-deck table full at "
              WS-HELD-LIMIT ", dropped " HLD-FILE-NAME
        END-IF
    END-READ
  END-PERFORM
  CLOSE HELD-DECKS
END-IF.

B075-LOAD-RELEASES.

*> a release names the held deck by the batch id and hash printed
*> against it on the receipt, so the operator releases exactly the
*> deck that was looked at and not a later re-send of it
OPEN INPUT DECK-RELEASE.
IF WS-RELEASE-STATUS = "00"
  PERFORM UNTIL DECK-RELEASE-AT-END
    READ DECK-RELEASE
      AT END SET DECK-RELEASE-AT-END TO TRUE
      NOT AT END
        IF RLS-BATCH-ID NOT NUMERIC OR RLS-DECK-HASH NOT NUMERIC
          DISPLAY "DECK INTAKE: release card not numeric, ignored: "
              DECK-RELEASE-REC
        ELSE IF WS-RELEASE-COUNT < WS-RELEASE-LIMIT
          ADD 1 TO WS-RELEASE-COUNT
          MOVE RLS-BATCH-ID TO WS-RL-BATCH-ID (WS-RELEASE-COUNT)
          MOVE RLS-DECK-HASH TO WS-RL-DECK-HASH (WS-RELEASE-COUNT)
          DISPLAY "DECK INTAKE: release of batch " RLS-BATCH-ID
              " hash " RLS-DECK-HASH " by " RLS-RELEASED-BY
        ELSE
          DISPLAY "DECK INTAKE: release table full at "
              WS-RELEASE-LIMIT ", ignored batch " RLS-BATCH-ID
        END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE DECK-RELEASE
END-IF.

B100-TAKE-RELEASED-DECKS.

PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
    UNTIL WS-HELD-SUB > WS-HELD-COUNT
  MOVE 'N' TO RELEASE-MATCH-FLAG
  PERFORM VARYING WS-RELEASE-SUB FROM 1 BY 1
      UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT
          OR HELD-DECK-IS-RELEASED
    IF WS-RL-BATCH-ID (WS-RELEASE-SUB) = WS-HD-BATCH-ID (WS-HELD-SUB)
        AND WS-RL-DECK-HASH (WS-RELEASE-SUB)
            = WS-HD-DECK-HASH (WS-HELD-SUB)
      SET HELD-DECK-IS-RELEASED TO TRUE
    END-IF
  END-PERFORM
  IF HELD-DECK-IS-RELEASED
    SET HELD-DECK-WAS-RELEASED (WS-HELD-SUB) TO TRUE
    MOVE WS-HD-FILE-NAME (WS-HELD-SUB) TO WS-DECK-FILE-NAME
    MOVE WS-HD-DEPT-ID (WS-HELD-SUB) TO WS-DECK-DEPT-ID
    MOVE WS-HD-HELD-DATE (WS-HELD-SUB) TO WS-DECK-ARRIVAL-DATE
    MOVE SPACES TO WS-DECK-ARRIVAL-TIME
    SET DECK-FROM-RELEASE TO TRUE
    PERFORM B200-TAKE-DECK
  END-IF
END-PERFORM.

B110-TAKE-CARRYOVER-DECKS.

*> last night's late arrivals are on time for tonight
OPEN INPUT DECK-CARRYOVER.
IF WS-CARRYOVER-STATUS = "00"
  PERFORM UNTIL DECK-CARRYOVER-AT-END
    READ DECK-CARRYOVER
      AT END SET DECK-CARRYOVER-AT-END TO TRUE
      NOT AT END
        MOVE CRY-FILE-NAME TO WS-DECK-FILE-NAME
        MOVE CRY-DEPT-ID TO WS-DECK-DEPT-ID
        MOVE CRY-ARRIVAL-DATE TO WS-DECK-ARRIVAL-DATE
        MOVE CRY-ARRIVAL-TIME TO WS-DECK-ARRIVAL-TIME
        SET DECK-FROM-CARRYOVER TO TRUE
        PERFORM B200-TAKE-DECK
    END-READ
  END-PERFORM
  CLOSE DECK-CARRYOVER
END-IF.

B200-TAKE-DECK.

ADD 1 TO WS-DECKS-SEEN
MOVE SPACES TO WS-DECK-REASON
MOVE ZERO TO WS-DECK-BATCH-ID WS-DECK-HASH WS-DECK-RECORD-COUNT

*> late is judged only for a deck on tonight's manifest - it is not
*> opened at all, since a deck landing at the cutoff may still be
*> arriving while this runs
IF DECK-FROM-MANIFEST
    AND (WS-DECK-ARRIVAL-DATE > WS-INTAKE-DATE
      OR (WS-DECK-ARRIVAL-DATE = WS-INTAKE-DATE
          AND WS-DECK-ARRIVAL-TIME > WS-CUTOFF-TIME))
  PERFORM B260-CARRY-DECK
ELSE
  PERFORM B210-SCAN-DECK
  IF WS-DECK-REASON NOT = SPACES
    MOVE "REFUSED" TO WS-DECK-RESULT
    ADD 1 TO WS-DECKS-INVALID
    DISPLAY "DECK INTAKE: " WS-DECK-FILE-NAME " refused - "
        WS-DECK-REASON
  ELSE
    MOVE 'N' TO DUPLICATE-FLAG
    IF NOT DECK-FROM-RELEASE
      PERFORM VARYING WS-HISTORY-SUB FROM 1 BY 1
          UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
              OR DECK-IS-DUPLICATE
        IF WS-HT-BATCH-ID (WS-HISTORY-SUB) = WS-DECK-BATCH-ID
            AND WS-HT-DECK-HASH (WS-HISTORY-SUB) = WS-DECK-HASH
          SET DECK-IS-DUPLICATE TO TRUE
          MOVE WS-HT-INTAKE-DATE (WS-HISTORY-SUB)
              TO WS-FIRST-ACCEPTED-DATE
        END-IF
      END-PERFORM
    END-IF
    IF DECK-IS-DUPLICATE
      PERFORM B250-HOLD-DECK
    ELSE IF WS-TAKEN-COUNT = WS-TAKEN-LIMIT
      MOVE "REFUSED" TO WS-DECK-RESULT
      MOVE "NIGHT'S DECK LIMIT REACHED" TO WS-DECK-REASON
      ADD 1 TO WS-DECKS-INVALID
      DISPLAY "DECK INTAKE: " WS-TAKEN-LIMIT " decks taken tonight, "
          WS-DECK-FILE-NAME " must be listed again tomorrow"
    ELSE
      PERFORM B230-MERGE-DECK
    END-IF
    END-IF
  END-IF
END-IF
PERFORM B420-WRITE-RECEIPT-LINE.

B210-SCAN-DECK.

*> one pass over the deck to prove its shape and fingerprint it. the
*> hash runs over every byte of every record, header and trailer
*> included, so the same deck sent twice hashes the same and any
*> change at all to it does not.
MOVE ZERO TO WS-DECK-DETAIL-COUNT WS-DECK-TRAILER-COUNT
MOVE 'N' TO DEPT-DECK-EOF
MOVE 'N' TO TRAILER-SEEN-FLAG
OPEN INPUT DEPT-DECK
IF WS-DECK-STATUS NOT = "00"
  MOVE "DECK FILE NOT FOUND" TO WS-DECK-REASON
ELSE
  PERFORM UNTIL DEPT-DECK-AT-END
    READ DEPT-DECK
      AT END SET DEPT-DECK-AT-END TO TRUE
      NOT AT END
        ADD 1 TO WS-DECK-RECORD-COUNT
        PERFORM B220-HASH-RECORD
        IF WS-DECK-REASON = SPACES
          PERFORM B215-CHECK-DECK-RECORD
        END-IF
    END-READ
  END-PERFORM
  CLOSE DEPT-DECK
  IF WS-DECK-REASON = SPACES
    IF WS-DECK-RECORD-COUNT = ZERO
      MOVE "DECK IS EMPTY" TO WS-DECK-REASON
    ELSE IF NOT DECK-TRAILER-WAS-SEEN
      MOVE "NO CODE-99 TRAILER" TO WS-DECK-REASON
    ELSE IF WS-DECK-TRAILER-COUNT NOT = WS-DECK-DETAIL-COUNT
      MOVE "TRAILER COUNT DISAGREES" TO WS-DECK-REASON
    END-IF
    END-IF
    END-IF
  END-IF
END-IF.

B215-CHECK-DECK-RECORD.

IF WS-DECK-RECORD-COUNT = 1
  IF DCK-TRANS-CODE NOT NUMERIC OR DCK-TRANS-CODE NOT = 98
      OR DCK-ZAHL1 NOT NUMERIC
    MOVE "NO CODE-98 HEADER" TO WS-DECK-REASON
  ELSE IF DCK-ZAHL1 NOT = WS-DECK-DEPT-ID
    MOVE "HEADER IS FOR OTHER DEPARTMENT" TO WS-DECK-REASON
  ELSE
    MOVE DCK-ZAHL1 TO WS-DECK-BATCH-ID
  END-IF
  END-IF
ELSE IF DECK-TRAILER-WAS-SEEN
  MOVE "RECORDS AFTER TRAILER" TO WS-DECK-REASON
ELSE IF DCK-TRANS-CODE NUMERIC AND DCK-TRANS-CODE = 98
  MOVE "SECOND CODE-98 HEADER" TO WS-DECK-REASON
ELSE IF DCK-TRANS-CODE NUMERIC AND DCK-TRANS-CODE = 99
  SET DECK-TRAILER-WAS-SEEN TO TRUE
  IF DCK-ZAHL1 NUMERIC
    MOVE DCK-ZAHL1 TO WS-DECK-TRAILER-COUNT
  ELSE
    MOVE "TRAILER COUNT NOT NUMERIC" TO WS-DECK-REASON
  END-IF
ELSE
  ADD 1 TO WS-DECK-DETAIL-COUNT
END-IF
END-IF
END-IF
END-IF.

B220-HASH-RECORD.

PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1 UNTIL WS-BYTE-SUB > 16
  COMPUTE WS-DECK-HASH-WORK = WS-DECK-HASH * 131
      + FUNCTION ORD (DEPT-DECK-REC (WS-BYTE-SUB:1))
  COMPUTE WS-DECK-HASH =
      FUNCTION MOD (WS-DECK-HASH-WORK, 999999937)
END-PERFORM.

B230-MERGE-DECK.

*> the deck has already been proven whole, so the second pass simply
*> copies it - header and trailer included, since STATEMENTCOVERAGE
*> keeps its department batches by them. a deck that has gone
*> since the scan is refused, not counted as taken.
MOVE 'N' TO DEPT-DECK-EOF
OPEN INPUT DEPT-DECK
IF WS-DECK-STATUS NOT = "00"
  MOVE "REFUSED" TO WS-DECK-RESULT
  MOVE "DECK FILE NOT READABLE AT MERGE" TO WS-DECK-REASON
  ADD 1 TO WS-DECKS-INVALID
  DISPLAY "DECK INTAKE: " WS-DECK-FILE-NAME " refused - status "
      WS-DECK-STATUS " reopening it to merge"
ELSE
  PERFORM UNTIL DEPT-DECK-AT-END
    READ DEPT-DECK
      AT END SET DEPT-DECK-AT-END TO TRUE
      NOT AT END
        MOVE DEPT-DECK-REC TO FACULTY-REQUEST-REC
        WRITE FACULTY-REQUEST-REC
        ADD 1 TO WS-RECORDS-MERGED
    END-READ
  END-PERFORM
  CLOSE DEPT-DECK

  *> held for INTAKE-HISTORY until FACULTY-REQUEST is closed
  ADD 1 TO WS-TAKEN-COUNT
  MOVE WS-DECK-BATCH-ID TO WS-TK-BATCH-ID (WS-TAKEN-COUNT)
  MOVE WS-DECK-HASH TO WS-TK-DECK-HASH (WS-TAKEN-COUNT)
  MOVE WS-DECK-RECORD-COUNT TO WS-TK-RECORD-COUNT (WS-TAKEN-COUNT)
  MOVE WS-DECK-DEPT-ID TO WS-TK-DEPT-ID (WS-TAKEN-COUNT)
  MOVE WS-DECK-FILE-NAME TO WS-TK-FILE-NAME (WS-TAKEN-COUNT)

  *> remembered at once, so the same deck listed twice tonight is
  *> caught as well as one re-sent from an earlier night
  MOVE WS-INTAKE-DATE TO WS-FIRST-ACCEPTED-DATE
  PERFORM B065-REMEMBER-DECK

  ADD 1 TO WS-DECKS-ACCEPTED
  EVALUATE TRUE
    WHEN DECK-FROM-RELEASE
      MOVE "RELEASED" TO WS-DECK-RESULT
    WHEN DECK-FROM-CARRYOVER
      MOVE "CARRIED" TO WS-DECK-RESULT
    WHEN OTHER
      MOVE "ACCEPTED" TO WS-DECK-RESULT
  END-EVALUATE
END-IF.

B250-HOLD-DECK.

MOVE "HELD-DUP" TO WS-DECK-RESULT
STRING "FIRST TAKEN " DELIMITED BY SIZE
    WS-FIRST-ACCEPTED-DATE DELIMITED BY SIZE
    INTO WS-DECK-REASON
ADD 1 TO WS-DECKS-HELD
IF WS-HELD-COUNT < WS-HELD-LIMIT
  ADD 1 TO WS-HELD-COUNT
  MOVE WS-DECK-DEPT-ID TO WS-HD-DEPT-ID (WS-HELD-COUNT)
  MOVE WS-DECK-BATCH-ID TO WS-HD-BATCH-ID (WS-HELD-COUNT)
  MOVE WS-DECK-HASH TO WS-HD-DECK-HASH (WS-HELD-COUNT)
  MOVE WS-DECK-RECORD-COUNT TO WS-HD-RECORD-COUNT (WS-HELD-COUNT)
  MOVE WS-INTAKE-DATE TO WS-HD-HELD-DATE (WS-HELD-COUNT)
  MOVE WS-FIRST-ACCEPTED-DATE
      TO WS-HD-FIRST-ACCEPTED-DATE (WS-HELD-COUNT)
  MOVE WS-DECK-FILE-NAME TO WS-HD-FILE-NAME (WS-HELD-COUNT)
  SET HELD-DECK-STAYS-HELD (WS-HELD-COUNT) TO TRUE
ELSE
  DISPLAY "DECK INTAKE: held-deck table full at " WS-HELD-LIMIT
      ", " WS-DECK-FILE-NAME " not recorded as held"
END-IF
DISPLAY "DECK INTAKE: " WS-DECK-FILE-NAME " matches batch "
    WS-DECK-BATCH-ID " taken " WS-FIRST-ACCEPTED-DATE
    " - held for release".

B260-CARRY-DECK.

MOVE "LATE" TO WS-DECK-RESULT
STRING "ARRIVED " DELIMITED BY SIZE
    WS-DECK-ARRIVAL-DATE DELIMITED BY SIZE
    " " DELIMITED BY SIZE
    WS-DECK-ARRIVAL-TIME DELIMITED BY SIZE
    INTO WS-DECK-REASON
ADD 1 TO WS-DECKS-LATE
IF WS-CARRY-COUNT < WS-CARRY-LIMIT
  ADD 1 TO WS-CARRY-COUNT
  MOVE WS-DECK-DEPT-ID TO WS-CT-DEPT-ID (WS-CARRY-COUNT)
  MOVE WS-DECK-ARRIVAL-DATE TO WS-CT-ARRIVAL-DATE (WS-CARRY-COUNT)
  MOVE WS-DECK-ARRIVAL-TIME TO WS-CT-ARRIVAL-TIME (WS-CARRY-COUNT)
  MOVE WS-DECK-FILE-NAME TO WS-CT-FILE-NAME (WS-CARRY-COUNT)
ELSE
  DISPLAY "DECK INTAKE: carryover table full at " WS-CARRY-LIMIT
      ", " WS-DECK-FILE-NAME " must be listed again tomorrow"
END-IF.

B300-REWRITE-HELD-DECKS.

*> a released deck leaves the file whether or not it could be taken
*> - if it could not, the receipt says why and the department must
*> send it again
OPEN OUTPUT HELD-DECKS.
PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
    UNTIL WS-HELD-SUB > WS-HELD-COUNT
  IF HELD-DECK-STAYS-HELD (WS-HELD-SUB)
    MOVE SPACES TO HELD-DECKS-REC
    MOVE WS-HD-DEPT-ID (WS-HELD-SUB) TO HLD-DEPT-ID
    MOVE WS-HD-BATCH-ID (WS-HELD-SUB) TO HLD-BATCH-ID
    MOVE WS-HD-DECK-HASH (WS-HELD-SUB) TO HLD-DECK-HASH
    MOVE WS-HD-RECORD-COUNT (WS-HELD-SUB) TO HLD-RECORD-COUNT
    MOVE WS-HD-HELD-DATE (WS-HELD-SUB) TO HLD-HELD-DATE
    MOVE WS-HD-FIRST-ACCEPTED-DATE (WS-HELD-SUB)
        TO HLD-FIRST-ACCEPTED-DATE
    MOVE WS-HD-FILE-NAME (WS-HELD-SUB) TO HLD-FILE-NAME
    WRITE HELD-DECKS-REC
  END-IF
END-PERFORM.
CLOSE HELD-DECKS.

B310-REWRITE-CARRYOVER.

OPEN OUTPUT DECK-CARRYOVER.
PERFORM VARYING WS-CARRY-SUB FROM 1 BY 1
    UNTIL WS-CARRY-SUB > WS-CARRY-COUNT
  MOVE SPACES TO DECK-CARRYOVER-REC
  MOVE WS-CT-DEPT-ID (WS-CARRY-SUB) TO CRY-DEPT-ID
  MOVE WS-CT-ARRIVAL-DATE (WS-CARRY-SUB) TO CRY-ARRIVAL-DATE
  MOVE WS-CT-ARRIVAL-TIME (WS-CARRY-SUB) TO CRY-ARRIVAL-TIME
  MOVE WS-CT-FILE-NAME (WS-CARRY-SUB) TO CRY-FILE-NAME
  WRITE DECK-CARRYOVER-REC
END-PERFORM.
CLOSE DECK-CARRYOVER.

B320-APPEND-INTAKE-HISTORY.

*> tonight's merged decks go on the history only now that
*> FACULTY-REQUEST holds them all
OPEN EXTEND INTAKE-HISTORY.
IF WS-HISTORY-STATUS NOT = "00"
  OPEN OUTPUT INTAKE-HISTORY
END-IF.
IF WS-HISTORY-STATUS = "00"
  PERFORM VARYING WS-TAKEN-SUB FROM 1 BY 1
      UNTIL WS-TAKEN-SUB > WS-TAKEN-COUNT
    MOVE SPACES TO INTAKE-HISTORY-REC
    MOVE WS-TK-BATCH-ID (WS-TAKEN-SUB) TO IHS-BATCH-ID
    MOVE WS-TK-DECK-HASH (WS-TAKEN-SUB) TO IHS-DECK-HASH
    MOVE WS-TK-RECORD-COUNT (WS-TAKEN-SUB) TO IHS-RECORD-COUNT
    MOVE WS-INTAKE-DATE TO IHS-INTAKE-DATE
    MOVE WS-TK-DEPT-ID (WS-TAKEN-SUB) TO IHS-DEPT-ID
    MOVE WS-TK-FILE-NAME (WS-TAKEN-SUB) TO IHS-FILE-NAME
    WRITE INTAKE-HISTORY-REC
  END-PERFORM
  CLOSE INTAKE-HISTORY
ELSE
  DISPLAY "DECK INTAKE: INTAKE-HISTORY unavailable, status "
      WS-HISTORY-STATUS " - tonight's " WS-TAKEN-COUNT
      " decks not recorded against re-sends"
  MOVE 8 TO RETURN-CODE
END-IF.

B400-WRITE-RECEIPT-HEADINGS.

MOVE SPACES TO DECK-RECEIPT-REC
STRING "DECK INTAKE RECEIPT  INTAKE DATE " DELIMITED BY SIZE
    WS-INTAKE-DATE DELIMITED BY SIZE
    "  CUTOFF " DELIMITED BY SIZE
    WS-CUTOFF-TIME DELIMITED BY SIZE
    "  RUN " DELIMITED BY SIZE
    WS-RUN-TIMESTAMP (1:14) DELIMITED BY SIZE
    INTO DECK-RECEIPT-REC
WRITE DECK-RECEIPT-REC
MOVE "RESULT     DEPT  BATCH RECORDS  HASH        DECK FILE                                 DETAIL"
    TO DECK-RECEIPT-REC
WRITE DECK-RECEIPT-REC.

B410-WRITE-RECEIPT-TOTALS.

MOVE SPACES TO DECK-RECEIPT-REC
WRITE DECK-RECEIPT-REC
MOVE SPACES TO DECK-RECEIPT-REC
STRING "DECKS " DELIMITED BY SIZE
    WS-DECKS-SEEN DELIMITED BY SIZE
    "  MERGED " DELIMITED BY SIZE
    WS-DECKS-ACCEPTED DELIMITED BY SIZE
    "  LATE " DELIMITED BY SIZE
    WS-DECKS-LATE DELIMITED BY SIZE
    "  HELD " DELIMITED BY SIZE
    WS-DECKS-HELD DELIMITED BY SIZE
    "  REFUSED " DELIMITED BY SIZE
    WS-DECKS-INVALID DELIMITED BY SIZE
    "  RECORDS MERGED " DELIMITED BY SIZE
    WS-RECORDS-MERGED DELIMITED BY SIZE
    INTO DECK-RECEIPT-REC
WRITE DECK-RECEIPT-REC.

B420-WRITE-RECEIPT-LINE.

MOVE WS-DECK-DEPT-ID TO WS-EDIT-DEPT
MOVE WS-DECK-RECORD-COUNT TO WS-EDIT-COUNT
MOVE SPACES TO DECK-RECEIPT-REC
STRING WS-DECK-RESULT DELIMITED BY SIZE
    " " DELIMITED BY SIZE
    WS-EDIT-DEPT DELIMITED BY SIZE
    "  " DELIMITED BY SIZE
    WS-DECK-BATCH-ID DELIMITED BY SIZE
    "  " DELIMITED BY SIZE
    WS-EDIT-COUNT DELIMITED BY SIZE
    "  " DELIMITED BY SIZE
    WS-DECK-HASH DELIMITED BY SIZE
    "  " DELIMITED BY SIZE
    WS-DECK-FILE-NAME DELIMITED BY SIZE
    "  " DELIMITED BY SIZE
    WS-DECK-REASON DELIMITED BY SIZE
    INTO DECK-RECEIPT-REC
WRITE DECK-RECEIPT-REC.
