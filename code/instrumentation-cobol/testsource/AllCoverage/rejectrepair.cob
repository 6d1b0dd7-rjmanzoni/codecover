  SELECT REJECT-CORRECTIONS ASSIGN TO "REJECT-CORRECTIONS"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CORRECTIONS-STATUS.
  SELECT RESUBMIT-DECK ASSIGN USING WS-DECK-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DECK-STATUS.
  SELECT DECK-MANIFEST ASSIGN TO "DECK-MANIFEST"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MANIFEST-STATUS.
  SELECT REJECT-SUSPENSE ASSIGN TO "REJECT-SUSPENSE"
    ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
  05 RC-NEW-ZAHL1 PIC X(4).
  05 FILLER PIC X VALUE SPACE.
  05 RC-NEW-ZAHL2 PIC X(4).
FD RESUBMIT-DECK.
01 RESUBMIT-DECK-REC.
  05 RSB-FAC PIC 9999.
  05 RSB-TRANS-CODE PIC 99.
  05 RSB-ZAHL1 PIC 9999.
  05 RSB-ZAHL2 PIC 9999.
  05 RSB-RECYCLE-COUNT PIC 99.
FD DECK-MANIFEST.
01 DECK-MANIFEST-REC.
  05 DKM-DEPT-ID PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 DKM-ARRIVAL-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 DKM-ARRIVAL-TIME PIC X(6).
  05 FILLER PIC X VALUE SPACE.
  05 DKM-FILE-NAME PIC X(40).
FD REJECT-SUSPENSE.
01 REJECT-SUSPENSE-REC PIC X(100).
WORKING-STORAGE SECTION.
01 WS-FILE-STATUS-FIELDS.
  05 WS-REJECT-STATUS PIC XX.
  05 WS-CORRECTIONS-STATUS PIC XX.
  05 WS-DECK-STATUS PIC XX.
  05 WS-MANIFEST-STATUS PIC XX.
01 WS-FLAGS.
  05 FACULTY-REJECT-EOF PIC X VALUE 'N'.
    88 FACULTY-REJECT-AT-END VALUE 'Y'.
  05 WS-MAX-RECYCLES PIC 99 VALUE 03.
  05 WS-REJECT-REASON PIC 99 VALUE ZERO.
  05 WS-REJECT-REASON-TEXT PIC X(30) VALUE SPACES.
01 WS-RESUBMIT-TABLE-FIELDS.
  *> repaired records are held here until the rejects are all read,
  *> then written out one deck per department - each goes back in
  *> under the department whose header it was rejected from
  05 WS-RESUBMIT-COUNT PIC 9(4) VALUE ZERO.
  05 WS-RESUBMIT-LIMIT PIC 9(4) VALUE 2000.
  05 WS-RESUBMIT-SUB PIC 9(4) COMP VALUE ZERO.
  05 WS-DECK-SUB PIC 9(4) COMP VALUE ZERO.
  05 WS-DECK-DEPT-ID PIC 9999 VALUE ZERO.
  05 WS-DECK-DETAIL-COUNT PIC 9(4) VALUE ZERO.
  05 WS-DECK-FILE-NAME PIC X(40) VALUE SPACES.
01 WS-RESUBMIT-TABLE.
  05 WS-RESUBMIT-ENTRY OCCURS 2000 TIMES.
    10 WS-RS-DEPT-ID PIC 9999.
    10 WS-RS-RECORD PIC X(16).
    10 WS-RS-WRITTEN-FLAG PIC X.
      88 RESUBMIT-WAS-WRITTEN VALUE 'Y'.
01 WS-COUNTERS.
  05 WS-REJECTS-READ PIC 9(8) VALUE ZERO.
  05 WS-RECORDS-RESUBMITTED PIC 9(8) VALUE ZERO.
  05 WS-RECORDS-UNCORRECTED PIC 9(8) VALUE ZERO.
  05 WS-RECORDS-STILL-FAILING PIC 9(8) VALUE ZERO.
  05 WS-RECORDS-SUSPENDED PIC 9(8) VALUE ZERO.
  05 WS-DECKS-WRITTEN PIC 9(4) VALUE ZERO.
01 WS-RUN-TIMESTAMP PIC X(26).
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> repair cycle for FACULTY-REJECT: each correction card is keyed
*> by the rejected record's original image and supplies replacement
*> field values. the corrected record is held to the same edits the
*> driver applies, survivors go out as departmental decks for the
*> next run - one per department, each with the code-98 header for
*> the department the record was first rejected under and a code-99
*> trailer, listed on DECK-MANIFEST so DECKINTAKE takes it in like
*> any deck the department sent itself - and the recycle count
*> each record carries forces one that keeps failing onto the
*> suspense report after three trips instead of circulating
*> forever. rejects re-enter the next run instead of two or three

PERFORM B100-LOAD-CORRECTIONS.

OPEN OUTPUT REJECT-SUSPENSE.
MOVE SPACES TO REJECT-SUSPENSE-REC
STRING "REJECT REPAIR SUSPENSE REPORT  " DELIMITED BY SIZE
  DISPLAY "REJECT REPAIR: FACULTY-REJECT not found, nothing to do"
END-IF.

*> each department's repaired records go back as a deck of their
*> own, in the order the departments first turn up among them.
*> the header carries the department in ZAHL1, so the records are
*> authorized, matched to approvals and billed under the department
*> that sent them, not under the unbatched stream
PERFORM VARYING WS-DECK-SUB FROM 1 BY 1
    UNTIL WS-DECK-SUB > WS-RESUBMIT-COUNT
  IF NOT RESUBMIT-WAS-WRITTEN (WS-DECK-SUB)
    PERFORM B300-WRITE-DEPARTMENT-DECK
  END-IF
END-PERFORM.

MOVE SPACES TO REJECT-SUSPENSE-REC
STRING "REJECTS READ " DELIMITED BY SIZE
    WS-RECORDS-SUSPENDED DELIMITED BY SIZE
    INTO REJECT-SUSPENSE-REC
WRITE REJECT-SUSPENSE-REC.
MOVE SPACES TO REJECT-SUSPENSE-REC
STRING "RESUBMIT DECKS WRITTEN " DELIMITED BY SIZE
    WS-DECKS-WRITTEN DELIMITED BY SIZE
    INTO REJECT-SUSPENSE-REC
WRITE REJECT-SUSPENSE-REC.
CLOSE REJECT-SUSPENSE.

DISPLAY "REJECT REPAIR: " WS-RECORDS-RESUBMITTED " of "
    WS-REJECTS-READ " rejects repaired for resubmission in "
    WS-DECKS-WRITTEN " department decks, "
    WS-RECORDS-SUSPENDED " suspended".

GOBACK.
  WHEN WS-RPR-FAC > WS-MAX-FAC
    MOVE 5 TO WS-REJECT-REASON
    MOVE "FAC EXCEEDS RESULT CAPACITY" TO WS-REJECT-REASON-TEXT
  WHEN WS-RPR-TRANS-CODE > 5
    MOVE 6 TO WS-REJECT-REASON
    MOVE "TRANS-CODE NOT HANDLED" TO WS-REJECT-REASON-TEXT
END-EVALUATE

B230-WRITE-RESUBMIT.

*> the record is held under the department of the batch it was
*> rejected from - a reject with no usable batch id came from the
*> unbatched stream and goes back as department 0000
IF WS-RESUBMIT-COUNT < WS-RESUBMIT-LIMIT
  ADD 1 TO WS-RESUBMIT-COUNT
  IF FRJ-BATCH-ID NUMERIC
    MOVE FRJ-BATCH-ID TO WS-RS-DEPT-ID (WS-RESUBMIT-COUNT)
  ELSE
    MOVE ZERO TO WS-RS-DEPT-ID (WS-RESUBMIT-COUNT)
  END-IF
  MOVE SPACES TO RESUBMIT-DECK-REC
  MOVE WS-RPR-FAC TO RSB-FAC
  MOVE WS-RPR-TRANS-CODE TO RSB-TRANS-CODE
  MOVE WS-RPR-ZAHL1 TO RSB-ZAHL1
  MOVE WS-RPR-ZAHL2 TO RSB-ZAHL2
  MOVE WS-NEW-RECYCLE-COUNT TO RSB-RECYCLE-COUNT
  MOVE RESUBMIT-DECK-REC TO WS-RS-RECORD (WS-RESUBMIT-COUNT)
  MOVE 'N' TO WS-RS-WRITTEN-FLAG (WS-RESUBMIT-COUNT)
  ADD 1 TO WS-RECORDS-RESUBMITTED
ELSE
  ADD 1 TO WS-RECORDS-SUSPENDED
  MOVE SPACES TO REJECT-SUSPENSE-REC
  STRING "RESUBMIT TABLE FULL AT " DELIMITED BY SIZE
      WS-RESUBMIT-LIMIT DELIMITED BY SIZE
      ": IMAGE " DELIMITED BY SIZE
      WS-REPAIRED-RECORD DELIMITED BY SIZE
      " DEPT " DELIMITED BY SIZE
      FRJ-BATCH-ID DELIMITED BY SIZE
      INTO REJECT-SUSPENSE-REC
  WRITE REJECT-SUSPENSE-REC
  DISPLAY "REJECT REPAIR: resubmit table full at " WS-RESUBMIT-LIMIT
      ", repaired record " WS-REPAIRED-RECORD " suspended"
END-IF.

B240-WRITE-SUSPENSE.

WRITE REJECT-SUSPENSE-REC
DISPLAY "REJECT REPAIR: record suspended after "
    WS-NEW-RECYCLE-COUNT " trips, image " FRJ-RECORD-IMAGE.

B300-WRITE-DEPARTMENT-DECK.

*> one deck for the department of entry WS-DECK-SUB: the code-98
*> header, every held record for that department, and a code-99
*> trailer with the detail count - the shape DECKINTAKE proves a
*> deck against. the file is named for the department and the run,
*> and is listed on DECK-MANIFEST as arriving now.
MOVE WS-RS-DEPT-ID (WS-DECK-SUB) TO WS-DECK-DEPT-ID
MOVE ZERO TO WS-DECK-DETAIL-COUNT
MOVE SPACES TO WS-DECK-FILE-NAME
STRING "RESUBMIT-" DELIMITED BY SIZE
    WS-DECK-DEPT-ID DELIMITED BY SIZE
    "-" DELIMITED BY SIZE
    WS-RUN-TIMESTAMP (1:14) DELIMITED BY SIZE
    INTO WS-DECK-FILE-NAME
OPEN OUTPUT RESUBMIT-DECK
IF WS-DECK-STATUS NOT = "00"
  DISPLAY "REJECT REPAIR: cannot create " WS-DECK-FILE-NAME
      ", status " WS-DECK-STATUS " - department " WS-DECK-DEPT-ID
      " not resubmitted"
  MOVE 8 TO RETURN-CODE
  PERFORM VARYING WS-RESUBMIT-SUB FROM WS-DECK-SUB BY 1
      UNTIL WS-RESUBMIT-SUB > WS-RESUBMIT-COUNT
    IF WS-RS-DEPT-ID (WS-RESUBMIT-SUB) = WS-DECK-DEPT-ID
      SET RESUBMIT-WAS-WRITTEN (WS-RESUBMIT-SUB) TO TRUE
    END-IF
  END-PERFORM
ELSE
  MOVE SPACES TO RESUBMIT-DECK-REC
  MOVE ZERO TO RSB-FAC
  MOVE 98 TO RSB-TRANS-CODE
  MOVE WS-DECK-DEPT-ID TO RSB-ZAHL1
  MOVE ZERO TO RSB-ZAHL2
  MOVE ZERO TO RSB-RECYCLE-COUNT
  WRITE RESUBMIT-DECK-REC
  PERFORM VARYING WS-RESUBMIT-SUB FROM WS-DECK-SUB BY 1
      UNTIL WS-RESUBMIT-SUB > WS-RESUBMIT-COUNT
    IF WS-RS-DEPT-ID (WS-RESUBMIT-SUB) = WS-DECK-DEPT-ID
      MOVE WS-RS-RECORD (WS-RESUBMIT-SUB) TO RESUBMIT-DECK-REC
      WRITE RESUBMIT-DECK-REC
      ADD 1 TO WS-DECK-DETAIL-COUNT
      SET RESUBMIT-WAS-WRITTEN (WS-RESUBMIT-SUB) TO TRUE
    END-IF
  END-PERFORM
  MOVE SPACES TO RESUBMIT-DECK-REC
  MOVE ZERO TO RSB-FAC
  MOVE 99 TO RSB-TRANS-CODE
  MOVE WS-DECK-DETAIL-COUNT TO RSB-ZAHL1
  MOVE ZERO TO RSB-ZAHL2
  MOVE ZERO TO RSB-RECYCLE-COUNT
  WRITE RESUBMIT-DECK-REC
  CLOSE RESUBMIT-DECK
  ADD 1 TO WS-DECKS-WRITTEN
  PERFORM B310-LIST-ON-MANIFEST
END-IF.

B310-LIST-ON-MANIFEST.

OPEN EXTEND DECK-MANIFEST.
IF WS-MANIFEST-STATUS NOT = "00"
  OPEN OUTPUT DECK-MANIFEST
END-IF.
IF WS-MANIFEST-STATUS = "00"
  MOVE SPACES TO DECK-MANIFEST-REC
  MOVE WS-DECK-DEPT-ID TO DKM-DEPT-ID
  MOVE WS-RUN-TIMESTAMP (1:8) TO DKM-ARRIVAL-DATE
  MOVE WS-RUN-TIMESTAMP (9:6) TO DKM-ARRIVAL-TIME
  MOVE WS-DECK-FILE-NAME TO DKM-FILE-NAME
  WRITE DECK-MANIFEST-REC
  CLOSE DECK-MANIFEST
  DISPLAY "REJECT REPAIR: " WS-DECK-FILE-NAME " - "
      WS-DECK-DETAIL-COUNT " records for department " WS-DECK-DEPT-ID
ELSE
  DISPLAY "REJECT REPAIR: DECK-MANIFEST unavailable, status "
      WS-MANIFEST-STATUS " - " WS-DECK-FILE-NAME
      " must be listed by hand"
  MOVE 8 TO RETURN-CODE
END-IF.
