       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
      *> PROGRAM:  POSHCAPT
      *> PURPOSE:  Capture each published interface file into the item
      *>           position history. ITMPOS only knows today's ITFFILE
      *>           and AUDINQ knows decisions, not the quantity and
      *>           value they left behind - so "what was on hand for
      *>           item X, and at what cost, on the 3rd" meant
      *>           restoring an old interface generation. This step
      *>           proves the ITFFILE ITMLOAD published whole against
      *>           its own trailer, then writes one POSHIST record per
      *>           detail keyed by item code and the publishing run's
      *>           date and time, carrying the quantity, location,
      *>           unit cost and extended value as published. A run
      *>           record (item code blank) is written last for each
      *>           captured publish with its count and totals; POSHINQ
      *>           only reads positions for runs that have one, so a
      *>           capture that abends part way is invisible until it
      *>           is rerun. Capturing the same publish again replaces
      *>           its records - a rerun is harmless.
      *>
      *>           Retention: records for runs dated before the PARM
      *>           cutoff are deleted from the history first, and the
      *>           runs purged are listed on the capture report.
      *>
      *>           PARM layout: cols 1-8 purge cutoff run date
      *>           (CCYYMMDD), optional - no purge without it.
      *>
      *>           Condition code 8 when the interface file fails
      *>           verification (nothing is captured) or the history
      *>           cannot be opened or written.
      *>
      *> CHANGE LOG
      *>   2026-10-15  Initial version.
      *>----------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. POSHCAPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INTERFACE-FILE ASSIGN TO "ITFFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-IF-STATUS.

    SELECT POSITION-HISTORY ASSIGN TO "POSHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-KEY
        FILE STATUS IS WS-PH-STATUS.

    SELECT CAPTURE-RPT ASSIGN TO "POSHCRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INTERFACE-FILE
      *> Layouts must stay in step with the records as ITMLOAD's
      *> 0400-WRITE-INTERFACE-FILE writes them.
    RECORDING MODE IS F.
01  IF-HEADER-REC.
    05  IF-H-TYPE                  PIC X(01).
    05  IF-H-RUN-DATE              PIC 9(8).
    05  IF-H-RUN-TIME              PIC 9(6).
    05  IF-H-SOURCE-JOB            PIC X(08).
    05  FILLER                     PIC X(57).
01  IF-DETAIL-REC.
    05  IF-D-TYPE                  PIC X(01).
    05  IF-ITEM.
        COPY ITEMREC REPLACING ==:LVL:== BY ==10==
                               ==:PFX:== BY ==IF-ITEM==.
    05  IF-LOCATION                PIC X(03).
    05  IF-UNIT-COST               PIC 9(5)V99.
    05  IF-EXT-VALUE               PIC 9(15)V99.
    05  FILLER                     PIC X(02).
01  IF-TRAILER-REC.
    05  IF-T-TYPE                  PIC X(01).
    05  IF-T-DETAIL-COUNT          PIC 9(7).
    05  IF-T-QTY-HASH              PIC 9(12).
    05  IF-T-TOTAL-VALUE           PIC 9(15)V99.
    05  FILLER                     PIC X(43).

FD  POSITION-HISTORY.
      *> One position record per item per captured publish, keyed by
      *> item code and the publishing run's date and time, so an
      *> item's history reads back in date order. A record whose item
      *> code is blank is the run record for a captured publish (no
      *> item code is ever blank - the load rejects those). Layouts
      *> must stay in step with POSHINQ's.
01  PH-RECORD.
    05  PH-KEY.
        10  PH-ITEM-CODE           PIC X(10).
        10  PH-RUN-DATE            PIC 9(8).
        10  PH-RUN-TIME            PIC 9(6).
    05  PH-ITEM-DESC               PIC X(25).
    05  PH-QTY-ON-HAND             PIC 9(7).
    05  PH-LAST-UPDATED            PIC 9(8).
    05  PH-LOCATION                PIC X(03).
    05  PH-UNIT-COST               PIC 9(5)V99.
    05  PH-EXT-VALUE               PIC 9(15)V99.
    05  PH-CAPTURE-DATE            PIC 9(8).
    05  FILLER                     PIC X(01).
01  PH-RUN-RECORD.
    05  PH-R-KEY.
        10  PH-R-ITEM-CODE         PIC X(10).
        10  PH-R-RUN-DATE          PIC 9(8).
        10  PH-R-RUN-TIME          PIC 9(6).
    05  PH-R-SOURCE-JOB            PIC X(08).
    05  PH-R-ITEM-COUNT            PIC 9(7).
    05  PH-R-QTY-HASH              PIC 9(12).
    05  PH-R-TOTAL-VALUE           PIC 9(15)V99.
    05  PH-R-CAPTURE-DATE          PIC 9(8).
    05  FILLER                     PIC X(24).

FD  CAPTURE-RPT
    RECORDING MODE IS F.
01  CR-REPORT-LINE                 PIC X(80).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-IF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-PH-STATUS               PIC X(02) VALUE SPACES.
    05  WS-CR-STATUS               PIC X(02) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-IF-EOF-SW               PIC X(01) VALUE "N".
        88  WS-IF-EOF                  VALUE "Y".
    05  WS-PH-EOF-SW               PIC X(01) VALUE "N".
        88  WS-PH-EOF                  VALUE "Y".
    05  WS-HEADER-SW               PIC X(01) VALUE "N".
        88  WS-HEADER-SEEN             VALUE "Y".
    05  WS-TRAILER-SW              PIC X(01) VALUE "N".
        88  WS-TRAILER-SEEN            VALUE "Y".
    05  WS-VERIFY-SW               PIC X(01) VALUE "Y".
        88  WS-FILE-GOOD               VALUE "Y".
        88  WS-FILE-BAD                VALUE "N".
    05  WS-ERROR-SW                PIC X(01) VALUE "N".
        88  WS-RUN-FAILED              VALUE "Y".

01  WS-PUBLISHED-AREA.
      *> The published file as read: its run identification, the
      *> re-counted totals, and the trailer's.
    05  WS-PUB-RUN-DATE            PIC 9(8) VALUE 0.
    05  WS-PUB-RUN-TIME            PIC 9(6) VALUE 0.
    05  WS-PUB-SOURCE-JOB          PIC X(08) VALUE SPACES.
    05  WS-REC-NUM                 PIC 9(7) VALUE 0.
    05  WS-DETAIL-COUNT            PIC 9(7) VALUE 0.
    05  WS-QTY-HASH                PIC 9(12) VALUE 0.
    05  WS-TOTAL-VALUE             PIC 9(15)V99 VALUE 0.
    05  WS-T-DETAIL-COUNT          PIC 9(7) VALUE 0.
    05  WS-T-QTY-HASH              PIC 9(12) VALUE 0.
    05  WS-T-TOTAL-VALUE           PIC 9(15)V99 VALUE 0.

01  WS-CAPTURE-AREA.
    05  WS-RUN-DATE                PIC 9(8) VALUE 0.
    05  WS-CUTOFF-DATE             PIC 9(8) VALUE 0.
    05  WS-ADDED-COUNT             PIC 9(7) VALUE 0.
    05  WS-REPLACED-COUNT          PIC 9(7) VALUE 0.
    05  WS-PURGED-COUNT            PIC 9(7) VALUE 0.
    05  WS-PURGED-RUNS             PIC 9(5) VALUE 0.
    05  WS-RETURN-CODE             PIC 9(2) VALUE 0.

LINKAGE SECTION.
01  LS-PARM-DATA.
    05  LS-PARM-LEN                PIC S9(4) COMP.
    05  LS-PARM-TEXT               PIC X(08).

PROCEDURE DIVISION USING LS-PARM-DATA.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
    IF LS-PARM-LEN >= 8
        IF LS-PARM-TEXT(1:8) IS NUMERIC
            MOVE LS-PARM-TEXT(1:8) TO WS-CUTOFF-DATE
        ELSE
            DISPLAY "POSHCAPT: PARM cutoff " LS-PARM-TEXT(1:8)
                    " not a date - no purge this run"
        END-IF
    END-IF

    OPEN OUTPUT CAPTURE-RPT
    IF WS-CR-STATUS NOT = "00"
        DISPLAY "POSHCAPT: unable to open CAPTURE-RPT, status "
                WS-CR-STATUS
    END-IF

    MOVE SPACES TO CR-REPORT-LINE
    STRING "ITEM POSITION HISTORY CAPTURE - RUN DATE " WS-RUN-DATE
        DELIMITED BY SIZE INTO CR-REPORT-LINE
    PERFORM 0900-WRITE-CAPTURE-LINE

    PERFORM 0100-VERIFY-INTERFACE
    IF WS-FILE-BAD
        MOVE "*** INTERFACE FILE FAILED VERIFICATION - NOTHING CAPTURED"
            TO CR-REPORT-LINE
        PERFORM 0900-WRITE-CAPTURE-LINE
        SET WS-RUN-FAILED TO TRUE
        PERFORM 0800-END-OF-JOB
    END-IF

    MOVE SPACES TO CR-REPORT-LINE
    STRING "PUBLISHED RUN " WS-PUB-RUN-DATE " " WS-PUB-RUN-TIME
        "  RECORDS " WS-DETAIL-COUNT
        DELIMITED BY SIZE INTO CR-REPORT-LINE
    PERFORM 0900-WRITE-CAPTURE-LINE

      *> A history that does not exist yet is created on the first
      *> capture.
    OPEN I-O POSITION-HISTORY
    IF WS-PH-STATUS = "35"
        OPEN OUTPUT POSITION-HISTORY
        IF WS-PH-STATUS = "00"
            CLOSE POSITION-HISTORY
            OPEN I-O POSITION-HISTORY
        END-IF
    END-IF
    IF WS-PH-STATUS NOT = "00"
        MOVE SPACES TO CR-REPORT-LINE
        STRING "*** UNABLE TO OPEN POSHIST, STATUS " WS-PH-STATUS
            DELIMITED BY SIZE INTO CR-REPORT-LINE
        PERFORM 0900-WRITE-CAPTURE-LINE
        SET WS-RUN-FAILED TO TRUE
        PERFORM 0800-END-OF-JOB
    END-IF

    IF WS-CUTOFF-DATE > 0
        PERFORM 0200-PURGE-HISTORY
    END-IF

    PERFORM 0300-CAPTURE-POSITIONS

    CLOSE POSITION-HISTORY

    MOVE SPACES TO CR-REPORT-LINE
    STRING "POSITIONS ADDED....... " WS-ADDED-COUNT
        DELIMITED BY SIZE INTO CR-REPORT-LINE
    PERFORM 0900-WRITE-CAPTURE-LINE
    MOVE SPACES TO CR-REPORT-LINE
    STRING "POSITIONS REPLACED.... " WS-REPLACED-COUNT
        DELIMITED BY SIZE INTO CR-REPORT-LINE
    PERFORM 0900-WRITE-CAPTURE-LINE

    PERFORM 0800-END-OF-JOB.

0100-VERIFY-INTERFACE.
      *> The same proof ITFVRFY applies: a header first, one trailer
      *> last, and the trailer's count, quantity hash and valuation
      *> matching a re-count of the details. A file that fails is not
      *> captured - the history must never hold a partial publish as
      *> the position of its date.
    OPEN INPUT INTERFACE-FILE
    IF WS-IF-STATUS NOT = "00"
        MOVE SPACES TO CR-REPORT-LINE
        STRING "*** UNABLE TO OPEN ITFFILE, STATUS " WS-IF-STATUS
            DELIMITED BY SIZE INTO CR-REPORT-LINE
        PERFORM 0900-WRITE-CAPTURE-LINE
        SET WS-FILE-BAD TO TRUE
    ELSE
        PERFORM UNTIL WS-IF-EOF
            READ INTERFACE-FILE
                AT END
                    SET WS-IF-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-REC-NUM
                    PERFORM 0110-CHECK-RECORD
            END-READ
        END-PERFORM
        CLOSE INTERFACE-FILE
        IF NOT WS-HEADER-SEEN
            MOVE "*** NO HEADER RECORD" TO CR-REPORT-LINE
            PERFORM 0900-WRITE-CAPTURE-LINE
            SET WS-FILE-BAD TO TRUE
        END-IF
        IF NOT WS-TRAILER-SEEN
            MOVE "*** NO TRAILER RECORD - FILE TRUNCATED"
                TO CR-REPORT-LINE
            PERFORM 0900-WRITE-CAPTURE-LINE
            SET WS-FILE-BAD TO TRUE
        ELSE
            IF WS-DETAIL-COUNT NOT = WS-T-DETAIL-COUNT
             OR WS-QTY-HASH NOT = WS-T-QTY-HASH
             OR WS-TOTAL-VALUE NOT = WS-T-TOTAL-VALUE
                MOVE SPACES TO CR-REPORT-LINE
                STRING "*** DETAILS " WS-DETAIL-COUNT
                    " DO NOT FOOT TO TRAILER " WS-T-DETAIL-COUNT
                    DELIMITED BY SIZE INTO CR-REPORT-LINE
                PERFORM 0900-WRITE-CAPTURE-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
        END-IF
    END-IF.

0110-CHECK-RECORD.
    EVALUATE IF-H-TYPE
        WHEN "H"
            IF WS-REC-NUM NOT = 1
                MOVE "*** HEADER RECORD NOT FIRST" TO CR-REPORT-LINE
                PERFORM 0900-WRITE-CAPTURE-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
            SET WS-HEADER-SEEN TO TRUE
            MOVE IF-H-RUN-DATE TO WS-PUB-RUN-DATE
            MOVE IF-H-RUN-TIME TO WS-PUB-RUN-TIME
            MOVE IF-H-SOURCE-JOB TO WS-PUB-SOURCE-JOB
        WHEN "D"
            IF WS-TRAILER-SEEN
                MOVE "*** DETAIL RECORD AFTER TRAILER"
                    TO CR-REPORT-LINE
                PERFORM 0900-WRITE-CAPTURE-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
            IF IF-ITEM-CODE = SPACES
                MOVE SPACES TO CR-REPORT-LINE
                STRING "*** BLANK ITEM CODE AT RECORD " WS-REC-NUM
                    DELIMITED BY SIZE INTO CR-REPORT-LINE
                PERFORM 0900-WRITE-CAPTURE-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
            ADD 1 TO WS-DETAIL-COUNT
            ADD IF-ITEM-QTY-ON-HAND TO WS-QTY-HASH
            ADD IF-EXT-VALUE TO WS-TOTAL-VALUE
        WHEN "T"
            IF WS-TRAILER-SEEN
                MOVE "*** MORE THAN ONE TRAILER RECORD"
                    TO CR-REPORT-LINE
                PERFORM 0900-WRITE-CAPTURE-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
            SET WS-TRAILER-SEEN TO TRUE
            MOVE IF-T-DETAIL-COUNT TO WS-T-DETAIL-COUNT
            MOVE IF-T-QTY-HASH TO WS-T-QTY-HASH
            MOVE IF-T-TOTAL-VALUE TO WS-T-TOTAL-VALUE
        WHEN OTHER
            MOVE SPACES TO CR-REPORT-LINE
            STRING "*** UNKNOWN RECORD TYPE " IF-H-TYPE
                " AT RECORD " WS-REC-NUM
                DELIMITED BY SIZE INTO CR-REPORT-LINE
            PERFORM 0900-WRITE-CAPTURE-LINE
            SET WS-FILE-BAD TO TRUE
    END-EVALUATE.

0200-PURGE-HISTORY.
      *> One pass over the whole history in key order, deleting every
      *> record for a run dated before the cutoff. The run records
      *> (blank item code) sort first, so each purged run is listed
      *> with the item count it was captured with before its items
      *> go.
    MOVE SPACES TO CR-REPORT-LINE
    STRING "PURGING RUNS DATED BEFORE " WS-CUTOFF-DATE
        DELIMITED BY SIZE INTO CR-REPORT-LINE
    PERFORM 0900-WRITE-CAPTURE-LINE
    MOVE LOW-VALUES TO PH-KEY
    START POSITION-HISTORY KEY >= PH-KEY
        INVALID KEY
            SET WS-PH-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-PH-EOF
        READ POSITION-HISTORY NEXT RECORD
            AT END
                SET WS-PH-EOF TO TRUE
            NOT AT END
                IF PH-RUN-DATE < WS-CUTOFF-DATE
                    PERFORM 0210-PURGE-RECORD
                END-IF
        END-READ
    END-PERFORM
    MOVE SPACES TO CR-REPORT-LINE
    STRING "RUNS PURGED........... " WS-PURGED-RUNS
        "  POSITIONS " WS-PURGED-COUNT
        DELIMITED BY SIZE INTO CR-REPORT-LINE
    PERFORM 0900-WRITE-CAPTURE-LINE.

0210-PURGE-RECORD.
    IF PH-ITEM-CODE = SPACES
        ADD 1 TO WS-PURGED-RUNS
        MOVE SPACES TO CR-REPORT-LINE
        STRING "PURGED RUN " PH-R-RUN-DATE " " PH-R-RUN-TIME
            "  POSITIONS " PH-R-ITEM-COUNT
            DELIMITED BY SIZE INTO CR-REPORT-LINE
        PERFORM 0900-WRITE-CAPTURE-LINE
    ELSE
        ADD 1 TO WS-PURGED-COUNT
    END-IF
    DELETE POSITION-HISTORY RECORD
        INVALID KEY
            MOVE SPACES TO CR-REPORT-LINE
            STRING "*** DELETE FAILED, STATUS " WS-PH-STATUS
                " ITEM " PH-ITEM-CODE " RUN " PH-RUN-DATE
                DELIMITED BY SIZE INTO CR-REPORT-LINE
            PERFORM 0900-WRITE-CAPTURE-LINE
            SET WS-RUN-FAILED TO TRUE
    END-DELETE.

0300-CAPTURE-POSITIONS.
      *> Second pass over the verified file: one position per detail,
      *> then the run record that makes the publish visible to
      *> POSHINQ. A key already on file is this publish captured
      *> before - it is replaced.
    MOVE "N" TO WS-IF-EOF-SW
    OPEN INPUT INTERFACE-FILE
    IF WS-IF-STATUS NOT = "00"
        MOVE SPACES TO CR-REPORT-LINE
        STRING "*** UNABLE TO REOPEN ITFFILE, STATUS " WS-IF-STATUS
            DELIMITED BY SIZE INTO CR-REPORT-LINE
        PERFORM 0900-WRITE-CAPTURE-LINE
        SET WS-RUN-FAILED TO TRUE
    ELSE
        PERFORM UNTIL WS-IF-EOF
            READ INTERFACE-FILE
                AT END
                    SET WS-IF-EOF TO TRUE
                NOT AT END
                    IF IF-D-TYPE = "D"
                        PERFORM 0310-CAPTURE-DETAIL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERFACE-FILE

      *> A position that could not be written leaves the capture
      *> partial: no run record, so POSHINQ does not take it for a
      *> whole publish - and a run record left by an earlier capture
      *> of the same publish is taken down, since the positions under
      *> it have now been partly replaced. A rerun puts it back.
        MOVE SPACES TO PH-RUN-RECORD
        MOVE SPACES TO PH-R-ITEM-CODE
        MOVE WS-PUB-RUN-DATE TO PH-R-RUN-DATE
        MOVE WS-PUB-RUN-TIME TO PH-R-RUN-TIME
        IF WS-RUN-FAILED
            MOVE "*** CAPTURE INCOMPLETE - RUN NOT MADE VISIBLE TO POSHINQ"
                TO CR-REPORT-LINE
            PERFORM 0900-WRITE-CAPTURE-LINE
            DELETE POSITION-HISTORY RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
        ELSE
            MOVE WS-PUB-SOURCE-JOB TO PH-R-SOURCE-JOB
            MOVE WS-DETAIL-COUNT TO PH-R-ITEM-COUNT
            MOVE WS-QTY-HASH TO PH-R-QTY-HASH
            MOVE WS-TOTAL-VALUE TO PH-R-TOTAL-VALUE
            MOVE WS-RUN-DATE TO PH-R-CAPTURE-DATE
            PERFORM 0320-PUT-HISTORY-RECORD
        END-IF
    END-IF.

0310-CAPTURE-DETAIL.
    MOVE SPACES TO PH-RECORD
    MOVE IF-ITEM-CODE TO PH-ITEM-CODE
    MOVE WS-PUB-RUN-DATE TO PH-RUN-DATE
    MOVE WS-PUB-RUN-TIME TO PH-RUN-TIME
    MOVE IF-ITEM-DESC TO PH-ITEM-DESC
    MOVE IF-ITEM-QTY-ON-HAND TO PH-QTY-ON-HAND
    MOVE IF-ITEM-LAST-UPDATED TO PH-LAST-UPDATED
    MOVE IF-LOCATION TO PH-LOCATION
    MOVE IF-UNIT-COST TO PH-UNIT-COST
    MOVE IF-EXT-VALUE TO PH-EXT-VALUE
    MOVE WS-RUN-DATE TO PH-CAPTURE-DATE
    PERFORM 0320-PUT-HISTORY-RECORD.

0320-PUT-HISTORY-RECORD.
      *> Write the record in PH-RECORD; a duplicate key is rewritten.
      *> The run record is not counted as a position.
    WRITE PH-RECORD
        INVALID KEY
            REWRITE PH-RECORD
                INVALID KEY
                    MOVE SPACES TO CR-REPORT-LINE
                    STRING "*** WRITE FAILED, STATUS " WS-PH-STATUS
                        " ITEM " PH-ITEM-CODE
                        DELIMITED BY SIZE INTO CR-REPORT-LINE
                    PERFORM 0900-WRITE-CAPTURE-LINE
                    SET WS-RUN-FAILED TO TRUE
                NOT INVALID KEY
                    IF PH-ITEM-CODE NOT = SPACES
                        ADD 1 TO WS-REPLACED-COUNT
                    END-IF
            END-REWRITE
        NOT INVALID KEY
            IF PH-ITEM-CODE NOT = SPACES
                ADD 1 TO WS-ADDED-COUNT
            END-IF
    END-WRITE.

0800-END-OF-JOB.
    IF WS-RUN-FAILED
        MOVE 8 TO RETURN-CODE
    END-IF
    MOVE RETURN-CODE TO WS-RETURN-CODE
    MOVE SPACES TO CR-REPORT-LINE
    STRING "CAPTURE CONDITION CODE " WS-RETURN-CODE
        DELIMITED BY SIZE INTO CR-REPORT-LINE
    PERFORM 0900-WRITE-CAPTURE-LINE
    IF WS-CR-STATUS = "00"
        CLOSE CAPTURE-RPT
    END-IF
    STOP RUN.

0900-WRITE-CAPTURE-LINE.
    IF WS-CR-STATUS = "00"
        WRITE CR-REPORT-LINE
    END-IF
    DISPLAY "POSHCAPT: " CR-REPORT-LINE(1:70).
