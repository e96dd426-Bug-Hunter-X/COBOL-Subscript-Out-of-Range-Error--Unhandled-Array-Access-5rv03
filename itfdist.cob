       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
      *> PROGRAM:  ITFDIST
      *> PURPOSE:  Per-subscriber distribution of the published
      *>           interface file. Reads the ITFFILE ITMLOAD published,
      *>           proves it whole against its own trailer, then cuts
      *>           one file per active subscriber filtered by the
      *>           criteria on that subscriber's registry record -
      *>           location codes, a minimum quantity on hand and an
      *>           item code range. Each cut file carries the published
      *>           file's header unchanged (so the subscriber's
      *>           acknowledgment names the same run) and its own
      *>           trailer count, quantity hash and valuation total, so
      *>           ITFVRFY proves it on the receiving side exactly as
      *>           it proves the full file. A subscriber whose registry
      *>           record names no distribution file keeps receiving
      *>           the full ITFFILE as before.
      *>
      *>           The registry names which file of the pool (SUBDIST1-
      *>           SUBDIST5) each filtered subscriber's cut goes to -
      *>           adding a filtered subscriber is a registry record
      *>           and a DD statement, not a recode. One DISTCTL record
      *>           per active subscriber records what it was sent, and
      *>           SUBRECON checks the acknowledgments against that
      *>           count instead of the full-file count.
      *>
      *>           Condition code 8 when the interface file fails
      *>           verification (nothing is cut) or any subscriber
      *>           could not be cut - an unknown or shared pool file
      *>           name, a pool file that would not open, or an
      *>           interface file that could not be reread for the
      *>           cut. A subscriber not cut gets no DISTCTL record and
      *>           its cut, if opened, carries no trailer.
      *>
      *> CHANGE LOG
      *>   2026-10-15  Initial version.
      *>----------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. ITFDIST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INTERFACE-FILE ASSIGN TO "ITFFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-IF-STATUS.

    SELECT SUBSCRIBER-REGISTRY ASSIGN TO "SUBREGST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SR-STATUS.

    SELECT DIST-FILE-1 ASSIGN TO "SUBDIST1"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-D1-STATUS.

    SELECT DIST-FILE-2 ASSIGN TO "SUBDIST2"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-D2-STATUS.

    SELECT DIST-FILE-3 ASSIGN TO "SUBDIST3"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-D3-STATUS.

    SELECT DIST-FILE-4 ASSIGN TO "SUBDIST4"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-D4-STATUS.

    SELECT DIST-FILE-5 ASSIGN TO "SUBDIST5"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-D5-STATUS.

    SELECT DIST-CONTROL ASSIGN TO "DISTCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DC-STATUS.

    SELECT DIST-RPT ASSIGN TO "DISTRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DR-STATUS.

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

FD  SUBSCRIBER-REGISTRY
      *> Layout must stay in step with SUBRECON's. One record per
      *> receiving shop: who it is, whether it is active, and - for a
      *> shop that wants a filtered cut - which distribution file of
      *> the pool its cut goes to and the filter. Blank locations mean
      *> any location; a blank or non-numeric minimum means no
      *> minimum; a blank code bound leaves that end of the range
      *> open.
    RECORDING MODE IS F.
01  SR-RECORD.
    05  SR-SUBSCRIBER-ID           PIC X(08).
    05  SR-SUBSCRIBER-NAME         PIC X(30).
    05  SR-ACTIVE-FLAG             PIC X(01).
    05  SR-DIST-FILE               PIC X(08).
    05  SR-LOCATION OCCURS 5 TIMES PIC X(03).
    05  SR-MIN-QTY                 PIC 9(7).
    05  SR-CODE-FROM               PIC X(10).
    05  SR-CODE-TO                 PIC X(10).

FD  DIST-FILE-1
    RECORDING MODE IS F.
01  D1-RECORD                      PIC X(80).

FD  DIST-FILE-2
    RECORDING MODE IS F.
01  D2-RECORD                      PIC X(80).

FD  DIST-FILE-3
    RECORDING MODE IS F.
01  D3-RECORD                      PIC X(80).

FD  DIST-FILE-4
    RECORDING MODE IS F.
01  D4-RECORD                      PIC X(80).

FD  DIST-FILE-5
    RECORDING MODE IS F.
01  D5-RECORD                      PIC X(80).

FD  DIST-CONTROL
      *> One record per active subscriber: the run it was sent, the
      *> file it went out on (ITFFILE for a full-file subscriber), and
      *> the sent detail count, quantity hash and valuation - the
      *> figures SUBRECON holds its acknowledgment to.
    RECORDING MODE IS F.
01  DC-RECORD.
    05  DC-SUBSCRIBER-ID           PIC X(08).
    05  DC-RUN-DATE                PIC 9(8).
    05  DC-RUN-TIME                PIC 9(6).
    05  DC-DIST-FILE               PIC X(08).
    05  DC-SENT-COUNT              PIC 9(7).
    05  DC-QTY-HASH                PIC 9(12).
    05  DC-TOTAL-VALUE             PIC 9(15)V99.

FD  DIST-RPT
    RECORDING MODE IS F.
01  DR-REPORT-LINE                 PIC X(80).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-IF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-SR-STATUS               PIC X(02) VALUE SPACES.
    05  WS-D1-STATUS               PIC X(02) VALUE SPACES.
    05  WS-D2-STATUS               PIC X(02) VALUE SPACES.
    05  WS-D3-STATUS               PIC X(02) VALUE SPACES.
    05  WS-D4-STATUS               PIC X(02) VALUE SPACES.
    05  WS-D5-STATUS               PIC X(02) VALUE SPACES.
    05  WS-DC-STATUS               PIC X(02) VALUE SPACES.
    05  WS-DR-STATUS               PIC X(02) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-IF-EOF-SW               PIC X(01) VALUE "N".
        88  WS-IF-EOF                  VALUE "Y".
    05  WS-SR-EOF-SW               PIC X(01) VALUE "N".
        88  WS-SR-EOF                  VALUE "Y".
    05  WS-HEADER-SW               PIC X(01) VALUE "N".
        88  WS-HEADER-SEEN             VALUE "Y".
    05  WS-TRAILER-SW              PIC X(01) VALUE "N".
        88  WS-TRAILER-SEEN            VALUE "Y".
    05  WS-VERIFY-SW               PIC X(01) VALUE "Y".
        88  WS-FILE-GOOD               VALUE "Y".
        88  WS-FILE-BAD                VALUE "N".
    05  WS-CUT-FAIL-SW             PIC X(01) VALUE "N".
        88  WS-CUT-FAILED              VALUE "Y".
    05  WS-PASS-SW                 PIC X(01) VALUE "N".
        88  WS-FILTER-PASSED           VALUE "Y".
    05  WS-LOC-SW                  PIC X(01) VALUE "N".
        88  WS-LOC-LISTED              VALUE "Y".
        88  WS-LOC-ANY                 VALUE "A".

01  WS-PUBLISHED-AREA.
      *> The published file as read: its header image (copied to every
      *> cut unchanged), the re-counted totals, and the trailer's.
    05  WS-HEADER-IMAGE            PIC X(80) VALUE SPACES.
    05  WS-PUB-RUN-DATE            PIC 9(8) VALUE 0.
    05  WS-PUB-RUN-TIME            PIC 9(6) VALUE 0.
    05  WS-REC-NUM                 PIC 9(7) VALUE 0.
    05  WS-DETAIL-COUNT            PIC 9(7) VALUE 0.
    05  WS-QTY-HASH                PIC 9(12) VALUE 0.
    05  WS-TOTAL-VALUE             PIC 9(15)V99 VALUE 0.
    05  WS-T-DETAIL-COUNT          PIC 9(7) VALUE 0.
    05  WS-T-QTY-HASH              PIC 9(12) VALUE 0.
    05  WS-T-TOTAL-VALUE           PIC 9(15)V99 VALUE 0.

01  WS-SUBSCRIBER-AREA.
      *> Every registered subscriber, with its filter and what it was
      *> sent. WS-SUB-POOL is the pool file its cut goes to - zero for
      *> a full-file subscriber.
    05  WS-SUB-MAX                 PIC 9(2) VALUE 50.
    05  WS-SUB-COUNT               PIC 9(2) VALUE 0.
    05  WS-SUB-ENTRY OCCURS 50 TIMES.
        10  WS-SUB-ID              PIC X(08).
        10  WS-SUB-NAME            PIC X(30).
        10  WS-SUB-ACTIVE-SW       PIC X(01).
            88  WS-SUB-ACTIVE          VALUE "Y".
        10  WS-SUB-DIST-FILE       PIC X(08).
        10  WS-SUB-POOL            PIC 9(1).
        10  WS-SUB-ERROR-SW        PIC X(01).
            88  WS-SUB-IN-ERROR        VALUE "Y".
        10  WS-SUB-ERROR-TEXT      PIC X(30).
        10  WS-SUB-LOCATION OCCURS 5 TIMES
                                   PIC X(03).
        10  WS-SUB-MIN-QTY         PIC 9(7).
        10  WS-SUB-CODE-FROM       PIC X(10).
        10  WS-SUB-CODE-TO         PIC X(10).
        10  WS-SUB-SENT            PIC 9(7).
        10  WS-SUB-QTY-HASH        PIC 9(12).
        10  WS-SUB-VALUE           PIC 9(15)V99.

01  WS-POOL-AREA.
      *> Which subscriber owns each file of the pool this run; a pool
      *> file is opened only for its owner.
    05  WS-POOL-MAX                PIC 9(1) VALUE 5.
    05  WS-POOL-OWNER OCCURS 5 TIMES
                                   PIC 9(2).
    05  WS-POOL-IDX                PIC 9(1) VALUE 0.

01  WS-OUTPUT-AREA.
      *> The record being written to a cut, built here and written to
      *> whichever pool file the subscriber owns.
    05  WS-OUT-RECORD              PIC X(80).
    05  WS-OUT-TRAILER REDEFINES WS-OUT-RECORD.
        10  WS-OUT-T-TYPE          PIC X(01).
        10  WS-OUT-T-DETAIL-COUNT  PIC 9(7).
        10  WS-OUT-T-QTY-HASH      PIC 9(12).
        10  WS-OUT-T-TOTAL-VALUE   PIC 9(15)V99.
        10  FILLER                 PIC X(43).

01  WS-COUNTERS.
    05  WS-CUT-COUNT               PIC 9(2) VALUE 0.
    05  WS-FULL-COUNT              PIC 9(2) VALUE 0.
    05  WS-ERROR-COUNT             PIC 9(2) VALUE 0.
    05  J                          PIC 9(2) VALUE 0.
    05  K                          PIC 9(2) VALUE 0.

PROCEDURE DIVISION.

    OPEN OUTPUT DIST-RPT
    IF WS-DR-STATUS NOT = "00"
        DISPLAY "ITFDIST: unable to open DIST-RPT, status "
                WS-DR-STATUS
    END-IF

    MOVE "SUBSCRIBER DISTRIBUTION OF THE INTERFACE FILE"
        TO DR-REPORT-LINE
    PERFORM 0900-WRITE-DIST-LINE

    PERFORM 0100-VERIFY-INTERFACE
    IF WS-FILE-BAD
        MOVE "*** INTERFACE FILE FAILED VERIFICATION - NOTHING CUT"
            TO DR-REPORT-LINE
        PERFORM 0900-WRITE-DIST-LINE
        IF WS-DR-STATUS = "00"
            CLOSE DIST-RPT
        END-IF
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO DR-REPORT-LINE
    STRING "PUBLISHED RUN " WS-PUB-RUN-DATE " " WS-PUB-RUN-TIME
        "  RECORDS " WS-DETAIL-COUNT
        DELIMITED BY SIZE INTO DR-REPORT-LINE
    PERFORM 0900-WRITE-DIST-LINE

    PERFORM 0200-LOAD-SUBSCRIBER-REGISTRY
    IF WS-SUB-COUNT = 0
        MOVE "*** NO SUBSCRIBERS REGISTERED - NOTHING TO CUT"
            TO DR-REPORT-LINE
        PERFORM 0900-WRITE-DIST-LINE
        IF WS-DR-STATUS = "00"
            CLOSE DIST-RPT
        END-IF
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 0300-OPEN-DISTRIBUTION-FILES
    PERFORM 0400-CUT-DISTRIBUTION
    PERFORM 0500-CLOSE-DISTRIBUTION-FILES
    PERFORM 0600-WRITE-DISTRIBUTION-CONTROL
    PERFORM 0700-PRINT-DISTRIBUTION

    MOVE SPACES TO DR-REPORT-LINE
    IF WS-CUT-FAILED
        STRING "*** " WS-ERROR-COUNT
            " SUBSCRIBER(S) NOT CUT - SEE ABOVE"
            DELIMITED BY SIZE INTO DR-REPORT-LINE
    ELSE
        STRING "DISTRIBUTION COMPLETE - " WS-CUT-COUNT
            " FILTERED, " WS-FULL-COUNT " FULL FILE"
            DELIMITED BY SIZE INTO DR-REPORT-LINE
    END-IF
    PERFORM 0900-WRITE-DIST-LINE

    IF WS-DR-STATUS = "00"
        CLOSE DIST-RPT
    END-IF

    IF WS-CUT-FAILED
        MOVE 8 TO RETURN-CODE
    END-IF

    STOP RUN.

0100-VERIFY-INTERFACE.
      *> The same proof ITFVRFY applies: a header first, one trailer
      *> last, and the trailer's count, quantity hash and valuation
      *> matching a re-count of the details. A file that fails is not
      *> cut - a subscriber must never receive a slice of a partial
      *> file that its own verify would pass.
    OPEN INPUT INTERFACE-FILE
    IF WS-IF-STATUS NOT = "00"
        MOVE SPACES TO DR-REPORT-LINE
        STRING "*** UNABLE TO OPEN ITFFILE, STATUS " WS-IF-STATUS
            DELIMITED BY SIZE INTO DR-REPORT-LINE
        PERFORM 0900-WRITE-DIST-LINE
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
            MOVE "*** NO HEADER RECORD" TO DR-REPORT-LINE
            PERFORM 0900-WRITE-DIST-LINE
            SET WS-FILE-BAD TO TRUE
        END-IF
        IF NOT WS-TRAILER-SEEN
            MOVE "*** NO TRAILER RECORD - FILE TRUNCATED"
                TO DR-REPORT-LINE
            PERFORM 0900-WRITE-DIST-LINE
            SET WS-FILE-BAD TO TRUE
        ELSE
            IF WS-DETAIL-COUNT NOT = WS-T-DETAIL-COUNT
             OR WS-QTY-HASH NOT = WS-T-QTY-HASH
             OR WS-TOTAL-VALUE NOT = WS-T-TOTAL-VALUE
                MOVE SPACES TO DR-REPORT-LINE
                STRING "*** DETAILS " WS-DETAIL-COUNT
                    " DO NOT FOOT TO TRAILER " WS-T-DETAIL-COUNT
                    DELIMITED BY SIZE INTO DR-REPORT-LINE
                PERFORM 0900-WRITE-DIST-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
        END-IF
    END-IF.

0110-CHECK-RECORD.
    EVALUATE IF-H-TYPE
        WHEN "H"
            IF WS-REC-NUM NOT = 1
                MOVE "*** HEADER RECORD NOT FIRST" TO DR-REPORT-LINE
                PERFORM 0900-WRITE-DIST-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
            SET WS-HEADER-SEEN TO TRUE
            MOVE IF-HEADER-REC TO WS-HEADER-IMAGE
            MOVE IF-H-RUN-DATE TO WS-PUB-RUN-DATE
            MOVE IF-H-RUN-TIME TO WS-PUB-RUN-TIME
        WHEN "D"
            IF WS-TRAILER-SEEN
                MOVE "*** DETAIL RECORD AFTER TRAILER"
                    TO DR-REPORT-LINE
                PERFORM 0900-WRITE-DIST-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
            ADD 1 TO WS-DETAIL-COUNT
            ADD IF-ITEM-QTY-ON-HAND TO WS-QTY-HASH
            ADD IF-EXT-VALUE TO WS-TOTAL-VALUE
        WHEN "T"
            IF WS-TRAILER-SEEN
                MOVE "*** MORE THAN ONE TRAILER RECORD"
                    TO DR-REPORT-LINE
                PERFORM 0900-WRITE-DIST-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
            SET WS-TRAILER-SEEN TO TRUE
            MOVE IF-T-DETAIL-COUNT TO WS-T-DETAIL-COUNT
            MOVE IF-T-QTY-HASH TO WS-T-QTY-HASH
            MOVE IF-T-TOTAL-VALUE TO WS-T-TOTAL-VALUE
        WHEN OTHER
            MOVE SPACES TO DR-REPORT-LINE
            STRING "*** UNKNOWN RECORD TYPE " IF-H-TYPE
                " AT RECORD " WS-REC-NUM
                DELIMITED BY SIZE INTO DR-REPORT-LINE
            PERFORM 0900-WRITE-DIST-LINE
            SET WS-FILE-BAD TO TRUE
    END-EVALUATE.

0200-LOAD-SUBSCRIBER-REGISTRY.
      *> Load the registry and resolve each active subscriber's pool
      *> file. A name outside the pool, or a pool file another
      *> subscriber already owns, puts the subscriber in error - it
      *> is reported and not cut, rather than silently merged into
      *> someone else's feed.
    PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
            UNTIL WS-POOL-IDX > WS-POOL-MAX
        MOVE 0 TO WS-POOL-OWNER(WS-POOL-IDX)
    END-PERFORM
    OPEN INPUT SUBSCRIBER-REGISTRY
    IF WS-SR-STATUS NOT = "00"
        MOVE SPACES TO DR-REPORT-LINE
        STRING "*** UNABLE TO OPEN SUBREGST, STATUS " WS-SR-STATUS
            DELIMITED BY SIZE INTO DR-REPORT-LINE
        PERFORM 0900-WRITE-DIST-LINE
    ELSE
        PERFORM UNTIL WS-SR-EOF
            READ SUBSCRIBER-REGISTRY
                AT END
                    SET WS-SR-EOF TO TRUE
                NOT AT END
                    IF WS-SUB-COUNT < WS-SUB-MAX
                        ADD 1 TO WS-SUB-COUNT
                        PERFORM 0210-ADD-SUBSCRIBER
                    ELSE
                        DISPLAY "ITFDIST: subscriber registry row "
                                SR-SUBSCRIBER-ID
                                " exceeds the table - dropped"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUBSCRIBER-REGISTRY
    END-IF.

0210-ADD-SUBSCRIBER.
    MOVE WS-SUB-COUNT TO J
    MOVE SR-SUBSCRIBER-ID TO WS-SUB-ID(J)
    MOVE SR-SUBSCRIBER-NAME TO WS-SUB-NAME(J)
    MOVE SR-ACTIVE-FLAG TO WS-SUB-ACTIVE-SW(J)
    MOVE SR-DIST-FILE TO WS-SUB-DIST-FILE(J)
    MOVE 0 TO WS-SUB-POOL(J)
    MOVE "N" TO WS-SUB-ERROR-SW(J)
    MOVE SPACES TO WS-SUB-ERROR-TEXT(J)
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
        MOVE SR-LOCATION(K) TO WS-SUB-LOCATION(J, K)
    END-PERFORM
    IF SR-MIN-QTY IS NUMERIC
        MOVE SR-MIN-QTY TO WS-SUB-MIN-QTY(J)
    ELSE
        MOVE 0 TO WS-SUB-MIN-QTY(J)
    END-IF
    MOVE SR-CODE-FROM TO WS-SUB-CODE-FROM(J)
    IF SR-CODE-TO = SPACES
        MOVE HIGH-VALUES TO WS-SUB-CODE-TO(J)
    ELSE
        MOVE SR-CODE-TO TO WS-SUB-CODE-TO(J)
    END-IF
    MOVE 0 TO WS-SUB-SENT(J)
    MOVE 0 TO WS-SUB-QTY-HASH(J)
    MOVE 0 TO WS-SUB-VALUE(J)

    IF WS-SUB-ACTIVE(J) AND SR-DIST-FILE NOT = SPACES
        EVALUATE SR-DIST-FILE
            WHEN "SUBDIST1"
                MOVE 1 TO WS-SUB-POOL(J)
            WHEN "SUBDIST2"
                MOVE 2 TO WS-SUB-POOL(J)
            WHEN "SUBDIST3"
                MOVE 3 TO WS-SUB-POOL(J)
            WHEN "SUBDIST4"
                MOVE 4 TO WS-SUB-POOL(J)
            WHEN "SUBDIST5"
                MOVE 5 TO WS-SUB-POOL(J)
            WHEN OTHER
                MOVE "Y" TO WS-SUB-ERROR-SW(J)
                MOVE "UNKNOWN DISTRIBUTION FILE" TO WS-SUB-ERROR-TEXT(J)
        END-EVALUATE
        IF WS-SUB-POOL(J) > 0
            MOVE WS-SUB-POOL(J) TO WS-POOL-IDX
            IF WS-POOL-OWNER(WS-POOL-IDX) > 0
                MOVE "Y" TO WS-SUB-ERROR-SW(J)
                MOVE "DISTRIBUTION FILE ALREADY USED"
                    TO WS-SUB-ERROR-TEXT(J)
                MOVE 0 TO WS-SUB-POOL(J)
            ELSE
                MOVE J TO WS-POOL-OWNER(WS-POOL-IDX)
            END-IF
        END-IF
    END-IF.

0300-OPEN-DISTRIBUTION-FILES.
      *> Open each owned pool file and start it with the published
      *> header, unchanged.
    PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
            UNTIL WS-POOL-IDX > WS-POOL-MAX
        IF WS-POOL-OWNER(WS-POOL-IDX) > 0
            MOVE WS-POOL-OWNER(WS-POOL-IDX) TO J
            PERFORM 0310-OPEN-POOL-FILE
            IF WS-SUB-IN-ERROR(J)
                MOVE 0 TO WS-POOL-OWNER(WS-POOL-IDX)
                MOVE 0 TO WS-SUB-POOL(J)
            ELSE
                MOVE WS-HEADER-IMAGE TO WS-OUT-RECORD
                PERFORM 0450-WRITE-POOL-RECORD
            END-IF
        END-IF
    END-PERFORM.

0310-OPEN-POOL-FILE.
    EVALUATE WS-POOL-IDX
        WHEN 1
            OPEN OUTPUT DIST-FILE-1
            IF WS-D1-STATUS NOT = "00"
                MOVE "Y" TO WS-SUB-ERROR-SW(J)
            END-IF
        WHEN 2
            OPEN OUTPUT DIST-FILE-2
            IF WS-D2-STATUS NOT = "00"
                MOVE "Y" TO WS-SUB-ERROR-SW(J)
            END-IF
        WHEN 3
            OPEN OUTPUT DIST-FILE-3
            IF WS-D3-STATUS NOT = "00"
                MOVE "Y" TO WS-SUB-ERROR-SW(J)
            END-IF
        WHEN 4
            OPEN OUTPUT DIST-FILE-4
            IF WS-D4-STATUS NOT = "00"
                MOVE "Y" TO WS-SUB-ERROR-SW(J)
            END-IF
        WHEN 5
            OPEN OUTPUT DIST-FILE-5
            IF WS-D5-STATUS NOT = "00"
                MOVE "Y" TO WS-SUB-ERROR-SW(J)
            END-IF
    END-EVALUATE
    IF WS-SUB-IN-ERROR(J)
        MOVE "DISTRIBUTION FILE WOULD NOT OPEN"
            TO WS-SUB-ERROR-TEXT(J)
    END-IF.

0400-CUT-DISTRIBUTION.
      *> Second pass over the published file: every detail is offered
      *> to every filtered subscriber and written to the cuts whose
      *> filter it passes. Full-file subscribers are sent the whole
      *> published file and need nothing cut.
    MOVE "N" TO WS-IF-EOF-SW
    OPEN INPUT INTERFACE-FILE
    IF WS-IF-STATUS NOT = "00"
        MOVE SPACES TO DR-REPORT-LINE
        STRING "*** UNABLE TO REOPEN ITFFILE, STATUS " WS-IF-STATUS
            DELIMITED BY SIZE INTO DR-REPORT-LINE
        PERFORM 0900-WRITE-DIST-LINE
        SET WS-CUT-FAILED TO TRUE
        *> Nothing was cut, so no filtered subscriber may be told
        *> it was sent an empty file that balances.
        PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                UNTIL WS-POOL-IDX > WS-POOL-MAX
            IF WS-POOL-OWNER(WS-POOL-IDX) > 0
                MOVE WS-POOL-OWNER(WS-POOL-IDX) TO J
                MOVE "Y" TO WS-SUB-ERROR-SW(J)
                MOVE "ITFFILE NOT REREAD - NOT CUT"
                    TO WS-SUB-ERROR-TEXT(J)
            END-IF
        END-PERFORM
    ELSE
        PERFORM UNTIL WS-IF-EOF
            READ INTERFACE-FILE
                AT END
                    SET WS-IF-EOF TO TRUE
                NOT AT END
                    IF IF-D-TYPE = "D"
                        PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                                UNTIL WS-POOL-IDX > WS-POOL-MAX
                            IF WS-POOL-OWNER(WS-POOL-IDX) > 0
                                MOVE WS-POOL-OWNER(WS-POOL-IDX) TO J
                                PERFORM 0410-TEST-FILTER
                                IF WS-FILTER-PASSED
                                    PERFORM 0420-SEND-DETAIL
                                END-IF
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERFACE-FILE
    END-IF.

0410-TEST-FILTER.
      *> Subscriber J's filter against the current detail: its
      *> location among the listed ones (or none listed), at least the
      *> minimum quantity, and the code inside the range.
    MOVE "N" TO WS-PASS-SW
    SET WS-LOC-ANY TO TRUE
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
        IF WS-SUB-LOCATION(J, K) NOT = SPACES
            IF WS-LOC-ANY
                MOVE "N" TO WS-LOC-SW
            END-IF
            IF WS-SUB-LOCATION(J, K) = IF-LOCATION
                SET WS-LOC-LISTED TO TRUE
            END-IF
        END-IF
    END-PERFORM
    IF (WS-LOC-ANY OR WS-LOC-LISTED)
     AND IF-ITEM-QTY-ON-HAND >= WS-SUB-MIN-QTY(J)
     AND IF-ITEM-CODE >= WS-SUB-CODE-FROM(J)
     AND IF-ITEM-CODE <= WS-SUB-CODE-TO(J)
        SET WS-FILTER-PASSED TO TRUE
    END-IF.

0420-SEND-DETAIL.
    MOVE IF-DETAIL-REC TO WS-OUT-RECORD
    PERFORM 0450-WRITE-POOL-RECORD
    ADD 1 TO WS-SUB-SENT(J)
    ADD IF-ITEM-QTY-ON-HAND TO WS-SUB-QTY-HASH(J)
    ADD IF-EXT-VALUE TO WS-SUB-VALUE(J).

0450-WRITE-POOL-RECORD.
      *> Write WS-OUT-RECORD to pool file WS-POOL-IDX.
    EVALUATE WS-POOL-IDX
        WHEN 1
            WRITE D1-RECORD FROM WS-OUT-RECORD
        WHEN 2
            WRITE D2-RECORD FROM WS-OUT-RECORD
        WHEN 3
            WRITE D3-RECORD FROM WS-OUT-RECORD
        WHEN 4
            WRITE D4-RECORD FROM WS-OUT-RECORD
        WHEN 5
            WRITE D5-RECORD FROM WS-OUT-RECORD
    END-EVALUATE.

0500-CLOSE-DISTRIBUTION-FILES.
      *> Each cut's own trailer - what that subscriber was sent - so
      *> its ITFVRFY proves the cut, not the full file. A cut that
      *> was never made is closed without a trailer, so ITFVRFY
      *> refuses it rather than proving an empty file.
    PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
            UNTIL WS-POOL-IDX > WS-POOL-MAX
        IF WS-POOL-OWNER(WS-POOL-IDX) > 0
            MOVE WS-POOL-OWNER(WS-POOL-IDX) TO J
            IF NOT WS-SUB-IN-ERROR(J)
                MOVE SPACES TO WS-OUT-RECORD
                MOVE "T" TO WS-OUT-T-TYPE
                MOVE WS-SUB-SENT(J) TO WS-OUT-T-DETAIL-COUNT
                MOVE WS-SUB-QTY-HASH(J) TO WS-OUT-T-QTY-HASH
                MOVE WS-SUB-VALUE(J) TO WS-OUT-T-TOTAL-VALUE
                PERFORM 0450-WRITE-POOL-RECORD
            END-IF
            EVALUATE WS-POOL-IDX
                WHEN 1
                    CLOSE DIST-FILE-1
                WHEN 2
                    CLOSE DIST-FILE-2
                WHEN 3
                    CLOSE DIST-FILE-3
                WHEN 4
                    CLOSE DIST-FILE-4
                WHEN 5
                    CLOSE DIST-FILE-5
            END-EVALUATE
            IF NOT WS-SUB-IN-ERROR(J)
                ADD 1 TO WS-CUT-COUNT
            END-IF
        END-IF
    END-PERFORM.

0600-WRITE-DISTRIBUTION-CONTROL.
      *> What each active subscriber was sent this run. A full-file
      *> subscriber's figures are the published file's own; a
      *> subscriber in error was sent nothing and gets no record, so
      *> SUBRECON chases it against the full count.
    OPEN OUTPUT DIST-CONTROL
    IF WS-DC-STATUS NOT = "00"
        MOVE SPACES TO DR-REPORT-LINE
        STRING "*** UNABLE TO OPEN DISTCTL, STATUS " WS-DC-STATUS
            DELIMITED BY SIZE INTO DR-REPORT-LINE
        PERFORM 0900-WRITE-DIST-LINE
        SET WS-CUT-FAILED TO TRUE
    ELSE
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SUB-COUNT
            IF WS-SUB-ACTIVE(J) AND NOT WS-SUB-IN-ERROR(J)
                MOVE WS-SUB-ID(J) TO DC-SUBSCRIBER-ID
                MOVE WS-PUB-RUN-DATE TO DC-RUN-DATE
                MOVE WS-PUB-RUN-TIME TO DC-RUN-TIME
                IF WS-SUB-POOL(J) = 0
                    MOVE "ITFFILE" TO DC-DIST-FILE
                    MOVE WS-DETAIL-COUNT TO DC-SENT-COUNT
                    MOVE WS-QTY-HASH TO DC-QTY-HASH
                    MOVE WS-TOTAL-VALUE TO DC-TOTAL-VALUE
                ELSE
                    MOVE WS-SUB-DIST-FILE(J) TO DC-DIST-FILE
                    MOVE WS-SUB-SENT(J) TO DC-SENT-COUNT
                    MOVE WS-SUB-QTY-HASH(J) TO DC-QTY-HASH
                    MOVE WS-SUB-VALUE(J) TO DC-TOTAL-VALUE
                END-IF
                WRITE DC-RECORD
            END-IF
        END-PERFORM
        CLOSE DIST-CONTROL
    END-IF.

0700-PRINT-DISTRIBUTION.
      *> One line per active subscriber: the file it was sent and the
      *> count, or why it could not be cut.
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SUB-COUNT
        IF WS-SUB-ACTIVE(J)
            MOVE SPACES TO DR-REPORT-LINE
            EVALUATE TRUE
                WHEN WS-SUB-IN-ERROR(J)
                    STRING "*** " WS-SUB-ID(J) " "
                        WS-SUB-DIST-FILE(J) " - "
                        WS-SUB-ERROR-TEXT(J)
                        DELIMITED BY SIZE INTO DR-REPORT-LINE
                    SET WS-CUT-FAILED TO TRUE
                    ADD 1 TO WS-ERROR-COUNT
                WHEN WS-SUB-POOL(J) = 0
                    STRING WS-SUB-ID(J) " " WS-SUB-NAME(J)
                        " FULL FILE   " WS-DETAIL-COUNT
                        DELIMITED BY SIZE INTO DR-REPORT-LINE
                    ADD 1 TO WS-FULL-COUNT
                WHEN OTHER
                    STRING WS-SUB-ID(J) " " WS-SUB-NAME(J)
                        " " WS-SUB-DIST-FILE(J)
                        "    " WS-SUB-SENT(J)
                        DELIMITED BY SIZE INTO DR-REPORT-LINE
            END-EVALUATE
            PERFORM 0900-WRITE-DIST-LINE
        END-IF
    END-PERFORM.

0900-WRITE-DIST-LINE.
    IF WS-DR-STATUS = "00"
        WRITE DR-REPORT-LINE
    END-IF
    DISPLAY "ITFDIST: " DR-REPORT-LINE(1:70).
