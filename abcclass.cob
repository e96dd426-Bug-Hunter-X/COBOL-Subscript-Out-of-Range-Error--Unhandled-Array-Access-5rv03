       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
      *> PROGRAM:  ABCCLASS
      *> PURPOSE:  ABC classification of the published items by
      *>           extended value, and the cycle-count schedule that
      *>           follows from it. Every item used to get the same
      *>           attention, so the expensive few were counted no more
      *>           often than the cheap thousands. The ITFFILE details
      *>           are ranked by IF-EXT-VALUE, highest first, and each
      *>           item is classed on the share of total value ranked
      *>           above it: A while that share is under the A cut-off,
      *>           B under the B cut-off, C after that.
      *>
      *>           The class is kept stable from run to run: an item
      *>           classed last time (ABCPRIOR, the previous ABCFILE)
      *>           changes class only when its position passes a
      *>           cut-off by more than the margin, so an item sitting
      *>           on a boundary does not swap in and out of A and keep
      *>           rewriting the count schedule.
      *>
      *>           Each item carries its next count date. An item is
      *>           due when that date is reached - a new item at once -
      *>           and is then next due a class interval later. A class
      *>           change brings the next count forward when the new
      *>           interval is shorter, and never pushes it back.
      *>
      *>           Outputs: ABCFILE, one record per item in item-code
      *>           order (next run's ABCPRIOR); CNTSCHED, the items due
      *>           for counting by warehouse and class; ABCRPT, the
      *>           Pareto report - item count, value and percentage by
      *>           class, and by class within each warehouse. The
      *>           warehouse split comes from ITFLOCN when it belongs
      *>           to the same publish, otherwise from each item's
      *>           ITFFILE location.
      *>
      *>           ABCPARM (one record, each field used only when
      *>           numeric): cols 1-4 A cut-off percent 9(3)V9 (default
      *>           80.0), cols 5-8 B cut-off percent (95.0), cols 9-11
      *>           margin percent 9(2)V9 (2.0), cols 12-14 / 15-17 /
      *>           18-20 count interval days for A / B / C (30, 90,
      *>           365).
      *>
      *>           Condition code 8 when ITFFILE fails verification
      *>           or the run cannot finish; 4 when ABCPARM or ABCPRIOR
      *>           had to be set aside. A run ending 8 leaves ABCFILE
      *>           and CNTSCHED empty, so the schedule is withdrawn
      *>           rather than left from an earlier night; the rerun is
      *>           given the last good ABCFILE as its ABCPRIOR.
      *>
      *> CHANGE LOG
      *>   2026-10-15  Initial version.
      *>----------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. ABCCLASS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INTERFACE-FILE ASSIGN TO "ITFFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-IF-STATUS.

    SELECT LOCATION-FILE ASSIGN TO "ITFLOCN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-LF-STATUS.

    SELECT ABC-PARAMETERS ASSIGN TO "ABCPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AP-STATUS.

    SELECT ABC-PRIOR ASSIGN TO "ABCPRIOR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PR-STATUS.

    SELECT ABC-FILE ASSIGN TO "ABCFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AB-STATUS.

    SELECT COUNT-SCHEDULE ASSIGN TO "CNTSCHED"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CS-STATUS.

    SELECT ABC-RPT ASSIGN TO "ABCRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AR-STATUS.

    SELECT RANK-WORK ASSIGN TO "RANKWORK".

    SELECT SCHED-WORK ASSIGN TO "SCHDWORK".

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

FD  LOCATION-FILE
      *> Layouts must stay in step with the records as ITMLOAD's
      *> 0405-WRITE-LOCATION-FILE writes them.
    RECORDING MODE IS F.
01  LF-HEADER-REC.
    05  LF-H-TYPE                  PIC X(01).
    05  LF-H-RUN-DATE              PIC 9(8).
    05  LF-H-RUN-TIME              PIC 9(6).
    05  LF-H-SOURCE-JOB            PIC X(08).
    05  FILLER                     PIC X(57).
01  LF-DETAIL-REC.
    05  LF-D-TYPE                  PIC X(01).
    05  LF-ITEM-CODE               PIC X(10).
    05  LF-LOCATION                PIC X(03).
    05  LF-QTY-ON-HAND             PIC 9(7).
    05  LF-UNIT-COST               PIC 9(5)V99.
    05  LF-EXT-VALUE               PIC 9(15)V99.
    05  FILLER                     PIC X(35).
01  LF-TRAILER-REC.
    05  LF-T-TYPE                  PIC X(01).
    05  LF-T-DETAIL-COUNT          PIC 9(7).
    05  LF-T-QTY-HASH              PIC 9(12).
    05  LF-T-TOTAL-VALUE           PIC 9(15)V99.
    05  FILLER                     PIC X(43).

FD  ABC-PARAMETERS
    RECORDING MODE IS F.
01  AP-RECORD.
    05  AP-A-CUTOFF-PCT            PIC 9(3)V9.
    05  AP-B-CUTOFF-PCT            PIC 9(3)V9.
    05  AP-MARGIN-PCT              PIC 9(2)V9.
    05  AP-A-INTERVAL-DAYS         PIC 9(3).
    05  AP-B-INTERVAL-DAYS         PIC 9(3).
    05  AP-C-INTERVAL-DAYS         PIC 9(3).
    05  FILLER                     PIC X(60).

FD  ABC-PRIOR
      *> The previous run's ABCFILE. Layout must stay in step with
      *> AB-RECORD below.
    RECORDING MODE IS F.
01  PR-RECORD.
    05  PR-ITEM-CODE               PIC X(10).
    05  PR-CLASS                   PIC X(01).
    05  PR-PRIOR-CLASS             PIC X(01).
    05  PR-RANK                    PIC 9(5).
    05  PR-EXT-VALUE               PIC 9(15)V99.
    05  PR-CUM-PCT                 PIC 9(3)V99.
    05  PR-NEXT-COUNT-DATE         PIC 9(8).
    05  PR-RUN-DATE                PIC 9(8).
    05  PR-RUN-TIME                PIC 9(6).
    05  FILLER                     PIC X(19).

FD  ABC-FILE
      *> One record per published item, in item-code order: its class
      *> now and last run, value rank, cumulative value percent
      *> through this item, and the date its next count falls due.
    RECORDING MODE IS F.
01  AB-RECORD.
    05  AB-ITEM-CODE               PIC X(10).
    05  AB-CLASS                   PIC X(01).
    05  AB-PRIOR-CLASS             PIC X(01).
    05  AB-RANK                    PIC 9(5).
    05  AB-EXT-VALUE               PIC 9(15)V99.
    05  AB-CUM-PCT                 PIC 9(3)V99.
    05  AB-NEXT-COUNT-DATE         PIC 9(8).
    05  AB-RUN-DATE                PIC 9(8).
    05  AB-RUN-TIME                PIC 9(6).
    05  FILLER                     PIC X(19).

FD  COUNT-SCHEDULE
      *> Items due for counting, by warehouse, class, item code.
    RECORDING MODE IS F.
01  CS-RECORD.
    05  CS-LOCATION                PIC X(03).
    05  CS-CLASS                   PIC X(01).
    05  CS-ITEM-CODE               PIC X(10).
    05  CS-QTY-ON-HAND             PIC 9(7).
    05  CS-DUE-DATE                PIC 9(8).
    05  CS-RUN-DATE                PIC 9(8).

FD  ABC-RPT
    RECORDING MODE IS F.
01  AR-REPORT-LINE                 PIC X(80).

SD  RANK-WORK.
01  RW-RECORD.
    05  RW-EXT-VALUE               PIC 9(15)V99.
    05  RW-ITEM-CODE               PIC X(10).
    05  RW-SEQ                     PIC 9(5).

SD  SCHED-WORK.
01  SW-RECORD.
    05  SW-LOCATION                PIC X(03).
    05  SW-CLASS                   PIC X(01).
    05  SW-ITEM-CODE               PIC X(10).
    05  SW-QTY-ON-HAND             PIC 9(7).
    05  SW-DUE-DATE                PIC 9(8).
    05  SW-RUN-DATE                PIC 9(8).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-IF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-LF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-AP-STATUS               PIC X(02) VALUE SPACES.
    05  WS-PR-STATUS               PIC X(02) VALUE SPACES.
    05  WS-AB-STATUS               PIC X(02) VALUE SPACES.
    05  WS-CS-STATUS               PIC X(02) VALUE SPACES.
    05  WS-AR-STATUS               PIC X(02) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-EOF-SW                  PIC X(01) VALUE "N".
        88  WS-EOF                     VALUE "Y".
    05  WS-RW-EOF-SW               PIC X(01) VALUE "N".
        88  WS-RW-EOF                  VALUE "Y".
    05  WS-HEADER-SW               PIC X(01) VALUE "N".
        88  WS-HEADER-SEEN             VALUE "Y".
    05  WS-TRAILER-SW              PIC X(01) VALUE "N".
        88  WS-TRAILER-SEEN            VALUE "Y".
    05  WS-VERIFY-SW               PIC X(01) VALUE "Y".
        88  WS-FILE-GOOD               VALUE "Y".
        88  WS-FILE-BAD                VALUE "N".
    05  WS-ERROR-SW                PIC X(01) VALUE "N".
        88  WS-RUN-FAILED              VALUE "Y".
    05  WS-WARNING-SW              PIC X(01) VALUE "N".
        88  WS-RUN-WARNED              VALUE "Y".
    05  WS-USE-LOCN-SW             PIC X(01) VALUE "N".
        88  WS-USE-LOCN                VALUE "Y".
    05  WS-PRIOR-HIT-SW            PIC X(01) VALUE "N".
        88  WS-PRIOR-HIT               VALUE "Y".
    05  WS-ITEM-HIT-SW             PIC X(01) VALUE "N".
        88  WS-ITEM-HIT                VALUE "Y".

01  WS-INTERFACE-AREA.
      *> The published run as verified: identification, re-counted
      *> totals and the trailer's.
    05  WS-PUB-RUN-DATE            PIC 9(8) VALUE 0.
    05  WS-PUB-RUN-TIME            PIC 9(6) VALUE 0.
    05  WS-REC-NUM                 PIC 9(7) VALUE 0.
    05  WS-DETAIL-COUNT            PIC 9(7) VALUE 0.
    05  WS-QTY-HASH                PIC 9(12) VALUE 0.
    05  WS-TOTAL-VALUE             PIC 9(15)V99 VALUE 0.
    05  WS-PREV-ITEM-CODE          PIC X(10) VALUE SPACES.
    05  WS-T-DETAIL-COUNT          PIC 9(7) VALUE 0.
    05  WS-T-QTY-HASH              PIC 9(12) VALUE 0.
    05  WS-T-TOTAL-VALUE           PIC 9(15)V99 VALUE 0.
    05  WS-LF-DETAIL-COUNT         PIC 9(7) VALUE 0.

01  WS-ABC-OPTIONS.
    05  WS-A-CUTOFF                PIC 9(3)V9 VALUE 80.0.
    05  WS-B-CUTOFF                PIC 9(3)V9 VALUE 95.0.
    05  WS-MARGIN                  PIC 9(2)V9 VALUE 2.0.
    05  WS-INTERVAL-VALUES.
        10  FILLER                 PIC 9(3) VALUE 30.
        10  FILLER                 PIC 9(3) VALUE 90.
        10  FILLER                 PIC 9(3) VALUE 365.
    05  WS-INTERVAL-TBL REDEFINES WS-INTERVAL-VALUES.
        10  WS-CLASS-INTERVAL OCCURS 3 TIMES
                                   PIC 9(3).
    05  WS-CLASS-CODES             PIC X(03) VALUE "ABC".

01  WS-ITEM-AREA.
      *> One entry per ITFFILE detail, in the file's item-code order,
      *> filled in as the ranking returns each item.
    05  WS-ITEM-MAX                PIC 9(5) VALUE 99999.
    05  WS-ITEM-COUNT              PIC 9(5) VALUE 0.
    05  WS-ITEM-IDX                PIC 9(5) VALUE 0.
    05  WS-ITEM-ENTRY OCCURS 99999 TIMES.
        10  WS-ITM-CODE            PIC X(10).
        10  WS-ITM-CLASS-IDX       PIC 9(1).
        10  WS-ITM-PRIOR-CLASS     PIC X(01).
        10  WS-ITM-RANK            PIC 9(5).
        10  WS-ITM-VALUE           PIC 9(15)V99.
        10  WS-ITM-CUM-PCT         PIC 9(3)V99.
        10  WS-ITM-NEXT-DUE        PIC 9(8).
        10  WS-ITM-DUE-SW          PIC X(01).
            88  WS-ITM-DUE             VALUE "Y".

01  WS-PRIOR-AREA.
      *> Last run's classes, in item-code order for the binary search.
    05  WS-PRIOR-MAX               PIC 9(5) VALUE 99999.
    05  WS-PRIOR-COUNT             PIC 9(5) VALUE 0.
    05  WS-PRIOR-IDX               PIC 9(5) VALUE 0.
    05  WS-PRIOR-ENTRY OCCURS 99999 TIMES.
        10  WS-PRI-CODE            PIC X(10).
        10  WS-PRI-CLASS           PIC X(01).
        10  WS-PRI-NEXT-DUE        PIC 9(8).
        10  WS-PRI-MATCHED         PIC X(01).

01  WS-SEARCH-AREA.
    05  WS-SEARCH-KEY              PIC X(10) VALUE SPACES.
    05  WS-BSRCH-LO                PIC 9(5) VALUE 0.
    05  WS-BSRCH-HI                PIC 9(5) VALUE 0.
    05  WS-BSRCH-MID               PIC 9(5) VALUE 0.

01  WS-RANKING-AREA.
    05  WS-RANK                    PIC 9(5) VALUE 0.
    05  WS-CUM-VALUE               PIC 9(15)V99 VALUE 0.
    05  WS-POS-PCT                 PIC 9(3)V99 VALUE 0.
    05  WS-CUM-PCT                 PIC 9(3)V99 VALUE 0.
    05  WS-BOUND-A                 PIC S9(3)V99 VALUE 0.
    05  WS-BOUND-B                 PIC S9(3)V99 VALUE 0.
    05  WS-RAW-CLASS               PIC 9(1) VALUE 0.
    05  WS-PRIOR-CLASS-IDX         PIC 9(1) VALUE 0.
    05  WS-FINAL-CLASS             PIC 9(1) VALUE 0.
    05  WS-NEXT-DUE                PIC 9(8) VALUE 0.
    05  WS-CAP-DATE                PIC 9(8) VALUE 0.
    05  WS-RUN-DATE-INT            PIC 9(7) VALUE 0.
    05  WS-MOVED-COUNT             PIC 9(7) VALUE 0.
    05  WS-HELD-COUNT              PIC 9(7) VALUE 0.
    05  WS-NEW-COUNT               PIC 9(7) VALUE 0.
    05  WS-DROPPED-COUNT           PIC 9(7) VALUE 0.
    05  WS-SCHED-COUNT             PIC 9(7) VALUE 0.

01  WS-CLASS-TOTALS.
    05  WS-CLS-ENTRY OCCURS 3 TIMES.
        10  WS-CLS-ITEMS           PIC 9(7).
        10  WS-CLS-VALUE           PIC 9(15)V99.
        10  WS-CLS-DUE             PIC 9(7).
    05  WS-CLS-IDX                 PIC 9(1) VALUE 0.

01  WS-WAREHOUSE-AREA.
      *> Pareto by warehouse: one row per location met on the
      *> warehouse pass, split by class.
    05  WS-WHS-MAX                 PIC 9(2) VALUE 20.
    05  WS-WHS-COUNT               PIC 9(2) VALUE 0.
    05  WS-WHS-IDX                 PIC 9(2) VALUE 0.
    05  WS-WHS-SCAN                PIC 9(2) VALUE 0.
    05  WS-WHS-GRAND-ITEMS         PIC 9(7) VALUE 0.
    05  WS-WHS-GRAND-VALUE         PIC 9(15)V99 VALUE 0.
    05  WS-WHS-ENTRY OCCURS 20 TIMES.
        10  WS-WHS-LOCATION        PIC X(03).
        10  WS-WHS-ITEMS           PIC 9(7).
        10  WS-WHS-VALUE           PIC 9(15)V99.
        10  WS-WHS-DUE             PIC 9(7).
        10  WS-WHS-CLS OCCURS 3 TIMES.
            15  WS-WHS-CLS-ITEMS   PIC 9(7).
            15  WS-WHS-CLS-VALUE   PIC 9(15)V99.
            15  WS-WHS-CLS-DUE     PIC 9(7).

01  WS-ROW-AREA.
      *> One item-at-warehouse row for the warehouse pass, from
      *> ITFLOCN or ITFFILE.
    05  WS-ROW-CODE                PIC X(10) VALUE SPACES.
    05  WS-ROW-LOCATION            PIC X(03) VALUE SPACES.
    05  WS-ROW-QTY                 PIC 9(7) VALUE 0.
    05  WS-ROW-VALUE               PIC 9(15)V99 VALUE 0.

01  WS-PARETO-LINE-AREA.
    05  WS-PL-LABEL                PIC X(12) VALUE SPACES.
    05  WS-PL-ITEMS                PIC 9(7) VALUE 0.
    05  WS-PL-ITEMS-BASE           PIC 9(7) VALUE 0.
    05  WS-PL-VALUE                PIC 9(15)V99 VALUE 0.
    05  WS-PL-VALUE-BASE           PIC 9(15)V99 VALUE 0.
    05  WS-PL-DUE                  PIC 9(7) VALUE 0.
    05  WS-PL-PCT                  PIC 9(3)V9 VALUE 0.

01  WS-EDIT-FIELDS.
    05  WS-ED-COUNT                PIC Z(6)9.
    05  WS-ED-ITEM-PCT             PIC ZZ9.9.
    05  WS-ED-VALUE                PIC Z(14)9.99.
    05  WS-ED-VALUE-PCT            PIC ZZ9.9.
    05  WS-ED-DUE                  PIC Z(6)9.
    05  WS-ED-CUTOFF-A             PIC ZZ9.9.
    05  WS-ED-CUTOFF-B             PIC ZZ9.9.
    05  WS-ED-MARGIN               PIC Z9.9.
    05  WS-RETURN-CODE             PIC 9(2) VALUE 0.

PROCEDURE DIVISION.

    OPEN OUTPUT ABC-RPT
    IF WS-AR-STATUS NOT = "00"
        DISPLAY "ABCCLASS: unable to open ABC-RPT, status "
                WS-AR-STATUS
    END-IF

    PERFORM 0100-VERIFY-INTERFACE

    MOVE SPACES TO AR-REPORT-LINE
    STRING "ABC CLASSIFICATION - PUBLISHED RUN " WS-PUB-RUN-DATE " "
        WS-PUB-RUN-TIME
        DELIMITED BY SIZE INTO AR-REPORT-LINE
    PERFORM 0900-WRITE-ABC-LINE

    IF WS-FILE-BAD
        MOVE "*** ITFFILE FAILED VERIFICATION - NOTHING CLASSIFIED"
            TO AR-REPORT-LINE
        PERFORM 0900-WRITE-ABC-LINE
        SET WS-RUN-FAILED TO TRUE
        PERFORM 0800-END-OF-JOB
    END-IF
    IF WS-DETAIL-COUNT > WS-ITEM-MAX
        MOVE SPACES TO AR-REPORT-LINE
        STRING "*** " WS-DETAIL-COUNT " ITEMS EXCEED THE TABLE OF "
            WS-ITEM-MAX " - NOTHING CLASSIFIED"
            DELIMITED BY SIZE INTO AR-REPORT-LINE
        PERFORM 0900-WRITE-ABC-LINE
        SET WS-RUN-FAILED TO TRUE
        PERFORM 0800-END-OF-JOB
    END-IF

    PERFORM 0150-LOAD-ABC-PARAMETERS
    PERFORM 0170-LOAD-PRIOR-CLASSES

    PERFORM VARYING WS-CLS-IDX FROM 1 BY 1 UNTIL WS-CLS-IDX > 3
        MOVE 0 TO WS-CLS-ITEMS(WS-CLS-IDX)
        MOVE 0 TO WS-CLS-VALUE(WS-CLS-IDX)
        MOVE 0 TO WS-CLS-DUE(WS-CLS-IDX)
    END-PERFORM

    COMPUTE WS-RUN-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-PUB-RUN-DATE)

    SORT RANK-WORK
        ON DESCENDING KEY RW-EXT-VALUE
        ON ASCENDING KEY RW-ITEM-CODE
        INPUT PROCEDURE IS 0200-RELEASE-DETAILS
        OUTPUT PROCEDURE IS 0300-RANK-ITEMS
    IF WS-RUN-FAILED
        MOVE "*** ITFFILE NOT REREAD - NOTHING CLASSIFIED"
            TO AR-REPORT-LINE
        PERFORM 0900-WRITE-ABC-LINE
        PERFORM 0800-END-OF-JOB
    END-IF

    PERFORM 0400-WRITE-CLASSIFICATION-FILE
    PERFORM 0450-CHECK-LOCATION-FILE

    SORT SCHED-WORK
        ON ASCENDING KEY SW-LOCATION SW-CLASS SW-ITEM-CODE
        INPUT PROCEDURE IS 0500-RELEASE-SCHEDULE
        GIVING COUNT-SCHEDULE
    IF WS-RUN-FAILED
        MOVE "*** WAREHOUSE PASS NOT READ - COUNT SCHEDULE INCOMPLETE"
            TO AR-REPORT-LINE
        PERFORM 0900-WRITE-ABC-LINE
    END-IF

    PERFORM 0600-PRINT-PARETO

    PERFORM 0800-END-OF-JOB.

0100-VERIFY-INTERFACE.
      *> Header first, one trailer last, details in item-code order,
      *> and the trailer's count, quantity hash and valuation matching
      *> a re-count - the same proof ITFDIST applies.
    OPEN INPUT INTERFACE-FILE
    IF WS-IF-STATUS NOT = "00"
        MOVE SPACES TO AR-REPORT-LINE
        STRING "*** UNABLE TO OPEN ITFFILE, STATUS " WS-IF-STATUS
            DELIMITED BY SIZE INTO AR-REPORT-LINE
        PERFORM 0900-WRITE-ABC-LINE
        SET WS-FILE-BAD TO TRUE
    ELSE
        PERFORM UNTIL WS-EOF
            READ INTERFACE-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-REC-NUM
                    PERFORM 0110-CHECK-RECORD
            END-READ
        END-PERFORM
        CLOSE INTERFACE-FILE
        IF NOT WS-HEADER-SEEN
            MOVE "*** NO HEADER RECORD" TO AR-REPORT-LINE
            PERFORM 0900-WRITE-ABC-LINE
            SET WS-FILE-BAD TO TRUE
        END-IF
        IF NOT WS-TRAILER-SEEN
            MOVE "*** NO TRAILER RECORD - FILE TRUNCATED"
                TO AR-REPORT-LINE
            PERFORM 0900-WRITE-ABC-LINE
            SET WS-FILE-BAD TO TRUE
        ELSE
            IF WS-DETAIL-COUNT NOT = WS-T-DETAIL-COUNT
             OR WS-QTY-HASH NOT = WS-T-QTY-HASH
             OR WS-TOTAL-VALUE NOT = WS-T-TOTAL-VALUE
                MOVE SPACES TO AR-REPORT-LINE
                STRING "*** DETAILS " WS-DETAIL-COUNT
                    " DO NOT FOOT TO TRAILER " WS-T-DETAIL-COUNT
                    DELIMITED BY SIZE INTO AR-REPORT-LINE
                PERFORM 0900-WRITE-ABC-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
        END-IF
    END-IF.

0110-CHECK-RECORD.
    EVALUATE IF-H-TYPE
        WHEN "H"
            IF WS-REC-NUM NOT = 1
                MOVE "*** HEADER RECORD NOT FIRST" TO AR-REPORT-LINE
                PERFORM 0900-WRITE-ABC-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
            SET WS-HEADER-SEEN TO TRUE
            MOVE IF-H-RUN-DATE TO WS-PUB-RUN-DATE
            MOVE IF-H-RUN-TIME TO WS-PUB-RUN-TIME
        WHEN "D"
            IF WS-TRAILER-SEEN
                MOVE "*** DETAIL RECORD AFTER TRAILER"
                    TO AR-REPORT-LINE
                PERFORM 0900-WRITE-ABC-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
            IF IF-ITEM-CODE NOT > WS-PREV-ITEM-CODE
             AND WS-DETAIL-COUNT > 0
                MOVE SPACES TO AR-REPORT-LINE
                STRING "*** OUT OF ITEM-CODE ORDER AT RECORD "
                    WS-REC-NUM
                    DELIMITED BY SIZE INTO AR-REPORT-LINE
                PERFORM 0900-WRITE-ABC-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
            MOVE IF-ITEM-CODE TO WS-PREV-ITEM-CODE
            ADD 1 TO WS-DETAIL-COUNT
            ADD IF-ITEM-QTY-ON-HAND TO WS-QTY-HASH
            ADD IF-EXT-VALUE TO WS-TOTAL-VALUE
        WHEN "T"
            IF WS-TRAILER-SEEN
                MOVE "*** MORE THAN ONE TRAILER RECORD"
                    TO AR-REPORT-LINE
                PERFORM 0900-WRITE-ABC-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
            SET WS-TRAILER-SEEN TO TRUE
            MOVE IF-T-DETAIL-COUNT TO WS-T-DETAIL-COUNT
            MOVE IF-T-QTY-HASH TO WS-T-QTY-HASH
            MOVE IF-T-TOTAL-VALUE TO WS-T-TOTAL-VALUE
        WHEN OTHER
            MOVE SPACES TO AR-REPORT-LINE
            STRING "*** UNKNOWN RECORD TYPE " IF-H-TYPE
                " AT RECORD " WS-REC-NUM
                DELIMITED BY SIZE INTO AR-REPORT-LINE
            PERFORM 0900-WRITE-ABC-LINE
            SET WS-FILE-BAD TO TRUE
    END-EVALUATE.

0150-LOAD-ABC-PARAMETERS.
      *> Each field is taken only when numeric. Cut-offs that do not
      *> make sense together (A not below B, B over 100) or a zero
      *> interval fall back to the defaults with a warning.
    OPEN INPUT ABC-PARAMETERS
    IF WS-AP-STATUS = "00"
        READ ABC-PARAMETERS
            AT END
                MOVE "ABCPARM EMPTY - DEFAULT CUT-OFFS AND INTERVALS"
                    TO AR-REPORT-LINE
                PERFORM 0900-WRITE-ABC-LINE
            NOT AT END
                IF AP-A-CUTOFF-PCT IS NUMERIC
                    MOVE AP-A-CUTOFF-PCT TO WS-A-CUTOFF
                END-IF
                IF AP-B-CUTOFF-PCT IS NUMERIC
                    MOVE AP-B-CUTOFF-PCT TO WS-B-CUTOFF
                END-IF
                IF AP-MARGIN-PCT IS NUMERIC
                    MOVE AP-MARGIN-PCT TO WS-MARGIN
                END-IF
                IF AP-A-INTERVAL-DAYS IS NUMERIC
                    MOVE AP-A-INTERVAL-DAYS TO WS-CLASS-INTERVAL(1)
                END-IF
                IF AP-B-INTERVAL-DAYS IS NUMERIC
                    MOVE AP-B-INTERVAL-DAYS TO WS-CLASS-INTERVAL(2)
                END-IF
                IF AP-C-INTERVAL-DAYS IS NUMERIC
                    MOVE AP-C-INTERVAL-DAYS TO WS-CLASS-INTERVAL(3)
                END-IF
        END-READ
        CLOSE ABC-PARAMETERS
    ELSE
        MOVE SPACES TO AR-REPORT-LINE
        STRING "NO ABCPARM (STATUS " WS-AP-STATUS
            ") - DEFAULT CUT-OFFS AND INTERVALS"
            DELIMITED BY SIZE INTO AR-REPORT-LINE
        PERFORM 0900-WRITE-ABC-LINE
    END-IF

    IF WS-A-CUTOFF = 0 OR WS-A-CUTOFF NOT < WS-B-CUTOFF
     OR WS-B-CUTOFF > 100
        MOVE "*** ABCPARM CUT-OFFS INCONSISTENT - DEFAULTS USED"
            TO AR-REPORT-LINE
        PERFORM 0900-WRITE-ABC-LINE
        MOVE 80.0 TO WS-A-CUTOFF
        MOVE 95.0 TO WS-B-CUTOFF
        SET WS-RUN-WARNED TO TRUE
    END-IF
    IF WS-CLASS-INTERVAL(1) = 0 OR WS-CLASS-INTERVAL(2) = 0
     OR WS-CLASS-INTERVAL(3) = 0
        MOVE "*** ABCPARM ZERO COUNT INTERVAL - DEFAULTS USED"
            TO AR-REPORT-LINE
        PERFORM 0900-WRITE-ABC-LINE
        MOVE 30 TO WS-CLASS-INTERVAL(1)
        MOVE 90 TO WS-CLASS-INTERVAL(2)
        MOVE 365 TO WS-CLASS-INTERVAL(3)
        SET WS-RUN-WARNED TO TRUE
    END-IF

    MOVE WS-A-CUTOFF TO WS-ED-CUTOFF-A
    MOVE WS-B-CUTOFF TO WS-ED-CUTOFF-B
    MOVE WS-MARGIN TO WS-ED-MARGIN
    MOVE SPACES TO AR-REPORT-LINE
    STRING "CUT-OFFS A " WS-ED-CUTOFF-A "%  B " WS-ED-CUTOFF-B
        "%  MARGIN " WS-ED-MARGIN "%   COUNT EVERY A "
        WS-CLASS-INTERVAL(1) " B " WS-CLASS-INTERVAL(2)
        " C " WS-CLASS-INTERVAL(3) " DAYS"
        DELIMITED BY SIZE INTO AR-REPORT-LINE
    PERFORM 0900-WRITE-ABC-LINE.

0170-LOAD-PRIOR-CLASSES.
      *> No ABCPRIOR is a first run: every item is classed on value
      *> alone and is due for counting now. A prior file out of
      *> item-code order, or too big for the table, is set aside the
      *> same way, with a warning.
    OPEN INPUT ABC-PRIOR
    IF WS-PR-STATUS NOT = "00"
        MOVE SPACES TO AR-REPORT-LINE
        STRING "NO PRIOR CLASSIFICATION (ABCPRIOR STATUS "
            WS-PR-STATUS ") - CLASSED ON VALUE ALONE"
            DELIMITED BY SIZE INTO AR-REPORT-LINE
        PERFORM 0900-WRITE-ABC-LINE
    ELSE
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ ABC-PRIOR
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM 0175-TAKE-PRIOR-RECORD
            END-READ
        END-PERFORM
        CLOSE ABC-PRIOR
        MOVE SPACES TO AR-REPORT-LINE
        STRING "PRIOR CLASSIFICATION: " WS-PRIOR-COUNT " ITEMS"
            DELIMITED BY SIZE INTO AR-REPORT-LINE
        PERFORM 0900-WRITE-ABC-LINE
    END-IF.

0175-TAKE-PRIOR-RECORD.
    EVALUATE TRUE
        WHEN WS-PRIOR-COUNT >= WS-PRIOR-MAX
            MOVE "*** ABCPRIOR EXCEEDS THE TABLE - SET ASIDE"
                TO AR-REPORT-LINE
            PERFORM 0900-WRITE-ABC-LINE
            MOVE 0 TO WS-PRIOR-COUNT
            SET WS-RUN-WARNED TO TRUE
            SET WS-EOF TO TRUE
        WHEN WS-PRIOR-COUNT > 0
         AND PR-ITEM-CODE NOT > WS-PRI-CODE(WS-PRIOR-COUNT)
            MOVE "*** ABCPRIOR OUT OF ITEM-CODE ORDER - SET ASIDE"
                TO AR-REPORT-LINE
            PERFORM 0900-WRITE-ABC-LINE
            MOVE 0 TO WS-PRIOR-COUNT
            SET WS-RUN-WARNED TO TRUE
            SET WS-EOF TO TRUE
        WHEN OTHER
            ADD 1 TO WS-PRIOR-COUNT
            MOVE PR-ITEM-CODE TO WS-PRI-CODE(WS-PRIOR-COUNT)
            MOVE PR-CLASS TO WS-PRI-CLASS(WS-PRIOR-COUNT)
            IF PR-NEXT-COUNT-DATE IS NUMERIC
                MOVE PR-NEXT-COUNT-DATE
                    TO WS-PRI-NEXT-DUE(WS-PRIOR-COUNT)
            ELSE
                MOVE 0 TO WS-PRI-NEXT-DUE(WS-PRIOR-COUNT)
            END-IF
            MOVE "N" TO WS-PRI-MATCHED(WS-PRIOR-COUNT)
    END-EVALUATE.

0200-RELEASE-DETAILS.
      *> Every detail goes to the ranking with its position in the
      *> file, which is its slot in the item table.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT INTERFACE-FILE
    IF WS-IF-STATUS NOT = "00"
        MOVE SPACES TO AR-REPORT-LINE
        STRING "*** UNABLE TO REOPEN ITFFILE, STATUS " WS-IF-STATUS
            DELIMITED BY SIZE INTO AR-REPORT-LINE
        PERFORM 0900-WRITE-ABC-LINE
        SET WS-RUN-FAILED TO TRUE
        SET WS-EOF TO TRUE
    END-IF
    PERFORM UNTIL WS-EOF
        READ INTERFACE-FILE
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                IF IF-D-TYPE = "D"
                    ADD 1 TO WS-ITEM-COUNT
                    MOVE IF-ITEM-CODE TO WS-ITM-CODE(WS-ITEM-COUNT)
                    MOVE IF-EXT-VALUE TO RW-EXT-VALUE
                    MOVE IF-ITEM-CODE TO RW-ITEM-CODE
                    MOVE WS-ITEM-COUNT TO RW-SEQ
                    RELEASE RW-RECORD
                END-IF
        END-READ
    END-PERFORM
    IF WS-IF-STATUS = "00" OR WS-IF-STATUS = "10"
        CLOSE INTERFACE-FILE
    END-IF.

0300-RANK-ITEMS.
    PERFORM UNTIL WS-RW-EOF
        RETURN RANK-WORK
            AT END
                SET WS-RW-EOF TO TRUE
            NOT AT END
                PERFORM 0310-CLASSIFY-ITEM
        END-RETURN
    END-PERFORM.

0310-CLASSIFY-ITEM.
      *> An item's position is the share of total value ranked above
      *> it, so the item that carries the running total over a
      *> cut-off still falls inside that class. With a prior class,
      *> each cut-off is moved by the margin in the prior class's
      *> favour - the item changes class only when it clears the
      *> cut-off by more than the margin.
    ADD 1 TO WS-RANK
    IF WS-TOTAL-VALUE > 0
        COMPUTE WS-POS-PCT ROUNDED =
            WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
        ADD RW-EXT-VALUE TO WS-CUM-VALUE
        COMPUTE WS-CUM-PCT ROUNDED =
            WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
    ELSE
        MOVE 100 TO WS-POS-PCT
        MOVE 100 TO WS-CUM-PCT
    END-IF

    EVALUATE TRUE
        WHEN WS-POS-PCT < WS-A-CUTOFF
            MOVE 1 TO WS-RAW-CLASS
        WHEN WS-POS-PCT < WS-B-CUTOFF
            MOVE 2 TO WS-RAW-CLASS
        WHEN OTHER
            MOVE 3 TO WS-RAW-CLASS
    END-EVALUATE

    MOVE RW-SEQ TO WS-ITEM-IDX
    MOVE RW-ITEM-CODE TO WS-SEARCH-KEY
    PERFORM 0320-SEARCH-PRIOR-TABLE
    MOVE 0 TO WS-PRIOR-CLASS-IDX
    IF WS-PRIOR-HIT
        MOVE "Y" TO WS-PRI-MATCHED(WS-PRIOR-IDX)
        EVALUATE WS-PRI-CLASS(WS-PRIOR-IDX)
            WHEN "A"
                MOVE 1 TO WS-PRIOR-CLASS-IDX
            WHEN "B"
                MOVE 2 TO WS-PRIOR-CLASS-IDX
            WHEN "C"
                MOVE 3 TO WS-PRIOR-CLASS-IDX
            WHEN OTHER
                MOVE 0 TO WS-PRIOR-CLASS-IDX
        END-EVALUATE
    END-IF

    IF WS-PRIOR-CLASS-IDX = 0
        MOVE WS-RAW-CLASS TO WS-FINAL-CLASS
        ADD 1 TO WS-NEW-COUNT
        MOVE WS-PUB-RUN-DATE TO WS-NEXT-DUE
    ELSE
        IF WS-PRIOR-CLASS-IDX = 1
            COMPUTE WS-BOUND-A = WS-A-CUTOFF + WS-MARGIN
        ELSE
            COMPUTE WS-BOUND-A = WS-A-CUTOFF - WS-MARGIN
        END-IF
        IF WS-PRIOR-CLASS-IDX < 3
            COMPUTE WS-BOUND-B = WS-B-CUTOFF + WS-MARGIN
        ELSE
            COMPUTE WS-BOUND-B = WS-B-CUTOFF - WS-MARGIN
        END-IF
        EVALUATE TRUE
            WHEN WS-POS-PCT < WS-BOUND-A
                MOVE 1 TO WS-FINAL-CLASS
            WHEN WS-POS-PCT < WS-BOUND-B
                MOVE 2 TO WS-FINAL-CLASS
            WHEN OTHER
                MOVE 3 TO WS-FINAL-CLASS
        END-EVALUATE
        IF WS-FINAL-CLASS NOT = WS-RAW-CLASS
            ADD 1 TO WS-HELD-COUNT
        END-IF
        MOVE WS-PRI-NEXT-DUE(WS-PRIOR-IDX) TO WS-NEXT-DUE
        IF WS-NEXT-DUE = 0
            MOVE WS-PUB-RUN-DATE TO WS-NEXT-DUE
        END-IF
        IF WS-FINAL-CLASS NOT = WS-PRIOR-CLASS-IDX
            ADD 1 TO WS-MOVED-COUNT
            COMPUTE WS-CAP-DATE = FUNCTION DATE-OF-INTEGER(
                WS-RUN-DATE-INT + WS-CLASS-INTERVAL(WS-FINAL-CLASS))
            IF WS-NEXT-DUE > WS-CAP-DATE
                MOVE WS-CAP-DATE TO WS-NEXT-DUE
            END-IF
        END-IF
    END-IF

    MOVE WS-FINAL-CLASS TO WS-ITM-CLASS-IDX(WS-ITEM-IDX)
    IF WS-PRIOR-CLASS-IDX = 0
        MOVE SPACE TO WS-ITM-PRIOR-CLASS(WS-ITEM-IDX)
    ELSE
        MOVE WS-CLASS-CODES(WS-PRIOR-CLASS-IDX:1)
            TO WS-ITM-PRIOR-CLASS(WS-ITEM-IDX)
    END-IF
    MOVE WS-RANK TO WS-ITM-RANK(WS-ITEM-IDX)
    MOVE RW-EXT-VALUE TO WS-ITM-VALUE(WS-ITEM-IDX)
    MOVE WS-CUM-PCT TO WS-ITM-CUM-PCT(WS-ITEM-IDX)

      *> Due now when the next count date has come round; the one
      *> after falls a class interval on.
    IF WS-NEXT-DUE NOT > WS-PUB-RUN-DATE
        MOVE "Y" TO WS-ITM-DUE-SW(WS-ITEM-IDX)
        COMPUTE WS-NEXT-DUE = FUNCTION DATE-OF-INTEGER(
            WS-RUN-DATE-INT + WS-CLASS-INTERVAL(WS-FINAL-CLASS))
        ADD 1 TO WS-CLS-DUE(WS-FINAL-CLASS)
    ELSE
        MOVE "N" TO WS-ITM-DUE-SW(WS-ITEM-IDX)
    END-IF
    MOVE WS-NEXT-DUE TO WS-ITM-NEXT-DUE(WS-ITEM-IDX)

    ADD 1 TO WS-CLS-ITEMS(WS-FINAL-CLASS)
    ADD RW-EXT-VALUE TO WS-CLS-VALUE(WS-FINAL-CLASS).

0320-SEARCH-PRIOR-TABLE.
      *> Binary search of last run's classes on WS-SEARCH-KEY.
    MOVE "N" TO WS-PRIOR-HIT-SW
    MOVE 1 TO WS-BSRCH-LO
    MOVE WS-PRIOR-COUNT TO WS-BSRCH-HI
    PERFORM UNTIL WS-BSRCH-LO > WS-BSRCH-HI OR WS-PRIOR-HIT
        COMPUTE WS-BSRCH-MID =
            (WS-BSRCH-LO + WS-BSRCH-HI) / 2
        IF WS-PRI-CODE(WS-BSRCH-MID) = WS-SEARCH-KEY
            SET WS-PRIOR-HIT TO TRUE
            MOVE WS-BSRCH-MID TO WS-PRIOR-IDX
        ELSE
            IF WS-PRI-CODE(WS-BSRCH-MID) < WS-SEARCH-KEY
                COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
            ELSE
                COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
            END-IF
        END-IF
    END-PERFORM.

0330-SEARCH-ITEM-TABLE.
      *> Binary search of this run's items on WS-SEARCH-KEY; the
      *> table is in ITFFILE's item-code order.
    MOVE "N" TO WS-ITEM-HIT-SW
    MOVE 1 TO WS-BSRCH-LO
    MOVE WS-ITEM-COUNT TO WS-BSRCH-HI
    PERFORM UNTIL WS-BSRCH-LO > WS-BSRCH-HI OR WS-ITEM-HIT
        COMPUTE WS-BSRCH-MID =
            (WS-BSRCH-LO + WS-BSRCH-HI) / 2
        IF WS-ITM-CODE(WS-BSRCH-MID) = WS-SEARCH-KEY
            SET WS-ITEM-HIT TO TRUE
            MOVE WS-BSRCH-MID TO WS-ITEM-IDX
        ELSE
            IF WS-ITM-CODE(WS-BSRCH-MID) < WS-SEARCH-KEY
                COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
            ELSE
                COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
            END-IF
        END-IF
    END-PERFORM.

0400-WRITE-CLASSIFICATION-FILE.
    OPEN OUTPUT ABC-FILE
    IF WS-AB-STATUS NOT = "00"
        MOVE SPACES TO AR-REPORT-LINE
        STRING "*** UNABLE TO OPEN ABCFILE, STATUS " WS-AB-STATUS
            DELIMITED BY SIZE INTO AR-REPORT-LINE
        PERFORM 0900-WRITE-ABC-LINE
        SET WS-RUN-FAILED TO TRUE
    ELSE
        PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
            MOVE SPACES TO AB-RECORD
            MOVE WS-ITM-CODE(WS-ITEM-IDX) TO AB-ITEM-CODE
            MOVE WS-CLASS-CODES(WS-ITM-CLASS-IDX(WS-ITEM-IDX):1)
                TO AB-CLASS
            MOVE WS-ITM-PRIOR-CLASS(WS-ITEM-IDX) TO AB-PRIOR-CLASS
            MOVE WS-ITM-RANK(WS-ITEM-IDX) TO AB-RANK
            MOVE WS-ITM-VALUE(WS-ITEM-IDX) TO AB-EXT-VALUE
            MOVE WS-ITM-CUM-PCT(WS-ITEM-IDX) TO AB-CUM-PCT
            MOVE WS-ITM-NEXT-DUE(WS-ITEM-IDX) TO AB-NEXT-COUNT-DATE
            MOVE WS-PUB-RUN-DATE TO AB-RUN-DATE
            MOVE WS-PUB-RUN-TIME TO AB-RUN-TIME
            WRITE AB-RECORD
        END-PERFORM
        CLOSE ABC-FILE
    END-IF

    PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
            UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
        IF WS-PRI-MATCHED(WS-PRIOR-IDX) NOT = "Y"
            ADD 1 TO WS-DROPPED-COUNT
        END-IF
    END-PERFORM.

0450-CHECK-LOCATION-FILE.
      *> ITFLOCN gives the true split by warehouse, but only when it
      *> is the same publish as ITFFILE and whole; otherwise each item
      *> is taken at its ITFFILE location.
    MOVE "N" TO WS-EOF-SW
    MOVE "N" TO WS-HEADER-SW
    MOVE "N" TO WS-TRAILER-SW
    MOVE 0 TO WS-LF-DETAIL-COUNT
    OPEN INPUT LOCATION-FILE
    IF WS-LF-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ LOCATION-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    EVALUATE LF-H-TYPE
                        WHEN "H"
                            IF LF-H-RUN-DATE = WS-PUB-RUN-DATE
                             AND LF-H-RUN-TIME = WS-PUB-RUN-TIME
                                SET WS-HEADER-SEEN TO TRUE
                            END-IF
                        WHEN "D"
                            ADD 1 TO WS-LF-DETAIL-COUNT
                        WHEN "T"
                            IF LF-T-DETAIL-COUNT = WS-LF-DETAIL-COUNT
                                SET WS-TRAILER-SEEN TO TRUE
                            END-IF
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE LOCATION-FILE
    END-IF
    IF WS-HEADER-SEEN AND WS-TRAILER-SEEN
        SET WS-USE-LOCN TO TRUE
        MOVE "WAREHOUSE SPLIT FROM ITFLOCN" TO AR-REPORT-LINE
    ELSE
        MOVE SPACES TO AR-REPORT-LINE
        STRING "WAREHOUSE SPLIT FROM ITFFILE LOCATION - ITFLOCN NOT "
            "USABLE FOR THIS PUBLISH"
            DELIMITED BY SIZE INTO AR-REPORT-LINE
    END-IF
    PERFORM 0900-WRITE-ABC-LINE.

0500-RELEASE-SCHEDULE.
      *> The warehouse pass: every item-at-warehouse row feeds the
      *> warehouse Pareto, and a row whose item is due goes to the
      *> count schedule.
    MOVE "N" TO WS-EOF-SW
    IF WS-USE-LOCN
        OPEN INPUT LOCATION-FILE
        IF WS-LF-STATUS NOT = "00"
            MOVE SPACES TO AR-REPORT-LINE
            STRING "*** UNABLE TO REOPEN ITFLOCN, STATUS " WS-LF-STATUS
                DELIMITED BY SIZE INTO AR-REPORT-LINE
            PERFORM 0900-WRITE-ABC-LINE
            SET WS-RUN-FAILED TO TRUE
            SET WS-EOF TO TRUE
        END-IF
        PERFORM UNTIL WS-EOF
            READ LOCATION-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF LF-D-TYPE = "D"
                        MOVE LF-ITEM-CODE TO WS-ROW-CODE
                        MOVE LF-LOCATION TO WS-ROW-LOCATION
                        MOVE LF-QTY-ON-HAND TO WS-ROW-QTY
                        MOVE LF-EXT-VALUE TO WS-ROW-VALUE
                        PERFORM 0510-TAKE-WAREHOUSE-ROW
                    END-IF
            END-READ
        END-PERFORM
        IF WS-LF-STATUS = "00" OR WS-LF-STATUS = "10"
            CLOSE LOCATION-FILE
        END-IF
    ELSE
        OPEN INPUT INTERFACE-FILE
        IF WS-IF-STATUS NOT = "00"
            MOVE SPACES TO AR-REPORT-LINE
            STRING "*** UNABLE TO REOPEN ITFFILE, STATUS " WS-IF-STATUS
                DELIMITED BY SIZE INTO AR-REPORT-LINE
            PERFORM 0900-WRITE-ABC-LINE
            SET WS-RUN-FAILED TO TRUE
            SET WS-EOF TO TRUE
        END-IF
        PERFORM UNTIL WS-EOF
            READ INTERFACE-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF IF-D-TYPE = "D"
                        MOVE IF-ITEM-CODE TO WS-ROW-CODE
                        MOVE IF-LOCATION TO WS-ROW-LOCATION
                        MOVE IF-ITEM-QTY-ON-HAND TO WS-ROW-QTY
                        MOVE IF-EXT-VALUE TO WS-ROW-VALUE
                        PERFORM 0510-TAKE-WAREHOUSE-ROW
                    END-IF
            END-READ
        END-PERFORM
        IF WS-IF-STATUS = "00" OR WS-IF-STATUS = "10"
            CLOSE INTERFACE-FILE
        END-IF
    END-IF.

0510-TAKE-WAREHOUSE-ROW.
    MOVE WS-ROW-CODE TO WS-SEARCH-KEY
    PERFORM 0330-SEARCH-ITEM-TABLE
    IF NOT WS-ITEM-HIT
        DISPLAY "ABCCLASS: " WS-ROW-CODE " at " WS-ROW-LOCATION
                " not on ITFFILE - not scheduled"
    ELSE
        MOVE WS-ITM-CLASS-IDX(WS-ITEM-IDX) TO WS-CLS-IDX
        MOVE 0 TO WS-WHS-IDX
        PERFORM VARYING WS-WHS-SCAN FROM 1 BY 1
                UNTIL WS-WHS-SCAN > WS-WHS-COUNT
            IF WS-WHS-LOCATION(WS-WHS-SCAN) = WS-ROW-LOCATION
                MOVE WS-WHS-SCAN TO WS-WHS-IDX
            END-IF
        END-PERFORM
        IF WS-WHS-IDX = 0 AND WS-WHS-COUNT < WS-WHS-MAX
            ADD 1 TO WS-WHS-COUNT
            MOVE WS-WHS-COUNT TO WS-WHS-IDX
            MOVE WS-ROW-LOCATION TO WS-WHS-LOCATION(WS-WHS-IDX)
            MOVE 0 TO WS-WHS-ITEMS(WS-WHS-IDX)
            MOVE 0 TO WS-WHS-VALUE(WS-WHS-IDX)
            MOVE 0 TO WS-WHS-DUE(WS-WHS-IDX)
            PERFORM VARYING WS-WHS-SCAN FROM 1 BY 1 UNTIL WS-WHS-SCAN > 3
                MOVE 0 TO WS-WHS-CLS-ITEMS(WS-WHS-IDX, WS-WHS-SCAN)
                MOVE 0 TO WS-WHS-CLS-VALUE(WS-WHS-IDX, WS-WHS-SCAN)
                MOVE 0 TO WS-WHS-CLS-DUE(WS-WHS-IDX, WS-WHS-SCAN)
            END-PERFORM
        END-IF
        ADD 1 TO WS-WHS-GRAND-ITEMS
        ADD WS-ROW-VALUE TO WS-WHS-GRAND-VALUE
        IF WS-WHS-IDX = 0
            DISPLAY "ABCCLASS: more than " WS-WHS-MAX
                    " warehouses - " WS-ROW-LOCATION
                    " left out of the warehouse Pareto"
        ELSE
            ADD 1 TO WS-WHS-ITEMS(WS-WHS-IDX)
            ADD WS-ROW-VALUE TO WS-WHS-VALUE(WS-WHS-IDX)
            ADD 1 TO WS-WHS-CLS-ITEMS(WS-WHS-IDX, WS-CLS-IDX)
            ADD WS-ROW-VALUE TO WS-WHS-CLS-VALUE(WS-WHS-IDX, WS-CLS-IDX)
        END-IF
        IF WS-ITM-DUE(WS-ITEM-IDX)
            MOVE WS-ROW-LOCATION TO SW-LOCATION
            MOVE WS-CLASS-CODES(WS-CLS-IDX:1) TO SW-CLASS
            MOVE WS-ROW-CODE TO SW-ITEM-CODE
            MOVE WS-ROW-QTY TO SW-QTY-ON-HAND
            MOVE WS-PUB-RUN-DATE TO SW-DUE-DATE
            MOVE WS-PUB-RUN-DATE TO SW-RUN-DATE
            RELEASE SW-RECORD
            ADD 1 TO WS-SCHED-COUNT
            IF WS-WHS-IDX > 0
                ADD 1 TO WS-WHS-DUE(WS-WHS-IDX)
                ADD 1 TO WS-WHS-CLS-DUE(WS-WHS-IDX, WS-CLS-IDX)
            END-IF
        END-IF
    END-IF.

0600-PRINT-PARETO.
    MOVE SPACES TO AR-REPORT-LINE
    PERFORM 0900-WRITE-ABC-LINE
    MOVE "BY CLASS       ITEMS ITEM%              VALUE  VAL%    DUE"
        TO AR-REPORT-LINE
    PERFORM 0900-WRITE-ABC-LINE
    PERFORM VARYING WS-CLS-IDX FROM 1 BY 1 UNTIL WS-CLS-IDX > 3
        MOVE SPACES TO WS-PL-LABEL
        STRING "  CLASS " WS-CLASS-CODES(WS-CLS-IDX:1)
            DELIMITED BY SIZE INTO WS-PL-LABEL
        MOVE WS-CLS-ITEMS(WS-CLS-IDX) TO WS-PL-ITEMS
        MOVE WS-ITEM-COUNT TO WS-PL-ITEMS-BASE
        MOVE WS-CLS-VALUE(WS-CLS-IDX) TO WS-PL-VALUE
        MOVE WS-TOTAL-VALUE TO WS-PL-VALUE-BASE
        MOVE WS-CLS-DUE(WS-CLS-IDX) TO WS-PL-DUE
        PERFORM 0690-WRITE-PARETO-LINE
    END-PERFORM
    MOVE "  TOTAL" TO WS-PL-LABEL
    MOVE WS-ITEM-COUNT TO WS-PL-ITEMS
    MOVE WS-TOTAL-VALUE TO WS-PL-VALUE
    COMPUTE WS-PL-DUE = WS-CLS-DUE(1) + WS-CLS-DUE(2) + WS-CLS-DUE(3)
    PERFORM 0690-WRITE-PARETO-LINE

    MOVE SPACES TO AR-REPORT-LINE
    PERFORM 0900-WRITE-ABC-LINE
    MOVE "BY WAREHOUSE   ITEMS ITEM%              VALUE  VAL%    DUE"
        TO AR-REPORT-LINE
    PERFORM 0900-WRITE-ABC-LINE
    PERFORM VARYING WS-WHS-IDX FROM 1 BY 1
            UNTIL WS-WHS-IDX > WS-WHS-COUNT
        MOVE SPACES TO WS-PL-LABEL
        STRING "  " WS-WHS-LOCATION(WS-WHS-IDX)
            DELIMITED BY SIZE INTO WS-PL-LABEL
        MOVE WS-WHS-ITEMS(WS-WHS-IDX) TO WS-PL-ITEMS
        MOVE WS-WHS-GRAND-ITEMS TO WS-PL-ITEMS-BASE
        MOVE WS-WHS-VALUE(WS-WHS-IDX) TO WS-PL-VALUE
        MOVE WS-WHS-GRAND-VALUE TO WS-PL-VALUE-BASE
        MOVE WS-WHS-DUE(WS-WHS-IDX) TO WS-PL-DUE
        PERFORM 0690-WRITE-PARETO-LINE
        PERFORM VARYING WS-CLS-IDX FROM 1 BY 1 UNTIL WS-CLS-IDX > 3
            MOVE SPACES TO WS-PL-LABEL
            STRING "    CLASS " WS-CLASS-CODES(WS-CLS-IDX:1)
                DELIMITED BY SIZE INTO WS-PL-LABEL
            MOVE WS-WHS-CLS-ITEMS(WS-WHS-IDX, WS-CLS-IDX)
                TO WS-PL-ITEMS
            MOVE WS-WHS-ITEMS(WS-WHS-IDX) TO WS-PL-ITEMS-BASE
            MOVE WS-WHS-CLS-VALUE(WS-WHS-IDX, WS-CLS-IDX)
                TO WS-PL-VALUE
            MOVE WS-WHS-VALUE(WS-WHS-IDX) TO WS-PL-VALUE-BASE
            MOVE WS-WHS-CLS-DUE(WS-WHS-IDX, WS-CLS-IDX) TO WS-PL-DUE
            PERFORM 0690-WRITE-PARETO-LINE
        END-PERFORM
    END-PERFORM

    MOVE SPACES TO AR-REPORT-LINE
    PERFORM 0900-WRITE-ABC-LINE
    MOVE SPACES TO AR-REPORT-LINE
    STRING "CLASS CHANGES " WS-MOVED-COUNT
        "  HELD BY MARGIN " WS-HELD-COUNT
        "  NEW ITEMS " WS-NEW-COUNT
        "  GONE " WS-DROPPED-COUNT
        DELIMITED BY SIZE INTO AR-REPORT-LINE
    PERFORM 0900-WRITE-ABC-LINE
    MOVE SPACES TO AR-REPORT-LINE
    STRING "COUNT SCHEDULE RECORDS " WS-SCHED-COUNT
        DELIMITED BY SIZE INTO AR-REPORT-LINE
    PERFORM 0900-WRITE-ABC-LINE.

0690-WRITE-PARETO-LINE.
      *> Label, items and their share of the base count, value and
      *> its share of the base value, items due for counting.
    MOVE WS-PL-ITEMS TO WS-ED-COUNT
    MOVE 0 TO WS-PL-PCT
    IF WS-PL-ITEMS-BASE > 0
        COMPUTE WS-PL-PCT ROUNDED = WS-PL-ITEMS * 100 / WS-PL-ITEMS-BASE
    END-IF
    MOVE WS-PL-PCT TO WS-ED-ITEM-PCT
    MOVE WS-PL-VALUE TO WS-ED-VALUE
    MOVE 0 TO WS-PL-PCT
    IF WS-PL-VALUE-BASE > 0
        COMPUTE WS-PL-PCT ROUNDED = WS-PL-VALUE * 100 / WS-PL-VALUE-BASE
    END-IF
    MOVE WS-PL-PCT TO WS-ED-VALUE-PCT
    MOVE WS-PL-DUE TO WS-ED-DUE
    MOVE SPACES TO AR-REPORT-LINE
    STRING WS-PL-LABEL " " WS-ED-COUNT " " WS-ED-ITEM-PCT " "
        WS-ED-VALUE " " WS-ED-VALUE-PCT " " WS-ED-DUE
        DELIMITED BY SIZE INTO AR-REPORT-LINE
    PERFORM 0900-WRITE-ABC-LINE.

0800-END-OF-JOB.
      *> A failed run leaves ABCFILE and CNTSCHED empty, so no
      *> warehouse goes on counting from an earlier night's schedule.
    IF WS-RUN-WARNED
        MOVE 4 TO WS-RETURN-CODE
    END-IF
    IF WS-RUN-FAILED
        MOVE "*** ABC CLASSES NOT REFRESHED - SCHEDULE WITHDRAWN"
            TO AR-REPORT-LINE
        PERFORM 0900-WRITE-ABC-LINE
        OPEN OUTPUT ABC-FILE
        IF WS-AB-STATUS = "00"
            CLOSE ABC-FILE
        END-IF
        OPEN OUTPUT COUNT-SCHEDULE
        IF WS-CS-STATUS = "00"
            CLOSE COUNT-SCHEDULE
        END-IF
        MOVE 8 TO WS-RETURN-CODE
    END-IF
    MOVE SPACES TO AR-REPORT-LINE
    STRING "CLASSIFICATION CONDITION CODE " WS-RETURN-CODE
        DELIMITED BY SIZE INTO AR-REPORT-LINE
    PERFORM 0900-WRITE-ABC-LINE
    IF WS-AR-STATUS = "00"
        CLOSE ABC-RPT
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

0900-WRITE-ABC-LINE.
    IF WS-AR-STATUS = "00"
        WRITE AR-REPORT-LINE
    END-IF
    DISPLAY "ABCCLASS: " AR-REPORT-LINE(1:70).
