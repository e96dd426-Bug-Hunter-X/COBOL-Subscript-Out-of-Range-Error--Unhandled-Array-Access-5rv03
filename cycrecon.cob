       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
      *> PROGRAM:  CYCRECON
      *> PURPOSE:  Cycle count reconciliation. Reads the physical
      *>           counts the warehouses send in (CYCCOUNT: item code,
      *>           location, counted quantity, count date) against what
      *>           ITMLOAD last published, and prints a variance report
      *>           by warehouse with each variance valued at the
      *>           published IF-UNIT-COST. A count is judged against
      *>           the quantity ITFLOCN shows for the item at the
      *>           counted location, not the item's total across
      *>           warehouses; ITFFILE supplies the description and
      *>           unit cost. Variances inside the tolerance become
      *>           "U" transactions in the MAINTREC layout naming the
      *>           counted location, so the next ITMLOAD run's
      *>           0600-MAINTENANCE-PROCESS sets that warehouse's
      *>           quantity alone when CYCADJ is concatenated to
      *>           MAINTIN - the adjustments are no longer keyed by
      *>           hand, and the report's adjusted value is the shrink
      *>           figure finance ties to. Variances over the tolerance
      *>           are not adjusted; they go to the RECOUNT list for
      *>           the warehouse to count again, together with counts
      *>           that cannot be matched to a published detail, stock
      *>           found where ITFLOCN shows none held, and counts with
      *>           an unreadable quantity or count date.
      *>
      *>           Both published files must open with their header
      *>           and foot to their trailers (count, quantity hash and
      *>           valuation), and ITFLOCN must carry ITFFILE's run
      *>           stamp, before any count is judged; a truncated,
      *>           unreadable or stale file, or a missing count file,
      *>           ends with condition code 8. CYCADJ is only written
      *>           once every count has been judged - a run that fails
      *>           leaves it and RECOUNT empty, so nothing half-judged
      *>           is booked or sent back to the floor.
      *>           Condition code 4 means something went to recount.
      *>
      *>           PARM layout (optional): cols 1-3 tolerance as a
      *>           percentage of the book quantity (default 005);
      *>           cols 5-11 tolerance as a value in whole currency
      *>           units per count (blank or zero = no value limit).
      *>           A variance must be inside both to be adjusted.
      *>
      *> CHANGE LOG
      *>   2026-10-15  Initial version.
      *>----------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. CYCRECON.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COUNT-FILE ASSIGN TO "CYCCOUNT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CC-STATUS.

    SELECT INTERFACE-FILE ASSIGN TO "ITFFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-IF-STATUS.

    SELECT LOCATION-FILE ASSIGN TO "ITFLOCN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-LF-STATUS.

    SELECT ADJUST-FILE ASSIGN TO "CYCADJ"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MT-STATUS.

    SELECT RECOUNT-FILE ASSIGN TO "RECOUNT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RL-STATUS.

    SELECT VARIANCE-RPT ASSIGN TO "CYCRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-VR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  COUNT-FILE
      *> One record per item counted at a location.
    RECORDING MODE IS F.
01  CC-RECORD.
    05  CC-ITEM-CODE               PIC X(10).
    05  CC-LOCATION                PIC X(03).
    05  CC-COUNTED-QTY             PIC 9(7).
    05  CC-COUNT-DATE              PIC 9(8).

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

FD  ADJUST-FILE
      *> Same layout ITMLOAD reads from MAINTIN.
    RECORDING MODE IS F.
    COPY MAINTREC.

FD  RECOUNT-FILE
      *> One record per count the warehouse has to take again.
    RECORDING MODE IS F.
01  RL-RECORD.
    05  RL-ITEM-CODE               PIC X(10).
    05  RL-LOCATION                PIC X(03).
    05  RL-COUNT-DATE              PIC 9(8).
    05  RL-BOOK-QTY                PIC 9(7).
    05  RL-COUNTED-QTY             PIC 9(7).
    05  RL-VARIANCE                PIC S9(7)
                                   SIGN IS LEADING SEPARATE.
    05  RL-VARIANCE-VALUE          PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
    05  RL-REASON-CODE             PIC X(01).
        88  RL-REASON-TOLERANCE        VALUE "T".
        88  RL-REASON-NOT-PUBLISHED    VALUE "N".
        88  RL-REASON-NOT-HELD         VALUE "L".
        88  RL-REASON-DUPLICATE        VALUE "D".
        88  RL-REASON-BAD-COUNT        VALUE "Q".
        88  RL-REASON-BAD-DATE         VALUE "E".

FD  VARIANCE-RPT
    RECORDING MODE IS F.
01  VR-REPORT-LINE                 PIC X(80).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-CC-STATUS               PIC X(02) VALUE SPACES.
    05  WS-IF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-LF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-MT-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RL-STATUS               PIC X(02) VALUE SPACES.
    05  WS-VR-STATUS               PIC X(02) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-IF-EOF-SW               PIC X(01) VALUE "N".
        88  WS-IF-EOF                  VALUE "Y".
    05  WS-LF-EOF-SW               PIC X(01) VALUE "N".
        88  WS-LF-EOF                  VALUE "Y".
    05  WS-LF-HEADER-SW            PIC X(01) VALUE "N".
        88  WS-LF-HEADER-SEEN          VALUE "Y".
        88  WS-LF-HEADER-MISPLACED     VALUE "X".
    05  WS-LF-TRAILER-SW           PIC X(01) VALUE "N".
        88  WS-LF-TRAILER-SEEN         VALUE "Y".
    05  WS-CC-EOF-SW               PIC X(01) VALUE "N".
        88  WS-CC-EOF                  VALUE "Y".
    05  WS-HEADER-SW               PIC X(01) VALUE "N".
        88  WS-HEADER-SEEN             VALUE "Y".
        88  WS-HEADER-MISPLACED        VALUE "X".
    05  WS-TRAILER-SW              PIC X(01) VALUE "N".
        88  WS-TRAILER-SEEN            VALUE "Y".
    05  WS-ERROR-SW                PIC X(01) VALUE "N".
        88  WS-RUN-FAILED              VALUE "Y".
    05  WS-BOOK-SORTED-SW          PIC X(01) VALUE "Y".
        88  WS-BOOK-SORTED             VALUE "Y".
    05  WS-BOOK-HIT-SW             PIC X(01) VALUE "N".
        88  WS-BOOK-HIT                VALUE "Y".
    05  WS-LOC-SORTED-SW           PIC X(01) VALUE "Y".
        88  WS-LOC-SORTED              VALUE "Y".
    05  WS-LOC-HIT-SW              PIC X(01) VALUE "N".
        88  WS-LOC-HIT                 VALUE "Y".
    05  WS-LOC-PAST-SW             PIC X(01) VALUE "N".
        88  WS-LOC-PAST-ITEM           VALUE "Y".
    05  WS-LOC-RECOUNTED-SW        PIC X(01) VALUE "N".
        88  WS-LOC-RECOUNTED           VALUE "Y".

01  WS-TOLERANCE-AREA.
      *> Percentage of book quantity and value per count; a zero
      *> value limit means only the percentage applies.
    05  WS-TOL-PCT                 PIC 9(3) VALUE 5.
    05  WS-TOL-VALUE               PIC 9(7) VALUE 0.
    05  WS-ABS-VARIANCE            PIC 9(7) VALUE 0.
    05  WS-ABS-VALUE               PIC 9(13)V99 VALUE 0.

01  WS-FILE-AREA.
      *> Each published file as read - run identification, the
      *> re-counted totals and its trailer's - for the same proof
      *> ITFDIST applies before anything is judged against it.
    05  WS-FILE-RUN-DATE           PIC 9(8) VALUE 0.
    05  WS-FILE-RUN-TIME           PIC 9(6) VALUE 0.
    05  WS-REC-NUM                 PIC 9(7) VALUE 0.
    05  WS-DETAIL-COUNT            PIC 9(7) VALUE 0.
    05  WS-QTY-HASH                PIC 9(12) VALUE 0.
    05  WS-TOTAL-VALUE             PIC 9(15)V99 VALUE 0.
    05  WS-T-DETAIL-COUNT          PIC 9(7) VALUE 0.
    05  WS-T-QTY-HASH              PIC 9(12) VALUE 0.
    05  WS-T-TOTAL-VALUE           PIC 9(15)V99 VALUE 0.
    05  WS-LF-RUN-DATE             PIC 9(8) VALUE 0.
    05  WS-LF-RUN-TIME             PIC 9(6) VALUE 0.
    05  WS-LF-REC-NUM              PIC 9(7) VALUE 0.
    05  WS-LF-DETAIL-COUNT         PIC 9(7) VALUE 0.
    05  WS-LF-QTY-HASH             PIC 9(12) VALUE 0.
    05  WS-LF-TOTAL-VALUE          PIC 9(15)V99 VALUE 0.
    05  WS-LF-T-DETAIL-COUNT       PIC 9(7) VALUE 0.
    05  WS-LF-T-QTY-HASH           PIC 9(12) VALUE 0.
    05  WS-LF-T-TOTAL-VALUE        PIC 9(15)V99 VALUE 0.

01  WS-BOOK-AREA.
      *> The published details, held in storage for the count match.
      *> ITFFILE is written from ITMLOAD's ordered table, so it is
      *> normally in item-code order and can be binary searched; the
      *> front-to-back scan stays as the fallback for a file that is
      *> not.
    05  WS-BOOK-COUNT              PIC 9(5) VALUE 0.
    05  WS-BOOK-IDX                PIC 9(5) VALUE 0.
    05  WS-BOOK-PREV-CODE          PIC X(10) VALUE SPACES.
    05  WS-BOOK-ENTRY OCCURS 1 TO 99999 TIMES
            DEPENDING ON WS-BOOK-COUNT.
        10  WS-BOOK-ITEM.
            COPY ITEMREC REPLACING ==:LVL:== BY ==15==
                                   ==:PFX:== BY ==WS-BOOK-ITEM==.
        10  WS-BOOK-UNIT-COST      PIC 9(5)V99.

01  WS-LOCATION-AREA.
      *> The by-warehouse quantities from ITFLOCN - one entry per
      *> warehouse holding or supplying an item, in item-code order
      *> and registry order within the item, so the item's entries
      *> are found by binary search and then walked for the location.
      *> Each entry is flagged once counted so a second count of the
      *> same item at the same location is sent to recount rather
      *> than adjusted twice.
    05  WS-LOC-COUNT               PIC 9(5) VALUE 0.
    05  WS-LOC-IDX                 PIC 9(5) VALUE 0.
    05  WS-LOC-PREV-CODE           PIC X(10) VALUE SPACES.
    05  WS-LOC-ENTRY OCCURS 1 TO 99999 TIMES
            DEPENDING ON WS-LOC-COUNT.
        10  WS-LOC-ITEM-CODE       PIC X(10).
        10  WS-LOC-LOCATION        PIC X(03).
        10  WS-LOC-QTY             PIC 9(7).
        10  WS-LOC-COUNTED-SW      PIC X(01).
            88  WS-LOC-COUNTED         VALUE "Y".

01  WS-SEARCH-AREA.
    05  WS-SEARCH-KEY              PIC X(10) VALUE SPACES.
    05  WS-BSRCH-LO                PIC 9(5) VALUE 0.
    05  WS-BSRCH-HI                PIC 9(5) VALUE 0.
    05  WS-BSRCH-MID               PIC 9(5) VALUE 0.
    05  WS-LSRCH-LO                PIC 9(6) VALUE 0.
    05  WS-LSRCH-HI                PIC 9(6) VALUE 0.
    05  WS-LSRCH-MID               PIC 9(6) VALUE 0.
    05  WS-LSRCH-SCAN              PIC 9(6) VALUE 0.

01  WS-COUNT-AREA.
      *> Every count judged, held so the report can be printed a
      *> warehouse at a time whatever order the counts arrived in.
    05  WS-CNT-COUNT               PIC 9(5) VALUE 0.
    05  WS-CNT-IDX                 PIC 9(5) VALUE 0.
    05  WS-CNT-ENTRY OCCURS 1 TO 99999 TIMES
            DEPENDING ON WS-CNT-COUNT.
        10  WS-CNT-ITEM-CODE       PIC X(10).
        10  WS-CNT-LOCATION        PIC X(03).
        10  WS-CNT-COUNT-DATE      PIC 9(8).
        10  WS-CNT-BOOK-IDX        PIC 9(5).
        10  WS-CNT-BOOK-QTY        PIC 9(7).
        10  WS-CNT-COUNTED-QTY     PIC 9(7).
        10  WS-CNT-VARIANCE        PIC S9(7).
        10  WS-CNT-VAR-VALUE       PIC S9(13)V99.
        10  WS-CNT-DISP            PIC X(01).
            88  WS-CNT-MATCHED         VALUE "M".
            88  WS-CNT-ADJUSTED        VALUE "A".
            88  WS-CNT-RECOUNT         VALUE "R".
        10  WS-CNT-REASON          PIC X(01).

01  WS-WAREHOUSE-AREA.
      *> Count results by warehouse location, in order of first
      *> appearance on the count file.
    05  WS-WH-MAX                  PIC 9(2) VALUE 20.
    05  WS-WH-COUNT                PIC 9(2) VALUE 0.
    05  WS-WH-ENTRY OCCURS 20 TIMES.
        10  WS-WH-LOCATION         PIC X(03).
        10  WS-WH-READ             PIC 9(7).
        10  WS-WH-MATCHED          PIC 9(7).
        10  WS-WH-ADJUSTED         PIC 9(7).
        10  WS-WH-RECOUNT          PIC 9(7).
        10  WS-WH-ADJ-VALUE        PIC S9(15)V99.
        10  WS-WH-SHRINK-VALUE     PIC 9(15)V99.
        10  WS-WH-GAIN-VALUE       PIC 9(15)V99.
        10  WS-WH-HELD-VALUE       PIC S9(15)V99.

01  WS-TOTALS.
    05  WS-TOT-READ                PIC 9(7) VALUE 0.
    05  WS-TOT-MATCHED             PIC 9(7) VALUE 0.
    05  WS-TOT-ADJUSTED            PIC 9(7) VALUE 0.
    05  WS-TOT-RECOUNT             PIC 9(7) VALUE 0.
    05  WS-TOT-ADJ-VALUE           PIC S9(15)V99 VALUE 0.
    05  WS-TOT-SHRINK-VALUE        PIC 9(15)V99 VALUE 0.
    05  WS-TOT-GAIN-VALUE          PIC 9(15)V99 VALUE 0.
    05  WS-TOT-HELD-VALUE          PIC S9(15)V99 VALUE 0.

01  WS-EDIT-AREA.
    05  WS-QTY-EDIT                PIC Z(6)9.
    05  WS-VARIANCE-EDIT           PIC -Z(6)9.
    05  WS-VAR-VALUE-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
    05  WS-COUNT-EDIT              PIC Z(6)9.
    05  WS-TOTAL-EDIT              PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-DISP-TEXT               PIC X(17) VALUE SPACES.

01  WS-MISC.
    05  WS-WORK-LOCATION           PIC X(03) VALUE SPACES.
    05  WS-WH-IDX                  PIC 9(2) VALUE 0.
    05  WS-RPT-WH                  PIC 9(2) VALUE 0.
    05  J                          PIC 9(5) VALUE 0.

LINKAGE SECTION.
01  LS-PARM-DATA.
    05  LS-PARM-LEN                PIC S9(4) COMP.
    05  LS-PARM-TEXT               PIC X(11).

PROCEDURE DIVISION USING LS-PARM-DATA.

    IF LS-PARM-LEN >= 3
        IF LS-PARM-TEXT(1:3) IS NUMERIC
            MOVE LS-PARM-TEXT(1:3) TO WS-TOL-PCT
        END-IF
    END-IF
    IF LS-PARM-LEN >= 11
        IF LS-PARM-TEXT(5:7) IS NUMERIC
            MOVE LS-PARM-TEXT(5:7) TO WS-TOL-VALUE
        END-IF
    END-IF

    OPEN OUTPUT VARIANCE-RPT
    IF WS-VR-STATUS NOT = "00"
        DISPLAY "CYCRECON: unable to open VARIANCE-RPT, status "
                WS-VR-STATUS
    END-IF

    MOVE "CYCLE COUNT VARIANCE REPORT" TO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE SPACES TO VR-REPORT-LINE
    IF WS-TOL-VALUE > 0
        STRING "TOLERANCE " WS-TOL-PCT " PCT OF BOOK QUANTITY AND "
            WS-TOL-VALUE " VALUE PER COUNT"
            DELIMITED BY SIZE INTO VR-REPORT-LINE
    ELSE
        STRING "TOLERANCE " WS-TOL-PCT " PCT OF BOOK QUANTITY"
            DELIMITED BY SIZE INTO VR-REPORT-LINE
    END-IF
    PERFORM 0900-WRITE-VARIANCE-LINE

    PERFORM 0100-LOAD-PUBLISHED-DETAILS
    IF WS-RUN-FAILED
        PERFORM 0800-END-OF-JOB
    END-IF

    PERFORM 0150-LOAD-LOCATION-DETAILS
    IF WS-RUN-FAILED
        PERFORM 0800-END-OF-JOB
    END-IF

    PERFORM 0200-JUDGE-COUNTS
    IF WS-RUN-FAILED
        PERFORM 0800-END-OF-JOB
    END-IF

    PERFORM 0270-WRITE-ADJUSTMENTS
    IF WS-RUN-FAILED
        PERFORM 0800-END-OF-JOB
    END-IF

    PERFORM 0300-PRINT-WAREHOUSE-VARIANCES
        VARYING WS-RPT-WH FROM 1 BY 1
        UNTIL WS-RPT-WH > WS-WH-COUNT

    PERFORM 0400-PRINT-RUN-TOTALS

    PERFORM 0800-END-OF-JOB.

0100-LOAD-PUBLISHED-DETAILS.
      *> Book figures are what ITMLOAD published. They are only used
      *> once the file opens with its header and the details foot to
      *> its own trailer - count, quantity hash and valuation - as a
      *> count matched against half a file would adjust every missing
      *> item.
    OPEN INPUT INTERFACE-FILE
    IF WS-IF-STATUS NOT = "00"
        MOVE SPACES TO VR-REPORT-LINE
        STRING "*** UNABLE TO OPEN ITFFILE, STATUS " WS-IF-STATUS
            DELIMITED BY SIZE INTO VR-REPORT-LINE
        PERFORM 0900-WRITE-VARIANCE-LINE
        SET WS-RUN-FAILED TO TRUE
    ELSE
        PERFORM UNTIL WS-IF-EOF OR WS-RUN-FAILED
            READ INTERFACE-FILE
                AT END
                    SET WS-IF-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-REC-NUM
                    EVALUATE IF-H-TYPE
                        WHEN "H"
                            IF WS-REC-NUM = 1
                                SET WS-HEADER-SEEN TO TRUE
                            ELSE
                                SET WS-HEADER-MISPLACED TO TRUE
                            END-IF
                            MOVE IF-H-RUN-DATE TO WS-FILE-RUN-DATE
                            MOVE IF-H-RUN-TIME TO WS-FILE-RUN-TIME
                        WHEN "D"
                            ADD 1 TO WS-DETAIL-COUNT
                            ADD IF-ITEM-QTY-ON-HAND TO WS-QTY-HASH
                            ADD IF-EXT-VALUE TO WS-TOTAL-VALUE
                            PERFORM 0110-ADD-BOOK-ENTRY
                        WHEN "T"
                            SET WS-TRAILER-SEEN TO TRUE
                            MOVE IF-T-DETAIL-COUNT
                                TO WS-T-DETAIL-COUNT
                            MOVE IF-T-QTY-HASH TO WS-T-QTY-HASH
                            MOVE IF-T-TOTAL-VALUE TO WS-T-TOTAL-VALUE
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE INTERFACE-FILE
        MOVE SPACES TO VR-REPORT-LINE
        IF WS-RUN-FAILED
            CONTINUE
        ELSE
        IF NOT WS-HEADER-SEEN
            MOVE "*** ITFFILE HEADER MISSING OR NOT FIRST"
                TO VR-REPORT-LINE
            PERFORM 0900-WRITE-VARIANCE-LINE
            SET WS-RUN-FAILED TO TRUE
        ELSE
        IF NOT WS-TRAILER-SEEN
            MOVE "*** ITFFILE HAS NO TRAILER - FILE TRUNCATED"
                TO VR-REPORT-LINE
            PERFORM 0900-WRITE-VARIANCE-LINE
            SET WS-RUN-FAILED TO TRUE
        ELSE
        IF WS-DETAIL-COUNT NOT = WS-T-DETAIL-COUNT
         OR WS-QTY-HASH NOT = WS-T-QTY-HASH
         OR WS-TOTAL-VALUE NOT = WS-T-TOTAL-VALUE
            STRING "*** ITFFILE DETAILS " WS-DETAIL-COUNT
                " DO NOT FOOT TO TRAILER " WS-T-DETAIL-COUNT
                DELIMITED BY SIZE INTO VR-REPORT-LINE
            PERFORM 0900-WRITE-VARIANCE-LINE
            SET WS-RUN-FAILED TO TRUE
        ELSE
            STRING "COUNTS JUDGED AGAINST ITFFILE PUBLISHED "
                WS-FILE-RUN-DATE " AT " WS-FILE-RUN-TIME
                DELIMITED BY SIZE INTO VR-REPORT-LINE
            PERFORM 0900-WRITE-VARIANCE-LINE
        END-IF
        END-IF
        END-IF
        END-IF
    END-IF.

0110-ADD-BOOK-ENTRY.
    IF WS-BOOK-COUNT < 99999
        ADD 1 TO WS-BOOK-COUNT
        MOVE IF-ITEM TO WS-BOOK-ITEM(WS-BOOK-COUNT)
        MOVE IF-UNIT-COST TO WS-BOOK-UNIT-COST(WS-BOOK-COUNT)
        IF IF-ITEM-CODE < WS-BOOK-PREV-CODE
            MOVE "N" TO WS-BOOK-SORTED-SW
        END-IF
        MOVE IF-ITEM-CODE TO WS-BOOK-PREV-CODE
    ELSE
        MOVE "*** ITFFILE EXCEEDS THE BOOK TABLE" TO VR-REPORT-LINE
        PERFORM 0900-WRITE-VARIANCE-LINE
        SET WS-RUN-FAILED TO TRUE
    END-IF.

0150-LOAD-LOCATION-DETAILS.
      *> The warehouse quantities counts are judged against. ITMLOAD
      *> cuts ITFLOCN under the same header as ITFFILE, but not on a
      *> back-out or a held night, so a file whose run stamp is not
      *> ITFFILE's is an earlier night's split and is not used.
    OPEN INPUT LOCATION-FILE
    IF WS-LF-STATUS NOT = "00"
        MOVE SPACES TO VR-REPORT-LINE
        STRING "*** UNABLE TO OPEN ITFLOCN, STATUS " WS-LF-STATUS
            DELIMITED BY SIZE INTO VR-REPORT-LINE
        PERFORM 0900-WRITE-VARIANCE-LINE
        SET WS-RUN-FAILED TO TRUE
    ELSE
        PERFORM UNTIL WS-LF-EOF OR WS-RUN-FAILED
            READ LOCATION-FILE
                AT END
                    SET WS-LF-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LF-REC-NUM
                    EVALUATE LF-H-TYPE
                        WHEN "H"
                            IF WS-LF-REC-NUM = 1
                                SET WS-LF-HEADER-SEEN TO TRUE
                            ELSE
                                SET WS-LF-HEADER-MISPLACED TO TRUE
                            END-IF
                            MOVE LF-H-RUN-DATE TO WS-LF-RUN-DATE
                            MOVE LF-H-RUN-TIME TO WS-LF-RUN-TIME
                        WHEN "D"
                            ADD 1 TO WS-LF-DETAIL-COUNT
                            ADD LF-QTY-ON-HAND TO WS-LF-QTY-HASH
                            ADD LF-EXT-VALUE TO WS-LF-TOTAL-VALUE
                            PERFORM 0160-ADD-LOCATION-ENTRY
                        WHEN "T"
                            SET WS-LF-TRAILER-SEEN TO TRUE
                            MOVE LF-T-DETAIL-COUNT
                                TO WS-LF-T-DETAIL-COUNT
                            MOVE LF-T-QTY-HASH TO WS-LF-T-QTY-HASH
                            MOVE LF-T-TOTAL-VALUE
                                TO WS-LF-T-TOTAL-VALUE
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE LOCATION-FILE
        MOVE SPACES TO VR-REPORT-LINE
        IF WS-RUN-FAILED
            CONTINUE
        ELSE
        IF NOT WS-LF-HEADER-SEEN
            MOVE "*** ITFLOCN HEADER MISSING OR NOT FIRST"
                TO VR-REPORT-LINE
            PERFORM 0900-WRITE-VARIANCE-LINE
            SET WS-RUN-FAILED TO TRUE
        ELSE
        IF NOT WS-LF-TRAILER-SEEN
            MOVE "*** ITFLOCN HAS NO TRAILER - FILE TRUNCATED"
                TO VR-REPORT-LINE
            PERFORM 0900-WRITE-VARIANCE-LINE
            SET WS-RUN-FAILED TO TRUE
        ELSE
        IF WS-LF-DETAIL-COUNT NOT = WS-LF-T-DETAIL-COUNT
         OR WS-LF-QTY-HASH NOT = WS-LF-T-QTY-HASH
         OR WS-LF-TOTAL-VALUE NOT = WS-LF-T-TOTAL-VALUE
            STRING "*** ITFLOCN DETAILS " WS-LF-DETAIL-COUNT
                " DO NOT FOOT TO TRAILER " WS-LF-T-DETAIL-COUNT
                DELIMITED BY SIZE INTO VR-REPORT-LINE
            PERFORM 0900-WRITE-VARIANCE-LINE
            SET WS-RUN-FAILED TO TRUE
        ELSE
        IF WS-LF-RUN-DATE NOT = WS-FILE-RUN-DATE
         OR WS-LF-RUN-TIME NOT = WS-FILE-RUN-TIME
            STRING "*** ITFLOCN PUBLISHED " WS-LF-RUN-DATE " AT "
                WS-LF-RUN-TIME " IS NOT ITFFILE'S RUN"
                DELIMITED BY SIZE INTO VR-REPORT-LINE
            PERFORM 0900-WRITE-VARIANCE-LINE
            SET WS-RUN-FAILED TO TRUE
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
    END-IF.

0160-ADD-LOCATION-ENTRY.
    IF WS-LOC-COUNT < 99999
        ADD 1 TO WS-LOC-COUNT
        MOVE LF-ITEM-CODE TO WS-LOC-ITEM-CODE(WS-LOC-COUNT)
        MOVE LF-LOCATION TO WS-LOC-LOCATION(WS-LOC-COUNT)
        MOVE LF-QTY-ON-HAND TO WS-LOC-QTY(WS-LOC-COUNT)
        MOVE "N" TO WS-LOC-COUNTED-SW(WS-LOC-COUNT)
        IF LF-ITEM-CODE < WS-LOC-PREV-CODE
            MOVE "N" TO WS-LOC-SORTED-SW
        END-IF
        MOVE LF-ITEM-CODE TO WS-LOC-PREV-CODE
    ELSE
        MOVE "*** ITFLOCN EXCEEDS THE LOCATION TABLE" TO VR-REPORT-LINE
        PERFORM 0900-WRITE-VARIANCE-LINE
        SET WS-RUN-FAILED TO TRUE
    END-IF.

0200-JUDGE-COUNTS.
    OPEN INPUT COUNT-FILE
    IF WS-CC-STATUS NOT = "00"
        MOVE SPACES TO VR-REPORT-LINE
        STRING "*** UNABLE TO OPEN CYCCOUNT, STATUS " WS-CC-STATUS
            DELIMITED BY SIZE INTO VR-REPORT-LINE
        PERFORM 0900-WRITE-VARIANCE-LINE
        SET WS-RUN-FAILED TO TRUE
    ELSE
        OPEN OUTPUT RECOUNT-FILE
        IF WS-RL-STATUS NOT = "00"
            MOVE SPACES TO VR-REPORT-LINE
            STRING "*** UNABLE TO OPEN RECOUNT, STATUS " WS-RL-STATUS
                DELIMITED BY SIZE INTO VR-REPORT-LINE
            PERFORM 0900-WRITE-VARIANCE-LINE
            SET WS-RUN-FAILED TO TRUE
        END-IF
        PERFORM UNTIL WS-CC-EOF OR WS-RUN-FAILED
            READ COUNT-FILE
                AT END
                    SET WS-CC-EOF TO TRUE
                NOT AT END
                    PERFORM 0210-JUDGE-ONE-COUNT
            END-READ
        END-PERFORM
        CLOSE COUNT-FILE
        IF WS-RL-STATUS = "00"
            CLOSE RECOUNT-FILE
        END-IF
    END-IF.

0210-JUDGE-ONE-COUNT.
      *> A count is only adjusted when its item is published, it is
      *> the only count of the item at its location, and its variance
      *> against that location's quantity is inside the tolerance;
      *> every other count is sent back to the warehouse rather than
      *> guessed at.
    IF WS-CNT-COUNT >= 99999
        MOVE "*** COUNT FILE EXCEEDS THE COUNT TABLE" TO VR-REPORT-LINE
        PERFORM 0900-WRITE-VARIANCE-LINE
        SET WS-RUN-FAILED TO TRUE
    ELSE
        ADD 1 TO WS-CNT-COUNT
        MOVE WS-CNT-COUNT TO WS-CNT-IDX
        MOVE CC-ITEM-CODE TO WS-CNT-ITEM-CODE(WS-CNT-IDX)
        MOVE CC-LOCATION TO WS-CNT-LOCATION(WS-CNT-IDX)
        MOVE 0 TO WS-CNT-COUNT-DATE(WS-CNT-IDX)
        MOVE 0 TO WS-CNT-BOOK-IDX(WS-CNT-IDX)
        MOVE 0 TO WS-CNT-BOOK-QTY(WS-CNT-IDX)
        MOVE 0 TO WS-CNT-COUNTED-QTY(WS-CNT-IDX)
        MOVE 0 TO WS-CNT-VARIANCE(WS-CNT-IDX)
        MOVE 0 TO WS-CNT-VAR-VALUE(WS-CNT-IDX)
        MOVE SPACES TO WS-CNT-REASON(WS-CNT-IDX)
        MOVE CC-LOCATION TO WS-WORK-LOCATION
        PERFORM 0490-FIND-WAREHOUSE-SLOT
        IF WS-WH-IDX > 0
            ADD 1 TO WS-WH-READ(WS-WH-IDX)
        END-IF
        ADD 1 TO WS-TOT-READ

        MOVE "N" TO WS-BOOK-HIT-SW
        MOVE 0 TO WS-BOOK-IDX
        IF CC-COUNTED-QTY NOT NUMERIC
            SET WS-CNT-RECOUNT(WS-CNT-IDX) TO TRUE
            MOVE "Q" TO WS-CNT-REASON(WS-CNT-IDX)
        ELSE
        MOVE CC-COUNTED-QTY TO WS-CNT-COUNTED-QTY(WS-CNT-IDX)
        IF CC-COUNT-DATE NOT NUMERIC
            SET WS-CNT-RECOUNT(WS-CNT-IDX) TO TRUE
            MOVE "E" TO WS-CNT-REASON(WS-CNT-IDX)
        ELSE
        IF FUNCTION TEST-DATE-YYYYMMDD(CC-COUNT-DATE) NOT = 0
            SET WS-CNT-RECOUNT(WS-CNT-IDX) TO TRUE
            MOVE "E" TO WS-CNT-REASON(WS-CNT-IDX)
        ELSE
            MOVE CC-COUNT-DATE TO WS-CNT-COUNT-DATE(WS-CNT-IDX)
            MOVE CC-ITEM-CODE TO WS-SEARCH-KEY
            PERFORM 0220-FIND-BOOK-ENTRY
            IF NOT WS-BOOK-HIT
                SET WS-CNT-RECOUNT(WS-CNT-IDX) TO TRUE
                MOVE "N" TO WS-CNT-REASON(WS-CNT-IDX)
                MOVE CC-COUNTED-QTY TO WS-CNT-VARIANCE(WS-CNT-IDX)
            ELSE
                MOVE WS-BOOK-IDX TO WS-CNT-BOOK-IDX(WS-CNT-IDX)
                PERFORM 0225-FIND-LOCATION-ENTRY
                PERFORM 0230-MEASURE-VARIANCE
            END-IF
        END-IF
        END-IF
        END-IF

        EVALUATE TRUE
            WHEN WS-CNT-MATCHED(WS-CNT-IDX)
                ADD 1 TO WS-TOT-MATCHED
                IF WS-WH-IDX > 0
                    ADD 1 TO WS-WH-MATCHED(WS-WH-IDX)
                END-IF
            WHEN WS-CNT-ADJUSTED(WS-CNT-IDX)
                PERFORM 0250-WRITE-ADJUSTMENT
            WHEN OTHER
                PERFORM 0260-WRITE-RECOUNT
        END-EVALUATE
    END-IF.

0220-FIND-BOOK-ENTRY.
    IF WS-BOOK-SORTED
        MOVE 1 TO WS-BSRCH-LO
        MOVE WS-BOOK-COUNT TO WS-BSRCH-HI
        PERFORM UNTIL WS-BSRCH-LO > WS-BSRCH-HI OR WS-BOOK-HIT
            COMPUTE WS-BSRCH-MID =
                (WS-BSRCH-LO + WS-BSRCH-HI) / 2
            IF WS-BOOK-ITEM-CODE(WS-BSRCH-MID) = WS-SEARCH-KEY
                SET WS-BOOK-HIT TO TRUE
                MOVE WS-BSRCH-MID TO WS-BOOK-IDX
            ELSE
                IF WS-BOOK-ITEM-CODE(WS-BSRCH-MID) < WS-SEARCH-KEY
                    COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
                ELSE
                    COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
                END-IF
            END-IF
        END-PERFORM
    ELSE
        PERFORM VARYING J FROM 1 BY 1
                UNTIL J > WS-BOOK-COUNT OR WS-BOOK-HIT
            IF WS-BOOK-ITEM-CODE(J) = WS-SEARCH-KEY
                SET WS-BOOK-HIT TO TRUE
                MOVE J TO WS-BOOK-IDX
            END-IF
        END-PERFORM
    END-IF.

0225-FIND-LOCATION-ENTRY.
      *> Item code and location together. In the normal ordered file
      *> the first entry for the item is found by binary search and
      *> the item's entries walked from there; otherwise the whole
      *> table is scanned.
    MOVE "N" TO WS-LOC-HIT-SW
    MOVE "N" TO WS-LOC-PAST-SW
    MOVE 0 TO WS-LOC-IDX
    IF WS-LOC-SORTED
        MOVE 1 TO WS-LSRCH-LO
        COMPUTE WS-LSRCH-HI = WS-LOC-COUNT + 1
        PERFORM UNTIL WS-LSRCH-LO >= WS-LSRCH-HI
            COMPUTE WS-LSRCH-MID =
                (WS-LSRCH-LO + WS-LSRCH-HI) / 2
            IF WS-LOC-ITEM-CODE(WS-LSRCH-MID) < WS-SEARCH-KEY
                COMPUTE WS-LSRCH-LO = WS-LSRCH-MID + 1
            ELSE
                MOVE WS-LSRCH-MID TO WS-LSRCH-HI
            END-IF
        END-PERFORM
        PERFORM VARYING WS-LSRCH-SCAN FROM WS-LSRCH-LO BY 1
                UNTIL WS-LSRCH-SCAN > WS-LOC-COUNT
                   OR WS-LOC-HIT OR WS-LOC-PAST-ITEM
            IF WS-LOC-ITEM-CODE(WS-LSRCH-SCAN) NOT = WS-SEARCH-KEY
                SET WS-LOC-PAST-ITEM TO TRUE
            ELSE
            IF WS-LOC-LOCATION(WS-LSRCH-SCAN) = CC-LOCATION
                SET WS-LOC-HIT TO TRUE
                MOVE WS-LSRCH-SCAN TO WS-LOC-IDX
            END-IF
            END-IF
        END-PERFORM
    ELSE
        PERFORM VARYING WS-LSRCH-SCAN FROM 1 BY 1
                UNTIL WS-LSRCH-SCAN > WS-LOC-COUNT OR WS-LOC-HIT
            IF WS-LOC-ITEM-CODE(WS-LSRCH-SCAN) = WS-SEARCH-KEY
             AND WS-LOC-LOCATION(WS-LSRCH-SCAN) = CC-LOCATION
                SET WS-LOC-HIT TO TRUE
                MOVE WS-LSRCH-SCAN TO WS-LOC-IDX
            END-IF
        END-PERFORM
    END-IF.

0230-MEASURE-VARIANCE.
      *> Variance is counted less the location's book quantity,
      *> valued at the published unit cost. A location ITFLOCN shows
      *> nothing for holds none of the item: a count of zero there
      *> agrees, any stock found is sent to recount. A book quantity
      *> of zero has no percentage to measure, so any stock found
      *> against it is sent to recount too. The location entry is
      *> only looked at once the search has found one.
    MOVE "N" TO WS-LOC-RECOUNTED-SW
    IF WS-LOC-HIT
        MOVE WS-LOC-QTY(WS-LOC-IDX) TO WS-CNT-BOOK-QTY(WS-CNT-IDX)
        IF WS-LOC-COUNTED(WS-LOC-IDX)
            SET WS-LOC-RECOUNTED TO TRUE
        END-IF
    END-IF
    COMPUTE WS-CNT-VARIANCE(WS-CNT-IDX) =
        CC-COUNTED-QTY - WS-CNT-BOOK-QTY(WS-CNT-IDX)
    COMPUTE WS-CNT-VAR-VALUE(WS-CNT-IDX) =
        WS-CNT-VARIANCE(WS-CNT-IDX) * WS-BOOK-UNIT-COST(WS-BOOK-IDX)
    IF WS-CNT-VARIANCE(WS-CNT-IDX) < 0
        COMPUTE WS-ABS-VARIANCE = 0 - WS-CNT-VARIANCE(WS-CNT-IDX)
        COMPUTE WS-ABS-VALUE = 0 - WS-CNT-VAR-VALUE(WS-CNT-IDX)
    ELSE
        MOVE WS-CNT-VARIANCE(WS-CNT-IDX) TO WS-ABS-VARIANCE
        MOVE WS-CNT-VAR-VALUE(WS-CNT-IDX) TO WS-ABS-VALUE
    END-IF

    EVALUATE TRUE
        WHEN WS-LOC-RECOUNTED
            SET WS-CNT-RECOUNT(WS-CNT-IDX) TO TRUE
            MOVE "D" TO WS-CNT-REASON(WS-CNT-IDX)
        WHEN WS-ABS-VARIANCE = 0
            SET WS-CNT-MATCHED(WS-CNT-IDX) TO TRUE
        WHEN NOT WS-LOC-HIT
            SET WS-CNT-RECOUNT(WS-CNT-IDX) TO TRUE
            MOVE "L" TO WS-CNT-REASON(WS-CNT-IDX)
        WHEN WS-CNT-BOOK-QTY(WS-CNT-IDX) = 0
            SET WS-CNT-RECOUNT(WS-CNT-IDX) TO TRUE
            MOVE "T" TO WS-CNT-REASON(WS-CNT-IDX)
        WHEN WS-ABS-VARIANCE * 100 >
                WS-TOL-PCT * WS-CNT-BOOK-QTY(WS-CNT-IDX)
            SET WS-CNT-RECOUNT(WS-CNT-IDX) TO TRUE
            MOVE "T" TO WS-CNT-REASON(WS-CNT-IDX)
        WHEN WS-TOL-VALUE > 0 AND WS-ABS-VALUE > WS-TOL-VALUE
            SET WS-CNT-RECOUNT(WS-CNT-IDX) TO TRUE
            MOVE "T" TO WS-CNT-REASON(WS-CNT-IDX)
        WHEN OTHER
            SET WS-CNT-ADJUSTED(WS-CNT-IDX) TO TRUE
    END-EVALUATE
    IF WS-LOC-HIT
        IF NOT WS-CNT-RECOUNT(WS-CNT-IDX)
         OR WS-CNT-REASON(WS-CNT-IDX) = "T"
            MOVE "Y" TO WS-LOC-COUNTED-SW(WS-LOC-IDX)
        END-IF
    END-IF.

0250-WRITE-ADJUSTMENT.
      *> Only the totals here - the transactions themselves are cut by
      *> 0270 from the count table once every count has been judged.
    ADD 1 TO WS-TOT-ADJUSTED
    ADD WS-CNT-VAR-VALUE(WS-CNT-IDX) TO WS-TOT-ADJ-VALUE
    IF WS-CNT-VAR-VALUE(WS-CNT-IDX) < 0
        SUBTRACT WS-CNT-VAR-VALUE(WS-CNT-IDX) FROM WS-TOT-SHRINK-VALUE
    ELSE
        ADD WS-CNT-VAR-VALUE(WS-CNT-IDX) TO WS-TOT-GAIN-VALUE
    END-IF
    IF WS-WH-IDX > 0
        ADD 1 TO WS-WH-ADJUSTED(WS-WH-IDX)
        ADD WS-CNT-VAR-VALUE(WS-CNT-IDX) TO WS-WH-ADJ-VALUE(WS-WH-IDX)
        IF WS-CNT-VAR-VALUE(WS-CNT-IDX) < 0
            SUBTRACT WS-CNT-VAR-VALUE(WS-CNT-IDX)
                FROM WS-WH-SHRINK-VALUE(WS-WH-IDX)
        ELSE
            ADD WS-CNT-VAR-VALUE(WS-CNT-IDX)
                TO WS-WH-GAIN-VALUE(WS-WH-IDX)
        END-IF
    END-IF.

0260-WRITE-RECOUNT.
    MOVE SPACES TO RL-RECORD
    MOVE CC-ITEM-CODE TO RL-ITEM-CODE
    MOVE CC-LOCATION TO RL-LOCATION
    IF CC-COUNT-DATE IS NUMERIC
        MOVE CC-COUNT-DATE TO RL-COUNT-DATE
    ELSE
        MOVE 0 TO RL-COUNT-DATE
    END-IF
    MOVE WS-CNT-BOOK-QTY(WS-CNT-IDX) TO RL-BOOK-QTY
    MOVE WS-CNT-COUNTED-QTY(WS-CNT-IDX) TO RL-COUNTED-QTY
    MOVE WS-CNT-VARIANCE(WS-CNT-IDX) TO RL-VARIANCE
    MOVE WS-CNT-VAR-VALUE(WS-CNT-IDX) TO RL-VARIANCE-VALUE
    MOVE WS-CNT-REASON(WS-CNT-IDX) TO RL-REASON-CODE
    IF WS-RL-STATUS = "00"
        WRITE RL-RECORD
    END-IF
    ADD 1 TO WS-TOT-RECOUNT
    ADD WS-CNT-VAR-VALUE(WS-CNT-IDX) TO WS-TOT-HELD-VALUE
    IF WS-WH-IDX > 0
        ADD 1 TO WS-WH-RECOUNT(WS-WH-IDX)
        ADD WS-CNT-VAR-VALUE(WS-CNT-IDX) TO WS-WH-HELD-VALUE(WS-WH-IDX)
    END-IF.

0270-WRITE-ADJUSTMENTS.
      *> The transaction carries the counted quantity as the new
      *> on-hand figure for the counted location and the count date
      *> as the last-updated date; the description is passed through
      *> unchanged.
    OPEN OUTPUT ADJUST-FILE
    IF WS-MT-STATUS NOT = "00"
        MOVE SPACES TO VR-REPORT-LINE
        STRING "*** UNABLE TO OPEN CYCADJ, STATUS " WS-MT-STATUS
            DELIMITED BY SIZE INTO VR-REPORT-LINE
        PERFORM 0900-WRITE-VARIANCE-LINE
        SET WS-RUN-FAILED TO TRUE
    ELSE
        PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                UNTIL WS-CNT-IDX > WS-CNT-COUNT
            IF WS-CNT-ADJUSTED(WS-CNT-IDX)
                MOVE SPACES TO MAINT-TRANS-RECORD
                SET MT-ACTION-UPDATE TO TRUE
                MOVE WS-CNT-ITEM-CODE(WS-CNT-IDX) TO MT-ITEM-CODE
                MOVE WS-CNT-BOOK-IDX(WS-CNT-IDX) TO WS-BOOK-IDX
                MOVE WS-BOOK-ITEM-DESC(WS-BOOK-IDX) TO MT-ITEM-DESC
                MOVE WS-CNT-COUNTED-QTY(WS-CNT-IDX)
                    TO MT-ITEM-QTY-ON-HAND
                MOVE WS-CNT-COUNT-DATE(WS-CNT-IDX)
                    TO MT-ITEM-LAST-UPDATED
                MOVE WS-CNT-LOCATION(WS-CNT-IDX) TO MT-LOCATION
                WRITE MAINT-TRANS-RECORD
            END-IF
        END-PERFORM
        CLOSE ADJUST-FILE
    END-IF.

0300-PRINT-WAREHOUSE-VARIANCES.
      *> Matched counts are only counted; every variance, adjusted or
      *> sent to recount, gets its own line under its warehouse.
    MOVE SPACES TO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    STRING "WAREHOUSE " WS-WH-LOCATION(WS-RPT-WH)
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE SPACES TO VR-REPORT-LINE
    STRING "  ITEM       BOOK QTY  COUNTED VARIANCE"
        "  VARIANCE VALUE  DISPOSITION"
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
            UNTIL WS-CNT-IDX > WS-CNT-COUNT
        IF WS-CNT-LOCATION(WS-CNT-IDX) = WS-WH-LOCATION(WS-RPT-WH)
         AND NOT WS-CNT-MATCHED(WS-CNT-IDX)
            PERFORM 0310-PRINT-COUNT-LINE
        END-IF
    END-PERFORM

    MOVE WS-WH-READ(WS-RPT-WH) TO WS-COUNT-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "   COUNTS READ........ " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE WS-WH-MATCHED(WS-RPT-WH) TO WS-COUNT-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "   MATCHED BOOK....... " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE WS-WH-ADJUSTED(WS-RPT-WH) TO WS-COUNT-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "   ADJUSTED........... " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE WS-WH-RECOUNT(WS-RPT-WH) TO WS-COUNT-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "   SENT TO RECOUNT.... " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE WS-WH-ADJ-VALUE(WS-RPT-WH) TO WS-TOTAL-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "   ADJUSTED VALUE..... " WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE WS-WH-SHRINK-VALUE(WS-RPT-WH) TO WS-TOTAL-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "     SHRINK........... " WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE WS-WH-GAIN-VALUE(WS-RPT-WH) TO WS-TOTAL-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "     GAIN............. " WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE WS-WH-HELD-VALUE(WS-RPT-WH) TO WS-TOTAL-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "   HELD FOR RECOUNT... " WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE.

0310-PRINT-COUNT-LINE.
    EVALUATE TRUE
        WHEN WS-CNT-ADJUSTED(WS-CNT-IDX)
            MOVE "ADJUSTED" TO WS-DISP-TEXT
        WHEN WS-CNT-REASON(WS-CNT-IDX) = "T"
            MOVE "RECOUNT-OVER TOL" TO WS-DISP-TEXT
        WHEN WS-CNT-REASON(WS-CNT-IDX) = "N"
            MOVE "RECOUNT-NO ITEM" TO WS-DISP-TEXT
        WHEN WS-CNT-REASON(WS-CNT-IDX) = "L"
            MOVE "RECOUNT-NONE HELD" TO WS-DISP-TEXT
        WHEN WS-CNT-REASON(WS-CNT-IDX) = "D"
            MOVE "RECOUNT-DUPLICATE" TO WS-DISP-TEXT
        WHEN WS-CNT-REASON(WS-CNT-IDX) = "E"
            MOVE "RECOUNT-BAD DATE" TO WS-DISP-TEXT
        WHEN OTHER
            MOVE "RECOUNT-BAD COUNT" TO WS-DISP-TEXT
    END-EVALUATE
    MOVE WS-CNT-BOOK-QTY(WS-CNT-IDX) TO WS-QTY-EDIT
    MOVE WS-CNT-COUNTED-QTY(WS-CNT-IDX) TO WS-COUNT-EDIT
    MOVE WS-CNT-VARIANCE(WS-CNT-IDX) TO WS-VARIANCE-EDIT
    MOVE WS-CNT-VAR-VALUE(WS-CNT-IDX) TO WS-VAR-VALUE-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "  " WS-CNT-ITEM-CODE(WS-CNT-IDX)
        "  " WS-QTY-EDIT
        "  " WS-COUNT-EDIT
        " " WS-VARIANCE-EDIT
        " " WS-VAR-VALUE-EDIT
        "  " WS-DISP-TEXT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE.

0400-PRINT-RUN-TOTALS.
    MOVE SPACES TO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE "ALL WAREHOUSES" TO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE WS-TOT-READ TO WS-COUNT-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "   COUNTS READ........ " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE WS-TOT-MATCHED TO WS-COUNT-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "   MATCHED BOOK....... " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE WS-TOT-ADJUSTED TO WS-COUNT-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "   ADJUSTED........... " WS-COUNT-EDIT
        " (TRANSACTIONS ON CYCADJ)"
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE WS-TOT-RECOUNT TO WS-COUNT-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "   SENT TO RECOUNT.... " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE WS-TOT-ADJ-VALUE TO WS-TOTAL-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "   ADJUSTED VALUE..... " WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE WS-TOT-SHRINK-VALUE TO WS-TOTAL-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "     SHRINK........... " WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE WS-TOT-GAIN-VALUE TO WS-TOTAL-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "     GAIN............. " WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE
    MOVE WS-TOT-HELD-VALUE TO WS-TOTAL-EDIT
    MOVE SPACES TO VR-REPORT-LINE
    STRING "   HELD FOR RECOUNT... " WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO VR-REPORT-LINE
    PERFORM 0900-WRITE-VARIANCE-LINE.

0490-FIND-WAREHOUSE-SLOT.
      *> The location's slot in the by-warehouse table, created on
      *> first sight.
    MOVE 0 TO WS-WH-IDX
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WH-COUNT
        IF WS-WORK-LOCATION = WS-WH-LOCATION(J)
            MOVE J TO WS-WH-IDX
        END-IF
    END-PERFORM
    IF WS-WH-IDX = 0
        IF WS-WH-COUNT < WS-WH-MAX
            ADD 1 TO WS-WH-COUNT
            MOVE WS-WH-COUNT TO WS-WH-IDX
            MOVE WS-WORK-LOCATION TO WS-WH-LOCATION(WS-WH-IDX)
            MOVE 0 TO WS-WH-READ(WS-WH-IDX)
            MOVE 0 TO WS-WH-MATCHED(WS-WH-IDX)
            MOVE 0 TO WS-WH-ADJUSTED(WS-WH-IDX)
            MOVE 0 TO WS-WH-RECOUNT(WS-WH-IDX)
            MOVE 0 TO WS-WH-ADJ-VALUE(WS-WH-IDX)
            MOVE 0 TO WS-WH-SHRINK-VALUE(WS-WH-IDX)
            MOVE 0 TO WS-WH-GAIN-VALUE(WS-WH-IDX)
            MOVE 0 TO WS-WH-HELD-VALUE(WS-WH-IDX)
        ELSE
            MOVE SPACES TO VR-REPORT-LINE
            STRING "*** LOCATION " WS-WORK-LOCATION
                " EXCEEDS THE WAREHOUSE TABLE"
                DELIMITED BY SIZE INTO VR-REPORT-LINE
            PERFORM 0900-WRITE-VARIANCE-LINE
            SET WS-RUN-FAILED TO TRUE
        END-IF
    END-IF.

0800-END-OF-JOB.
      *> A failed run leaves CYCADJ and RECOUNT both empty, so an
      *> earlier run's transactions cannot be booked by mistake and
      *> a partial or earlier recount list is not sent to the floor.
    IF WS-RUN-FAILED
        MOVE "*** COUNTS NOT RECONCILED - NO ADJUSTMENTS TO BE BOOKED"
            TO VR-REPORT-LINE
        PERFORM 0900-WRITE-VARIANCE-LINE
        OPEN OUTPUT ADJUST-FILE
        IF WS-MT-STATUS = "00"
            CLOSE ADJUST-FILE
        END-IF
        OPEN OUTPUT RECOUNT-FILE
        IF WS-RL-STATUS = "00"
            CLOSE RECOUNT-FILE
        END-IF
    END-IF
    IF WS-VR-STATUS = "00"
        CLOSE VARIANCE-RPT
    END-IF
    IF WS-RUN-FAILED
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-TOT-RECOUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

0900-WRITE-VARIANCE-LINE.
    IF WS-VR-STATUS = "00"
        WRITE VR-REPORT-LINE
    END-IF
    DISPLAY "CYCRECON: " VR-REPORT-LINE(1:70).
