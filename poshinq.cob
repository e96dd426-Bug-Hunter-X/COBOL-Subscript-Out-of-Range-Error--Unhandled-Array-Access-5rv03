       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
      *> PROGRAM:  POSHINQ
      *> PURPOSE:  "As of date" position inquiry against the item
      *>           position history POSHCAPT builds: given an item
      *>           code (or a leading code prefix) and a date or a
      *>           date range in the PARM, print the quantity on hand,
      *>           location, unit cost and extended value each matching
      *>           item stood at as published on those dates. ITMPOS
      *>           remains the "right now" inquiry against today's
      *>           ITFFILE; AUDINQ the "what happened" one.
      *>
      *>           PARM layout: cols 1-10 item code, anything shorter
      *>           is a code prefix as in ITMPOS; 12-19 as-of / from
      *>           run date (CCYYMMDD); 21-28 to run date.
      *>             no dates    - the latest captured position
      *>             12-19 only  - the position as of that date: the
      *>                           last publish on or before it
      *>             both        - every publish in the range, led by
      *>                           the one in effect on the from date
      *>                           when none fell on the date itself
      *>           A publish the item is missing from is listed as NOT
      *>           CARRIED, so a deletion shows where it happened.
      *>           Only publishes POSHCAPT completed (those with a run
      *>           record) are reported.
      *>
      *> CHANGE LOG
      *>   2026-10-15  Initial version.
      *>----------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. POSHINQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT POSITION-HISTORY ASSIGN TO "POSHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-KEY
        FILE STATUS IS WS-PH-STATUS.

    SELECT HISTORY-RPT ASSIGN TO "POSHRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  POSITION-HISTORY.
      *> Layouts must stay in step with POSHCAPT's.
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

FD  HISTORY-RPT
    RECORDING MODE IS F.
01  HR-REPORT-LINE                 PIC X(80).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-PH-STATUS               PIC X(02) VALUE SPACES.
    05  WS-HR-STATUS               PIC X(02) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-PH-EOF-SW               PIC X(01) VALUE "N".
        88  WS-PH-EOF                  VALUE "Y".
    05  WS-RUN-TABLE-SW            PIC X(01) VALUE "N".
        88  WS-RUN-TABLE-FULL          VALUE "Y".

01  WS-INQUIRY-AREA.
    05  WS-INQ-ITEM-CODE           PIC X(10) VALUE SPACES.
    05  WS-INQ-LEN                 PIC 9(2) VALUE 0.
    05  WS-FROM-DATE               PIC 9(8) VALUE 0.
    05  WS-TO-DATE                 PIC 9(8) VALUE 0.
    05  WS-ITEM-COUNT              PIC 9(7) VALUE 0.
    05  WS-CUR-ITEM-CODE           PIC X(10) VALUE SPACES.
    05  WS-CUR-ITEM-DESC           PIC X(25) VALUE SPACES.
    05  WS-CUR-CARRIED             PIC 9(5) VALUE 0.
    05  WS-REC-STAMP               PIC 9(14) VALUE 0.
    05  WS-UNIT-COST-EDIT          PIC ZZ,ZZ9.99.
    05  WS-EXT-VALUE-EDIT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> The captured publishes, in run order, and the window of them
      *> the PARM asks about (WS-WIN-LO thru WS-WIN-HI; zero when no
      *> publish qualifies).
01  WS-RUN-AREA.
    05  WS-RUN-MAX                 PIC 9(5) VALUE 9999.
    05  WS-RUN-COUNT               PIC 9(5) VALUE 0.
    05  WS-WIN-LO                  PIC 9(5) VALUE 0.
    05  WS-WIN-HI                  PIC 9(5) VALUE 0.
    05  WS-RX                      PIC 9(5) VALUE 0.
    05  WS-RUN-ENTRY OCCURS 9999 TIMES.
        10  WS-RUN-STAMP           PIC 9(14).
        10  WS-RUN-STAMP-R REDEFINES WS-RUN-STAMP.
            15  WS-RUN-DATE        PIC 9(8).
            15  WS-RUN-TIME        PIC 9(6).
      *> The current item's position in each publish of the window,
      *> subscripted the same as the run table.
        10  WS-POS-CARRIED         PIC X(01).
            88  WS-POS-IS-CARRIED      VALUE "Y".
        10  WS-POS-QTY             PIC 9(7).
        10  WS-POS-LOCATION        PIC X(03).
        10  WS-POS-UNIT-COST       PIC 9(5)V99.
        10  WS-POS-EXT-VALUE       PIC 9(15)V99.

LINKAGE SECTION.
01  LS-PARM-DATA.
    05  LS-PARM-LEN                PIC S9(4) COMP.
    05  LS-PARM-TEXT               PIC X(28).

PROCEDURE DIVISION USING LS-PARM-DATA.

    IF LS-PARM-LEN < 1
        DISPLAY "POSHINQ: PARM required - item code or prefix, "
                "optional as-of/from and to run dates "
                "(cols 1-10, 12-19, 21-28)"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    IF LS-PARM-LEN >= 10
        MOVE LS-PARM-TEXT(1:10) TO WS-INQ-ITEM-CODE
    ELSE
        MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-INQ-ITEM-CODE
    END-IF
    IF WS-INQ-ITEM-CODE = SPACES
        DISPLAY "POSHINQ: item code missing from PARM"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
      *> Trailing blanks in cols 1-10 make the code a prefix.
    PERFORM VARYING WS-INQ-LEN FROM 10 BY -1
            UNTIL WS-INQ-ITEM-CODE(WS-INQ-LEN:1) NOT = SPACE
        CONTINUE
    END-PERFORM

    IF LS-PARM-LEN >= 19
        IF LS-PARM-TEXT(12:8) IS NUMERIC
            MOVE LS-PARM-TEXT(12:8) TO WS-FROM-DATE
        ELSE
            IF LS-PARM-TEXT(12:8) NOT = SPACES
                DISPLAY "POSHINQ: PARM date " LS-PARM-TEXT(12:8)
                        " not CCYYMMDD"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
    END-IF
    IF LS-PARM-LEN >= 28
        IF LS-PARM-TEXT(21:8) IS NUMERIC
            MOVE LS-PARM-TEXT(21:8) TO WS-TO-DATE
        ELSE
            IF LS-PARM-TEXT(21:8) NOT = SPACES
                DISPLAY "POSHINQ: PARM to date " LS-PARM-TEXT(21:8)
                        " not CCYYMMDD"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
    END-IF
    IF WS-TO-DATE > 0
        IF WS-FROM-DATE = 0 OR WS-TO-DATE < WS-FROM-DATE
            DISPLAY "POSHINQ: to date " WS-TO-DATE
                    " needs a from date on or before it"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN OUTPUT HISTORY-RPT
    IF WS-HR-STATUS NOT = "00"
        DISPLAY "POSHINQ: unable to open HISTORY-RPT, status "
                WS-HR-STATUS
    END-IF

    MOVE SPACES TO HR-REPORT-LINE
    EVALUATE TRUE
        WHEN WS-TO-DATE > 0
            STRING "POSITION HISTORY FOR ITEM " WS-INQ-ITEM-CODE
                "  RUN DATES " WS-FROM-DATE " THRU " WS-TO-DATE
                DELIMITED BY SIZE INTO HR-REPORT-LINE
        WHEN WS-FROM-DATE > 0
            STRING "POSITION HISTORY FOR ITEM " WS-INQ-ITEM-CODE
                "  AS OF " WS-FROM-DATE
                DELIMITED BY SIZE INTO HR-REPORT-LINE
        WHEN OTHER
            STRING "POSITION HISTORY FOR ITEM " WS-INQ-ITEM-CODE
                "  LATEST CAPTURED POSITION"
                DELIMITED BY SIZE INTO HR-REPORT-LINE
    END-EVALUATE
    PERFORM 0900-WRITE-HISTORY-LINE

    OPEN INPUT POSITION-HISTORY
    IF WS-PH-STATUS NOT = "00"
        MOVE SPACES TO HR-REPORT-LINE
        STRING "*** UNABLE TO OPEN POSHIST, STATUS "
            WS-PH-STATUS DELIMITED BY SIZE INTO HR-REPORT-LINE
        PERFORM 0900-WRITE-HISTORY-LINE
        IF WS-HR-STATUS = "00"
            CLOSE HISTORY-RPT
        END-IF
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 0100-LOAD-RUNS
    PERFORM 0150-SET-WINDOW

    IF WS-WIN-LO = 0
        MOVE SPACES TO HR-REPORT-LINE
        IF WS-RUN-COUNT = 0
            MOVE "NO POSITION HISTORY CAPTURED" TO HR-REPORT-LINE
        ELSE
            STRING "NO POSITION HISTORY RETAINED FOR THE DATES ASKED"
                " - EARLIEST RUN " WS-RUN-DATE(1)
                DELIMITED BY SIZE INTO HR-REPORT-LINE
        END-IF
        PERFORM 0900-WRITE-HISTORY-LINE
    ELSE
        PERFORM 0200-READ-ITEM-HISTORY
        MOVE SPACES TO HR-REPORT-LINE
        IF WS-ITEM-COUNT = 0
            STRING "NO POSITION HISTORY FOR ITEM " WS-INQ-ITEM-CODE
                DELIMITED BY SIZE INTO HR-REPORT-LINE
        ELSE
            STRING "ITEMS MATCHED.......... " WS-ITEM-COUNT
                DELIMITED BY SIZE INTO HR-REPORT-LINE
        END-IF
        PERFORM 0900-WRITE-HISTORY-LINE
    END-IF

    CLOSE POSITION-HISTORY
    IF WS-HR-STATUS = "00"
        CLOSE HISTORY-RPT
    END-IF

    STOP RUN.

0100-LOAD-RUNS.
      *> The run records carry a blank item code, so they sit at the
      *> front of the file in run order.
    MOVE SPACES TO PH-ITEM-CODE
    MOVE 0 TO PH-RUN-DATE
    MOVE 0 TO PH-RUN-TIME
    START POSITION-HISTORY KEY >= PH-KEY
        INVALID KEY
            SET WS-PH-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-PH-EOF
        READ POSITION-HISTORY NEXT RECORD
            AT END
                SET WS-PH-EOF TO TRUE
            NOT AT END
                IF PH-R-ITEM-CODE NOT = SPACES
                    SET WS-PH-EOF TO TRUE
                ELSE
                    IF WS-RUN-COUNT < WS-RUN-MAX
                        ADD 1 TO WS-RUN-COUNT
                        MOVE PH-R-RUN-DATE TO WS-RUN-DATE(WS-RUN-COUNT)
                        MOVE PH-R-RUN-TIME TO WS-RUN-TIME(WS-RUN-COUNT)
                    ELSE
                        SET WS-RUN-TABLE-FULL TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-RUN-TABLE-FULL
      *> Only the oldest runs fit; the latest are the ones missed, so
      *> the answer would be wrong rather than short.
        MOVE SPACES TO HR-REPORT-LINE
        STRING "*** MORE THAN " WS-RUN-MAX
            " CAPTURED RUNS - PURGE POSHIST BEFORE INQUIRING"
            DELIMITED BY SIZE INTO HR-REPORT-LINE
        PERFORM 0900-WRITE-HISTORY-LINE
        CLOSE POSITION-HISTORY
        IF WS-HR-STATUS = "00"
            CLOSE HISTORY-RPT
        END-IF
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

0150-SET-WINDOW.
    IF WS-RUN-COUNT = 0
        MOVE 0 TO WS-WIN-LO
        MOVE 0 TO WS-WIN-HI
    ELSE
        EVALUATE TRUE
            WHEN WS-FROM-DATE = 0
                MOVE WS-RUN-COUNT TO WS-WIN-LO
                MOVE WS-RUN-COUNT TO WS-WIN-HI
            WHEN WS-TO-DATE = 0
      *> As of a date: the last publish on or before it.
                MOVE 0 TO WS-WIN-LO
                PERFORM VARYING WS-RX FROM 1 BY 1
                        UNTIL WS-RX > WS-RUN-COUNT
                           OR WS-RUN-DATE(WS-RX) > WS-FROM-DATE
                    MOVE WS-RX TO WS-WIN-LO
                END-PERFORM
                MOVE WS-WIN-LO TO WS-WIN-HI
            WHEN OTHER
      *> A range: the first publish on or after the from date, stepped
      *> back one when it is not on the from date itself so the
      *> position in effect that morning leads the list; through the
      *> last publish on or before the to date.
                PERFORM VARYING WS-RX FROM 1 BY 1
                        UNTIL WS-RX > WS-RUN-COUNT
                           OR WS-RUN-DATE(WS-RX) >= WS-FROM-DATE
                    CONTINUE
                END-PERFORM
                MOVE WS-RX TO WS-WIN-LO
                IF WS-WIN-LO > 1
                    IF WS-WIN-LO > WS-RUN-COUNT
                        SUBTRACT 1 FROM WS-WIN-LO
                    ELSE
                    IF WS-RUN-DATE(WS-WIN-LO) > WS-FROM-DATE
                        SUBTRACT 1 FROM WS-WIN-LO
                    END-IF
                    END-IF
                END-IF
                MOVE 0 TO WS-WIN-HI
                PERFORM VARYING WS-RX FROM 1 BY 1
                        UNTIL WS-RX > WS-RUN-COUNT
                           OR WS-RUN-DATE(WS-RX) > WS-TO-DATE
                    MOVE WS-RX TO WS-WIN-HI
                END-PERFORM
                IF WS-WIN-HI = 0 OR WS-WIN-LO > WS-WIN-HI
                    MOVE 0 TO WS-WIN-LO
                    MOVE 0 TO WS-WIN-HI
                END-IF
        END-EVALUATE
    END-IF.

0200-READ-ITEM-HISTORY.
      *> Position at the first item matching the code or prefix and
      *> read forward until the prefix no longer matches. An item's
      *> records come back in run order, the same order as the run
      *> table, so each is matched to its publish by walking the
      *> window forward. Positions from a publish with no run record
      *> (a capture that did not finish) match nothing and are
      *> passed over.
    MOVE "N" TO WS-PH-EOF-SW
    MOVE WS-INQ-ITEM-CODE TO PH-ITEM-CODE
    MOVE 0 TO PH-RUN-DATE
    MOVE 0 TO PH-RUN-TIME
    START POSITION-HISTORY KEY >= PH-KEY
        INVALID KEY
            SET WS-PH-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-PH-EOF
        READ POSITION-HISTORY NEXT RECORD
            AT END
                SET WS-PH-EOF TO TRUE
            NOT AT END
                IF PH-ITEM-CODE(1:WS-INQ-LEN) NOT =
                        WS-INQ-ITEM-CODE(1:WS-INQ-LEN)
                    SET WS-PH-EOF TO TRUE
                ELSE
                    IF PH-ITEM-CODE NOT = WS-CUR-ITEM-CODE
                        PERFORM 0300-PRINT-ITEM-HISTORY
                        PERFORM 0210-START-ITEM
                    END-IF
                    PERFORM 0220-TAKE-POSITION
                END-IF
        END-READ
    END-PERFORM
    PERFORM 0300-PRINT-ITEM-HISTORY.

0210-START-ITEM.
    MOVE PH-ITEM-CODE TO WS-CUR-ITEM-CODE
    MOVE SPACES TO WS-CUR-ITEM-DESC
    MOVE 0 TO WS-CUR-CARRIED
    PERFORM VARYING WS-RX FROM WS-WIN-LO BY 1 UNTIL WS-RX > WS-WIN-HI
        MOVE "N" TO WS-POS-CARRIED(WS-RX)
    END-PERFORM
    MOVE WS-WIN-LO TO WS-RX.

0220-TAKE-POSITION.
    COMPUTE WS-REC-STAMP = PH-RUN-DATE * 1000000 + PH-RUN-TIME
    PERFORM UNTIL WS-RX > WS-WIN-HI
               OR WS-RUN-STAMP(WS-RX) >= WS-REC-STAMP
        ADD 1 TO WS-RX
    END-PERFORM
    IF WS-RX <= WS-WIN-HI
        IF WS-RUN-STAMP(WS-RX) = WS-REC-STAMP
            MOVE "Y" TO WS-POS-CARRIED(WS-RX)
            MOVE PH-QTY-ON-HAND TO WS-POS-QTY(WS-RX)
            MOVE PH-LOCATION TO WS-POS-LOCATION(WS-RX)
            MOVE PH-UNIT-COST TO WS-POS-UNIT-COST(WS-RX)
            MOVE PH-EXT-VALUE TO WS-POS-EXT-VALUE(WS-RX)
            MOVE PH-ITEM-DESC TO WS-CUR-ITEM-DESC
            ADD 1 TO WS-CUR-CARRIED
        END-IF
    END-IF.

0300-PRINT-ITEM-HISTORY.
      *> An item carried by none of the publishes asked about is not
      *> printed - it did not exist on those dates.
    IF WS-CUR-ITEM-CODE NOT = SPACES AND WS-CUR-CARRIED > 0
        ADD 1 TO WS-ITEM-COUNT
        MOVE SPACES TO HR-REPORT-LINE
        STRING WS-CUR-ITEM-CODE " " WS-CUR-ITEM-DESC
            DELIMITED BY SIZE INTO HR-REPORT-LINE
        PERFORM 0900-WRITE-HISTORY-LINE
        PERFORM VARYING WS-RX FROM WS-WIN-LO BY 1
                UNTIL WS-RX > WS-WIN-HI
            PERFORM 0310-PRINT-RUN-POSITION
        END-PERFORM
    END-IF.

0310-PRINT-RUN-POSITION.
    MOVE SPACES TO HR-REPORT-LINE
    IF WS-POS-IS-CARRIED(WS-RX)
        MOVE WS-POS-UNIT-COST(WS-RX) TO WS-UNIT-COST-EDIT
        MOVE WS-POS-EXT-VALUE(WS-RX) TO WS-EXT-VALUE-EDIT
        STRING "  RUN " WS-RUN-DATE(WS-RX) " " WS-RUN-TIME(WS-RX)
            " QTY " WS-POS-QTY(WS-RX)
            " LOC " WS-POS-LOCATION(WS-RX)
            " COST " WS-UNIT-COST-EDIT
            " VAL " WS-EXT-VALUE-EDIT
            DELIMITED BY SIZE INTO HR-REPORT-LINE
    ELSE
        STRING "  RUN " WS-RUN-DATE(WS-RX) " " WS-RUN-TIME(WS-RX)
            " NOT CARRIED"
            DELIMITED BY SIZE INTO HR-REPORT-LINE
    END-IF
    PERFORM 0900-WRITE-HISTORY-LINE.

0900-WRITE-HISTORY-LINE.
    IF WS-HR-STATUS = "00"
        WRITE HR-REPORT-LINE
    END-IF
    DISPLAY "POSHINQ: " HR-REPORT-LINE(1:70).
