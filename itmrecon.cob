      *>               per-warehouse records are crossfooted too (read
      *>               = loaded + merged + rejected + overflow, and
      *>               the warehouse reads sum to records in).
      *>   2026-10-15  Follow the control-totals file's lengthened C
      *>               record and its new per-category K records: the
      *>               category item counts must foot to loaded less
      *>               maintenance deletes and the category values to
      *>               the valuation total (the quantities to the
      *>               interface quantity hash when anything was
      *>               published). The exception report's new UNKNOWN
      *>               ITEM and BLOCKED ITEM lines are counted apart
      *>               and checked against the catalog reject counts.
      *>   2026-10-15  Book against the nightly run-control ledger
      *>               (RUNCTL): refuse with condition code 16 when
      *>               ITMLOAD has not completed for tonight's
      *>               business date, 20 when this step
      *>               already completed for it; PARM OVERRIDE
      *>               runs it regardless. The step's outcome is
      *>               booked on the ledger at end of job.
      *>   2026-10-15  Balance ITMLOAD back-out runs (run mode B on the
      *>               control-totals C record, which also gains the
      *>               restore point and the back-out count): a
      *>               back-out loads no extract, so instead of the
      *>               load crossfoots its BACKOUT audit decisions
      *>               must match the back-out count and the delta
      *>               add/change/delete counts, no load or
      *>               maintenance decision may appear, and the
      *>               published, interface and category figures must
      *>               agree.
      *>   2026-10-15  Follow the control-totals C record's new
      *>               RPLNFILE-cut flag (record length 169).
      *>----------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. ITMRECON.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BL-STATUS.

    SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RCT-BUSINESS-DATE
        FILE STATUS IS WS-RCT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE
    05  CT-TOTAL-VALUATION         PIC 9(15)V99.
    05  CT-QTY-HASH                PIC 9(12).
    05  CT-RETURN-CODE             PIC 9(2).
    05  CT-UNKNOWN-COUNT           PIC 9(5).
    05  CT-BLOCKED-COUNT           PIC 9(5).
    05  CT-DISC-STOCK-COUNT        PIC 9(5).
    05  CT-RUN-MODE                PIC X(01).
        88  CT-NORMAL-RUN              VALUE "N".
        88  CT-BACKOUT-RUN             VALUE "B".
    05  CT-RESTORE-RUN-DATE        PIC 9(8).
    05  CT-RESTORE-RUN-TIME        PIC 9(6).
    05  CT-BACKOUT-COUNT           PIC 9(5).
    05  CT-REPLEN-CUT              PIC X(01).
01  CT-WAREHOUSE-REC.
    05  CT-W-TYPE                  PIC X(01).
    05  CT-W-LOCATION              PIC X(03).
    05  CT-W-MERGED-COUNT          PIC 9(5).
    05  CT-W-REJECT-COUNT          PIC 9(5).
    05  CT-W-OVERFLOW-COUNT        PIC 9(5).
    05  FILLER                     PIC X(140).
01  CT-CATEGORY-REC.
    05  CT-K-TYPE                  PIC X(01).
    05  CT-K-CATEGORY              PIC X(04).
    05  CT-K-ITEM-COUNT            PIC 9(5).
    05  CT-K-QTY-TOTAL             PIC 9(12).
    05  CT-K-VALUE-TOTAL           PIC 9(15)V99.
    05  FILLER                     PIC X(130).

FD  INTERFACE-FILE
    RECORDING MODE IS F.
    RECORDING MODE IS F.
01  BL-REPORT-LINE                 PIC X(80).

FD  RUN-CONTROL.
      *> The nightly run-control ledger, keyed by business date.
01  RCT-RECORD.
    COPY RUNCTLREC REPLACING ==:PFX:== BY ==RCT==.

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-AUD-STATUS              PIC X(02) VALUE SPACES.
    05  WS-CT-STATUS               PIC X(02) VALUE SPACES.
    05  WS-IF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-BL-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RCT-STATUS              PIC X(02) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-AUD-EOF-SW              PIC X(01) VALUE "N".
    05  WS-BALANCE-SW              PIC X(01) VALUE "Y".
        88  WS-IN-BALANCE              VALUE "Y".
        88  WS-OUT-OF-BALANCE          VALUE "N".
    05  WS-CR-MODE-SW              PIC X(01) VALUE "N".
        88  WS-CR-BACKOUT-RUN          VALUE "B".

01  WS-AUDIT-COUNTS.
    05  WS-AUD-ACCEPTED            PIC 9(7) VALUE 0.
    05  WS-AUD-OTHER               PIC 9(7) VALUE 0.
    05  WS-AUD-HIGH-SEQ            PIC 9(7) VALUE 0.
    05  WS-AUD-DECISIONS           PIC 9(7) VALUE 0.
    05  WS-AUD-BACKOUT             PIC 9(7) VALUE 0.

01  WS-REPORT-COUNTS.
    05  WS-EX-DETAIL-COUNT         PIC 9(7) VALUE 0.
    05  WS-EX-SEQERR-COUNT         PIC 9(7) VALUE 0.
    05  WS-EX-UNKNOWN-COUNT        PIC 9(7) VALUE 0.
    05  WS-EX-BLOCKED-COUNT        PIC 9(7) VALUE 0.
    05  WS-IF-REC-COUNT            PIC 9(7) VALUE 0.

01  WS-CONTROL-FIGURES.
    05  WS-CR-SEQ-ERR              PIC 9(7) VALUE 0.
    05  WS-CR-RECORDS-IN           PIC 9(7) VALUE 0.
    05  WS-WH-READ-TOTAL           PIC 9(7) VALUE 0.
    05  WS-CR-UNKNOWN              PIC 9(7) VALUE 0.
    05  WS-CR-BLOCKED              PIC 9(7) VALUE 0.
    05  WS-CR-VALUATION            PIC 9(15)V99 VALUE 0.
    05  WS-CR-QTY-HASH             PIC 9(15)V99 VALUE 0.
      *> Back-out runs only: the restore point and the items the
      *> compensating delta moved.
    05  WS-CR-RESTORE-DATE         PIC 9(8) VALUE 0.
    05  WS-CR-RESTORE-TIME         PIC 9(6) VALUE 0.
    05  WS-CR-BACKOUT              PIC 9(7) VALUE 0.
    05  WS-CR-DELTA-TOTAL          PIC 9(7) VALUE 0.
      *> Footings of the per-category K records.
    05  WS-CATG-ITEM-TOTAL         PIC 9(7) VALUE 0.
    05  WS-CATG-QTY-TOTAL          PIC 9(15)V99 VALUE 0.
    05  WS-CATG-VALUE-TOTAL        PIC 9(15)V99 VALUE 0.

01  WS-COMPARE-AREA.
      *> Label width is sized so the longest out-of-balance line -
    05  WS-CMP-LABEL               PIC X(42).
    05  WS-CMP-A                   PIC 9(7) VALUE 0.
    05  WS-CMP-B                   PIC 9(7) VALUE 0.
      *> Money and quantity footings are too wide for the count
      *> comparison - a shorter label leaves room for the two edited
      *> amounts and the marker.
    05  WS-AMT-LABEL               PIC X(24).
    05  WS-AMT-A                   PIC 9(15)V99 VALUE 0.
    05  WS-AMT-B                   PIC 9(15)V99 VALUE 0.
    05  WS-AMT-A-EDIT              PIC Z(12)9.99.
    05  WS-AMT-B-EDIT              PIC Z(12)9.99.

01  WS-RUN-DATE-TIME.
    05  WS-RUN-DATE                PIC 9(8).
    05  WS-RUN-TIME                PIC 9(6).

01  WS-RUN-CONTROL-AREA.
      *> This step's slot on the run-control ledger and the step it
      *> follows.
    05  WS-RCT-STEP                PIC 9(1) VALUE 2.
    05  WS-RCT-PRED                PIC 9(1) VALUE 1.
    05  WS-RCT-PRED-NAME           PIC X(08) VALUE "ITMLOAD".
    05  WS-RCT-DATE                PIC 9(8) VALUE 0.
    05  WS-RCT-REFUSE-CODE         PIC 9(2) VALUE 0.
    05  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE "N".
        88  WS-RCT-OVERRIDE            VALUE "Y".
    05  WS-RCT-FOUND-SW            PIC X(01) VALUE "N".
        88  WS-RCT-FOUND               VALUE "Y".
    05  WS-RCT-BOOKED-SW           PIC X(01) VALUE "N".
        88  WS-RCT-BOOKED              VALUE "Y".

LINKAGE SECTION.
01  LS-PARM-DATA.
    05  LS-PARM-LEN                PIC S9(4) COMP.
    05  LS-PARM-TEXT               PIC X(08).

PROCEDURE DIVISION USING LS-PARM-DATA.

    PERFORM 0050-CHECK-RUN-CONTROL

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
    PERFORM 0200-TALLY-EXCEPTIONS
    PERFORM 0300-READ-CONTROL-TOTALS
    PERFORM 0400-COUNT-INTERFACE-RECORDS
    IF WS-CR-BACKOUT-RUN
        PERFORM 0530-CROSSFOOT-BACKOUT
    ELSE
        PERFORM 0500-CROSSFOOT
    END-IF

    MOVE SPACES TO BL-REPORT-LINE
    IF WS-IN-BALANCE
        MOVE 8 TO RETURN-CODE
    END-IF

    PERFORM 0950-POST-RUN-CONTROL

    STOP RUN.

0050-CHECK-RUN-CONTROL.
      *> Tonight's cycle is the business date ITMLOAD opened on the
      *> run-control ledger. Before any file is touched the step
      *> refuses - condition code 16 - when ITMLOAD has not
      *> completed for that date, and - condition code 20 - when
      *> this step already completed for it. PARM OVERRIDE runs it
      *> anyway; the ledger entry is marked as overridden.
    IF LS-PARM-LEN >= 8 AND LS-PARM-TEXT(1:8) = "OVERRIDE"
        SET WS-RCT-OVERRIDE TO TRUE
    END-IF
    OPEN I-O RUN-CONTROL
    IF WS-RCT-STATUS NOT = "00"
        DISPLAY "ITMRECON: unable to open RUNCTL, status "
                WS-RCT-STATUS
        MOVE 16 TO WS-RCT-REFUSE-CODE
    ELSE
        MOVE ZEROS TO RCT-BUSINESS-DATE
        READ RUN-CONTROL
            INVALID KEY
                MOVE 0 TO WS-RCT-DATE
            NOT INVALID KEY
                MOVE RCT-OPEN-DATE TO WS-RCT-DATE
        END-READ
        MOVE WS-RCT-DATE TO RCT-BUSINESS-DATE
        READ RUN-CONTROL
            INVALID KEY
                DISPLAY "ITMRECON: no cycle open on RUNCTL - "
                        "ITMLOAD has not run"
                MOVE 16 TO WS-RCT-REFUSE-CODE
            NOT INVALID KEY
                SET WS-RCT-FOUND TO TRUE
                PERFORM 0055-JUDGE-RUN-CONTROL
        END-READ
        IF WS-RCT-FOUND
         AND (WS-RCT-REFUSE-CODE = 0 OR WS-RCT-OVERRIDE)
            PERFORM 0060-BOOK-STEP-START
        END-IF
        CLOSE RUN-CONTROL
    END-IF
    IF WS-RCT-REFUSE-CODE > 0
        IF WS-RCT-OVERRIDE
            DISPLAY "ITMRECON: OVERRIDE - running despite condition "
                    WS-RCT-REFUSE-CODE
        ELSE
            DISPLAY "ITMRECON: refused by run control, condition "
                    WS-RCT-REFUSE-CODE
            MOVE WS-RCT-REFUSE-CODE TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

0055-JUDGE-RUN-CONTROL.
    EVALUATE TRUE
        WHEN RCT-STEP-COMPLETE(WS-RCT-STEP)
            DISPLAY "ITMRECON: already complete for business date "
                    WS-RCT-DATE
            MOVE 20 TO WS-RCT-REFUSE-CODE
        WHEN NOT RCT-STEP-COMPLETE(WS-RCT-PRED)
            DISPLAY "ITMRECON: " WS-RCT-PRED-NAME
                    " not complete for business date " WS-RCT-DATE
            MOVE 16 TO WS-RCT-REFUSE-CODE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

0060-BOOK-STEP-START.
    SET RCT-STEP-STARTED(WS-RCT-STEP) TO TRUE
    MOVE 0 TO RCT-STEP-RC(WS-RCT-STEP)
    MOVE FUNCTION CURRENT-DATE(1:8)
        TO RCT-STEP-START-DATE(WS-RCT-STEP)
    MOVE FUNCTION CURRENT-DATE(9:6)
        TO RCT-STEP-START-TIME(WS-RCT-STEP)
    MOVE 0 TO RCT-STEP-END-DATE(WS-RCT-STEP)
    MOVE 0 TO RCT-STEP-END-TIME(WS-RCT-STEP)
    IF WS-RCT-OVERRIDE
        MOVE "Y" TO RCT-STEP-OVERRIDE(WS-RCT-STEP)
    ELSE
        MOVE "N" TO RCT-STEP-OVERRIDE(WS-RCT-STEP)
    END-IF
    IF RCT-STEP-RUN-COUNT(WS-RCT-STEP) IS NOT NUMERIC
        MOVE 0 TO RCT-STEP-RUN-COUNT(WS-RCT-STEP)
    END-IF
    IF RCT-STEP-RUN-COUNT(WS-RCT-STEP) < 99
        ADD 1 TO RCT-STEP-RUN-COUNT(WS-RCT-STEP)
    END-IF
    REWRITE RCT-RECORD
        INVALID KEY
            DISPLAY "ITMRECON: RUNCTL rewrite failed, status "
                    WS-RCT-STATUS
        NOT INVALID KEY
            SET WS-RCT-BOOKED TO TRUE
    END-REWRITE.

0100-TALLY-AUDIT-TRAIL.
      *> One audit record per extract record read; the decisions have
      *> to account for every record the load saw.
                            ADD 1 TO WS-AUD-UPDATED
                        WHEN "DELETED   "
                            ADD 1 TO WS-AUD-DELETED
                        WHEN "BACKOUT   "
                            ADD 1 TO WS-AUD-BACKOUT
                        WHEN OTHER
                            ADD 1 TO WS-AUD-OTHER
                    END-EVALUATE
                        WHEN EX-REPORT-LINE(1:16) =
                                "OUT OF SEQUENCE "
                            ADD 1 TO WS-EX-SEQERR-COUNT
                        WHEN EX-REPORT-LINE(1:16) =
                                "UNKNOWN ITEM    "
                            ADD 1 TO WS-EX-UNKNOWN-COUNT
                        WHEN EX-REPORT-LINE(1:16) =
                                "BLOCKED ITEM    "
                            ADD 1 TO WS-EX-BLOCKED-COUNT
                        WHEN OTHER
                            ADD 1 TO WS-EX-DETAIL-COUNT
                    END-EVALUATE

0300-READ-CONTROL-TOTALS.
      *> The run's figures on fixed fields: one C record with the
      *> totals, one W record per warehouse, then one K record per
      *> catalog category, footed here for 0500. Each warehouse line
      *> is crossfooted as it is read (read = loaded + merged +
      *> rejected + overflow) and the reads are summed for the
      *> records-in check in 0500.
                                TO WS-CR-MAINT-DEL
                            MOVE CT-SEQ-ERR-COUNT TO WS-CR-SEQ-ERR
                            MOVE CT-RECORDS-IN TO WS-CR-RECORDS-IN
                            MOVE CT-UNKNOWN-COUNT TO WS-CR-UNKNOWN
                            MOVE CT-BLOCKED-COUNT TO WS-CR-BLOCKED
                            MOVE CT-TOTAL-VALUATION
                                TO WS-CR-VALUATION
                            MOVE CT-QTY-HASH TO WS-CR-QTY-HASH
                            MOVE CT-RUN-MODE TO WS-CR-MODE-SW
                            MOVE CT-RESTORE-RUN-DATE
                                TO WS-CR-RESTORE-DATE
                            MOVE CT-RESTORE-RUN-TIME
                                TO WS-CR-RESTORE-TIME
                            MOVE CT-BACKOUT-COUNT TO WS-CR-BACKOUT
                            COMPUTE WS-CR-DELTA-TOTAL =
                                CT-DELTA-ADD-COUNT
                                + CT-DELTA-CHG-COUNT
                                + CT-DELTA-DEL-COUNT
                        WHEN "W"
                            ADD CT-W-READ-COUNT TO WS-WH-READ-TOTAL
                            MOVE SPACES TO WS-CMP-LABEL
                                + CT-W-REJECT-COUNT
                                + CT-W-OVERFLOW-COUNT
                            PERFORM 0510-COMPARE-FIGURES
                        WHEN "K"
                            ADD CT-K-ITEM-COUNT TO WS-CATG-ITEM-TOTAL
                            ADD CT-K-QTY-TOTAL TO WS-CATG-QTY-TOTAL
                            ADD CT-K-VALUE-TOTAL
                                TO WS-CATG-VALUE-TOTAL
                        WHEN OTHER
                            MOVE SPACES TO BL-REPORT-LINE
                            STRING "*** UNKNOWN CONTROL TOTALS "
    MOVE "WAREHOUSE READS VS CONTROL RECORDS IN" TO WS-CMP-LABEL
    MOVE WS-WH-READ-TOTAL TO WS-CMP-A
    MOVE WS-CR-RECORDS-IN TO WS-CMP-B
    PERFORM 0510-COMPARE-FIGURES

    MOVE "EXCEPTION UNKNOWN LINES VS CONTROL UNKNOWN"
        TO WS-CMP-LABEL
    MOVE WS-EX-UNKNOWN-COUNT TO WS-CMP-A
    MOVE WS-CR-UNKNOWN TO WS-CMP-B
    PERFORM 0510-COMPARE-FIGURES

    MOVE "EXCEPTION BLOCKED LINES VS CONTROL BLOCKED"
        TO WS-CMP-LABEL
    MOVE WS-EX-BLOCKED-COUNT TO WS-CMP-A
    MOVE WS-CR-BLOCKED TO WS-CMP-B
    PERFORM 0510-COMPARE-FIGURES

    COMPUTE WS-CMP-B = WS-CR-LOADED - WS-CR-MAINT-DEL
    MOVE "CATEGORY ITEMS VS LOADED LESS MAINT DELS" TO WS-CMP-LABEL
    MOVE WS-CATG-ITEM-TOTAL TO WS-CMP-A
    PERFORM 0510-COMPARE-FIGURES

    MOVE "CATEGORY VALUES VS TOTAL" TO WS-AMT-LABEL
    MOVE WS-CATG-VALUE-TOTAL TO WS-AMT-A
    MOVE WS-CR-VALUATION TO WS-AMT-B
    PERFORM 0520-COMPARE-AMOUNTS

      *> The quantity hash is only struck when the interface file is
      *> written - a held run publishes nothing to foot against.
    IF WS-CR-PUBLISHED > 0
        MOVE "CATEGORY QTY VS QTY HASH" TO WS-AMT-LABEL
        MOVE WS-CATG-QTY-TOTAL TO WS-AMT-A
        MOVE WS-CR-QTY-HASH TO WS-AMT-B
        PERFORM 0520-COMPARE-AMOUNTS
    END-IF.

0510-COMPARE-FIGURES.
    MOVE SPACES TO BL-REPORT-LINE
    END-IF
    PERFORM 0900-WRITE-BALANCE-LINE.

0520-COMPARE-AMOUNTS.
    MOVE WS-AMT-A TO WS-AMT-A-EDIT
    MOVE WS-AMT-B TO WS-AMT-B-EDIT
    MOVE SPACES TO BL-REPORT-LINE
    IF WS-AMT-A = WS-AMT-B
        STRING WS-AMT-LABEL " " WS-AMT-A-EDIT " = " WS-AMT-B-EDIT
            "  IN BALANCE"
            DELIMITED BY SIZE INTO BL-REPORT-LINE
    ELSE
        STRING WS-AMT-LABEL " " WS-AMT-A-EDIT " / " WS-AMT-B-EDIT
            "  *** OUT OF BALANCE"
            DELIMITED BY SIZE INTO BL-REPORT-LINE
        SET WS-OUT-OF-BALANCE TO TRUE
    END-IF
    PERFORM 0900-WRITE-BALANCE-LINE.

0530-CROSSFOOT-BACKOUT.
      *> A back-out run republished an earlier generation instead of
      *> loading the extracts: every item its compensating delta
      *> moved must carry exactly one BACKOUT audit decision, no load
      *> or maintenance decision may appear, and what went downstream
      *> must match what was restored.
    MOVE SPACES TO BL-REPORT-LINE
    STRING "BACK-OUT RUN - REPUBLISHED POSITION OF RUN "
        WS-CR-RESTORE-DATE " " WS-CR-RESTORE-TIME
        DELIMITED BY SIZE INTO BL-REPORT-LINE
    PERFORM 0900-WRITE-BALANCE-LINE

    MOVE "AUDIT BACKOUT VS CONTROL BACKED OUT" TO WS-CMP-LABEL
    MOVE WS-AUD-BACKOUT TO WS-CMP-A
    MOVE WS-CR-BACKOUT TO WS-CMP-B
    PERFORM 0510-COMPARE-FIGURES

    MOVE "AUDIT BACKOUT VS DELTA ADDS+CHGS+DELS" TO WS-CMP-LABEL
    MOVE WS-AUD-BACKOUT TO WS-CMP-A
    MOVE WS-CR-DELTA-TOTAL TO WS-CMP-B
    PERFORM 0510-COMPARE-FIGURES

    COMPUTE WS-CMP-A = WS-AUD-ACCEPTED + WS-AUD-MERGED
        + WS-AUD-OVERFLOW + WS-AUD-REJECTED
        + WS-AUD-UPDATED + WS-AUD-DELETED + WS-AUD-OTHER
    MOVE "LOAD/MAINT DECISIONS ON A BACK-OUT" TO WS-CMP-LABEL
    MOVE 0 TO WS-CMP-B
    PERFORM 0510-COMPARE-FIGURES

    MOVE "INTERFACE RECORDS VS CONTROL PUBLISHED" TO WS-CMP-LABEL
    MOVE WS-IF-REC-COUNT TO WS-CMP-A
    MOVE WS-CR-PUBLISHED TO WS-CMP-B
    PERFORM 0510-COMPARE-FIGURES

    MOVE "CATEGORY ITEMS VS PUBLISHED" TO WS-CMP-LABEL
    MOVE WS-CATG-ITEM-TOTAL TO WS-CMP-A
    MOVE WS-CR-PUBLISHED TO WS-CMP-B
    PERFORM 0510-COMPARE-FIGURES

    MOVE "CATEGORY VALUES VS TOTAL" TO WS-AMT-LABEL
    MOVE WS-CATG-VALUE-TOTAL TO WS-AMT-A
    MOVE WS-CR-VALUATION TO WS-AMT-B
    PERFORM 0520-COMPARE-AMOUNTS

    MOVE "CATEGORY QTY VS QTY HASH" TO WS-AMT-LABEL
    MOVE WS-CATG-QTY-TOTAL TO WS-AMT-A
    MOVE WS-CR-QTY-HASH TO WS-AMT-B
    PERFORM 0520-COMPARE-AMOUNTS.

0900-WRITE-BALANCE-LINE.
    IF WS-BL-STATUS = "00"
        WRITE BL-REPORT-LINE
    END-IF
    DISPLAY "ITMRECON: " BL-REPORT-LINE(1:70).

0950-POST-RUN-CONTROL.
      *> Book the outcome against the cycle this run started on:
      *> complete below condition code 8, failed at 8 and above. A
      *> failed step may be rerun; the steps after it stay blocked
      *> until it completes.
    IF WS-RCT-BOOKED
        OPEN I-O RUN-CONTROL
        IF WS-RCT-STATUS = "00"
            MOVE WS-RCT-DATE TO RCT-BUSINESS-DATE
            READ RUN-CONTROL
                INVALID KEY
                    DISPLAY "ITMRECON: RUNCTL entry " WS-RCT-DATE
                            " gone - outcome not booked"
                NOT INVALID KEY
                    IF RETURN-CODE < 8
                        SET RCT-STEP-COMPLETE(WS-RCT-STEP) TO TRUE
                    ELSE
                        SET RCT-STEP-FAILED(WS-RCT-STEP) TO TRUE
                    END-IF
                    MOVE RETURN-CODE TO RCT-STEP-RC(WS-RCT-STEP)
                    MOVE FUNCTION CURRENT-DATE(1:8)
                        TO RCT-STEP-END-DATE(WS-RCT-STEP)
                    MOVE FUNCTION CURRENT-DATE(9:6)
                        TO RCT-STEP-END-TIME(WS-RCT-STEP)
                    REWRITE RCT-RECORD
            END-READ
            CLOSE RUN-CONTROL
        ELSE
            DISPLAY "ITMRECON: unable to reopen RUNCTL, status "
                    WS-RCT-STATUS " - outcome not booked"
        END-IF
    END-IF.
