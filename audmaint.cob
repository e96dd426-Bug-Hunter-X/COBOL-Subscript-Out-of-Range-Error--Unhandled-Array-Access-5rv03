      *>
      *>           PARM layout: cols 1-8 cutoff run date (CCYYMMDD);
      *>           records from runs before this date are purged.
      *>           Cols 10-17 OVERRIDE runs the step whatever the
      *>           run-control ledger says.
      *>
      *> CHANGE LOG
      *>   2026-09-02  Initial version.
      *>   2026-10-15  Book against the nightly run-control ledger
      *>               (RUNCTL): refuse with condition code 16 when
      *>               AUDARCH has not completed for tonight's
      *>               business date, 20 when this step
      *>               already completed for it; PARM OVERRIDE (cols 10-17)
      *>               runs it regardless. The step's outcome is
      *>               booked on the ledger at end of job.
      *>----------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AUDMAINT.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PG-STATUS.

    SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RCT-BUSINESS-DATE
        FILE STATUS IS WS-RCT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-HISTORY
    RECORDING MODE IS F.
01  PG-REPORT-LINE                 PIC X(80).

FD  RUN-CONTROL.
      *> The nightly run-control ledger, keyed by business date.
01  RCT-RECORD.
    COPY RUNCTLREC REPLACING ==:PFX:== BY ==RCT==.

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-AH-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RN-STATUS               PIC X(02) VALUE SPACES.
    05  WS-AK-STATUS               PIC X(02) VALUE SPACES.
    05  WS-PG-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RCT-STATUS              PIC X(02) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-AH-EOF-SW               PIC X(01) VALUE "N".
    05  WS-BREAK-RUN-DATE          PIC 9(8) VALUE 0.
    05  WS-BREAK-COUNT             PIC 9(7) VALUE 0.

01  WS-RUN-CONTROL-AREA.
      *> This step's slot on the run-control ledger and the step it
      *> follows.
    05  WS-RCT-STEP                PIC 9(1) VALUE 4.
    05  WS-RCT-PRED                PIC 9(1) VALUE 3.
    05  WS-RCT-PRED-NAME           PIC X(08) VALUE "AUDARCH".
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
    05  LS-PARM-TEXT               PIC X(17).

PROCEDURE DIVISION USING LS-PARM-DATA.

        DISPLAY "AUDMAINT: PARM required - cutoff run date CCYYMMDD "
                "(cols 1-8)"
        MOVE 8 TO RETURN-CODE
        PERFORM 0950-POST-RUN-CONTROL
        STOP RUN
    END-IF
    MOVE LS-PARM-TEXT(1:8) TO WS-CUTOFF-DATE
    PERFORM 0050-CHECK-RUN-CONTROL

    OPEN OUTPUT PURGE-RPT
    IF WS-PG-STATUS NOT = "00"
    IF WS-RUN-FAILED
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 0950-POST-RUN-CONTROL
    STOP RUN.

0050-CHECK-RUN-CONTROL.
      *> Tonight's cycle is the business date ITMLOAD opened on the
      *> run-control ledger. Before any file is touched the step
      *> refuses - condition code 16 - when AUDARCH has not
      *> completed for that date, and - condition code 20 - when
      *> this step already completed for it. PARM OVERRIDE in cols
      *> 10-17 runs it anyway; the ledger entry is marked as
      *> overridden.
    IF LS-PARM-LEN >= 17 AND LS-PARM-TEXT(10:8) = "OVERRIDE"
        SET WS-RCT-OVERRIDE TO TRUE
    END-IF
    OPEN I-O RUN-CONTROL
    IF WS-RCT-STATUS NOT = "00"
        DISPLAY "AUDMAINT: unable to open RUNCTL, status "
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
                DISPLAY "AUDMAINT: no cycle open on RUNCTL - "
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
            DISPLAY "AUDMAINT: OVERRIDE - running despite condition "
                    WS-RCT-REFUSE-CODE
        ELSE
            DISPLAY "AUDMAINT: refused by run control, condition "
                    WS-RCT-REFUSE-CODE
            MOVE WS-RCT-REFUSE-CODE TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

0055-JUDGE-RUN-CONTROL.
    EVALUATE TRUE
        WHEN RCT-STEP-COMPLETE(WS-RCT-STEP)
            DISPLAY "AUDMAINT: already complete for business date "
                    WS-RCT-DATE
            MOVE 20 TO WS-RCT-REFUSE-CODE
        WHEN NOT RCT-STEP-COMPLETE(WS-RCT-PRED)
            DISPLAY "AUDMAINT: " WS-RCT-PRED-NAME
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
            DISPLAY "AUDMAINT: RUNCTL rewrite failed, status "
                    WS-RCT-STATUS
        NOT INVALID KEY
            SET WS-RCT-BOOKED TO TRUE
    END-REWRITE.

0900-WRITE-PURGE-LINE.
    IF WS-PG-STATUS = "00"
        WRITE PG-REPORT-LINE
    END-IF
    DISPLAY "AUDMAINT: " PG-REPORT-LINE(1:70).

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
                    DISPLAY "AUDMAINT: RUNCTL entry " WS-RCT-DATE
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
            DISPLAY "AUDMAINT: unable to reopen RUNCTL, status "
                    WS-RCT-STATUS " - outcome not booked"
        END-IF
    END-IF.
