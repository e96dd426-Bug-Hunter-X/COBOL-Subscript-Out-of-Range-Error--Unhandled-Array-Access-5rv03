       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
      *> PROGRAM:  RUNSTAT
      *> PURPOSE:  Where tonight's cycle stands, off the run-control
      *>           ledger ITMLOAD opens and every later step books
      *>           against: one line per step - complete, failed,
      *>           started without finishing, ready to run, waiting
      *>           on its predecessor, or not wanted this cycle
      *>           (VALMOVE outside period end) - with its condition
      *>           code, start and end stamps, how many times it ran
      *>           and whether it ran under OVERRIDE. Ends with
      *>           condition code 0 when the cycle is complete, 4
      *>           while steps are still to run, and 8 when a step
      *>           failed or the ledger cannot be read.
      *>
      *>           PARM layout: cols 1-8 business date (CCYYMMDD),
      *>           optional - defaults to the cycle in progress.
      *>
      *> CHANGE LOG
      *>   2026-10-15  Initial version.
      *>----------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. RUNSTAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RCT-BUSINESS-DATE
        FILE STATUS IS WS-RCT-STATUS.

    SELECT STATUS-RPT ASSIGN TO "RUNSRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SP-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL.
      *> The nightly run-control ledger, keyed by business date.
01  RCT-RECORD.
    COPY RUNCTLREC REPLACING ==:PFX:== BY ==RCT==.

FD  STATUS-RPT
    RECORDING MODE IS F.
01  SP-REPORT-LINE                 PIC X(80).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-RCT-STATUS              PIC X(02) VALUE SPACES.
    05  WS-SP-STATUS               PIC X(02) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-FOUND-SW                PIC X(01) VALUE "N".
        88  WS-CYCLE-FOUND             VALUE "Y".
    05  WS-PENDING-SW              PIC X(01) VALUE "N".
        88  WS-STEPS-PENDING           VALUE "Y".
    05  WS-FAILED-SW               PIC X(01) VALUE "N".
        88  WS-STEP-HAS-FAILED         VALUE "Y".

01  WS-STEP-DEFINITIONS.
      *> One entry per ledger slot, in slot order: the step's name and
      *> the slot of the step it follows (zero for the first step).
    05  FILLER                     PIC X(09) VALUE "ITMLOAD 0".
    05  FILLER                     PIC X(09) VALUE "ITMRECON1".
    05  FILLER                     PIC X(09) VALUE "AUDARCH 1".
    05  FILLER                     PIC X(09) VALUE "AUDMAINT3".
    05  FILLER                     PIC X(09) VALUE "SUBRECON2".
    05  FILLER                     PIC X(09) VALUE "VALMOVE 1".
01  WS-STEP-DEF-TBL REDEFINES WS-STEP-DEFINITIONS.
    05  WS-STEP-DEF OCCURS 6 TIMES.
        10  WS-STEP-NAME           PIC X(08).
        10  WS-STEP-PRED           PIC 9(1).

01  WS-STATUS-AREA.
    05  WS-BUSINESS-DATE           PIC 9(8) VALUE 0.
    05  WS-STEP-IDX                PIC 9(1) VALUE 0.
    05  WS-PRED-IDX                PIC 9(1) VALUE 0.
    05  WS-STATE-TEXT              PIC X(10) VALUE SPACES.
    05  WS-OVERRIDE-TEXT           PIC X(08) VALUE SPACES.
    05  WS-PERIOD-TEXT             PIC X(03) VALUE SPACES.
    05  WS-COMPLETE-COUNT          PIC 9(1) VALUE 0.
    05  WS-WANTED-COUNT            PIC 9(1) VALUE 0.

LINKAGE SECTION.
01  LS-PARM-DATA.
    05  LS-PARM-LEN                PIC S9(4) COMP.
    05  LS-PARM-TEXT               PIC X(08).

PROCEDURE DIVISION USING LS-PARM-DATA.

    IF LS-PARM-LEN >= 8
        IF LS-PARM-TEXT(1:8) IS NUMERIC
            MOVE LS-PARM-TEXT(1:8) TO WS-BUSINESS-DATE
        END-IF
    END-IF

    OPEN OUTPUT STATUS-RPT
    IF WS-SP-STATUS NOT = "00"
        DISPLAY "RUNSTAT: unable to open STATUS-RPT, status "
                WS-SP-STATUS
    END-IF

    PERFORM 0100-READ-CYCLE
    IF NOT WS-CYCLE-FOUND
        IF WS-SP-STATUS = "00"
            CLOSE STATUS-RPT
        END-IF
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    IF RCT-PERIOD-END
        MOVE "YES" TO WS-PERIOD-TEXT
    ELSE
        MOVE "NO" TO WS-PERIOD-TEXT
    END-IF
    MOVE SPACES TO SP-REPORT-LINE
    STRING "RUN CONTROL STATUS - BUSINESS DATE " WS-BUSINESS-DATE
        "  PERIOD END " WS-PERIOD-TEXT
        DELIMITED BY SIZE INTO SP-REPORT-LINE
    PERFORM 0900-WRITE-STATUS-LINE
    MOVE "STEP      STATE       RC  STARTED          ENDED            RUNS"
        TO SP-REPORT-LINE
    PERFORM 0900-WRITE-STATUS-LINE

    PERFORM 0200-REPORT-STEP
        VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > 6

    MOVE SPACES TO SP-REPORT-LINE
    EVALUATE TRUE
        WHEN WS-STEP-HAS-FAILED
            MOVE "*** CYCLE HAS A FAILED STEP - RERUN OR OVERRIDE IT"
                TO SP-REPORT-LINE
            MOVE 8 TO RETURN-CODE
        WHEN WS-STEPS-PENDING
            STRING "CYCLE IN PROGRESS - " WS-COMPLETE-COUNT
                " OF " WS-WANTED-COUNT " STEPS COMPLETE"
                DELIMITED BY SIZE INTO SP-REPORT-LINE
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE "CYCLE COMPLETE" TO SP-REPORT-LINE
    END-EVALUATE
    PERFORM 0900-WRITE-STATUS-LINE

    IF WS-SP-STATUS = "00"
        CLOSE STATUS-RPT
    END-IF

    STOP RUN.

0100-READ-CYCLE.
      *> The PARM's date if one was given, else the date the ledger's
      *> control record names as the cycle in progress.
    OPEN INPUT RUN-CONTROL
    IF WS-RCT-STATUS NOT = "00"
        MOVE SPACES TO SP-REPORT-LINE
        STRING "*** UNABLE TO OPEN RUNCTL, STATUS " WS-RCT-STATUS
            DELIMITED BY SIZE INTO SP-REPORT-LINE
        PERFORM 0900-WRITE-STATUS-LINE
    ELSE
        IF WS-BUSINESS-DATE = 0
            MOVE ZEROS TO RCT-BUSINESS-DATE
            READ RUN-CONTROL
                INVALID KEY
                    MOVE "*** NO CYCLE OPEN ON THE LEDGER"
                        TO SP-REPORT-LINE
                    PERFORM 0900-WRITE-STATUS-LINE
                NOT INVALID KEY
                    MOVE RCT-OPEN-DATE TO WS-BUSINESS-DATE
            END-READ
        END-IF
        IF WS-BUSINESS-DATE NOT = 0
            MOVE WS-BUSINESS-DATE TO RCT-BUSINESS-DATE
            READ RUN-CONTROL
                INVALID KEY
                    MOVE SPACES TO SP-REPORT-LINE
                    STRING "*** NO LEDGER ENTRY FOR BUSINESS DATE "
                        WS-BUSINESS-DATE
                        DELIMITED BY SIZE INTO SP-REPORT-LINE
                    PERFORM 0900-WRITE-STATUS-LINE
                NOT INVALID KEY
                    SET WS-CYCLE-FOUND TO TRUE
            END-READ
        END-IF
        CLOSE RUN-CONTROL
    END-IF.

0200-REPORT-STEP.
      *> A step not yet run is ready when the step it follows has
      *> completed (or it follows none) and waiting otherwise.
      *> VALMOVE outside a period-end cycle is not wanted.
    MOVE WS-STEP-PRED(WS-STEP-IDX) TO WS-PRED-IDX
    MOVE SPACES TO WS-OVERRIDE-TEXT
    IF RCT-STEP-OVERRIDDEN(WS-STEP-IDX)
        MOVE "OVERRIDE" TO WS-OVERRIDE-TEXT
    END-IF
    IF RCT-STEP-RUN-COUNT(WS-STEP-IDX) IS NOT NUMERIC
        MOVE 0 TO RCT-STEP-RUN-COUNT(WS-STEP-IDX)
    END-IF
    EVALUATE TRUE
        WHEN WS-STEP-IDX = 6 AND NOT RCT-PERIOD-END
         AND RCT-STEP-NOT-RUN(WS-STEP-IDX)
            MOVE "NOT WANTED" TO WS-STATE-TEXT
        WHEN RCT-STEP-COMPLETE(WS-STEP-IDX)
            MOVE "COMPLETE" TO WS-STATE-TEXT
            ADD 1 TO WS-WANTED-COUNT
            ADD 1 TO WS-COMPLETE-COUNT
        WHEN RCT-STEP-FAILED(WS-STEP-IDX)
            MOVE "*FAILED*" TO WS-STATE-TEXT
            ADD 1 TO WS-WANTED-COUNT
            SET WS-STEP-HAS-FAILED TO TRUE
        WHEN RCT-STEP-STARTED(WS-STEP-IDX)
            MOVE "STARTED" TO WS-STATE-TEXT
            ADD 1 TO WS-WANTED-COUNT
            SET WS-STEPS-PENDING TO TRUE
        WHEN WS-PRED-IDX = 0
            MOVE "READY" TO WS-STATE-TEXT
            ADD 1 TO WS-WANTED-COUNT
            SET WS-STEPS-PENDING TO TRUE
        WHEN RCT-STEP-COMPLETE(WS-PRED-IDX)
            MOVE "READY" TO WS-STATE-TEXT
            ADD 1 TO WS-WANTED-COUNT
            SET WS-STEPS-PENDING TO TRUE
        WHEN OTHER
            MOVE "WAITING" TO WS-STATE-TEXT
            ADD 1 TO WS-WANTED-COUNT
            SET WS-STEPS-PENDING TO TRUE
    END-EVALUATE

    MOVE SPACES TO SP-REPORT-LINE
    IF RCT-STEP-NOT-RUN(WS-STEP-IDX)
        IF WS-STATE-TEXT = "WAITING"
            STRING WS-STEP-NAME(WS-STEP-IDX) "  " WS-STATE-TEXT
                "  ON " WS-STEP-NAME(WS-PRED-IDX)
                DELIMITED BY SIZE INTO SP-REPORT-LINE
        ELSE
            STRING WS-STEP-NAME(WS-STEP-IDX) "  " WS-STATE-TEXT
                DELIMITED BY SIZE INTO SP-REPORT-LINE
        END-IF
    ELSE
        STRING WS-STEP-NAME(WS-STEP-IDX) "  " WS-STATE-TEXT
            "  " RCT-STEP-RC(WS-STEP-IDX)
            "  " RCT-STEP-START-DATE(WS-STEP-IDX)
            " " RCT-STEP-START-TIME(WS-STEP-IDX)
            "  " RCT-STEP-END-DATE(WS-STEP-IDX)
            " " RCT-STEP-END-TIME(WS-STEP-IDX)
            "  " RCT-STEP-RUN-COUNT(WS-STEP-IDX)
            " " WS-OVERRIDE-TEXT
            DELIMITED BY SIZE INTO SP-REPORT-LINE
    END-IF
    PERFORM 0900-WRITE-STATUS-LINE.

0900-WRITE-STATUS-LINE.
    IF WS-SP-STATUS = "00"
        WRITE SP-REPORT-LINE
    END-IF
    DISPLAY "RUNSTAT: " SP-REPORT-LINE(1:70).
