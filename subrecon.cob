      *>           registry, and the returned acknowledgments, and
      *>           reports every active subscriber that has not
      *>           acknowledged this run, acknowledged a failure, or
      *>           applied a different count than it was sent -
      *>           ending with condition code 8 so the schedule chases
      *>           them before the next publish instead of learning
      *>           days later when inventories disagree.
      *>
      *> CHANGE LOG
      *>   2026-09-02  Initial version.
      *>   2026-10-15  Applied count checked against what ITFDIST sent
      *>               each subscriber (DISTCTL) instead of the full
      *>               file count; registry carries the filter fields.
      *>   2026-10-15  Book against the nightly run-control ledger
      *>               (RUNCTL): refuse with condition code 16 when
      *>               ITMRECON has not completed for tonight's
      *>               business date, 20 when this step
      *>               already completed for it; PARM OVERRIDE
      *>               runs it regardless. The step's outcome is
      *>               booked on the ledger at end of job.
      *>   2026-10-15  Write each active subscriber's result to
      *>               SUBRSLT as well, on fixed fields, for the
      *>               morning summary (NITESUM).
      *>----------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. SUBRECON.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AF-STATUS.

    SELECT DIST-CONTROL ASSIGN TO "DISTCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DC-STATUS.

    SELECT SUBSCRIBER-RESULTS ASSIGN TO "SUBRSLT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SS-STATUS.

    SELECT RECEIPT-RPT ASSIGN TO "SUBRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RR-STATUS.

    SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RCT-BUSINESS-DATE
        FILE STATUS IS WS-RCT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INTERFACE-FILE
FD  SUBSCRIBER-REGISTRY
      *> One record per receiving shop the interface and delta files
      *> are published to. An inactive subscriber is carried but not
      *> chased. Layout must stay in step with ITFDIST's, which owns
      *> the distribution file and filter fields.
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

FD  ACK-FILE
      *> Acknowledgments returned by the receiving shops: which run
        88  AF-VERIFY-FAILED           VALUE "F".
    05  AF-RECORDS-APPLIED         PIC 9(7).

FD  DIST-CONTROL
      *> What ITFDIST sent each subscriber. Layout must stay in step
      *> with ITFDIST's.
    RECORDING MODE IS F.
01  DC-RECORD.
    05  DC-SUBSCRIBER-ID           PIC X(08).
    05  DC-RUN-DATE                PIC 9(8).
    05  DC-RUN-TIME                PIC 9(6).
    05  DC-DIST-FILE               PIC X(08).
    05  DC-SENT-COUNT              PIC 9(7).
    05  DC-QTY-HASH                PIC 9(12).
    05  DC-TOTAL-VALUE             PIC 9(15)V99.

FD  SUBSCRIBER-RESULTS
      *> One record per active subscriber judged: the run it was
      *> judged against and the outcome SUBRPT prints. Layout must
      *> stay in step with NITESUM's.
    RECORDING MODE IS F.
01  SS-RECORD.
    05  SS-SUBSCRIBER-ID           PIC X(08).
    05  SS-RUN-DATE                PIC 9(8).
    05  SS-RUN-TIME                PIC 9(6).
    05  SS-RESULT                  PIC X(01).
        88  SS-RESULT-APPLIED          VALUE "A".
        88  SS-RESULT-NO-ACK           VALUE "N".
        88  SS-RESULT-VERIFY-FAILED    VALUE "F".
        88  SS-RESULT-COUNT-OFF        VALUE "C".
    05  SS-RECORDS-APPLIED         PIC 9(7).
    05  SS-RECORDS-EXPECTED        PIC 9(7).

FD  RECEIPT-RPT
    RECORDING MODE IS F.
01  RR-REPORT-LINE                 PIC X(80).

FD  RUN-CONTROL.
      *> The nightly run-control ledger, keyed by business date.
01  RCT-RECORD.
    COPY RUNCTLREC REPLACING ==:PFX:== BY ==RCT==.

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-IF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-SR-STATUS               PIC X(02) VALUE SPACES.
    05  WS-AF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-DC-STATUS               PIC X(02) VALUE SPACES.
    05  WS-SS-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RR-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RCT-STATUS              PIC X(02) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-IF-EOF-SW               PIC X(01) VALUE "N".
        88  WS-SR-EOF                  VALUE "Y".
    05  WS-AF-EOF-SW               PIC X(01) VALUE "N".
        88  WS-AF-EOF                  VALUE "Y".
    05  WS-DC-EOF-SW               PIC X(01) VALUE "N".
        88  WS-DC-EOF                  VALUE "Y".
    05  WS-HEADER-SW               PIC X(01) VALUE "N".
        88  WS-HEADER-SEEN             VALUE "Y".
    05  WS-CHASE-SW                PIC X(01) VALUE "N".
            88  WS-SUB-ACKED           VALUE "Y".
        10  WS-SUB-STATUS          PIC X(01).
        10  WS-SUB-APPLIED         PIC 9(7).
        10  WS-SUB-EXPECTED        PIC 9(7).
        10  WS-SUB-DIST-FILE       PIC X(08).

01  WS-COUNTERS.
    05  WS-ACK-COUNT               PIC 9(5) VALUE 0.
    05  WS-STALE-ACK-COUNT         PIC 9(5) VALUE 0.
    05  WS-ORPHAN-ACK-COUNT        PIC 9(5) VALUE 0.
    05  WS-CHASED-COUNT            PIC 9(5) VALUE 0.
    05  WS-SENT-COUNT              PIC 9(5) VALUE 0.
    05  WS-RESULT                  PIC X(01) VALUE SPACE.
    05  J                          PIC 9(2) VALUE 0.

01  WS-RUN-CONTROL-AREA.
      *> This step's slot on the run-control ledger and the step it
      *> follows.
    05  WS-RCT-STEP                PIC 9(1) VALUE 5.
    05  WS-RCT-PRED                PIC 9(1) VALUE 2.
    05  WS-RCT-PRED-NAME           PIC X(08) VALUE "ITMRECON".
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

    OPEN OUTPUT RECEIPT-RPT
    IF WS-RR-STATUS NOT = "00"
            CLOSE RECEIPT-RPT
        END-IF
        MOVE 8 TO RETURN-CODE
        PERFORM 0950-POST-RUN-CONTROL
        STOP RUN
    END-IF

            CLOSE RECEIPT-RPT
        END-IF
        MOVE 8 TO RETURN-CODE
        PERFORM 0950-POST-RUN-CONTROL
        STOP RUN
    END-IF

    PERFORM 0250-LOAD-DISTRIBUTION-CONTROL
    PERFORM 0300-MATCH-ACKNOWLEDGMENTS

    OPEN OUTPUT SUBSCRIBER-RESULTS
    IF WS-SS-STATUS NOT = "00"
        DISPLAY "SUBRECON: unable to open SUBSCRIBER-RESULTS, status "
                WS-SS-STATUS
    END-IF
    PERFORM 0400-JUDGE-SUBSCRIBERS
    IF WS-SS-STATUS = "00"
        CLOSE SUBSCRIBER-RESULTS
    END-IF

    MOVE SPACES TO RR-REPORT-LINE
    IF WS-CHASE-NEEDED
        MOVE 8 TO RETURN-CODE
    END-IF

    PERFORM 0950-POST-RUN-CONTROL

    STOP RUN.

0050-CHECK-RUN-CONTROL.
      *> Tonight's cycle is the business date ITMLOAD opened on the
      *> run-control ledger. Before any file is touched the step
      *> refuses - condition code 16 - when ITMRECON has not
      *> completed for that date, and - condition code 20 - when
      *> this step already completed for it. PARM OVERRIDE runs it
      *> anyway; the ledger entry is marked as overridden.
    IF LS-PARM-LEN >= 8 AND LS-PARM-TEXT(1:8) = "OVERRIDE"
        SET WS-RCT-OVERRIDE TO TRUE
    END-IF
    OPEN I-O RUN-CONTROL
    IF WS-RCT-STATUS NOT = "00"
        DISPLAY "SUBRECON: unable to open RUNCTL, status "
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
                DISPLAY "SUBRECON: no cycle open on RUNCTL - "
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
            DISPLAY "SUBRECON: OVERRIDE - running despite condition "
                    WS-RCT-REFUSE-CODE
        ELSE
            DISPLAY "SUBRECON: refused by run control, condition "
                    WS-RCT-REFUSE-CODE
            MOVE WS-RCT-REFUSE-CODE TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

0055-JUDGE-RUN-CONTROL.
    EVALUATE TRUE
        WHEN RCT-STEP-COMPLETE(WS-RCT-STEP)
            DISPLAY "SUBRECON: already complete for business date "
                    WS-RCT-DATE
            MOVE 20 TO WS-RCT-REFUSE-CODE
        WHEN NOT RCT-STEP-COMPLETE(WS-RCT-PRED)
            DISPLAY "SUBRECON: " WS-RCT-PRED-NAME
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
            DISPLAY "SUBRECON: RUNCTL rewrite failed, status "
                    WS-RCT-STATUS
        NOT INVALID KEY
            SET WS-RCT-BOOKED TO TRUE
    END-REWRITE.

0100-READ-PUBLISHED-RUN.
      *> The run identification and published count come off the
      *> interface file itself - the same header and trailer the
                        MOVE "N" TO WS-SUB-ACK-SW(WS-SUB-COUNT)
                        MOVE SPACE TO WS-SUB-STATUS(WS-SUB-COUNT)
                        MOVE 0 TO WS-SUB-APPLIED(WS-SUB-COUNT)
                        MOVE WS-PUB-COUNT
                            TO WS-SUB-EXPECTED(WS-SUB-COUNT)
                        MOVE "ITFFILE"
                            TO WS-SUB-DIST-FILE(WS-SUB-COUNT)
                    ELSE
                        DISPLAY "SUBRECON: subscriber registry row "
                                SR-SUBSCRIBER-ID
        CLOSE SUBSCRIBER-REGISTRY
    END-IF.

0250-LOAD-DISTRIBUTION-CONTROL.
      *> A subscriber ITFDIST cut a filtered file for this run is held
      *> to the count it was sent. A subscriber with no DISTCTL record
      *> for this run - or no DISTCTL at all - was sent the full file
      *> and is held to the published count.
    OPEN INPUT DIST-CONTROL
    IF WS-DC-STATUS NOT = "00"
        MOVE "NO DISTRIBUTION CONTROL - FULL FILE COUNT APPLIES"
            TO RR-REPORT-LINE
        PERFORM 0900-WRITE-RECEIPT-LINE
    ELSE
        PERFORM UNTIL WS-DC-EOF
            READ DIST-CONTROL
                AT END
                    SET WS-DC-EOF TO TRUE
                NOT AT END
                    IF DC-RUN-DATE = WS-PUB-RUN-DATE
                     AND DC-RUN-TIME = WS-PUB-RUN-TIME
                        PERFORM VARYING J FROM 1 BY 1
                                UNTIL J > WS-SUB-COUNT
                            IF DC-SUBSCRIBER-ID = WS-SUB-ID(J)
                                MOVE DC-SENT-COUNT
                                    TO WS-SUB-EXPECTED(J)
                                MOVE DC-DIST-FILE
                                    TO WS-SUB-DIST-FILE(J)
                                ADD 1 TO WS-SENT-COUNT
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DIST-CONTROL
        MOVE SPACES TO RR-REPORT-LINE
        STRING "DISTRIBUTION CONTROL FOR " WS-SENT-COUNT
            " SUBSCRIBER(S) THIS RUN"
            DELIMITED BY SIZE INTO RR-REPORT-LINE
        PERFORM 0900-WRITE-RECEIPT-LINE
    END-IF.

0300-MATCH-ACKNOWLEDGMENTS.
      *> An acknowledgment counts only when it names this run; one for
      *> an earlier run means the shop is behind, which the missing
    MOVE SPACES TO RR-REPORT-LINE
    EVALUATE TRUE
        WHEN NOT WS-SUB-ACKED(J)
            MOVE "N" TO WS-RESULT
            STRING "*** " WS-SUB-ID(J) " " WS-SUB-NAME(J)
                " - NO ACKNOWLEDGMENT"
                DELIMITED BY SIZE INTO RR-REPORT-LINE
            SET WS-CHASE-NEEDED TO TRUE
            ADD 1 TO WS-CHASED-COUNT
        WHEN WS-SUB-STATUS(J) NOT = "V"
            MOVE "F" TO WS-RESULT
            STRING "*** " WS-SUB-ID(J) " " WS-SUB-NAME(J)
                " - VERIFY FAILED (" WS-SUB-STATUS(J) ")"
                DELIMITED BY SIZE INTO RR-REPORT-LINE
            SET WS-CHASE-NEEDED TO TRUE
            ADD 1 TO WS-CHASED-COUNT
        WHEN WS-SUB-APPLIED(J) NOT = WS-SUB-EXPECTED(J)
            MOVE "C" TO WS-RESULT
            STRING "*** " WS-SUB-ID(J) " " WS-SUB-NAME(J)
                " - APPLIED " WS-SUB-APPLIED(J)
                " OF " WS-SUB-EXPECTED(J)
                DELIMITED BY SIZE INTO RR-REPORT-LINE
            SET WS-CHASE-NEEDED TO TRUE
            ADD 1 TO WS-CHASED-COUNT
        WHEN OTHER
            MOVE "A" TO WS-RESULT
            STRING WS-SUB-ID(J) " " WS-SUB-NAME(J)
                " - ACKNOWLEDGED, APPLIED " WS-SUB-APPLIED(J)
                DELIMITED BY SIZE INTO RR-REPORT-LINE
    END-EVALUATE
    PERFORM 0900-WRITE-RECEIPT-LINE
    IF WS-SS-STATUS = "00"
        MOVE WS-SUB-ID(J) TO SS-SUBSCRIBER-ID
        MOVE WS-PUB-RUN-DATE TO SS-RUN-DATE
        MOVE WS-PUB-RUN-TIME TO SS-RUN-TIME
        MOVE WS-RESULT TO SS-RESULT
        MOVE WS-SUB-APPLIED(J) TO SS-RECORDS-APPLIED
        MOVE WS-SUB-EXPECTED(J) TO SS-RECORDS-EXPECTED
        WRITE SS-RECORD
    END-IF.

0900-WRITE-RECEIPT-LINE.
    IF WS-RR-STATUS = "00"
        WRITE RR-REPORT-LINE
    END-IF
    DISPLAY "SUBRECON: " RR-REPORT-LINE(1:70).

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
                    DISPLAY "SUBRECON: RUNCTL entry " WS-RCT-DATE
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
            DISPLAY "SUBRECON: unable to reopen RUNCTL, status "
                    WS-RCT-STATUS " - outcome not booked"
        END-IF
    END-IF.
