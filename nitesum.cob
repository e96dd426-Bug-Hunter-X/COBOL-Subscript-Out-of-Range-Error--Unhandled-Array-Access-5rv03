       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
      *> PROGRAM:  NITESUM
      *> PURPOSE:  Morning operations summary, run last in the cycle.
      *>           Every step prints its own report, and the morning
      *>           shift used to open CTLRPT, BALRPT, VFYRPT, DVFYRPT,
      *>           SUBRPT, COSTRPT, STKRPT and TRNDRPT one after the
      *>           other to learn whether the night was clean. This
      *>           step reads only the machine-readable outputs -
      *>           CTLTOTAL, the ITFFILE and DLTAFILE headers and
      *>           trailers, RPLNFILE and WHXFER's RPLNADJ and
      *>           XFERFILE, the latest RUNHIST records and SUBRECON's
      *>           SUBRSLT - and prints one page: a red /
      *>           amber / green status per area, the figures that
      *>           decided it, and the actions the shift has to take.
      *>           One fixed-layout alert record (NITEALRT) carries
      *>           the same verdict for the monitoring tool.
      *>
      *>           Areas:   LOAD        CTLTOTAL - the load's condition
      *>                                code, rejects, recycle, cost
      *>                                and catalog gaps, empty
      *>                                warehouse extracts
      *>                    PUBLISH     ITFFILE is tonight's run and
      *>                                its trailer agrees with
      *>                                CTLTOTAL
      *>                    DELTA       DLTAFILE is tonight's run and
      *>                                its trailer agrees with
      *>                                CTLTOTAL
      *>                    REPLEN      RPLNFILE cut for tonight,
      *>                                and WHXFER's RPLNADJ - what
      *>                                goes to purchasing - and
      *>                                XFERFILE cut from it tonight
      *>                    HISTORY     RUNHIST written for tonight,
      *>                                valuation move on the run
      *>                                before within the band
      *>                    SUBSCRIBERS every active subscriber applied
      *>                                the published run
      *>
      *>           Condition code 0 when every area is green, 4 when
      *>           the worst is amber, 8 when any is red.
      *>
      *>           PARM layout: cols 1-3 valuation move band percent
      *>           (default 10); optional.
      *>
      *> CHANGE LOG
      *>   2026-10-15  Initial version.
      *>----------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. NITESUM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTAL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CT-STATUS.

    SELECT INTERFACE-FILE ASSIGN TO "ITFFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-IF-STATUS.

    SELECT DELTA-FILE ASSIGN TO "DLTAFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DL-STATUS.

    SELECT REPLEN-FILE ASSIGN TO "RPLNFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RF-STATUS.

    SELECT REPLEN-ADJUSTED ASSIGN TO "RPLNADJ"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RA-STATUS.

    SELECT TRANSFER-FILE ASSIGN TO "XFERFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-XF-STATUS.

    SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RH-STATUS.

    SELECT SUBSCRIBER-RESULTS ASSIGN TO "SUBRSLT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SS-STATUS.

    SELECT SUMMARY-RPT ASSIGN TO "NITERPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NR-STATUS.

    SELECT ALERT-FILE ASSIGN TO "NITEALRT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NA-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-TOTALS
      *> Layouts must stay in step with the records as ITMLOAD's
      *> 0560-WRITE-CONTROL-TOTALS writes them.
    RECORDING MODE IS F.
01  CT-TOTALS-REC.
    05  CT-T-TYPE                  PIC X(01).
    05  CT-RUN-DATE                PIC 9(8).
    05  CT-RUN-TIME                PIC 9(6).
    05  CT-LOADED-COUNT            PIC 9(5).
    05  CT-MERGED-COUNT            PIC 9(5).
    05  CT-PUBLISHED-COUNT         PIC 9(5).
    05  CT-OVERFLOW-COUNT          PIC 9(5).
    05  CT-VALID-REJECT-COUNT      PIC 9(5).
    05  CT-SEQ-ERR-COUNT           PIC 9(5).
    05  CT-COSTED-COUNT            PIC 9(5).
    05  CT-NO-COST-COUNT           PIC 9(5).
    05  CT-COST-ORPHAN-COUNT       PIC 9(5).
    05  CT-RECYCLE-IN-COUNT        PIC 9(5).
    05  CT-RECYCLE-OUT-COUNT       PIC 9(5).
    05  CT-MAINT-UPD-COUNT         PIC 9(5).
    05  CT-MAINT-DEL-COUNT         PIC 9(5).
    05  CT-DELTA-ADD-COUNT         PIC 9(5).
    05  CT-DELTA-CHG-COUNT         PIC 9(5).
    05  CT-DELTA-DEL-COUNT         PIC 9(5).
    05  CT-RECORDS-IN              PIC 9(7).
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
        88  CT-REPLEN-CUT-TONIGHT      VALUE "Y".
01  CT-WAREHOUSE-REC.
    05  CT-W-TYPE                  PIC X(01).
    05  CT-W-LOCATION              PIC X(03).
    05  CT-W-READ-COUNT            PIC 9(5).
    05  CT-W-LOADED-COUNT          PIC 9(5).
    05  CT-W-MERGED-COUNT          PIC 9(5).
    05  CT-W-REJECT-COUNT          PIC 9(5).
    05  CT-W-OVERFLOW-COUNT        PIC 9(5).
    05  FILLER                     PIC X(140).

FD  INTERFACE-FILE
      *> Layouts must stay in step with the records as ITMLOAD's
      *> 0400-WRITE-INTERFACE-FILE writes them - only the header and
      *> trailer matter here.
    RECORDING MODE IS F.
01  IF-HEADER-REC.
    05  IF-H-TYPE                  PIC X(01).
    05  IF-H-RUN-DATE              PIC 9(8).
    05  IF-H-RUN-TIME              PIC 9(6).
    05  IF-H-SOURCE-JOB            PIC X(08).
    05  FILLER                     PIC X(57).
01  IF-TRAILER-REC.
    05  IF-T-TYPE                  PIC X(01).
    05  IF-T-DETAIL-COUNT          PIC 9(7).
    05  IF-T-QTY-HASH              PIC 9(12).
    05  IF-T-TOTAL-VALUE           PIC 9(15)V99.
    05  FILLER                     PIC X(43).

FD  DELTA-FILE
      *> Layouts must stay in step with the records as ITMLOAD's
      *> 0450-WRITE-DELTA-FILE writes them - only the header and
      *> trailer matter here.
    RECORDING MODE IS F.
01  DL-HEADER-REC.
    05  DL-H-TYPE                  PIC X(01).
    05  DL-H-RUN-DATE              PIC 9(8).
    05  DL-H-RUN-TIME              PIC 9(6).
    05  DL-H-SOURCE-JOB            PIC X(08).
    05  DL-H-PRIOR-RUN-DATE        PIC 9(8).
    05  DL-H-PRIOR-RUN-TIME        PIC 9(6).
    05  FILLER                     PIC X(42).
01  DL-TRAILER-REC.
    05  DL-T-TYPE                  PIC X(01).
    05  DL-T-DETAIL-COUNT          PIC 9(7).
    05  DL-T-ADD-COUNT             PIC 9(5).
    05  DL-T-CHG-COUNT             PIC 9(5).
    05  DL-T-DEL-COUNT             PIC 9(5).
    05  DL-T-QTY-HASH              PIC 9(12).
    05  FILLER                     PIC X(44).

FD  REPLEN-FILE
      *> As ITMLOAD's 0396-WRITE-REPLEN-FILE writes it.
    RECORDING MODE IS F.
01  RF-RECORD.
    05  RF-ITEM-CODE               PIC X(10).
    05  RF-LOCATION                PIC X(03).
    05  RF-QTY-ON-HAND             PIC 9(7).
    05  RF-REORDER-POINT           PIC 9(7).
    05  RF-SUGGESTED-QTY           PIC 9(7).

FD  REPLEN-ADJUSTED
      *> As WHXFER's 0420-COPY-REPLEN writes it - RPLNFILE's layout.
    RECORDING MODE IS F.
01  RA-RECORD.
    05  RA-ITEM-CODE               PIC X(10).
    05  RA-LOCATION                PIC X(03).
    05  RA-QTY-ON-HAND             PIC 9(7).
    05  RA-REORDER-POINT           PIC 9(7).
    05  RA-SUGGESTED-QTY           PIC 9(7).

FD  TRANSFER-FILE
      *> As WHXFER's 0320-WRITE-TRANSFER writes it.
    RECORDING MODE IS F.
01  XF-RECORD.
    05  XF-FROM-LOCATION           PIC X(03).
    05  XF-TO-LOCATION             PIC X(03).
    05  XF-ITEM-CODE               PIC X(10).
    05  XF-TRANSFER-QTY            PIC 9(7).
    05  XF-RUN-DATE                PIC 9(8).
    05  XF-RUN-TIME                PIC 9(6).

FD  RUN-HISTORY
      *> Layout must stay in step with RH-RECORD as ITMLOAD's
      *> 0580-WRITE-RUN-HISTORY writes it.
    RECORDING MODE IS F.
01  RH-RECORD.
    05  RH-RUN-DATE                PIC 9(8).
    05  RH-RUN-TIME                PIC 9(6).
    05  RH-LOADED-COUNT            PIC 9(5).
    05  RH-MERGED-COUNT            PIC 9(5).
    05  RH-PUBLISHED-COUNT         PIC 9(5).
    05  RH-OVERFLOW-COUNT          PIC 9(5).
    05  RH-VALID-REJECT-COUNT      PIC 9(5).
    05  RH-SEQ-ERR-COUNT           PIC 9(5).
    05  RH-COSTED-COUNT            PIC 9(5).
    05  RH-NO-COST-COUNT           PIC 9(5).
    05  RH-COST-ORPHAN-COUNT       PIC 9(5).
    05  RH-RECYCLE-IN-COUNT        PIC 9(5).
    05  RH-RECYCLE-OUT-COUNT       PIC 9(5).
    05  RH-MAINT-UPD-COUNT         PIC 9(5).
    05  RH-MAINT-DEL-COUNT         PIC 9(5).
    05  RH-DELTA-ADD-COUNT         PIC 9(5).
    05  RH-DELTA-CHG-COUNT         PIC 9(5).
    05  RH-DELTA-DEL-COUNT         PIC 9(5).
    05  RH-RECORDS-IN              PIC 9(7).
    05  RH-TOTAL-VALUATION         PIC 9(15)V99.
    05  RH-RETURN-CODE             PIC 9(2).

FD  SUBSCRIBER-RESULTS
      *> Layout must stay in step with SUBRECON's.
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

FD  SUMMARY-RPT
    RECORDING MODE IS F.
01  NR-REPORT-LINE                 PIC X(80).

FD  ALERT-FILE
      *> One record per summary for the monitoring tool: the run
      *> summarized, the overall and per-area status (G/A/R, areas in
      *> the order LOAD, PUBLISH, DELTA, REPLEN, HISTORY,
      *> SUBSCRIBERS), the load's condition code, how many actions are
      *> open and the first of them.
    RECORDING MODE IS F.
01  NA-RECORD.
    05  NA-SUMMARY-DATE            PIC 9(8).
    05  NA-SUMMARY-TIME            PIC 9(6).
    05  NA-RUN-DATE                PIC 9(8).
    05  NA-RUN-TIME                PIC 9(6).
    05  NA-OVERALL-STATUS          PIC X(01).
        88  NA-OVERALL-GREEN           VALUE "G".
        88  NA-OVERALL-AMBER           VALUE "A".
        88  NA-OVERALL-RED             VALUE "R".
    05  NA-AREA-STATUS OCCURS 6 TIMES
                                   PIC X(01).
    05  NA-LOAD-RETURN-CODE        PIC 9(2).
    05  NA-ACTION-COUNT            PIC 9(3).
    05  NA-FIRST-ACTION            PIC X(40).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-CT-STATUS               PIC X(02) VALUE SPACES.
    05  WS-IF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-DL-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RA-STATUS               PIC X(02) VALUE SPACES.
    05  WS-XF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RH-STATUS               PIC X(02) VALUE SPACES.
    05  WS-SS-STATUS               PIC X(02) VALUE SPACES.
    05  WS-NR-STATUS               PIC X(02) VALUE SPACES.
    05  WS-NA-STATUS               PIC X(02) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-EOF-SW                  PIC X(01) VALUE "N".
        88  WS-EOF                     VALUE "Y".
    05  WS-CT-FOUND-SW             PIC X(01) VALUE "N".
        88  WS-CT-FOUND                VALUE "Y".
    05  WS-IF-HEADER-SW            PIC X(01) VALUE "N".
        88  WS-IF-HEADER-SEEN          VALUE "Y".
    05  WS-IF-TRAILER-SW           PIC X(01) VALUE "N".
        88  WS-IF-TRAILER-SEEN         VALUE "Y".
    05  WS-DL-HEADER-SW            PIC X(01) VALUE "N".
        88  WS-DL-HEADER-SEEN          VALUE "Y".
    05  WS-DL-TRAILER-SW           PIC X(01) VALUE "N".
        88  WS-DL-TRAILER-SEEN         VALUE "Y".
    05  WS-LOAD-HELD-SW            PIC X(01) VALUE "N".
        88  WS-LOAD-HELD               VALUE "Y".
    05  WS-REPLEN-CUT-SW           PIC X(01) VALUE "N".
        88  WS-REPLEN-CUT              VALUE "Y".
    05  WS-BACKOUT-SW              PIC X(01) VALUE "N".
        88  WS-BACKOUT-RUN             VALUE "Y".
    05  WS-XF-STALE-SW             PIC X(01) VALUE "N".
        88  WS-XF-STALE                VALUE "Y".

01  WS-OPTIONS.
    05  WS-VALUE-BAND              PIC 9(3) VALUE 10.

01  WS-TONIGHT-AREA.
      *> The run the night is judged on: CTLTOTAL's when there is
      *> one, otherwise whatever ITFFILE says was published.
    05  WS-TONIGHT-DATE            PIC 9(8) VALUE 0.
    05  WS-TONIGHT-TIME            PIC 9(6) VALUE 0.
    05  WS-LOAD-RC                 PIC 9(2) VALUE 0.
    05  WS-REJECT-TOTAL            PIC 9(6) VALUE 0.
    05  WS-REJECT-PCT              PIC 9(3)V9 VALUE 0.
    05  WS-CATALOG-GAPS            PIC 9(6) VALUE 0.
    05  WS-CT-PUBLISHED            PIC 9(5) VALUE 0.
    05  WS-CT-QTY-HASH             PIC 9(12) VALUE 0.
    05  WS-CT-VALUE                PIC 9(15)V99 VALUE 0.
    05  WS-CT-ADDS                 PIC 9(5) VALUE 0.
    05  WS-CT-CHANGES              PIC 9(5) VALUE 0.
    05  WS-CT-DELETES              PIC 9(5) VALUE 0.
    05  WS-EMPTY-WH-COUNT          PIC 9(3) VALUE 0.
    05  WS-IF-RUN-DATE             PIC 9(8) VALUE 0.
    05  WS-IF-RUN-TIME             PIC 9(6) VALUE 0.
    05  WS-IF-COUNT                PIC 9(7) VALUE 0.
    05  WS-IF-QTY-HASH             PIC 9(12) VALUE 0.
    05  WS-IF-VALUE                PIC 9(15)V99 VALUE 0.
    05  WS-DL-RUN-DATE             PIC 9(8) VALUE 0.
    05  WS-DL-RUN-TIME             PIC 9(6) VALUE 0.
    05  WS-DL-ADDS                 PIC 9(5) VALUE 0.
    05  WS-DL-CHANGES              PIC 9(5) VALUE 0.
    05  WS-DL-DELETES              PIC 9(5) VALUE 0.
    05  WS-RF-COUNT                PIC 9(7) VALUE 0.
    05  WS-RF-QTY                  PIC 9(12) VALUE 0.
    05  WS-RA-COUNT                PIC 9(7) VALUE 0.
    05  WS-RA-QTY                  PIC 9(12) VALUE 0.
    05  WS-XF-COUNT                PIC 9(7) VALUE 0.
    05  WS-XF-QTY                  PIC 9(12) VALUE 0.
    05  WS-XF-RUN-DATE             PIC 9(8) VALUE 0.
    05  WS-XF-RUN-TIME             PIC 9(6) VALUE 0.
    05  WS-RH-COUNT                PIC 9(7) VALUE 0.
    05  WS-RH-LAST-DATE            PIC 9(8) VALUE 0.
    05  WS-RH-LAST-TIME            PIC 9(6) VALUE 0.
    05  WS-RH-LAST-VALUE           PIC 9(15)V99 VALUE 0.
    05  WS-RH-LAST-RC              PIC 9(2) VALUE 0.
    05  WS-RH-PREV-VALUE           PIC 9(15)V99 VALUE 0.
    05  WS-VALUE-MOVE-PCT          PIC S9(5)V9 VALUE 0.
    05  WS-VALUE-MOVE-ABS          PIC 9(5)V9 VALUE 0.
    05  WS-SS-TONIGHT              PIC 9(3) VALUE 0.
    05  WS-SS-STALE                PIC 9(3) VALUE 0.
    05  WS-SS-APPLIED              PIC 9(3) VALUE 0.
    05  WS-SS-NO-ACK               PIC 9(3) VALUE 0.
    05  WS-SS-FAILED               PIC 9(3) VALUE 0.
    05  WS-SS-COUNT-OFF            PIC 9(3) VALUE 0.
    05  WS-SS-CHASE                PIC 9(3) VALUE 0.

01  WS-AREA-TABLE.
      *> Status per area: 0 green, 1 amber, 2 red - the worst finding
      *> wins - and up to two lines of the figures behind it.
    05  WS-AREA-ENTRY OCCURS 6 TIMES.
        10  WS-AREA-RANK           PIC 9(1).
        10  WS-AREA-FIG-1          PIC X(62).
        10  WS-AREA-FIG-2          PIC X(62).
    05  WS-AREA-IDX                PIC 9(1) VALUE 0.
    05  WS-RAISE-RANK              PIC 9(1) VALUE 0.
    05  WS-OVERALL-RANK            PIC 9(1) VALUE 0.

01  WS-AREA-NAMES.
    05  FILLER                     PIC X(12) VALUE "LOAD".
    05  FILLER                     PIC X(12) VALUE "PUBLISH".
    05  FILLER                     PIC X(12) VALUE "DELTA".
    05  FILLER                     PIC X(12) VALUE "REPLEN".
    05  FILLER                     PIC X(12) VALUE "HISTORY".
    05  FILLER                     PIC X(12) VALUE "SUBSCRIBERS".
01  WS-AREA-NAME-TBL REDEFINES WS-AREA-NAMES.
    05  WS-AREA-NAME OCCURS 6 TIMES
                                   PIC X(12).

01  WS-RANK-NAMES.
    05  FILLER                     PIC X(06) VALUE "GREEN".
    05  FILLER                     PIC X(06) VALUE "AMBER".
    05  FILLER                     PIC X(06) VALUE "RED".
01  WS-RANK-NAME-TBL REDEFINES WS-RANK-NAMES.
    05  WS-RANK-NAME OCCURS 3 TIMES
                                   PIC X(06).
01  WS-RANK-CODES                  PIC X(03) VALUE "GAR".

01  WS-ACTION-AREA.
    05  WS-ACTION-MAX              PIC 9(2) VALUE 20.
    05  WS-ACTION-COUNT            PIC 9(3) VALUE 0.
    05  WS-ACTION-IDX              PIC 9(2) VALUE 0.
    05  WS-ACTION-TEXT             PIC X(72) VALUE SPACES.
    05  WS-ACTION-ENTRY OCCURS 20 TIMES
                                   PIC X(72).

01  WS-SUMMARY-LINE.
    05  WS-SL-AREA                 PIC X(12).
    05  WS-SL-RAG                  PIC X(06).
    05  WS-SL-FIGURES              PIC X(62).

01  WS-EDIT-FIELDS.
    05  WS-ED-VALUE                PIC Z(14)9.99.
    05  WS-ED-PCT                  PIC ZZ9.9.
    05  WS-ED-MOVE                 PIC -(5)9.9.
    05  WS-RETURN-CODE             PIC 9(2) VALUE 0.
    05  WS-CURRENT-STAMP           PIC X(21) VALUE SPACES.

LINKAGE SECTION.
01  LS-PARM-DATA.
    05  LS-PARM-LEN                PIC S9(4) COMP.
    05  LS-PARM-TEXT               PIC X(03).

PROCEDURE DIVISION USING LS-PARM-DATA.

    IF LS-PARM-LEN >= 3 AND LS-PARM-TEXT(1:3) IS NUMERIC
        MOVE LS-PARM-TEXT(1:3) TO WS-VALUE-BAND
    END-IF

    PERFORM VARYING WS-AREA-IDX FROM 1 BY 1 UNTIL WS-AREA-IDX > 6
        MOVE 0 TO WS-AREA-RANK(WS-AREA-IDX)
        MOVE SPACES TO WS-AREA-FIG-1(WS-AREA-IDX)
        MOVE SPACES TO WS-AREA-FIG-2(WS-AREA-IDX)
    END-PERFORM

    PERFORM 0100-JUDGE-LOAD
    PERFORM 0200-JUDGE-PUBLISH
    PERFORM 0300-JUDGE-DELTA
    PERFORM 0400-JUDGE-REPLEN
    PERFORM 0500-JUDGE-HISTORY
    PERFORM 0600-JUDGE-SUBSCRIBERS

    MOVE 0 TO WS-OVERALL-RANK
    PERFORM VARYING WS-AREA-IDX FROM 1 BY 1 UNTIL WS-AREA-IDX > 6
        IF WS-AREA-RANK(WS-AREA-IDX) > WS-OVERALL-RANK
            MOVE WS-AREA-RANK(WS-AREA-IDX) TO WS-OVERALL-RANK
        END-IF
    END-PERFORM

    PERFORM 0700-PRINT-SUMMARY
    PERFORM 0750-WRITE-ALERT-RECORD

    EVALUATE WS-OVERALL-RANK
        WHEN 2
            MOVE 8 TO WS-RETURN-CODE
        WHEN 1
            MOVE 4 TO WS-RETURN-CODE
        WHEN OTHER
            MOVE 0 TO WS-RETURN-CODE
    END-EVALUATE
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

0100-JUDGE-LOAD.
      *> The load's own verdict is its condition code; the counts
      *> behind it become the actions - rejects to correct and
      *> recycle, items without cost, catalog gaps, warehouses whose
      *> extract came in empty.
    MOVE 1 TO WS-AREA-IDX
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT CONTROL-TOTALS
    IF WS-CT-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ CONTROL-TOTALS
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    EVALUATE CT-T-TYPE
                        WHEN "C"
                            SET WS-CT-FOUND TO TRUE
                            PERFORM 0110-TAKE-TOTALS-RECORD
                        WHEN "W"
                            IF CT-W-READ-COUNT = 0
                                ADD 1 TO WS-EMPTY-WH-COUNT
                                MOVE SPACES TO WS-ACTION-TEXT
                                STRING "WAREHOUSE " CT-W-LOCATION
                                    " SENT AN EMPTY EXTRACT - CHASE "
                                    "THE WAREHOUSE SYSTEM"
                                    DELIMITED BY SIZE
                                    INTO WS-ACTION-TEXT
                                PERFORM 0850-ADD-ACTION
                            END-IF
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE CONTROL-TOTALS
    END-IF

    IF NOT WS-CT-FOUND
        MOVE 2 TO WS-RAISE-RANK
        PERFORM 0860-RAISE-AREA
        MOVE SPACES TO WS-AREA-FIG-1(1)
        STRING "NO CONTROL TOTALS (CTLTOTAL STATUS " WS-CT-STATUS ")"
            DELIMITED BY SIZE INTO WS-AREA-FIG-1(1)
        MOVE "ITMLOAD LEFT NO CONTROL TOTALS - CHECK THE LOAD RAN"
            TO WS-ACTION-TEXT
        PERFORM 0850-ADD-ACTION
    ELSE
        IF WS-EMPTY-WH-COUNT > 0
            MOVE 1 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
        END-IF
    END-IF.

0110-TAKE-TOTALS-RECORD.
    MOVE CT-RUN-DATE TO WS-TONIGHT-DATE
    MOVE CT-RUN-TIME TO WS-TONIGHT-TIME
    MOVE CT-RETURN-CODE TO WS-LOAD-RC
    MOVE CT-PUBLISHED-COUNT TO WS-CT-PUBLISHED
    MOVE CT-QTY-HASH TO WS-CT-QTY-HASH
    MOVE CT-TOTAL-VALUATION TO WS-CT-VALUE
    MOVE CT-DELTA-ADD-COUNT TO WS-CT-ADDS
    MOVE CT-DELTA-CHG-COUNT TO WS-CT-CHANGES
    MOVE CT-DELTA-DEL-COUNT TO WS-CT-DELETES
    IF CT-REPLEN-CUT-TONIGHT
        SET WS-REPLEN-CUT TO TRUE
    END-IF
    COMPUTE WS-REJECT-TOTAL = CT-VALID-REJECT-COUNT
        + CT-OVERFLOW-COUNT + CT-SEQ-ERR-COUNT
    MOVE 0 TO WS-REJECT-PCT
    IF CT-RECORDS-IN > 0
        COMPUTE WS-REJECT-PCT ROUNDED =
            CT-VALID-REJECT-COUNT * 100 / CT-RECORDS-IN
    END-IF
    MOVE WS-REJECT-PCT TO WS-ED-PCT
    MOVE SPACES TO WS-AREA-FIG-1(1)
    STRING "RUN " CT-RUN-DATE " " CT-RUN-TIME
        "  IN " CT-RECORDS-IN " PUBLISHED " CT-PUBLISHED-COUNT
        "  CC " CT-RETURN-CODE
        DELIMITED BY SIZE INTO WS-AREA-FIG-1(1)
    MOVE SPACES TO WS-AREA-FIG-2(1)
    STRING "REJECTS " WS-REJECT-TOTAL " (" WS-ED-PCT "%)"
        "  RECYCLE " CT-RECYCLE-OUT-COUNT
        "  NO COST " CT-NO-COST-COUNT
        DELIMITED BY SIZE INTO WS-AREA-FIG-2(1)

    EVALUATE TRUE
        WHEN CT-RETURN-CODE >= 12
            SET WS-LOAD-HELD TO TRUE
            MOVE 2 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
            MOVE SPACES TO WS-ACTION-TEXT
            STRING "LOAD ENDED CC " CT-RETURN-CODE
                " - BELOW MINIMUM ITEMS, CHECK EXTRACTS AND RERUN ITMLOAD"
                DELIMITED BY SIZE INTO WS-ACTION-TEXT
            PERFORM 0850-ADD-ACTION
        WHEN CT-RETURN-CODE >= 8
            SET WS-LOAD-HELD TO TRUE
            MOVE 2 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
            MOVE SPACES TO WS-ACTION-TEXT
            STRING "RUN HELD AT CC 08 - REVIEW CTLRPT/CCHGRPT, RELEASE OR "
                "RERUN ITMLOAD"
                DELIMITED BY SIZE INTO WS-ACTION-TEXT
            PERFORM 0850-ADD-ACTION
        WHEN CT-RETURN-CODE >= 4
            MOVE 1 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    IF CT-RECYCLE-OUT-COUNT > 0
        MOVE 1 TO WS-RAISE-RANK
        PERFORM 0860-RAISE-AREA
        MOVE SPACES TO WS-ACTION-TEXT
        STRING "CORRECT AND RECYCLE " CT-RECYCLE-OUT-COUNT
            " REJECTED RECORDS (RECYCOUT, EXCPRPT)"
            DELIMITED BY SIZE INTO WS-ACTION-TEXT
        PERFORM 0850-ADD-ACTION
    END-IF

    IF CT-NO-COST-COUNT > 0
        MOVE 1 TO WS-RAISE-RANK
        PERFORM 0860-RAISE-AREA
        MOVE SPACES TO WS-ACTION-TEXT
        STRING "CHASE FINANCE FOR " CT-NO-COST-COUNT
            " ITEMS WITHOUT A UNIT COST (COSTRPT)"
            DELIMITED BY SIZE INTO WS-ACTION-TEXT
        PERFORM 0850-ADD-ACTION
    END-IF

    COMPUTE WS-CATALOG-GAPS = CT-UNKNOWN-COUNT + CT-BLOCKED-COUNT
    IF WS-CATALOG-GAPS > 0
        MOVE 1 TO WS-RAISE-RANK
        PERFORM 0860-RAISE-AREA
        MOVE SPACES TO WS-ACTION-TEXT
        STRING "REVIEW " WS-CATALOG-GAPS
            " ITEMS REJECTED AS UNKNOWN OR BLOCKED - UPDATE ITEMCAT"
            DELIMITED BY SIZE INTO WS-ACTION-TEXT
        PERFORM 0850-ADD-ACTION
    END-IF

    IF CT-BACKOUT-RUN
        SET WS-BACKOUT-RUN TO TRUE
        MOVE 1 TO WS-RAISE-RANK
        PERFORM 0860-RAISE-AREA
        MOVE SPACES TO WS-ACTION-TEXT
        STRING "BACK-OUT RUN TO " CT-RESTORE-RUN-DATE " "
            CT-RESTORE-RUN-TIME
            " - CONFIRM SUBSCRIBERS TOOK THE REVERSAL"
            DELIMITED BY SIZE INTO WS-ACTION-TEXT
        PERFORM 0850-ADD-ACTION
    END-IF.

0200-JUDGE-PUBLISH.
      *> ITFFILE must be tonight's publish and its trailer must agree
      *> with the load's control totals. A held load publishes
      *> nothing, so the file on hand is still the last good run -
      *> red, but the load's hold action already says what to do.
    MOVE 2 TO WS-AREA-IDX
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT INTERFACE-FILE
    IF WS-IF-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ INTERFACE-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    EVALUATE IF-H-TYPE
                        WHEN "H"
                            SET WS-IF-HEADER-SEEN TO TRUE
                            MOVE IF-H-RUN-DATE TO WS-IF-RUN-DATE
                            MOVE IF-H-RUN-TIME TO WS-IF-RUN-TIME
                        WHEN "T"
                            SET WS-IF-TRAILER-SEEN TO TRUE
                            MOVE IF-T-DETAIL-COUNT TO WS-IF-COUNT
                            MOVE IF-T-QTY-HASH TO WS-IF-QTY-HASH
                            MOVE IF-T-TOTAL-VALUE TO WS-IF-VALUE
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE INTERFACE-FILE
    END-IF

    IF NOT WS-CT-FOUND
        MOVE WS-IF-RUN-DATE TO WS-TONIGHT-DATE
        MOVE WS-IF-RUN-TIME TO WS-TONIGHT-TIME
    END-IF

    MOVE WS-IF-VALUE TO WS-ED-VALUE
    MOVE SPACES TO WS-AREA-FIG-1(2)
    STRING "RUN " WS-IF-RUN-DATE " " WS-IF-RUN-TIME
        "  RECORDS " WS-IF-COUNT "  VALUE " WS-ED-VALUE
        DELIMITED BY SIZE INTO WS-AREA-FIG-1(2)

    EVALUATE TRUE
        WHEN NOT WS-IF-HEADER-SEEN
            MOVE 2 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
            MOVE SPACES TO WS-AREA-FIG-1(2)
            STRING "NO INTERFACE FILE (ITFFILE STATUS " WS-IF-STATUS ")"
                DELIMITED BY SIZE INTO WS-AREA-FIG-1(2)
            MOVE SPACES TO WS-ACTION-TEXT
            STRING "ITFFILE MISSING OR EMPTY - SUBSCRIBERS HAVE NOTHING "
                "TO LOAD"
                DELIMITED BY SIZE INTO WS-ACTION-TEXT
            PERFORM 0850-ADD-ACTION
        WHEN NOT WS-IF-TRAILER-SEEN
            MOVE 2 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
            MOVE "NO TRAILER - FILE TRUNCATED" TO WS-AREA-FIG-2(2)
            MOVE "ITFFILE TRUNCATED - HOLD DISTRIBUTION, RERUN ITMLOAD"
                TO WS-ACTION-TEXT
            PERFORM 0850-ADD-ACTION
        WHEN WS-IF-RUN-DATE NOT = WS-TONIGHT-DATE
          OR WS-IF-RUN-TIME NOT = WS-TONIGHT-TIME
            MOVE 2 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
            MOVE "NOT TONIGHT'S RUN - NOTHING PUBLISHED TONIGHT"
                TO WS-AREA-FIG-2(2)
            IF NOT WS-LOAD-HELD
                MOVE SPACES TO WS-ACTION-TEXT
                STRING "ITFFILE IS NOT FROM TONIGHT'S LOAD - CHECK THE "
                    "PUBLISH AND GENERATIONS"
                    DELIMITED BY SIZE INTO WS-ACTION-TEXT
                PERFORM 0850-ADD-ACTION
            END-IF
        WHEN WS-CT-FOUND
         AND (WS-IF-COUNT NOT = WS-CT-PUBLISHED
          OR WS-IF-QTY-HASH NOT = WS-CT-QTY-HASH
          OR WS-IF-VALUE NOT = WS-CT-VALUE)
            MOVE 2 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
            MOVE "TRAILER DOES NOT AGREE WITH CTLTOTAL"
                TO WS-AREA-FIG-2(2)
            MOVE SPACES TO WS-ACTION-TEXT
            STRING "ITFFILE DISAGREES WITH CONTROL TOTALS - HOLD "
                "DISTRIBUTION, SEE BALRPT"
                DELIMITED BY SIZE INTO WS-ACTION-TEXT
            PERFORM 0850-ADD-ACTION
        WHEN OTHER
            MOVE "AGREES WITH CTLTOTAL" TO WS-AREA-FIG-2(2)
    END-EVALUATE.

0300-JUDGE-DELTA.
    MOVE 3 TO WS-AREA-IDX
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT DELTA-FILE
    IF WS-DL-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ DELTA-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    EVALUATE DL-H-TYPE
                        WHEN "H"
                            SET WS-DL-HEADER-SEEN TO TRUE
                            MOVE DL-H-RUN-DATE TO WS-DL-RUN-DATE
                            MOVE DL-H-RUN-TIME TO WS-DL-RUN-TIME
                        WHEN "T"
                            SET WS-DL-TRAILER-SEEN TO TRUE
                            MOVE DL-T-ADD-COUNT TO WS-DL-ADDS
                            MOVE DL-T-CHG-COUNT TO WS-DL-CHANGES
                            MOVE DL-T-DEL-COUNT TO WS-DL-DELETES
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE DELTA-FILE
    END-IF

    MOVE SPACES TO WS-AREA-FIG-1(3)
    STRING "RUN " WS-DL-RUN-DATE " " WS-DL-RUN-TIME
        "  ADDS " WS-DL-ADDS " CHANGES " WS-DL-CHANGES
        " DELETES " WS-DL-DELETES
        DELIMITED BY SIZE INTO WS-AREA-FIG-1(3)

    EVALUATE TRUE
        WHEN NOT WS-DL-HEADER-SEEN
            MOVE 2 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
            MOVE SPACES TO WS-AREA-FIG-1(3)
            STRING "NO DELTA FILE (DLTAFILE STATUS " WS-DL-STATUS ")"
                DELIMITED BY SIZE INTO WS-AREA-FIG-1(3)
            IF NOT WS-LOAD-HELD
                MOVE SPACES TO WS-ACTION-TEXT
                STRING "DLTAFILE MISSING OR EMPTY - DELTA SUBSCRIBERS "
                    "WILL MISS TONIGHT"
                    DELIMITED BY SIZE INTO WS-ACTION-TEXT
                PERFORM 0850-ADD-ACTION
            END-IF
        WHEN NOT WS-DL-TRAILER-SEEN
            MOVE 2 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
            MOVE "NO TRAILER - FILE TRUNCATED" TO WS-AREA-FIG-2(3)
            MOVE "DLTAFILE TRUNCATED - HOLD DISTRIBUTION, RERUN ITMLOAD"
                TO WS-ACTION-TEXT
            PERFORM 0850-ADD-ACTION
        WHEN WS-DL-RUN-DATE NOT = WS-TONIGHT-DATE
          OR WS-DL-RUN-TIME NOT = WS-TONIGHT-TIME
            MOVE 2 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
            MOVE "NOT TONIGHT'S RUN - NO DELTA CUT TONIGHT"
                TO WS-AREA-FIG-2(3)
            IF NOT WS-LOAD-HELD
                MOVE SPACES TO WS-ACTION-TEXT
                STRING "DLTAFILE IS NOT FROM TONIGHT'S LOAD - CHECK THE "
                    "DELTA STEP"
                    DELIMITED BY SIZE INTO WS-ACTION-TEXT
                PERFORM 0850-ADD-ACTION
            END-IF
        WHEN WS-CT-FOUND
         AND (WS-DL-ADDS NOT = WS-CT-ADDS
          OR WS-DL-CHANGES NOT = WS-CT-CHANGES
          OR WS-DL-DELETES NOT = WS-CT-DELETES)
            MOVE 2 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
            MOVE "TRAILER DOES NOT AGREE WITH CTLTOTAL"
                TO WS-AREA-FIG-2(3)
            MOVE SPACES TO WS-ACTION-TEXT
            STRING "DLTAFILE DISAGREES WITH CONTROL TOTALS - HOLD "
                "DISTRIBUTION, SEE DVFYRPT"
                DELIMITED BY SIZE INTO WS-ACTION-TEXT
            PERFORM 0850-ADD-ACTION
        WHEN OTHER
            MOVE "AGREES WITH CTLTOTAL" TO WS-AREA-FIG-2(3)
    END-EVALUATE.

0400-JUDGE-REPLEN.
      *> RPLNFILE carries no header to date it by; the C record says
      *> whether tonight's load cut it. ITMLOAD cuts none under the
      *> warehouse or cost change hold or on a back-out, and the file
      *> on hand then belongs to an earlier run. No control totals at
      *> all counts as not cut. What goes to purchasing is WHXFER's
      *> RPLNADJ - RPLNFILE less what transfers cover - so once
      *> RPLNFILE is tonight's, WHXFER's files must be tonight's too.
    MOVE 4 TO WS-AREA-IDX
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT REPLEN-FILE
    IF WS-RF-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ REPLEN-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RF-COUNT
                    ADD RF-SUGGESTED-QTY TO WS-RF-QTY
            END-READ
        END-PERFORM
        CLOSE REPLEN-FILE
    END-IF
    PERFORM 0410-READ-TRANSFER-FILES

    IF WS-RF-STATUS = "00"
        MOVE SPACES TO WS-AREA-FIG-1(4)
        STRING "RPLNFILE " WS-RF-COUNT "/" WS-RF-QTY
            "  RPLNADJ " WS-RA-COUNT "/" WS-RA-QTY
            DELIMITED BY SIZE INTO WS-AREA-FIG-1(4)
        IF NOT WS-REPLEN-CUT
            MOVE 1 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
            MOVE "NOT CUT TONIGHT - FILES ON HAND ARE AN EARLIER RUN'S"
                TO WS-AREA-FIG-2(4)
            MOVE SPACES TO WS-ACTION-TEXT
            STRING "DO NOT RELEASE RPLNADJ TO PURCHASING UNTIL ITMLOAD "
                "AND WHXFER RERUN"
                DELIMITED BY SIZE INTO WS-ACTION-TEXT
            PERFORM 0850-ADD-ACTION
        END-IF
    ELSE
        MOVE 1 TO WS-RAISE-RANK
        PERFORM 0860-RAISE-AREA
        MOVE SPACES TO WS-AREA-FIG-1(4)
        STRING "NO REPLENISHMENT FILE (RPLNFILE STATUS " WS-RF-STATUS
            ")" DELIMITED BY SIZE INTO WS-AREA-FIG-1(4)
        IF WS-REPLEN-CUT
            MOVE "NO RPLNFILE - PURCHASING HAS NO SUGGESTIONS TONIGHT"
                TO WS-ACTION-TEXT
            PERFORM 0850-ADD-ACTION
        END-IF
    END-IF

    IF WS-REPLEN-CUT
        PERFORM 0420-JUDGE-TRANSFERS
    END-IF.

0410-READ-TRANSFER-FILES.
      *> RPLNADJ's count and quantity, and XFERFILE's, noting the
      *> first transfer stamped with any run but tonight's.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT REPLEN-ADJUSTED
    IF WS-RA-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ REPLEN-ADJUSTED
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RA-COUNT
                    ADD RA-SUGGESTED-QTY TO WS-RA-QTY
            END-READ
        END-PERFORM
        CLOSE REPLEN-ADJUSTED
    END-IF

    MOVE "N" TO WS-EOF-SW
    OPEN INPUT TRANSFER-FILE
    IF WS-XF-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ TRANSFER-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-XF-COUNT
                    ADD XF-TRANSFER-QTY TO WS-XF-QTY
                    IF (XF-RUN-DATE NOT = WS-TONIGHT-DATE
                     OR XF-RUN-TIME NOT = WS-TONIGHT-TIME)
                     AND NOT WS-XF-STALE
                        SET WS-XF-STALE TO TRUE
                        MOVE XF-RUN-DATE TO WS-XF-RUN-DATE
                        MOVE XF-RUN-TIME TO WS-XF-RUN-TIME
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRANSFER-FILE
    END-IF.

0420-JUDGE-TRANSFERS.
      *> Tonight's RPLNFILE was cut, so WHXFER must have run against
      *> it. Its transfers carry the run they were worked out from.
      *> RPLNADJ has no stamp, but it can only shrink RPLNFILE, and
      *> with no transfers it is RPLNFILE unchanged - a failed WHXFER
      *> leaves it empty and an earlier night's will not fit.
    EVALUATE TRUE
        WHEN WS-RA-STATUS NOT = "00" OR WS-XF-STATUS NOT = "00"
            MOVE 2 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
            MOVE SPACES TO WS-AREA-FIG-2(4)
            STRING "NO RPLNADJ/XFERFILE (STATUS " WS-RA-STATUS "/"
                WS-XF-STATUS ") - WHXFER DID NOT RUN"
                DELIMITED BY SIZE INTO WS-AREA-FIG-2(4)
            MOVE "DO NOT RELEASE RPLNADJ TO PURCHASING - RERUN WHXFER"
                TO WS-ACTION-TEXT
            PERFORM 0850-ADD-ACTION
        WHEN WS-XF-STALE
            MOVE 2 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
            MOVE SPACES TO WS-AREA-FIG-2(4)
            STRING "XFERFILE IS FROM RUN " WS-XF-RUN-DATE " "
                WS-XF-RUN-TIME " - NOT TONIGHT'S"
                DELIMITED BY SIZE INTO WS-AREA-FIG-2(4)
            MOVE SPACES TO WS-ACTION-TEXT
            STRING "DO NOT RELEASE RPLNADJ OR XFERFILE - RERUN WHXFER "
                "(SEE XFERRPT)"
                DELIMITED BY SIZE INTO WS-ACTION-TEXT
            PERFORM 0850-ADD-ACTION
        WHEN WS-RA-COUNT > WS-RF-COUNT
          OR WS-RA-QTY > WS-RF-QTY
          OR (WS-XF-COUNT = 0
         AND (WS-RA-COUNT NOT = WS-RF-COUNT
          OR WS-RA-QTY NOT = WS-RF-QTY))
            MOVE 2 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
            MOVE "RPLNADJ DOES NOT FOLLOW FROM TONIGHT'S RPLNFILE"
                TO WS-AREA-FIG-2(4)
            MOVE SPACES TO WS-ACTION-TEXT
            STRING "DO NOT RELEASE RPLNADJ TO PURCHASING - RERUN WHXFER "
                "(SEE XFERRPT)"
                DELIMITED BY SIZE INTO WS-ACTION-TEXT
            PERFORM 0850-ADD-ACTION
        WHEN OTHER
            MOVE SPACES TO WS-AREA-FIG-2(4)
            STRING "TRANSFERS " WS-XF-COUNT "/" WS-XF-QTY
                " - WHXFER RAN TONIGHT"
                DELIMITED BY SIZE INTO WS-AREA-FIG-2(4)
    END-EVALUATE.

0500-JUDGE-HISTORY.
      *> The last RUNHIST record should be tonight's (a back-out run
      *> writes none), and its valuation should sit within the band
      *> of the run before - a larger move is finance's to confirm.
    MOVE 5 TO WS-AREA-IDX
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT RUN-HISTORY
    IF WS-RH-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ RUN-HISTORY
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RH-COUNT
                    MOVE WS-RH-LAST-VALUE TO WS-RH-PREV-VALUE
                    MOVE RH-RUN-DATE TO WS-RH-LAST-DATE
                    MOVE RH-RUN-TIME TO WS-RH-LAST-TIME
                    MOVE RH-TOTAL-VALUATION TO WS-RH-LAST-VALUE
                    MOVE RH-RETURN-CODE TO WS-RH-LAST-RC
            END-READ
        END-PERFORM
        CLOSE RUN-HISTORY
    END-IF

    IF WS-RH-COUNT = 0
        MOVE 1 TO WS-RAISE-RANK
        PERFORM 0860-RAISE-AREA
        MOVE SPACES TO WS-AREA-FIG-1(5)
        STRING "NO RUN HISTORY (RUNHIST STATUS " WS-RH-STATUS ")"
            DELIMITED BY SIZE INTO WS-AREA-FIG-1(5)
        MOVE "NO RUNHIST RECORDS - RUNTREND HAS NOTHING TO TREND"
            TO WS-ACTION-TEXT
        PERFORM 0850-ADD-ACTION
    ELSE
        MOVE SPACES TO WS-AREA-FIG-1(5)
        STRING "LATEST RUN " WS-RH-LAST-DATE " " WS-RH-LAST-TIME
            "  CC " WS-RH-LAST-RC "  RUNS ON FILE " WS-RH-COUNT
            DELIMITED BY SIZE INTO WS-AREA-FIG-1(5)
        IF WS-RH-LAST-DATE NOT = WS-TONIGHT-DATE
         OR WS-RH-LAST-TIME NOT = WS-TONIGHT-TIME
            IF WS-BACKOUT-RUN
                MOVE "BACK-OUT RUN - NO HISTORY RECORD EXPECTED"
                    TO WS-AREA-FIG-2(5)
            ELSE
                MOVE 1 TO WS-RAISE-RANK
                PERFORM 0860-RAISE-AREA
                MOVE "NOT TONIGHT'S RUN" TO WS-AREA-FIG-2(5)
                MOVE SPACES TO WS-ACTION-TEXT
                STRING "RUNHIST NOT WRITTEN FOR TONIGHT'S LOAD - CHECK "
                    "THE RUNHIST DD"
                    DELIMITED BY SIZE INTO WS-ACTION-TEXT
                PERFORM 0850-ADD-ACTION
            END-IF
        ELSE
            IF WS-RH-COUNT > 1 AND WS-RH-PREV-VALUE > 0
                COMPUTE WS-VALUE-MOVE-PCT ROUNDED =
                    (WS-RH-LAST-VALUE - WS-RH-PREV-VALUE) * 100
                    / WS-RH-PREV-VALUE
                    ON SIZE ERROR
                        MOVE 99999.9 TO WS-VALUE-MOVE-PCT
                END-COMPUTE
                MOVE WS-VALUE-MOVE-PCT TO WS-VALUE-MOVE-ABS
                MOVE WS-VALUE-MOVE-PCT TO WS-ED-MOVE
                MOVE SPACES TO WS-AREA-FIG-2(5)
                STRING "VALUATION MOVE " WS-ED-MOVE
                    "% ON THE RUN BEFORE (BAND " WS-VALUE-BAND "%)"
                    DELIMITED BY SIZE INTO WS-AREA-FIG-2(5)
                IF WS-VALUE-MOVE-ABS > WS-VALUE-BAND
                    MOVE 1 TO WS-RAISE-RANK
                    PERFORM 0860-RAISE-AREA
                    MOVE SPACES TO WS-ACTION-TEXT
                    STRING "VALUATION MOVED " WS-ED-MOVE
                        "% - CONFIRM WITH FINANCE (TRNDRPT)"
                        DELIMITED BY SIZE INTO WS-ACTION-TEXT
                    PERFORM 0850-ADD-ACTION
                END-IF
            END-IF
        END-IF
    END-IF.

0600-JUDGE-SUBSCRIBERS.
      *> SUBRECON's results for the run ITFFILE carries. Results for
      *> any other run are a previous night's - SUBRECON has not run
      *> against this publish yet.
    MOVE 6 TO WS-AREA-IDX
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT SUBSCRIBER-RESULTS
    IF WS-SS-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ SUBSCRIBER-RESULTS
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM 0610-TAKE-RESULT
            END-READ
        END-PERFORM
        CLOSE SUBSCRIBER-RESULTS
    END-IF

    IF WS-SS-TONIGHT = 0
        MOVE 1 TO WS-RAISE-RANK
        PERFORM 0860-RAISE-AREA
        MOVE SPACES TO WS-AREA-FIG-1(6)
        STRING "NO RESULTS FOR THIS PUBLISH (SUBRSLT STATUS "
            WS-SS-STATUS ", " WS-SS-STALE " STALE)"
            DELIMITED BY SIZE INTO WS-AREA-FIG-1(6)
        MOVE "RUN SUBRECON ONCE THE ACKNOWLEDGMENTS ARE IN"
            TO WS-ACTION-TEXT
        PERFORM 0850-ADD-ACTION
    ELSE
        MOVE SPACES TO WS-AREA-FIG-1(6)
        STRING "ACTIVE " WS-SS-TONIGHT "  APPLIED " WS-SS-APPLIED
            "  TO CHASE " WS-SS-CHASE
            DELIMITED BY SIZE INTO WS-AREA-FIG-1(6)
        MOVE SPACES TO WS-AREA-FIG-2(6)
        STRING "NO ACK " WS-SS-NO-ACK "  VERIFY FAILED " WS-SS-FAILED
            "  COUNT OFF " WS-SS-COUNT-OFF
            DELIMITED BY SIZE INTO WS-AREA-FIG-2(6)
        IF WS-SS-CHASE > 0
            MOVE 2 TO WS-RAISE-RANK
            PERFORM 0860-RAISE-AREA
        END-IF
    END-IF.

0610-TAKE-RESULT.
    IF SS-RUN-DATE NOT = WS-IF-RUN-DATE
     OR SS-RUN-TIME NOT = WS-IF-RUN-TIME
        ADD 1 TO WS-SS-STALE
    ELSE
        ADD 1 TO WS-SS-TONIGHT
        MOVE SPACES TO WS-ACTION-TEXT
        EVALUATE TRUE
            WHEN SS-RESULT-APPLIED
                ADD 1 TO WS-SS-APPLIED
            WHEN SS-RESULT-NO-ACK
                ADD 1 TO WS-SS-NO-ACK
                STRING "CHASE SUBSCRIBER " SS-SUBSCRIBER-ID
                    " - NO ACKNOWLEDGMENT"
                    DELIMITED BY SIZE INTO WS-ACTION-TEXT
            WHEN SS-RESULT-VERIFY-FAILED
                ADD 1 TO WS-SS-FAILED
                STRING "CHASE SUBSCRIBER " SS-SUBSCRIBER-ID
                    " - VERIFY FAILED, RESEND THE FILE"
                    DELIMITED BY SIZE INTO WS-ACTION-TEXT
            WHEN OTHER
                ADD 1 TO WS-SS-COUNT-OFF
                STRING "CHASE SUBSCRIBER " SS-SUBSCRIBER-ID
                    " - APPLIED " SS-RECORDS-APPLIED
                    " OF " SS-RECORDS-EXPECTED
                    DELIMITED BY SIZE INTO WS-ACTION-TEXT
        END-EVALUATE
        IF NOT SS-RESULT-APPLIED
            ADD 1 TO WS-SS-CHASE
            PERFORM 0850-ADD-ACTION
        END-IF
    END-IF.

0700-PRINT-SUMMARY.
    OPEN OUTPUT SUMMARY-RPT
    IF WS-NR-STATUS NOT = "00"
        DISPLAY "NITESUM: unable to open SUMMARY-RPT, status "
                WS-NR-STATUS
    END-IF

    MOVE SPACES TO NR-REPORT-LINE
    STRING "NIGHTLY OPERATIONS SUMMARY - RUN " WS-TONIGHT-DATE " "
        WS-TONIGHT-TIME
        DELIMITED BY SIZE INTO NR-REPORT-LINE
    PERFORM 0900-WRITE-SUMMARY-LINE
    MOVE SPACES TO NR-REPORT-LINE
    STRING "OVERALL STATUS: " WS-RANK-NAME(WS-OVERALL-RANK + 1)
        DELIMITED BY SIZE INTO NR-REPORT-LINE
    PERFORM 0900-WRITE-SUMMARY-LINE
    MOVE SPACES TO NR-REPORT-LINE
    PERFORM 0900-WRITE-SUMMARY-LINE

    MOVE "AREA        STATUS FIGURES" TO NR-REPORT-LINE
    PERFORM 0900-WRITE-SUMMARY-LINE
    PERFORM VARYING WS-AREA-IDX FROM 1 BY 1 UNTIL WS-AREA-IDX > 6
        MOVE WS-AREA-NAME(WS-AREA-IDX) TO WS-SL-AREA
        MOVE WS-RANK-NAME(WS-AREA-RANK(WS-AREA-IDX) + 1) TO WS-SL-RAG
        MOVE WS-AREA-FIG-1(WS-AREA-IDX) TO WS-SL-FIGURES
        MOVE WS-SUMMARY-LINE TO NR-REPORT-LINE
        PERFORM 0900-WRITE-SUMMARY-LINE
        IF WS-AREA-FIG-2(WS-AREA-IDX) NOT = SPACES
            MOVE SPACES TO WS-SUMMARY-LINE
            MOVE WS-AREA-FIG-2(WS-AREA-IDX) TO WS-SL-FIGURES
            MOVE WS-SUMMARY-LINE TO NR-REPORT-LINE
            PERFORM 0900-WRITE-SUMMARY-LINE
        END-IF
    END-PERFORM

    MOVE SPACES TO NR-REPORT-LINE
    PERFORM 0900-WRITE-SUMMARY-LINE
    MOVE "ACTIONS NEEDED" TO NR-REPORT-LINE
    PERFORM 0900-WRITE-SUMMARY-LINE
    IF WS-ACTION-COUNT = 0
        MOVE "  NONE - THE NIGHT WAS CLEAN" TO NR-REPORT-LINE
        PERFORM 0900-WRITE-SUMMARY-LINE
    ELSE
        PERFORM VARYING WS-ACTION-IDX FROM 1 BY 1
                UNTIL WS-ACTION-IDX > WS-ACTION-COUNT
                   OR WS-ACTION-IDX > WS-ACTION-MAX
            MOVE SPACES TO NR-REPORT-LINE
            STRING "  - " WS-ACTION-ENTRY(WS-ACTION-IDX)
                DELIMITED BY SIZE INTO NR-REPORT-LINE
            PERFORM 0900-WRITE-SUMMARY-LINE
        END-PERFORM
        IF WS-ACTION-COUNT > WS-ACTION-MAX
            MOVE SPACES TO NR-REPORT-LINE
            STRING "  ... AND " WS-ACTION-COUNT
                " ACTIONS IN ALL - SEE THE STEP REPORTS"
                DELIMITED BY SIZE INTO NR-REPORT-LINE
            PERFORM 0900-WRITE-SUMMARY-LINE
        END-IF
    END-IF

    IF WS-NR-STATUS = "00"
        CLOSE SUMMARY-RPT
    END-IF.

0750-WRITE-ALERT-RECORD.
    OPEN OUTPUT ALERT-FILE
    IF WS-NA-STATUS = "00"
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
        MOVE WS-CURRENT-STAMP(1:8) TO NA-SUMMARY-DATE
        MOVE WS-CURRENT-STAMP(9:6) TO NA-SUMMARY-TIME
        MOVE WS-TONIGHT-DATE TO NA-RUN-DATE
        MOVE WS-TONIGHT-TIME TO NA-RUN-TIME
        MOVE WS-RANK-CODES(WS-OVERALL-RANK + 1:1)
            TO NA-OVERALL-STATUS
        PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
                UNTIL WS-AREA-IDX > 6
            MOVE WS-RANK-CODES(WS-AREA-RANK(WS-AREA-IDX) + 1:1)
                TO NA-AREA-STATUS(WS-AREA-IDX)
        END-PERFORM
        MOVE WS-LOAD-RC TO NA-LOAD-RETURN-CODE
        MOVE WS-ACTION-COUNT TO NA-ACTION-COUNT
        IF WS-ACTION-COUNT > 0
            MOVE WS-ACTION-ENTRY(1) TO NA-FIRST-ACTION
        ELSE
            MOVE SPACES TO NA-FIRST-ACTION
        END-IF
        WRITE NA-RECORD
        CLOSE ALERT-FILE
    ELSE
        DISPLAY "NITESUM: unable to open ALERT-FILE, status "
                WS-NA-STATUS
    END-IF.

0850-ADD-ACTION.
    ADD 1 TO WS-ACTION-COUNT
    IF WS-ACTION-COUNT <= WS-ACTION-MAX
        MOVE WS-ACTION-TEXT TO WS-ACTION-ENTRY(WS-ACTION-COUNT)
    END-IF.

0860-RAISE-AREA.
    IF WS-RAISE-RANK > WS-AREA-RANK(WS-AREA-IDX)
        MOVE WS-RAISE-RANK TO WS-AREA-RANK(WS-AREA-IDX)
    END-IF.

0900-WRITE-SUMMARY-LINE.
    IF WS-NR-STATUS = "00"
        WRITE NR-REPORT-LINE
    END-IF
    DISPLAY "NITESUM: " NR-REPORT-LINE(1:70).
