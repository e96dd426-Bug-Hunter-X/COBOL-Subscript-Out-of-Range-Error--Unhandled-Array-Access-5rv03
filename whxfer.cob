       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
      *> PROGRAM:  WHXFER
      *> PURPOSE:  Inter-warehouse stock rebalancing. ITMLOAD now
      *>           publishes quantity on hand by warehouse (ITFLOCN)
      *>           and judges replenishment per warehouse (RPLNFILE),
      *>           but a warehouse short of an item still goes to
      *>           purchasing even when another warehouse holds more
      *>           of it than it needs. This step compares each
      *>           warehouse's quantity against its RORDPTS reorder
      *>           point and order-up-to level: a warehouse at or
      *>           below its reorder point is short by what brings it
      *>           back up to its order-up-to level, and one holding
      *>           more than its order-up-to level has the excess to
      *>           spare. Each shortage is covered from the warehouses
      *>           with the most to spare first, and every move is
      *>           written to XFERFILE (from location, to location,
      *>           item, quantity). The replenishment suggestions are
      *>           then copied to RPLNADJ with the quantities covered
      *>           by transfer taken off - a suggestion covered in
      *>           full is dropped - so purchasing buys only what the
      *>           network cannot supply itself.
      *>
      *>           A warehouse RORDPTS does not list is neither short
      *>           nor in surplus here (ITMLOAD judged it on the global
      *>           reorder point; its suggestions pass through as
      *>           they are).
      *>
      *>           ITFLOCN is proved whole against its trailer, and in
      *>           item-code order, before anything is cut; a file
      *>           that fails cuts nothing, condition code 8. Its
      *>           header run stamp must also be the one on tonight's
      *>           CTLTOTAL: ITMLOAD does not cut ITFLOCN on a back-out
      *>           or under the cost change hold, and a file left from
      *>           an earlier night is refused the same way rather than
      *>           balanced as if it were tonight's stock. Any failed
      *>           run leaves XFERFILE and RPLNADJ empty, so purchasing
      *>           is never handed an earlier night's suggestions.
      *>
      *> CHANGE LOG
      *>   2026-10-15  Initial version.
      *>----------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. WHXFER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOCATION-FILE ASSIGN TO "ITFLOCN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-LF-STATUS.

    SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTAL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CT-STATUS.

    SELECT REORDER-POINTS ASSIGN TO "RORDPTS"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RP-STATUS.

    SELECT REPLEN-FILE ASSIGN TO "RPLNFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RF-STATUS.

    SELECT TRANSFER-FILE ASSIGN TO "XFERFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-XF-STATUS.

    SELECT REPLEN-ADJUSTED ASSIGN TO "RPLNADJ"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RA-STATUS.

    SELECT TRANSFER-RPT ASSIGN TO "XFERRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-XR-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD  CONTROL-TOTALS
      *> Only the C record's run identification is wanted here; the
      *> layout must stay in step with ITMLOAD's
      *> 0560-WRITE-CONTROL-TOTALS.
    RECORDING MODE IS F.
01  CT-TOTALS-REC.
    05  CT-T-TYPE                  PIC X(01).
    05  CT-RUN-DATE                PIC 9(8).
    05  CT-RUN-TIME                PIC 9(6).
    05  FILLER                     PIC X(154).

FD  REORDER-POINTS
      *> Same reference file ITMLOAD reads.
    RECORDING MODE IS F.
01  RP-RECORD.
    05  RP-LOCATION                PIC X(03).
    05  RP-REORDER-POINT           PIC 9(7).
    05  RP-ORDER-UP-TO             PIC 9(7).

FD  REPLEN-FILE
      *> As ITMLOAD's 0396-WRITE-REPLEN-FILE writes it: one record per
      *> item per short warehouse, in item-code order.
    RECORDING MODE IS F.
01  RF-RECORD.
    05  RF-ITEM-CODE               PIC X(10).
    05  RF-LOCATION                PIC X(03).
    05  RF-QTY-ON-HAND             PIC 9(7).
    05  RF-REORDER-POINT           PIC 9(7).
    05  RF-SUGGESTED-QTY           PIC 9(7).

FD  TRANSFER-FILE
      *> One suggested stock transfer between warehouses, stamped with
      *> the publishing run it was worked out from.
    RECORDING MODE IS F.
01  XF-RECORD.
    05  XF-FROM-LOCATION           PIC X(03).
    05  XF-TO-LOCATION             PIC X(03).
    05  XF-ITEM-CODE               PIC X(10).
    05  XF-TRANSFER-QTY            PIC 9(7).
    05  XF-RUN-DATE                PIC 9(8).
    05  XF-RUN-TIME                PIC 9(6).

FD  REPLEN-ADJUSTED
      *> RPLNFILE's layout, less what the transfers cover.
    RECORDING MODE IS F.
01  RA-RECORD.
    05  RA-ITEM-CODE               PIC X(10).
    05  RA-LOCATION                PIC X(03).
    05  RA-QTY-ON-HAND             PIC 9(7).
    05  RA-REORDER-POINT           PIC 9(7).
    05  RA-SUGGESTED-QTY           PIC 9(7).

FD  TRANSFER-RPT
    RECORDING MODE IS F.
01  XR-REPORT-LINE                 PIC X(80).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-LF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-CT-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RP-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-XF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RA-STATUS               PIC X(02) VALUE SPACES.
    05  WS-XR-STATUS               PIC X(02) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-LF-EOF-SW               PIC X(01) VALUE "N".
        88  WS-LF-EOF                  VALUE "Y".
    05  WS-RP-EOF-SW               PIC X(01) VALUE "N".
        88  WS-RP-EOF                  VALUE "Y".
    05  WS-RF-EOF-SW               PIC X(01) VALUE "N".
        88  WS-RF-EOF                  VALUE "Y".
    05  WS-CT-EOF-SW               PIC X(01) VALUE "N".
        88  WS-CT-EOF                  VALUE "Y".
    05  WS-CT-FOUND-SW             PIC X(01) VALUE "N".
        88  WS-CT-FOUND                VALUE "Y".
    05  WS-HEADER-SW               PIC X(01) VALUE "N".
        88  WS-HEADER-SEEN             VALUE "Y".
    05  WS-TRAILER-SW              PIC X(01) VALUE "N".
        88  WS-TRAILER-SEEN            VALUE "Y".
    05  WS-VERIFY-SW               PIC X(01) VALUE "Y".
        88  WS-FILE-GOOD               VALUE "Y".
        88  WS-FILE-BAD                VALUE "N".
    05  WS-ERROR-SW                PIC X(01) VALUE "N".
        88  WS-RUN-FAILED              VALUE "Y".

01  WS-LOCATION-FILE-AREA.
      *> The by-location file as read: its run identification, the
      *> re-counted totals, and the trailer's.
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
    05  WS-CT-RUN-DATE             PIC 9(8) VALUE 0.
    05  WS-CT-RUN-TIME             PIC 9(6) VALUE 0.

01  WS-LEVELS-AREA.
      *> Reorder levels by location from RORDPTS; an order-up-to of
      *> zero means back up to the reorder point, as in ITMLOAD.
    05  WS-LVL-MAX                 PIC 9(3) VALUE 99.
    05  WS-LVL-COUNT               PIC 9(3) VALUE 0.
    05  WS-LVL-IDX                 PIC 9(3) VALUE 0.
    05  WS-LVL-SCAN                PIC 9(3) VALUE 0.
    05  WS-LVL-ENTRY OCCURS 99 TIMES.
        10  WS-LVL-LOCATION        PIC X(03).
        10  WS-LVL-REORDER-POINT   PIC 9(7).
        10  WS-LVL-ORDER-UP-TO     PIC 9(7).

01  WS-ITEM-AREA.
      *> The current item's warehouses: quantity held, what it is
      *> short or has to spare, and what transfers move in and out.
    05  WS-CUR-ITEM-CODE           PIC X(10) VALUE SPACES.
    05  WS-ROW-MAX                 PIC 9(2) VALUE 20.
    05  WS-ROW-COUNT               PIC 9(2) VALUE 0.
    05  WS-ROW-IDX                 PIC 9(2) VALUE 0.
    05  WS-DONOR-IDX               PIC 9(2) VALUE 0.
    05  WS-ROW-SCAN                PIC 9(2) VALUE 0.
    05  WS-ROW-ENTRY OCCURS 20 TIMES.
        10  WS-ROW-LOCATION        PIC X(03).
        10  WS-ROW-QTY             PIC 9(7).
        10  WS-ROW-NEED            PIC 9(7).
        10  WS-ROW-SPARE           PIC 9(7).
        10  WS-ROW-XFER-IN         PIC 9(7).
    05  WS-MOVE-QTY                PIC 9(7) VALUE 0.
    05  WS-BEST-SPARE              PIC 9(7) VALUE 0.

01  WS-TOTALS-AREA.
    05  WS-ITEMS-READ              PIC 9(7) VALUE 0.
    05  WS-SHORT-COUNT             PIC 9(7) VALUE 0.
    05  WS-XFER-COUNT              PIC 9(7) VALUE 0.
    05  WS-XFER-QTY-TOTAL          PIC 9(12) VALUE 0.
    05  WS-RF-IN-COUNT             PIC 9(7) VALUE 0.
    05  WS-RA-OUT-COUNT            PIC 9(7) VALUE 0.
    05  WS-RF-REDUCED-COUNT        PIC 9(7) VALUE 0.
    05  WS-RF-DROPPED-COUNT        PIC 9(7) VALUE 0.
    05  WS-RF-QTY-IN               PIC 9(12) VALUE 0.
    05  WS-RA-QTY-OUT              PIC 9(12) VALUE 0.
    05  WS-RETURN-CODE             PIC 9(2) VALUE 0.

PROCEDURE DIVISION.

    OPEN OUTPUT TRANSFER-RPT
    IF WS-XR-STATUS NOT = "00"
        DISPLAY "WHXFER: unable to open TRANSFER-RPT, status "
                WS-XR-STATUS
    END-IF

    PERFORM 0100-VERIFY-LOCATION-FILE

    MOVE SPACES TO XR-REPORT-LINE
    STRING "STOCK TRANSFER SUGGESTIONS - PUBLISHED RUN "
        WS-PUB-RUN-DATE " " WS-PUB-RUN-TIME
        DELIMITED BY SIZE INTO XR-REPORT-LINE
    PERFORM 0900-WRITE-TRANSFER-LINE

    IF WS-FILE-BAD
        MOVE "*** ITFLOCN FAILED VERIFICATION - NOTHING CUT"
            TO XR-REPORT-LINE
        PERFORM 0900-WRITE-TRANSFER-LINE
        SET WS-RUN-FAILED TO TRUE
        PERFORM 0800-END-OF-JOB
    END-IF

    PERFORM 0120-CHECK-RUN-STAMP
    IF NOT WS-CT-FOUND
     OR WS-CT-RUN-DATE NOT = WS-PUB-RUN-DATE
     OR WS-CT-RUN-TIME NOT = WS-PUB-RUN-TIME
        MOVE SPACES TO XR-REPORT-LINE
        STRING "*** ITFLOCN IS NOT TONIGHT'S (CTLTOTAL RUN "
            WS-CT-RUN-DATE " " WS-CT-RUN-TIME ") - NOTHING CUT"
            DELIMITED BY SIZE INTO XR-REPORT-LINE
        PERFORM 0900-WRITE-TRANSFER-LINE
        SET WS-RUN-FAILED TO TRUE
        PERFORM 0800-END-OF-JOB
    END-IF

    PERFORM 0150-LOAD-REORDER-LEVELS

    OPEN INPUT REPLEN-FILE
    IF WS-RF-STATUS NOT = "00"
      *> No suggestions tonight (a held run cuts none) - transfers
      *> are still worked out, and RPLNADJ is cut empty.
        MOVE SPACES TO XR-REPORT-LINE
        STRING "NO REPLENISHMENT FILE, STATUS " WS-RF-STATUS
            DELIMITED BY SIZE INTO XR-REPORT-LINE
        PERFORM 0900-WRITE-TRANSFER-LINE
        SET WS-RF-EOF TO TRUE
    ELSE
        PERFORM 0410-READ-REPLEN
    END-IF

    OPEN OUTPUT TRANSFER-FILE
    OPEN OUTPUT REPLEN-ADJUSTED
    IF WS-XF-STATUS NOT = "00" OR WS-RA-STATUS NOT = "00"
        MOVE SPACES TO XR-REPORT-LINE
        STRING "*** UNABLE TO OPEN XFERFILE/RPLNADJ, STATUS "
            WS-XF-STATUS "/" WS-RA-STATUS
            DELIMITED BY SIZE INTO XR-REPORT-LINE
        PERFORM 0900-WRITE-TRANSFER-LINE
        IF WS-XF-STATUS = "00"
            CLOSE TRANSFER-FILE
        END-IF
        IF WS-RA-STATUS = "00"
            CLOSE REPLEN-ADJUSTED
        END-IF
        SET WS-RUN-FAILED TO TRUE
        PERFORM 0800-END-OF-JOB
    END-IF

    MOVE "ITEM       FROM TO         QTY" TO XR-REPORT-LINE
    PERFORM 0900-WRITE-TRANSFER-LINE

    PERFORM 0200-BALANCE-ITEMS

      *> Suggestions past the last item on the location file pass
      *> through unchanged.
    PERFORM UNTIL WS-RF-EOF
        PERFORM 0420-COPY-REPLEN
        PERFORM 0410-READ-REPLEN
    END-PERFORM

    IF WS-RF-STATUS = "00" OR WS-RF-STATUS = "10"
        CLOSE REPLEN-FILE
    END-IF
    CLOSE TRANSFER-FILE
    CLOSE REPLEN-ADJUSTED

    MOVE SPACES TO XR-REPORT-LINE
    STRING "ITEMS ON LOCATION FILE.... " WS-ITEMS-READ
        DELIMITED BY SIZE INTO XR-REPORT-LINE
    PERFORM 0900-WRITE-TRANSFER-LINE
    MOVE SPACES TO XR-REPORT-LINE
    STRING "WAREHOUSES SHORT.......... " WS-SHORT-COUNT
        DELIMITED BY SIZE INTO XR-REPORT-LINE
    PERFORM 0900-WRITE-TRANSFER-LINE
    MOVE SPACES TO XR-REPORT-LINE
    STRING "TRANSFERS SUGGESTED....... " WS-XFER-COUNT
        "  QTY " WS-XFER-QTY-TOTAL
        DELIMITED BY SIZE INTO XR-REPORT-LINE
    PERFORM 0900-WRITE-TRANSFER-LINE
    MOVE SPACES TO XR-REPORT-LINE
    STRING "REPLEN SUGGESTIONS IN..... " WS-RF-IN-COUNT
        "  QTY " WS-RF-QTY-IN
        DELIMITED BY SIZE INTO XR-REPORT-LINE
    PERFORM 0900-WRITE-TRANSFER-LINE
    MOVE SPACES TO XR-REPORT-LINE
    STRING "  REDUCED BY TRANSFER..... " WS-RF-REDUCED-COUNT
        DELIMITED BY SIZE INTO XR-REPORT-LINE
    PERFORM 0900-WRITE-TRANSFER-LINE
    MOVE SPACES TO XR-REPORT-LINE
    STRING "  COVERED IN FULL......... " WS-RF-DROPPED-COUNT
        DELIMITED BY SIZE INTO XR-REPORT-LINE
    PERFORM 0900-WRITE-TRANSFER-LINE
    MOVE SPACES TO XR-REPORT-LINE
    STRING "REPLEN SUGGESTIONS OUT.... " WS-RA-OUT-COUNT
        "  QTY " WS-RA-QTY-OUT
        DELIMITED BY SIZE INTO XR-REPORT-LINE
    PERFORM 0900-WRITE-TRANSFER-LINE

    PERFORM 0800-END-OF-JOB.

0100-VERIFY-LOCATION-FILE.
      *> Header first, one trailer last, details in item-code order,
      *> and the trailer's count, quantity hash and valuation matching
      *> a re-count - the same proof ITFDIST applies to ITFFILE.
    OPEN INPUT LOCATION-FILE
    IF WS-LF-STATUS NOT = "00"
        MOVE SPACES TO XR-REPORT-LINE
        STRING "*** UNABLE TO OPEN ITFLOCN, STATUS " WS-LF-STATUS
            DELIMITED BY SIZE INTO XR-REPORT-LINE
        PERFORM 0900-WRITE-TRANSFER-LINE
        SET WS-FILE-BAD TO TRUE
    ELSE
        PERFORM UNTIL WS-LF-EOF
            READ LOCATION-FILE
                AT END
                    SET WS-LF-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-REC-NUM
                    PERFORM 0110-CHECK-RECORD
            END-READ
        END-PERFORM
        CLOSE LOCATION-FILE
        IF NOT WS-HEADER-SEEN
            MOVE "*** NO HEADER RECORD" TO XR-REPORT-LINE
            PERFORM 0900-WRITE-TRANSFER-LINE
            SET WS-FILE-BAD TO TRUE
        END-IF
        IF NOT WS-TRAILER-SEEN
            MOVE "*** NO TRAILER RECORD - FILE TRUNCATED"
                TO XR-REPORT-LINE
            PERFORM 0900-WRITE-TRANSFER-LINE
            SET WS-FILE-BAD TO TRUE
        ELSE
            IF WS-DETAIL-COUNT NOT = WS-T-DETAIL-COUNT
             OR WS-QTY-HASH NOT = WS-T-QTY-HASH
             OR WS-TOTAL-VALUE NOT = WS-T-TOTAL-VALUE
                MOVE SPACES TO XR-REPORT-LINE
                STRING "*** DETAILS " WS-DETAIL-COUNT
                    " DO NOT FOOT TO TRAILER " WS-T-DETAIL-COUNT
                    DELIMITED BY SIZE INTO XR-REPORT-LINE
                PERFORM 0900-WRITE-TRANSFER-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
        END-IF
    END-IF.

0110-CHECK-RECORD.
    EVALUATE LF-H-TYPE
        WHEN "H"
            IF WS-REC-NUM NOT = 1
                MOVE "*** HEADER RECORD NOT FIRST" TO XR-REPORT-LINE
                PERFORM 0900-WRITE-TRANSFER-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
            SET WS-HEADER-SEEN TO TRUE
            MOVE LF-H-RUN-DATE TO WS-PUB-RUN-DATE
            MOVE LF-H-RUN-TIME TO WS-PUB-RUN-TIME
        WHEN "D"
            IF WS-TRAILER-SEEN
                MOVE "*** DETAIL RECORD AFTER TRAILER"
                    TO XR-REPORT-LINE
                PERFORM 0900-WRITE-TRANSFER-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
            IF LF-ITEM-CODE < WS-PREV-ITEM-CODE
                MOVE SPACES TO XR-REPORT-LINE
                STRING "*** OUT OF ITEM-CODE ORDER AT RECORD "
                    WS-REC-NUM
                    DELIMITED BY SIZE INTO XR-REPORT-LINE
                PERFORM 0900-WRITE-TRANSFER-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
            MOVE LF-ITEM-CODE TO WS-PREV-ITEM-CODE
            ADD 1 TO WS-DETAIL-COUNT
            ADD LF-QTY-ON-HAND TO WS-QTY-HASH
            ADD LF-EXT-VALUE TO WS-TOTAL-VALUE
        WHEN "T"
            IF WS-TRAILER-SEEN
                MOVE "*** MORE THAN ONE TRAILER RECORD"
                    TO XR-REPORT-LINE
                PERFORM 0900-WRITE-TRANSFER-LINE
                SET WS-FILE-BAD TO TRUE
            END-IF
            SET WS-TRAILER-SEEN TO TRUE
            MOVE LF-T-DETAIL-COUNT TO WS-T-DETAIL-COUNT
            MOVE LF-T-QTY-HASH TO WS-T-QTY-HASH
            MOVE LF-T-TOTAL-VALUE TO WS-T-TOTAL-VALUE
        WHEN OTHER
            MOVE SPACES TO XR-REPORT-LINE
            STRING "*** UNKNOWN RECORD TYPE " LF-H-TYPE
                " AT RECORD " WS-REC-NUM
                DELIMITED BY SIZE INTO XR-REPORT-LINE
            PERFORM 0900-WRITE-TRANSFER-LINE
            SET WS-FILE-BAD TO TRUE
    END-EVALUATE.

0120-CHECK-RUN-STAMP.
      *> Tonight's run is the one on CTLTOTAL's C record; without it
      *> there is nothing to prove ITFLOCN current against.
    OPEN INPUT CONTROL-TOTALS
    IF WS-CT-STATUS = "00"
        PERFORM UNTIL WS-CT-EOF OR WS-CT-FOUND
            READ CONTROL-TOTALS
                AT END
                    SET WS-CT-EOF TO TRUE
                NOT AT END
                    IF CT-T-TYPE = "C"
                        SET WS-CT-FOUND TO TRUE
                        MOVE CT-RUN-DATE TO WS-CT-RUN-DATE
                        MOVE CT-RUN-TIME TO WS-CT-RUN-TIME
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONTROL-TOTALS
    END-IF
    IF NOT WS-CT-FOUND
        MOVE SPACES TO XR-REPORT-LINE
        STRING "*** NO CONTROL TOTALS (CTLTOTAL STATUS " WS-CT-STATUS
            ")"
            DELIMITED BY SIZE INTO XR-REPORT-LINE
        PERFORM 0900-WRITE-TRANSFER-LINE
    END-IF.

0150-LOAD-REORDER-LEVELS.
    OPEN INPUT REORDER-POINTS
    IF WS-RP-STATUS = "00"
        PERFORM UNTIL WS-RP-EOF
            READ REORDER-POINTS
                AT END
                    SET WS-RP-EOF TO TRUE
                NOT AT END
                    IF RP-REORDER-POINT IS NUMERIC
                        IF WS-LVL-COUNT < WS-LVL-MAX
                            ADD 1 TO WS-LVL-COUNT
                            MOVE RP-LOCATION
                                TO WS-LVL-LOCATION(WS-LVL-COUNT)
                            MOVE RP-REORDER-POINT
                                TO WS-LVL-REORDER-POINT(WS-LVL-COUNT)
                            IF RP-ORDER-UP-TO IS NUMERIC
                             AND RP-ORDER-UP-TO > 0
                                MOVE RP-ORDER-UP-TO
                                    TO WS-LVL-ORDER-UP-TO(WS-LVL-COUNT)
                            ELSE
                                MOVE RP-REORDER-POINT
                                    TO WS-LVL-ORDER-UP-TO(WS-LVL-COUNT)
                            END-IF
                        ELSE
                            DISPLAY "WHXFER: reorder point row "
                                    RP-LOCATION " over table - dropped"
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REORDER-POINTS
    ELSE
        MOVE SPACES TO XR-REPORT-LINE
        STRING "NO REORDER POINT FILE, STATUS " WS-RP-STATUS
            " - NO WAREHOUSE JUDGED, NO TRANSFERS"
            DELIMITED BY SIZE INTO XR-REPORT-LINE
        PERFORM 0900-WRITE-TRANSFER-LINE
    END-IF.

0200-BALANCE-ITEMS.
      *> Second pass over the verified file, one item at a time: its
      *> warehouse rows are gathered until the code changes, then
      *> balanced and the item's suggestions adjusted.
    MOVE "N" TO WS-LF-EOF-SW
    OPEN INPUT LOCATION-FILE
    IF WS-LF-STATUS NOT = "00"
        MOVE SPACES TO XR-REPORT-LINE
        STRING "*** UNABLE TO REOPEN ITFLOCN, STATUS " WS-LF-STATUS
            DELIMITED BY SIZE INTO XR-REPORT-LINE
        PERFORM 0900-WRITE-TRANSFER-LINE
        CLOSE TRANSFER-FILE
        CLOSE REPLEN-ADJUSTED
        SET WS-RUN-FAILED TO TRUE
        PERFORM 0800-END-OF-JOB
    END-IF
    PERFORM UNTIL WS-LF-EOF
        READ LOCATION-FILE
            AT END
                SET WS-LF-EOF TO TRUE
            NOT AT END
                IF LF-D-TYPE = "D"
                    IF LF-ITEM-CODE NOT = WS-CUR-ITEM-CODE
                        PERFORM 0300-BALANCE-ITEM
                        MOVE LF-ITEM-CODE TO WS-CUR-ITEM-CODE
                        MOVE 0 TO WS-ROW-COUNT
                        ADD 1 TO WS-ITEMS-READ
                    END-IF
                    PERFORM 0210-TAKE-ROW
                END-IF
        END-READ
    END-PERFORM
    PERFORM 0300-BALANCE-ITEM
    CLOSE LOCATION-FILE.

0210-TAKE-ROW.
      *> Judge the warehouse on its own levels as the row comes in.
    IF WS-ROW-COUNT < WS-ROW-MAX
        ADD 1 TO WS-ROW-COUNT
        MOVE LF-LOCATION TO WS-ROW-LOCATION(WS-ROW-COUNT)
        MOVE LF-QTY-ON-HAND TO WS-ROW-QTY(WS-ROW-COUNT)
        MOVE 0 TO WS-ROW-NEED(WS-ROW-COUNT)
        MOVE 0 TO WS-ROW-SPARE(WS-ROW-COUNT)
        MOVE 0 TO WS-ROW-XFER-IN(WS-ROW-COUNT)
        MOVE 0 TO WS-LVL-IDX
        PERFORM VARYING WS-LVL-SCAN FROM 1 BY 1
                UNTIL WS-LVL-SCAN > WS-LVL-COUNT
            IF WS-LVL-LOCATION(WS-LVL-SCAN) = LF-LOCATION
                MOVE WS-LVL-SCAN TO WS-LVL-IDX
            END-IF
        END-PERFORM
        IF WS-LVL-IDX > 0
            IF WS-LVL-REORDER-POINT(WS-LVL-IDX) > 0
             AND LF-QTY-ON-HAND <= WS-LVL-REORDER-POINT(WS-LVL-IDX)
             AND LF-QTY-ON-HAND < WS-LVL-ORDER-UP-TO(WS-LVL-IDX)
                COMPUTE WS-ROW-NEED(WS-ROW-COUNT) =
                    WS-LVL-ORDER-UP-TO(WS-LVL-IDX) - LF-QTY-ON-HAND
                ADD 1 TO WS-SHORT-COUNT
            ELSE
            IF LF-QTY-ON-HAND > WS-LVL-ORDER-UP-TO(WS-LVL-IDX)
                COMPUTE WS-ROW-SPARE(WS-ROW-COUNT) =
                    LF-QTY-ON-HAND - WS-LVL-ORDER-UP-TO(WS-LVL-IDX)
            END-IF
            END-IF
        END-IF
    ELSE
        DISPLAY "WHXFER: more than " WS-ROW-MAX " warehouses for "
                LF-ITEM-CODE " - " LF-LOCATION " not balanced"
    END-IF.

0300-BALANCE-ITEM.
      *> Cover each short warehouse, in file order, from whichever
      *> warehouse has the most to spare, until it is covered or
      *> nothing is left to spare; then bring the item's replenishment
      *> suggestions into line.
    IF WS-CUR-ITEM-CODE NOT = SPACES
        PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                UNTIL WS-ROW-IDX > WS-ROW-COUNT
            PERFORM UNTIL WS-ROW-NEED(WS-ROW-IDX) = 0
                PERFORM 0310-FIND-DONOR
                IF WS-DONOR-IDX = 0
                    MOVE 0 TO WS-ROW-NEED(WS-ROW-IDX)
                ELSE
                    PERFORM 0320-WRITE-TRANSFER
                END-IF
            END-PERFORM
        END-PERFORM
        PERFORM 0400-ADJUST-ITEM-REPLEN
    END-IF.

0310-FIND-DONOR.
    MOVE 0 TO WS-DONOR-IDX
    MOVE 0 TO WS-BEST-SPARE
    PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
            UNTIL WS-ROW-SCAN > WS-ROW-COUNT
        IF WS-ROW-SPARE(WS-ROW-SCAN) > WS-BEST-SPARE
            MOVE WS-ROW-SPARE(WS-ROW-SCAN) TO WS-BEST-SPARE
            MOVE WS-ROW-SCAN TO WS-DONOR-IDX
        END-IF
    END-PERFORM.

0320-WRITE-TRANSFER.
    IF WS-ROW-SPARE(WS-DONOR-IDX) < WS-ROW-NEED(WS-ROW-IDX)
        MOVE WS-ROW-SPARE(WS-DONOR-IDX) TO WS-MOVE-QTY
    ELSE
        MOVE WS-ROW-NEED(WS-ROW-IDX) TO WS-MOVE-QTY
    END-IF
    SUBTRACT WS-MOVE-QTY FROM WS-ROW-SPARE(WS-DONOR-IDX)
    SUBTRACT WS-MOVE-QTY FROM WS-ROW-NEED(WS-ROW-IDX)
    ADD WS-MOVE-QTY TO WS-ROW-XFER-IN(WS-ROW-IDX)
    MOVE WS-ROW-LOCATION(WS-DONOR-IDX) TO XF-FROM-LOCATION
    MOVE WS-ROW-LOCATION(WS-ROW-IDX) TO XF-TO-LOCATION
    MOVE WS-CUR-ITEM-CODE TO XF-ITEM-CODE
    MOVE WS-MOVE-QTY TO XF-TRANSFER-QTY
    MOVE WS-PUB-RUN-DATE TO XF-RUN-DATE
    MOVE WS-PUB-RUN-TIME TO XF-RUN-TIME
    WRITE XF-RECORD
    ADD 1 TO WS-XFER-COUNT
    ADD WS-MOVE-QTY TO WS-XFER-QTY-TOTAL
    MOVE SPACES TO XR-REPORT-LINE
    STRING WS-CUR-ITEM-CODE " " XF-FROM-LOCATION "  "
        XF-TO-LOCATION "  " XF-TRANSFER-QTY
        DELIMITED BY SIZE INTO XR-REPORT-LINE
    PERFORM 0900-WRITE-TRANSFER-LINE.

0400-ADJUST-ITEM-REPLEN.
      *> Both files are in item-code order: suggestions for codes
      *> before this one pass through, this item's lose what the
      *> transfers bring into their warehouse.
    PERFORM UNTIL WS-RF-EOF
               OR RF-ITEM-CODE > WS-CUR-ITEM-CODE
        IF RF-ITEM-CODE = WS-CUR-ITEM-CODE
            PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                    UNTIL WS-ROW-SCAN > WS-ROW-COUNT
                IF WS-ROW-LOCATION(WS-ROW-SCAN) = RF-LOCATION
                 AND WS-ROW-XFER-IN(WS-ROW-SCAN) > 0
                    IF WS-ROW-XFER-IN(WS-ROW-SCAN) >= RF-SUGGESTED-QTY
                        SUBTRACT RF-SUGGESTED-QTY
                            FROM WS-ROW-XFER-IN(WS-ROW-SCAN)
                        MOVE 0 TO RF-SUGGESTED-QTY
                    ELSE
                        SUBTRACT WS-ROW-XFER-IN(WS-ROW-SCAN)
                            FROM RF-SUGGESTED-QTY
                        MOVE 0 TO WS-ROW-XFER-IN(WS-ROW-SCAN)
                        ADD 1 TO WS-RF-REDUCED-COUNT
                    END-IF
                END-IF
            END-PERFORM
        END-IF
        IF RF-SUGGESTED-QTY = 0 AND RF-ITEM-CODE = WS-CUR-ITEM-CODE
            ADD 1 TO WS-RF-DROPPED-COUNT
        ELSE
            PERFORM 0420-COPY-REPLEN
        END-IF
        PERFORM 0410-READ-REPLEN
    END-PERFORM.

0410-READ-REPLEN.
    READ REPLEN-FILE
        AT END
            SET WS-RF-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-RF-IN-COUNT
            ADD RF-SUGGESTED-QTY TO WS-RF-QTY-IN
    END-READ.

0420-COPY-REPLEN.
    MOVE RF-RECORD TO RA-RECORD
    WRITE RA-RECORD
    ADD 1 TO WS-RA-OUT-COUNT
    ADD RA-SUGGESTED-QTY TO WS-RA-QTY-OUT.

0800-END-OF-JOB.
      *> A failed run leaves XFERFILE and RPLNADJ empty, so neither
      *> an earlier night's transfers nor its adjusted suggestions
      *> are picked up as tonight's.
    IF WS-RUN-FAILED
        MOVE "*** NO TRANSFERS OR ADJUSTED SUGGESTIONS TO BE USED"
            TO XR-REPORT-LINE
        PERFORM 0900-WRITE-TRANSFER-LINE
        OPEN OUTPUT TRANSFER-FILE
        IF WS-XF-STATUS = "00"
            CLOSE TRANSFER-FILE
        END-IF
        OPEN OUTPUT REPLEN-ADJUSTED
        IF WS-RA-STATUS = "00"
            CLOSE REPLEN-ADJUSTED
        END-IF
        MOVE 8 TO WS-RETURN-CODE
    END-IF
    MOVE SPACES TO XR-REPORT-LINE
    STRING "TRANSFER CONDITION CODE " WS-RETURN-CODE
        DELIMITED BY SIZE INTO XR-REPORT-LINE
    PERFORM 0900-WRITE-TRANSFER-LINE
    IF WS-XR-STATUS = "00"
        CLOSE TRANSFER-RPT
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

0900-WRITE-TRANSFER-LINE.
    IF WS-XR-STATUS = "00"
        WRITE XR-REPORT-LINE
    END-IF
    DISPLAY "WHXFER: " XR-REPORT-LINE(1:70).
