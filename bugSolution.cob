      *>               last runs side by side and flag a counter
      *>               drifting long before a tolerance finally trips
      *>               on a month-end night.
      *>   2026-10-15  Check every incoming item against the ITEMCAT
      *>               catalog reference file (item code, category,
      *>               unit of measure, A/D/B status) in validation:
      *>               a code the catalog does not list rejects as
      *>               unknown (reason U) and a blocked item rejects
      *>               as blocked (reason K), each with its own
      *>               exception report line and recycle reason. A
      *>               discontinued item still loads but is listed on
      *>               the stock report while it holds stock. The
      *>               control report and the control-totals file
      *>               (new K records, and the C record lengthened for
      *>               the unknown/blocked/discontinued counts) carry
      *>               item count, quantity and valuation subtotals by
      *>               catalog category for finance. A missing catalog
      *>               loads as before, uncategorized, and says so on
      *>               the control report.
      *>   2026-10-15  Open the night's cycle on the run-control
      *>               ledger (RUNCTL), keyed by business date, and
      *>               book the load's outcome there at end of job.
      *>               A load already completed for the date refuses
      *>               with condition code 20 - a resubmission would
      *>               roll ITFPRIOR forward a generation and empty
      *>               the delta - and one for a date earlier than
      *>               the cycle already open refuses with 16. The
      *>               PARM is now a comma-separated list: the table
      *>               capacity and/or OVERRIDE, which runs the load
      *>               whatever the ledger says.
      *>   2026-10-15  Back-out mode (PARM BACKOUT) to reverse a bad
      *>               publish: the table is rebuilt from an earlier
      *>               interface generation (new DD ITFRSTR, verified
      *>               whole first) and republished as the full file,
      *>               and the delta is cut against the bad publish
      *>               on ITFPRIOR - so it reverses every add, change
      *>               and delete in between and its header chains to
      *>               the bad run for DLTVRFY. Each item moved is
      *>               audited as a BACKOUT decision and listed on the
      *>               control report; the control-totals C record
      *>               carries the run mode, the restore point and
      *>               the back-out count. The back-out reopens the
      *>               cycle in progress on the ledger, so every later
      *>               step runs again against the republished file.
      *>   2026-10-15  Cost change check in the cost match: each new
      *>               unit cost is compared with the cost the item
      *>               carried on ITFPRIOR, and every item whose cost
      *>               moved is listed on a new cost change report
      *>               (DD CCHGRPT) with old and new cost, percent
      *>               change and valuation impact. A change beyond
      *>               the parameter file's percentage tolerance
      *>               either keeps the prior cost (action K, run
      *>               warns at 4) or holds the run at condition code
      *>               8 with nothing published (action H, the
      *>               default) - a keying error at finance can no
      *>               longer publish a wrong valuation.
      *>   2026-10-15  Keep quantity on hand by contributing warehouse
      *>               alongside the rolled-up total, and publish it
      *>               as a by-location file (new DD ITFLOCN, one
      *>               detail per item per warehouse, trailer footing
      *>               to ITFFILE's quantity hash and valuation). The
      *>               replenishment file is now judged per warehouse
      *>               against that warehouse's reorder levels, so
      *>               WHXFER can cover a short warehouse from another
      *>               one's surplus before purchasing buys. A
      *>               maintenance update may name the warehouse whose
      *>               quantity it sets (MAINTREC MT-LOCATION).
      *>   2026-10-15  Prove a back-out's restore point before the
      *>               ledger is touched, so a refused back-out leaves
      *>               the night's step status as it was. Cut neither
      *>               RPLNFILE nor ITFLOCN on a back-out (no warehouse
      *>               split to restore) or under the cost change hold,
      *>               and say on the control-totals C record whether
      *>               RPLNFILE was cut tonight.
      *>   2026-10-15  Refuse a restore point with no header, or with
      *>               its trailer ahead of the header. A cost move too
      *>               large to measure as a percentage is over the
      *>               tolerance. Count discontinued stock apart from
      *>               the stock report so CTLTOTAL always carries it.
IDENTIFICATION DIVISION.
PROGRAM-ID. ITMLOAD.

        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-IF-STATUS.

    SELECT LOCATION-FILE ASSIGN TO "ITFLOCN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-LF-STATUS.

    SELECT PRIOR-INTERFACE ASSIGN TO "ITFPRIOR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PI-STATUS.

    SELECT RESTORE-INTERFACE ASSIGN TO "ITFRSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RS-STATUS.

    SELECT DELTA-FILE ASSIGN TO "DLTAFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DL-STATUS.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CP-STATUS.

    SELECT COST-CHANGE-RPT ASSIGN TO "CCHGRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CC-STATUS.

    SELECT STOCK-RPT ASSIGN TO "STKRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SK-STATUS.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-VS-STATUS.

    SELECT ITEM-CATALOG ASSIGN TO "ITEMCAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-IC-STATUS.

    SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RCT-BUSINESS-DATE
        FILE STATUS IS WS-RCT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ITEM-MASTER
    05  PF-MIN-LOADED              PIC 9(5).
    05  PF-WH-VOLUME-PCT           PIC 9(3).
    05  PF-PERIOD-END-FLAG         PIC X(1).
      *> Largest unit cost change, in percent of the prior cost, the
      *> cost match accepts; K keeps the prior cost on a larger one,
      *> H (or blank) holds the run.
    05  PF-COST-CHG-PCT            PIC 9(3).
    05  PF-COST-HOLD-ACTION        PIC X(1).
    05  FILLER                     PIC X(42).

FD  EXCEPTION-RPT
    RECORDING MODE IS F.
      *> the printed report carries, but on fixed fields so ITMRECON
      *> crossfoots from data instead of scraping report label
      *> positions. One C record with the run totals, then one W
      *> record per warehouse with its breakdown, then one K record
      *> per catalog category with its item count, quantity and
      *> valuation.
    RECORDING MODE IS F.
01  CT-TOTALS-REC.
    05  CT-T-TYPE                  PIC X(01).
    05  CT-TOTAL-VALUATION         PIC 9(15)V99.
    05  CT-QTY-HASH                PIC 9(12).
    05  CT-RETURN-CODE             PIC 9(2).
      *> Catalog rejects (both inside the validation figure above)
      *> and the discontinued items still holding stock.
    05  CT-UNKNOWN-COUNT           PIC 9(5).
    05  CT-BLOCKED-COUNT           PIC 9(5).
    05  CT-DISC-STOCK-COUNT        PIC 9(5).
      *> N = a normal load; B = a back-out run, which republished the
      *> position of the restore-point run named here and reversed
      *> the intervening publish for CT-BACKOUT-COUNT items.
    05  CT-RUN-MODE                PIC X(01).
        88  CT-NORMAL-RUN              VALUE "N".
        88  CT-BACKOUT-RUN             VALUE "B".
    05  CT-RESTORE-RUN-DATE        PIC 9(8).
    05  CT-RESTORE-RUN-TIME        PIC 9(6).
    05  CT-BACKOUT-COUNT           PIC 9(5).
      *> Y = RPLNFILE was cut by this run; N = it was not (held run
      *> or back-out) and the file on hand is an earlier run's.
    05  CT-REPLEN-CUT              PIC X(01).
01  CT-WAREHOUSE-REC.
    05  CT-W-TYPE                  PIC X(01).
    05  CT-W-LOCATION              PIC X(03).
    05  CT-W-MERGED-COUNT          PIC 9(5).
    05  CT-W-REJECT-COUNT          PIC 9(5).
    05  CT-W-OVERFLOW-COUNT        PIC 9(5).
    05  FILLER                     PIC X(140).
      *> One K record per catalog category carried in the final
      *> table: its item count, quantity and valuation. Blank
      *> category = items loaded without a catalog.
01  CT-CATEGORY-REC.
    05  CT-K-TYPE                  PIC X(01).
    05  CT-K-CATEGORY              PIC X(04).
    05  CT-K-ITEM-COUNT            PIC 9(5).
    05  CT-K-QTY-TOTAL             PIC 9(12).
    05  CT-K-VALUE-TOTAL           PIC 9(15)V99.
    05  FILLER                     PIC X(130).

FD  CHECKPOINT-FILE
      *> Holds exactly one control record - the run's counters and
        10  CK-WH-MERGED-COUNT     PIC 9(5).
        10  CK-WH-REJECT-COUNT     PIC 9(5).
        10  CK-WH-OVERFLOW-COUNT   PIC 9(5).
    05  CK-UNKNOWN-COUNT           PIC 9(5).
    05  CK-BLOCKED-COUNT           PIC 9(5).
    05  CK-FILLER                  PIC X(02).

FD  CHECKPOINT-ITEMS-FILE
    05  IF-T-TOTAL-VALUE           PIC 9(15)V99.
    05  FILLER                     PIC X(43).

FD  LOCATION-FILE
      *> By-location companion to INTERFACE-FILE: the same header, one
      *> detail per item per warehouse holding or supplying it (in
      *> item-code order, warehouses in registry order within an
      *> item), and a trailer whose quantity hash and valuation foot
      *> to INTERFACE-FILE's.
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

FD  PRIOR-INTERFACE
      *> The interface file as published by the prior run (the JCL
      *> carries the previous generation under its own DD), read back
    05  PI-EXT-VALUE               PIC 9(15)V99.
    05  FILLER                     PIC X(02).

FD  RESTORE-INTERFACE
      *> Back-out mode only: the earlier published interface
      *> generation whose position is being restored. Same layout as
      *> INTERFACE-FILE.
    RECORDING MODE IS F.
01  RS-HEADER-REC.
    05  RS-H-TYPE                  PIC X(01).
    05  RS-H-RUN-DATE              PIC 9(8).
    05  RS-H-RUN-TIME              PIC 9(6).
    05  RS-H-SOURCE-JOB            PIC X(08).
    05  FILLER                     PIC X(57).
01  RS-RECORD.
    05  RS-TYPE                    PIC X(01).
    05  RS-ITEM.
        COPY ITEMREC REPLACING ==:LVL:== BY ==10==
                               ==:PFX:== BY ==RS-ITEM==.
    05  RS-LOCATION                PIC X(03).
    05  RS-UNIT-COST               PIC 9(5)V99.
    05  RS-EXT-VALUE               PIC 9(15)V99.
    05  FILLER                     PIC X(02).
01  RS-TRAILER-REC.
    05  RS-T-TYPE                  PIC X(01).
    05  RS-T-DETAIL-COUNT          PIC 9(7).
    05  RS-T-QTY-HASH              PIC 9(12).
    05  RS-T-TOTAL-VALUE           PIC 9(15)V99.
    05  FILLER                     PIC X(43).

FD  DELTA-FILE
      *> Net-change companion to INTERFACE-FILE: one ITEMREC-layout
      *> record per item that was added, changed or deleted since the
        88  RO-REASON-BLANK-CODE       VALUE "B".
        88  RO-REASON-DUPLICATE        VALUE "D".
        88  RO-REASON-OVERFLOW         VALUE "O".
        88  RO-REASON-UNKNOWN          VALUE "U".
        88  RO-REASON-BLOCKED          VALUE "K".
    05  RO-LOCATION                PIC X(03).

FD  RECYCLE-IN
    RECORDING MODE IS F.
01  CP-REPORT-LINE                 PIC X(80).

FD  COST-CHANGE-RPT
    RECORDING MODE IS F.
01  CC-REPORT-LINE                 PIC X(80).

FD  STOCK-RPT
    RECORDING MODE IS F.
01  SK-REPORT-LINE                 PIC X(80).
    05  VS-T-TOTAL-VALUE           PIC 9(15)V99.
    05  FILLER                     PIC X(20).

FD  ITEM-CATALOG
      *> Merchandising's catalog reference: one record per catalogued
      *> item code with its product category, unit of measure and
      *> status - A active, D discontinued (still loads, flagged while
      *> it holds stock), B blocked (rejected).
    RECORDING MODE IS F.
01  IC-RECORD.
    05  IC-ITEM-CODE               PIC X(10).
    05  IC-CATEGORY                PIC X(04).
    05  IC-UOM                     PIC X(03).
    05  IC-STATUS                  PIC X(01).
        88  IC-STATUS-ACTIVE           VALUE "A".
        88  IC-STATUS-DISCONTINUED     VALUE "D".
        88  IC-STATUS-BLOCKED          VALUE "B".

FD  RUN-CONTROL.
      *> The nightly run-control ledger, keyed by business date.
01  RCT-RECORD.
    COPY RUNCTLREC REPLACING ==:PFX:== BY ==RCT==.

WORKING-STORAGE SECTION.
01  WS-AREA.
    05  WS-COUNT                   PIC 9(5) VALUE 0.
        10  WS-ITEM-WH-SUPPLIED-GRP.
            15  WS-ITEM-WH-SUPPLIED OCCURS 5 TIMES
                                   PIC X(01).
          *> Quantity on hand by warehouse, same slots as the switches;
          *> WS-ITEM-QTY-ON-HAND stays their total.
        10  WS-ITEM-WH-QTY-GRP.
            15  WS-ITEM-WH-QTY OCCURS 5 TIMES
                                   PIC 9(7).
          *> Catalog attributes picked up in validation; blank when
          *> the run had no catalog.
        10  WS-ITEM-CATEGORY       PIC X(04).
        10  WS-ITEM-UOM            PIC X(03).
        10  WS-ITEM-CAT-STATUS     PIC X(01).
            88  WS-ITEM-DISCONTINUED   VALUE "D".

01  WS-COUNTERS.
    05  WS-SEQ-NUM                 PIC 9(7) VALUE 0.
    05  WS-DELTA-QTY-HASH          PIC 9(12) VALUE 0.
    05  WS-VALUATION-EDIT          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-MERGED-COUNT            PIC 9(5) VALUE 0.
      *> Catalog rejects - both are also counted in
      *> WS-VALID-REJECT-COUNT.
    05  WS-UNKNOWN-COUNT           PIC 9(5) VALUE 0.
    05  WS-BLOCKED-COUNT           PIC 9(5) VALUE 0.
    05  WS-DISC-STOCK-COUNT        PIC 9(5) VALUE 0.

01  WS-WAREHOUSE-AREA.
      *> The source warehouses as the registry file lists them, and
    05  WS-AUD-STATUS              PIC X(02) VALUE SPACES.
    05  WS-MT-STATUS               PIC X(02) VALUE SPACES.
    05  WS-IF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-LF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-PI-STATUS               PIC X(02) VALUE SPACES.
    05  WS-DL-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RO-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RI-STATUS               PIC X(02) VALUE SPACES.
    05  WS-CF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-CP-STATUS               PIC X(02) VALUE SPACES.
    05  WS-CC-STATUS               PIC X(02) VALUE SPACES.
    05  WS-SK-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RP-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RF-STATUS               PIC X(02) VALUE SPACES.
    05  WS-WC-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RH-STATUS               PIC X(02) VALUE SPACES.
    05  WS-VS-STATUS               PIC X(02) VALUE SPACES.
    05  WS-IC-STATUS               PIC X(02) VALUE SPACES.
    05  WS-RCT-STATUS              PIC X(02) VALUE SPACES.
    05  WS-RS-STATUS               PIC X(02) VALUE SPACES.

01  WS-SWITCHES.
    05  WS-EOF-SW                  PIC X(01) VALUE "N".
                               ==:PFX:== BY ==WS-WORK-ITEM==.
    05  WS-WORK-LOCATION           PIC X(03) VALUE "W01".
    05  WS-WORK-WH                 PIC 9(2) VALUE 1.
    05  WS-WORK-CATEGORY           PIC X(04) VALUE SPACES.
    05  WS-WORK-UOM                PIC X(03) VALUE SPACES.
    05  WS-WORK-CAT-STATUS         PIC X(01) VALUE SPACE.

01  WS-RUN-DATE-TIME.
    05  WS-RUN-DATE                PIC 9(8).
        88  WS-PRIOR-SORTED            VALUE "Y".
    05  WS-PRIOR-ERR-SW            PIC X(01) VALUE "N".
        88  WS-PRIOR-IO-ERROR          VALUE "Y".
      *> Set once the prior file has been read - the cost match reads
      *> it ahead of the delta compare when there is a cost file.
    05  WS-PRIOR-LOADED-SW         PIC X(01) VALUE "N".
        88  WS-PRIOR-LOADED            VALUE "Y".
    05  WS-PRIOR-PREV-CODE         PIC X(10) VALUE SPACES.
      *> The prior run's identification off its interface header -
      *> carried on the delta header so a receiver can chain one
    05  WS-APPLIED-ORDER-UP-TO     PIC 9(7) VALUE 0.
    05  WS-SUGGESTED-QTY           PIC 9(7) VALUE 0.
    05  WS-REPLEN-COUNT            PIC 9(5) VALUE 0.
    05  WS-WH-QTY                  PIC 9(7) VALUE 0.
    05  WS-LOCN-COUNT              PIC 9(7) VALUE 0.
    05  WS-LOCN-QTY-HASH           PIC 9(12) VALUE 0.
    05  WS-LOCN-VALUE              PIC 9(15)V99 VALUE 0.

01  WS-TOLERANCE-AREA.
      *> Run-quality tolerances from the parameter file. A tolerance
        88  WS-MIN-LOAD-BREACHED       VALUE "Y".
    05  WS-RETURN-CODE             PIC 9(2) VALUE 0.

01  WS-COST-CHANGE-AREA.
      *> Unit cost change check in the cost match. The tolerance is
      *> enforced only when the parameter file carries it, as above;
      *> every change is reported either way. An item with no prior
      *> cost (new, or uncosted on the last publish) has nothing to
      *> measure against and is listed as a new cost.
    05  WS-COST-CHG-PCT            PIC 9(3) VALUE 0.
    05  WS-COST-CHG-PCT-SW         PIC X(01) VALUE "N".
        88  WS-COST-CHG-PCT-SET        VALUE "Y".
    05  WS-COST-ACTION             PIC X(01) VALUE "H".
        88  WS-COST-KEEP-PRIOR         VALUE "K".
        88  WS-COST-HOLD-RUN           VALUE "H".
    05  WS-COST-HOLD-SW            PIC X(01) VALUE "N".
        88  WS-COST-HELD               VALUE "Y".
    05  WS-COST-BREACH-SW          PIC X(01) VALUE "N".
        88  WS-COST-BREACHED           VALUE "Y".
    05  WS-NEW-UNIT-COST           PIC 9(5)V99 VALUE 0.
    05  WS-OLD-UNIT-COST           PIC 9(5)V99 VALUE 0.
    05  WS-COST-MOVE               PIC S9(5)V99 VALUE 0.
    05  WS-COST-MOVE-PCT           PIC S9(7)V9 VALUE 0.
    05  WS-COST-IMPACT             PIC S9(15)V99 VALUE 0.
    05  WS-COST-CHANGE-COUNT       PIC 9(5) VALUE 0.
    05  WS-COST-BREACH-COUNT       PIC 9(5) VALUE 0.
    05  WS-COST-KEPT-COUNT         PIC 9(5) VALUE 0.
    05  WS-COST-IMPACT-TOTAL       PIC S9(15)V99 VALUE 0.
    05  WS-COST-KEPT-IMPACT        PIC S9(15)V99 VALUE 0.
    05  WS-COST-FLAG               PIC X(12) VALUE SPACES.
    05  WS-OLD-COST-EDIT           PIC ZZ,ZZ9.99.
    05  WS-NEW-COST-EDIT           PIC ZZ,ZZ9.99.
    05  WS-COST-PCT-EDIT           PIC +Z,ZZZ,ZZ9.9.
    05  WS-COST-IMPACT-EDIT        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

01  WS-PERIOD-AREA.
      *> Period-end mode off the parameter file: the last run of the
      *> month cuts the valuation snapshot for finance's close.
        88  WS-PERIOD-END              VALUE "Y".
    05  WS-SNAP-COUNT              PIC 9(7) VALUE 0.

01  WS-CATALOG-AREA.
      *> The item catalog reference, held in storage for the
      *> validation lookup. It normally arrives in item-code order and
      *> is binary searched; an out-of-order file is watched for as it
      *> loads and falls back to a front-to-back scan, the same way
      *> the prior interface table does. A catalog row with no
      *> category, no unit of measure or a status other than A/D/B is
      *> reported and left out - its item then rejects as unknown
      *> until merchandising corrects the row.
    05  WS-CAT-COUNT               PIC 9(5) VALUE 0.
    05  WS-CAT-EOF-SW              PIC X(01) VALUE "N".
        88  WS-CAT-EOF                 VALUE "Y".
    05  WS-CAT-LOADED-SW           PIC X(01) VALUE "N".
        88  WS-CAT-LOADED              VALUE "Y".
    05  WS-CAT-SORTED-SW           PIC X(01) VALUE "Y".
        88  WS-CAT-SORTED              VALUE "Y".
    05  WS-CAT-HIT-SW              PIC X(01) VALUE "N".
        88  WS-CAT-HIT                 VALUE "Y".
    05  WS-CAT-IDX                 PIC 9(5) VALUE 0.
    05  WS-CAT-PREV-CODE           PIC X(10) VALUE SPACES.
    05  WS-CAT-BAD-COUNT           PIC 9(5) VALUE 0.
    05  WS-CAT-ENTRY OCCURS 1 TO 99999 TIMES
            DEPENDING ON WS-CAT-COUNT.
        10  WS-CAT-ITEM-CODE       PIC X(10).
        10  WS-CAT-CATEGORY        PIC X(04).
        10  WS-CAT-UOM             PIC X(03).
        10  WS-CAT-STATUS          PIC X(01).

01  WS-CATEGORY-AREA.
      *> Quantity and valuation subtotals by catalog category over the
      *> final table, for the control report and the K records of the
      *> control-totals file. Categories past the table's capacity
      *> are folded into the last slot, relabelled "****", so the
      *> subtotals still foot to the run totals.
    05  WS-CATG-MAX                PIC 9(3) VALUE 99.
    05  WS-CATG-COUNT              PIC 9(3) VALUE 0.
    05  WS-CATG-IDX                PIC 9(3) VALUE 0.
    05  WS-CATG-LABEL              PIC X(06) VALUE SPACES.
    05  WS-CATG-QTY-EDIT           PIC ZZZ,ZZZ,ZZZ,ZZ9.
    05  WS-CATG-ENTRY OCCURS 99 TIMES.
        10  WS-CATG-CODE           PIC X(04).
        10  WS-CATG-ITEMS          PIC 9(5).
        10  WS-CATG-QTY            PIC 9(12).
        10  WS-CATG-VALUE          PIC 9(15)V99.

01  WS-RUN-CONTROL-AREA.
      *> The load's slot on the run-control ledger. The business date
      *> is the run date.
    05  WS-RCT-STEP                PIC 9(1) VALUE 1.
    05  WS-RCT-IDX                 PIC 9(1) VALUE 0.
    05  WS-RCT-DATE                PIC 9(8) VALUE 0.
    05  WS-RCT-REFUSE-CODE         PIC 9(2) VALUE 0.
    05  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE "N".
        88  WS-RCT-OVERRIDE            VALUE "Y".
    05  WS-RCT-FOUND-SW            PIC X(01) VALUE "N".
        88  WS-RCT-FOUND               VALUE "Y".
    05  WS-RCT-CONTROL-SW          PIC X(01) VALUE "N".
        88  WS-RCT-CONTROL-FOUND       VALUE "Y".
    05  WS-RCT-BOOKED-SW           PIC X(01) VALUE "N".
        88  WS-RCT-BOOKED              VALUE "Y".

01  WS-BACKOUT-AREA.
      *> Back-out mode (PARM BACKOUT): republish the position of an
      *> earlier interface generation (ITFRSTR) in place of tonight's
      *> load, and cut the delta that reverses everything published
      *> since. The restore point is checked whole before anything is
      *> touched; each item the compensating delta moves is kept here
      *> for the control report's listing.
    05  WS-BACKOUT-SW              PIC X(01) VALUE "N".
        88  WS-BACKOUT-MODE            VALUE "Y".
    05  WS-REPLEN-CUT-SW           PIC X(01) VALUE "N".
        88  WS-REPLEN-CUT              VALUE "Y".
    05  WS-RS-EOF-SW               PIC X(01) VALUE "N".
        88  WS-RS-EOF                  VALUE "Y".
    05  WS-RS-VALID-SW             PIC X(01) VALUE "Y".
        88  WS-RS-VALID                VALUE "Y".
    05  WS-RS-HEADER-SW            PIC X(01) VALUE "N".
        88  WS-RS-HEADER-SEEN          VALUE "Y".
    05  WS-RS-TRAILER-SW           PIC X(01) VALUE "N".
        88  WS-RS-TRAILER-SEEN         VALUE "Y".
    05  WS-RS-RUN-DATE             PIC 9(8) VALUE 0.
    05  WS-RS-RUN-TIME             PIC 9(6) VALUE 0.
    05  WS-RS-PREV-CODE            PIC X(10) VALUE SPACES.
    05  WS-RS-DETAIL-COUNT         PIC 9(7) VALUE 0.
    05  WS-RS-QTY-HASH             PIC 9(12) VALUE 0.
    05  WS-RS-T-DETAIL-COUNT       PIC 9(7) VALUE 0.
    05  WS-RS-T-QTY-HASH           PIC 9(12) VALUE 0.
    05  WS-RS-T-TOTAL-VALUE        PIC 9(15)V99 VALUE 0.
    05  WS-BKO-BAD-QTY             PIC 9(7) VALUE 0.
    05  WS-BKO-COUNT               PIC 9(5) VALUE 0.
    05  WS-BKO-ACTION-LABEL        PIC X(07) VALUE SPACES.
    05  WS-BKO-LISTED              PIC 9(5) VALUE 0.
    05  WS-BKO-ENTRY OCCURS 1 TO 99999 TIMES
            DEPENDING ON WS-BKO-LISTED.
        10  WS-BKO-ACTION          PIC X(01).
        10  WS-BKO-ITEM-CODE       PIC X(10).
        10  WS-BKO-LOCATION        PIC X(03).
        10  WS-BKO-PUB-QTY         PIC 9(7).
        10  WS-BKO-RESTORED-QTY    PIC 9(7).

01  WS-PARM-AREA.
      *> The PARM split at its commas.
    05  WS-PARM-IDX                PIC 9(1) VALUE 0.
    05  WS-PARM-ENTRY OCCURS 4 TIMES.
        10  WS-PARM-TOKEN          PIC X(10).
        10  WS-PARM-TOKEN-LEN      PIC 9(2).

01  WS-MISC.
    05  I                          PIC 9(5) VALUE 0.
    05  J                          PIC 9(5) VALUE 0.
LINKAGE SECTION.
01  LS-PARM-DATA.
    05  LS-PARM-LEN                PIC S9(4) COMP.
    05  LS-PARM-TEXT               PIC X(30).

PROCEDURE DIVISION USING LS-PARM-DATA.

      *> the replay maps checkpointed locations back to warehouse
      *> numbers through it.
    PERFORM 0145-LOAD-WAREHOUSE-REGISTRY
      *> The catalog too - the replay re-validates every checkpointed
      *> record, and must land on the same categories it did live.
    PERFORM 0160-LOAD-ITEM-CATALOG

      *> A back-out rebuilds the table from the restore point instead
      *> of the extracts - no restart, recycle, maintenance or cost
      *> match; the restore point carries its own costs. The restore
      *> point is proved before the ledger is touched, so a back-out
      *> refused for a bad restore point leaves the night's step
      *> status as it found it.
    IF WS-BACKOUT-MODE
        PERFORM 0800-LOAD-RESTORE-POINT
    END-IF
      *> The ledger check comes before anything is opened for output -
      *> a refused run must leave last night's files as they were.
    PERFORM 0050-CHECK-RUN-CONTROL

    IF WS-BACKOUT-MODE
        PERFORM 0130-OPEN-REPORT-FILES
    ELSE
        PERFORM 0120-CHECK-RESTART

        PERFORM 0130-OPEN-REPORT-FILES
        PERFORM 0140-OPEN-CHECKPOINT-ITEMS

          *> One pass per registered warehouse, in registry order so the
          *> sequence numbering (and with it checkpoint/restart) is
          *> repeatable run to run.
        PERFORM 0150-LOAD-WAREHOUSES

          *> Judge the extract volumes before the recycle pass tops the
          *> read counts up - the baseline is run-to-run extract volume.
        PERFORM 0180-CHECK-WAREHOUSE-VOLUMES

        PERFORM 0300-PROCESS-RECYCLE-INPUT

        IF WS-CKI-STATUS = "00"
            CLOSE CHECKPOINT-ITEMS-FILE
        END-IF

        PERFORM 0600-MAINTENANCE-PROCESS

          *> Cost match runs after maintenance so extended values reflect
          *> the final quantities that go downstream.
        PERFORM 0370-MATCH-COST-FILE
    END-IF

      *> Now process WS-TABLE safely
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-COUNT

    PERFORM 0385-LOAD-REORDER-POINTS

    IF WS-CAT-LOADED
        PERFORM 0389-COUNT-DISCONTINUED-STOCK
    END-IF

    PERFORM 0390-PRINT-STOCK-STATUS

    PERFORM 0396-WRITE-REPLEN-FILE

    PERFORM 0400-WRITE-INTERFACE-FILE

    PERFORM 0405-WRITE-LOCATION-FILE

    PERFORM 0450-WRITE-DELTA-FILE

    IF WS-PERIOD-END
        PERFORM 0590-WRITE-VALUATION-SNAPSHOT
    END-IF

    PERFORM 0520-BUILD-CATEGORY-TOTALS

      *> A back-out read no extract - there is nothing to grade, no
      *> run for the history or the warehouse baseline, and no
      *> checkpoint of its own to clear.
    IF NOT WS-BACKOUT-MODE
        PERFORM 0700-EVALUATE-TOLERANCES
    END-IF

    PERFORM 0500-PRINT-CONTROL-REPORT

    PERFORM 0560-WRITE-CONTROL-TOTALS

    IF NOT WS-BACKOUT-MODE
        PERFORM 0580-WRITE-RUN-HISTORY

        IF NOT WS-WH-HELD
            PERFORM 0185-SAVE-WAREHOUSE-COUNTS
        END-IF

        PERFORM 0270-CLEAR-CHECKPOINT
    END-IF

    IF WS-EX-STATUS = "00"
        CLOSE EXCEPTION-RPT

    MOVE WS-RETURN-CODE TO RETURN-CODE.

    PERFORM 0950-POST-RUN-CONTROL

    STOP RUN.

0050-CHECK-RUN-CONTROL.
      *> Open tonight's cycle on the run-control ledger. The load
      *> refuses - condition code 20 - when it already completed for
      *> this business date, and - condition code 16 - when the
      *> ledger already has a later date's cycle open. A load that
      *> started and never finished (the abend being restarted) or
      *> that failed may be rerun. PARM OVERRIDE runs it regardless.
      *> A missing ledger is created on the first run. A back-out
      *> reopens the cycle in progress - the one whose publish it
      *> reverses - whatever the date, keeps that cycle's period-end
      *> setting, and is never refused as already complete.
    OPEN I-O RUN-CONTROL
    IF WS-RCT-STATUS = "35"
        OPEN OUTPUT RUN-CONTROL
        IF WS-RCT-STATUS = "00"
            CLOSE RUN-CONTROL
            OPEN I-O RUN-CONTROL
        END-IF
    END-IF
    IF WS-RCT-STATUS NOT = "00"
        DISPLAY "ITMLOAD: unable to open RUNCTL, status "
                WS-RCT-STATUS
        MOVE 16 TO WS-RCT-REFUSE-CODE
    ELSE
        MOVE WS-RUN-DATE TO WS-RCT-DATE
        MOVE ZEROS TO RCT-BUSINESS-DATE
        READ RUN-CONTROL
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-RCT-CONTROL-FOUND TO TRUE
                IF WS-BACKOUT-MODE
                    MOVE RCT-OPEN-DATE TO WS-RCT-DATE
                ELSE
                IF RCT-OPEN-DATE > WS-RCT-DATE
                    DISPLAY "ITMLOAD: cycle " RCT-OPEN-DATE
                            " already open - business date "
                            WS-RCT-DATE " is out of order"
                    MOVE 16 TO WS-RCT-REFUSE-CODE
                END-IF
                END-IF
        END-READ
        MOVE WS-RCT-DATE TO RCT-BUSINESS-DATE
        READ RUN-CONTROL
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-RCT-FOUND TO TRUE
                IF WS-BACKOUT-MODE
                    IF RCT-PERIOD-END
                        SET WS-PERIOD-END TO TRUE
                    ELSE
                        MOVE "N" TO WS-PERIOD-END-SW
                    END-IF
                ELSE
                IF RCT-STEP-COMPLETE(WS-RCT-STEP)
                    DISPLAY "ITMLOAD: already complete for business "
                            "date " WS-RCT-DATE
                    MOVE 20 TO WS-RCT-REFUSE-CODE
                END-IF
                END-IF
        END-READ
        IF WS-RCT-REFUSE-CODE = 0 OR WS-RCT-OVERRIDE
            PERFORM 0060-OPEN-LEDGER-CYCLE
        END-IF
        CLOSE RUN-CONTROL
    END-IF
    IF WS-RCT-REFUSE-CODE > 0
        IF WS-RCT-OVERRIDE
            DISPLAY "ITMLOAD: OVERRIDE - running despite condition "
                    WS-RCT-REFUSE-CODE
        ELSE
            DISPLAY "ITMLOAD: refused by run control, condition "
                    WS-RCT-REFUSE-CODE
            MOVE WS-RCT-REFUSE-CODE TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

0060-OPEN-LEDGER-CYCLE.
      *> Start the date's entry - a new one for a new date - with the
      *> load booked as started and every later step of the date put
      *> back to not run: whatever they did belonged to an earlier
      *> publish and must be done again against this one. Then point
      *> the control record at the date.
    IF NOT WS-RCT-FOUND
        MOVE SPACES TO RCT-RECORD
        INITIALIZE RCT-RECORD
        MOVE WS-RCT-DATE TO RCT-BUSINESS-DATE
    END-IF
    MOVE 0 TO RCT-OPEN-DATE
    IF WS-PERIOD-END
        MOVE "Y" TO RCT-PERIOD-END-FLAG
    ELSE
        MOVE "N" TO RCT-PERIOD-END-FLAG
    END-IF
    PERFORM VARYING WS-RCT-IDX FROM 2 BY 1 UNTIL WS-RCT-IDX > 6
        MOVE SPACE TO RCT-STEP-STATUS(WS-RCT-IDX)
        MOVE 0 TO RCT-STEP-RC(WS-RCT-IDX)
        MOVE 0 TO RCT-STEP-START-DATE(WS-RCT-IDX)
        MOVE 0 TO RCT-STEP-START-TIME(WS-RCT-IDX)
        MOVE 0 TO RCT-STEP-END-DATE(WS-RCT-IDX)
        MOVE 0 TO RCT-STEP-END-TIME(WS-RCT-IDX)
        MOVE SPACE TO RCT-STEP-OVERRIDE(WS-RCT-IDX)
    END-PERFORM
    SET RCT-STEP-STARTED(WS-RCT-STEP) TO TRUE
    MOVE 0 TO RCT-STEP-RC(WS-RCT-STEP)
    MOVE WS-RUN-DATE TO RCT-STEP-START-DATE(WS-RCT-STEP)
    MOVE WS-RUN-TIME TO RCT-STEP-START-TIME(WS-RCT-STEP)
    MOVE 0 TO RCT-STEP-END-DATE(WS-RCT-STEP)
    MOVE 0 TO RCT-STEP-END-TIME(WS-RCT-STEP)
    IF WS-RCT-OVERRIDE
        MOVE "Y" TO RCT-STEP-OVERRIDE(WS-RCT-STEP)
    ELSE
        MOVE "N" TO RCT-STEP-OVERRIDE(WS-RCT-STEP)
    END-IF
    IF RCT-STEP-RUN-COUNT(WS-RCT-STEP) < 99
        ADD 1 TO RCT-STEP-RUN-COUNT(WS-RCT-STEP)
    END-IF
    IF WS-RCT-FOUND
        REWRITE RCT-RECORD
            INVALID KEY
                DISPLAY "ITMLOAD: RUNCTL rewrite failed, status "
                        WS-RCT-STATUS
            NOT INVALID KEY
                SET WS-RCT-BOOKED TO TRUE
        END-REWRITE
    ELSE
        WRITE RCT-RECORD
            INVALID KEY
                DISPLAY "ITMLOAD: RUNCTL write failed, status "
                        WS-RCT-STATUS
            NOT INVALID KEY
                SET WS-RCT-BOOKED TO TRUE
        END-WRITE
    END-IF

    MOVE SPACES TO RCT-RECORD
    INITIALIZE RCT-RECORD
    MOVE ZEROS TO RCT-BUSINESS-DATE
    MOVE WS-RCT-DATE TO RCT-OPEN-DATE
    IF WS-RCT-CONTROL-FOUND
        REWRITE RCT-RECORD
            INVALID KEY
                DISPLAY "ITMLOAD: RUNCTL control rewrite failed, "
                        "status " WS-RCT-STATUS
        END-REWRITE
    ELSE
        WRITE RCT-RECORD
            INVALID KEY
                DISPLAY "ITMLOAD: RUNCTL control write failed, "
                        "status " WS-RCT-STATUS
        END-WRITE
    END-IF.

0110-DETERMINE-CAPACITY.
      *> Capacity comes from the JCL PARM first; if no PARM was
      *> passed, fall back to a small parameter file; otherwise the
      *> reached on the normal no-PARM run, not only when a blank or
      *> non-numeric PARM happens to be supplied.
    MOVE 0 TO WS-TABLE-SIZE
      *> The PARM is a comma-separated list - a number is the
      *> capacity, OVERRIDE runs the load whatever the run-control
      *> ledger says, BACKOUT republishes an earlier generation
      *> instead of loading the extracts. LS-PARM-LEN is clamped to
      *> LS-PARM-TEXT's 30-byte length before it drives a reference
      *> modification, so a PARM longer than the field cannot
      *> reference-modify past its end.
    IF LS-PARM-LEN > 0 AND LS-PARM-LEN <= 30
        MOVE SPACES TO WS-PARM-AREA
        MOVE 0 TO WS-PARM-IDX
        UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN) DELIMITED BY ","
            INTO WS-PARM-TOKEN(1) COUNT IN WS-PARM-TOKEN-LEN(1)
                 WS-PARM-TOKEN(2) COUNT IN WS-PARM-TOKEN-LEN(2)
                 WS-PARM-TOKEN(3) COUNT IN WS-PARM-TOKEN-LEN(3)
                 WS-PARM-TOKEN(4) COUNT IN WS-PARM-TOKEN-LEN(4)
        END-UNSTRING
        PERFORM VARYING WS-PARM-IDX FROM 1 BY 1 UNTIL WS-PARM-IDX > 4
            PERFORM 0115-APPLY-PARM-TOKEN
        END-PERFORM
    END-IF

      *> The parameter file is read even when the PARM supplied the
                IF PF-PERIOD-END-FLAG = "Y"
                    SET WS-PERIOD-END TO TRUE
                END-IF
                IF PF-COST-CHG-PCT IS NUMERIC
                    MOVE PF-COST-CHG-PCT TO WS-COST-CHG-PCT
                    SET WS-COST-CHG-PCT-SET TO TRUE
                    IF PF-COST-HOLD-ACTION = "K"
                        SET WS-COST-KEEP-PRIOR TO TRUE
                    END-IF
                END-IF
        END-READ
        CLOSE PARM-FILE
    END-IF
        MOVE 100 TO WS-TABLE-SIZE
    END-IF.

0115-APPLY-PARM-TOKEN.
    IF WS-PARM-TOKEN-LEN(WS-PARM-IDX) IS NUMERIC
     AND WS-PARM-TOKEN-LEN(WS-PARM-IDX) > 0
        EVALUATE TRUE
            WHEN WS-PARM-TOKEN-LEN(WS-PARM-IDX) <= 5
             AND WS-PARM-TOKEN(WS-PARM-IDX)
                     (1:WS-PARM-TOKEN-LEN(WS-PARM-IDX)) IS NUMERIC
                MOVE WS-PARM-TOKEN(WS-PARM-IDX)
                         (1:WS-PARM-TOKEN-LEN(WS-PARM-IDX))
                    TO WS-TABLE-SIZE
            WHEN WS-PARM-TOKEN(WS-PARM-IDX) = "OVERRIDE"
                SET WS-RCT-OVERRIDE TO TRUE
            WHEN WS-PARM-TOKEN(WS-PARM-IDX) = "BACKOUT"
                SET WS-BACKOUT-MODE TO TRUE
            WHEN OTHER
                DISPLAY "ITMLOAD: PARM value "
                        WS-PARM-TOKEN(WS-PARM-IDX)
                        " not recognised - ignored"
        END-EVALUATE
    END-IF.

0120-CHECK-RESTART.
      *> If a checkpoint from a prior abended run exists, resume the
      *> load from where it left off instead of starting WS-COUNT and
                        MOVE CK-SEQ-ERR-COUNT TO WS-SEQ-ERR-COUNT
                        MOVE CK-MAINT-AUDITED-COUNT
                            TO WS-MAINT-AUDITED-COUNT
                        MOVE CK-UNKNOWN-COUNT TO WS-UNKNOWN-COUNT
                        MOVE CK-BLOCKED-COUNT TO WS-BLOCKED-COUNT
                        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WH-MAX
                            MOVE CK-WH-READ-COUNT(J)
                                TO WS-WH-READ-COUNT(J)
    MOVE 0 TO WS-MERGED-COUNT
    MOVE 0 TO WS-SEQ-ERR-COUNT
    MOVE 0 TO WS-MAINT-AUDITED-COUNT
    MOVE 0 TO WS-UNKNOWN-COUNT
    MOVE 0 TO WS-BLOCKED-COUNT
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WH-MAX
        MOVE 0 TO WS-WH-READ-COUNT(J)
        MOVE 0 TO WS-WH-LOADED-COUNT(J)
        MOVE WS-MERGED-COUNT TO CK-MERGED-COUNT
        MOVE WS-SEQ-ERR-COUNT TO CK-SEQ-ERR-COUNT
        MOVE WS-MAINT-AUDITED-COUNT TO CK-MAINT-AUDITED-COUNT
        MOVE WS-UNKNOWN-COUNT TO CK-UNKNOWN-COUNT
        MOVE WS-BLOCKED-COUNT TO CK-BLOCKED-COUNT
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WH-MAX
            MOVE WS-WH-READ-COUNT(J) TO CK-WH-READ-COUNT(J)
            MOVE WS-WH-LOADED-COUNT(J) TO CK-WH-LOADED-COUNT(J)
        MOVE 0 TO CK-MERGED-COUNT
        MOVE 0 TO CK-SEQ-ERR-COUNT
        MOVE 0 TO CK-MAINT-AUDITED-COUNT
        MOVE 0 TO CK-UNKNOWN-COUNT
        MOVE 0 TO CK-BLOCKED-COUNT
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WH-MAX
            MOVE 0 TO CK-WH-READ-COUNT(J)
            MOVE 0 TO CK-WH-LOADED-COUNT(J)
        MOVE "Y" TO WS-WH-ACTIVE-SW(3)
    END-IF.

0160-LOAD-ITEM-CATALOG.
      *> Pull the catalog reference into storage for 0210's lookup.
      *> A missing catalog leaves the check off for the run - items
      *> load uncategorized, as they always did, and the control
      *> report says the catalog was not applied.
    MOVE 0 TO WS-CAT-COUNT
    MOVE "Y" TO WS-CAT-SORTED-SW
    MOVE SPACES TO WS-CAT-PREV-CODE
    OPEN INPUT ITEM-CATALOG
    IF WS-IC-STATUS = "00"
        SET WS-CAT-LOADED TO TRUE
        PERFORM UNTIL WS-CAT-EOF
            READ ITEM-CATALOG
                AT END
                    SET WS-CAT-EOF TO TRUE
                NOT AT END
                    IF IC-ITEM-CODE = SPACES
                     OR IC-CATEGORY = SPACES
                     OR IC-UOM = SPACES
                     OR NOT (IC-STATUS-ACTIVE
                          OR IC-STATUS-DISCONTINUED
                          OR IC-STATUS-BLOCKED)
                        ADD 1 TO WS-CAT-BAD-COUNT
                        DISPLAY "ITMLOAD: catalog row for "
                                IC-ITEM-CODE " has no category, no "
                                "unit of measure or a bad status - "
                                "dropped"
                    ELSE
                    IF WS-CAT-COUNT < 99999
                        ADD 1 TO WS-CAT-COUNT
                        MOVE IC-ITEM-CODE
                            TO WS-CAT-ITEM-CODE(WS-CAT-COUNT)
                        MOVE IC-CATEGORY
                            TO WS-CAT-CATEGORY(WS-CAT-COUNT)
                        MOVE IC-UOM TO WS-CAT-UOM(WS-CAT-COUNT)
                        MOVE IC-STATUS TO WS-CAT-STATUS(WS-CAT-COUNT)
                        IF IC-ITEM-CODE < WS-CAT-PREV-CODE
                            MOVE "N" TO WS-CAT-SORTED-SW
                        END-IF
                        MOVE IC-ITEM-CODE TO WS-CAT-PREV-CODE
                    ELSE
                        ADD 1 TO WS-CAT-BAD-COUNT
                        DISPLAY "ITMLOAD: item catalog exceeds table "
                                "capacity - " IC-ITEM-CODE
                                " dropped"
                    END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ITEM-CATALOG
    ELSE
        DISPLAY "ITMLOAD: no item catalog this run, status "
                WS-IC-STATUS " - catalog checks not applied"
    END-IF.

0165-SEARCH-CATALOG.
      *> Look WS-SEARCH-KEY up in the catalog table - binary search
      *> when the file arrived in item-code order, a scan when not.
      *> Leaves WS-CAT-HIT-SW/WS-CAT-IDX set.
    MOVE "N" TO WS-CAT-HIT-SW
    MOVE 0 TO WS-CAT-IDX
    IF WS-CAT-SORTED
        MOVE 1 TO WS-BSRCH-LO
        MOVE WS-CAT-COUNT TO WS-BSRCH-HI
        PERFORM UNTIL WS-BSRCH-LO > WS-BSRCH-HI OR WS-CAT-HIT
            COMPUTE WS-BSRCH-MID =
                (WS-BSRCH-LO + WS-BSRCH-HI) / 2
            IF WS-CAT-ITEM-CODE(WS-BSRCH-MID) = WS-SEARCH-KEY
                SET WS-CAT-HIT TO TRUE
                MOVE WS-BSRCH-MID TO WS-CAT-IDX
            ELSE
                IF WS-CAT-ITEM-CODE(WS-BSRCH-MID) < WS-SEARCH-KEY
                    COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
                ELSE
                    COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
                END-IF
            END-IF
        END-PERFORM
    ELSE
        PERFORM VARYING J FROM 1 BY 1
                UNTIL J > WS-CAT-COUNT OR WS-CAT-HIT
            IF WS-CAT-ITEM-CODE(J) = WS-SEARCH-KEY
                SET WS-CAT-HIT TO TRUE
                MOVE J TO WS-CAT-IDX
            END-IF
        END-PERFORM
    END-IF.

0150-LOAD-WAREHOUSES.
      *> One pass per registered, active warehouse. The registry names
      *> which extract file of the pool each warehouse arrives on; a
    ELSE
        ADD 1 TO WS-VALID-REJECT-COUNT
        ADD 1 TO WS-WH-REJECT-COUNT(WS-CURRENT-WH)
          *> Catalog rejects get their own exception report line so
          *> merchandising can see which codes to catalog or unblock.
        IF WS-REJECT-REASON = "U" OR WS-REJECT-REASON = "K"
            IF WS-REJECT-REASON = "U"
                ADD 1 TO WS-UNKNOWN-COUNT
            ELSE
                ADD 1 TO WS-BLOCKED-COUNT
            END-IF
            IF WS-EX-STATUS = "00"
                MOVE SPACES TO EX-REPORT-LINE
                IF WS-REJECT-REASON = "U"
                    STRING "UNKNOWN ITEM    " WS-WORK-ITEM
                        "  SEQ# " WS-SEQ-NUM
                        DELIMITED BY SIZE INTO EX-REPORT-LINE
                ELSE
                    STRING "BLOCKED ITEM    " WS-WORK-ITEM
                        "  SEQ# " WS-SEQ-NUM
                        DELIMITED BY SIZE INTO EX-REPORT-LINE
                END-IF
                WRITE EX-REPORT-LINE
            END-IF
        END-IF
        PERFORM 0230-WRITE-RECYCLE-RECORD
        MOVE WS-WORK-ITEM TO WS-AUD-ITEM-VALUE
        MOVE "REJECTED" TO WS-AUD-DECISION
      *> - a warehouse that has not contributed yet merges instead.
      *> The lookup is a binary search against the ordered table, and
      *> its insertion point is kept for 0225-INSERT-TABLE-ENTRY.
      *> When a catalog was loaded, a code it does not list rejects
      *> as unknown and a blocked item rejects as blocked, ahead of
      *> the duplicate check; otherwise the item's catalog attributes
      *> are kept for the insert.
    SET WS-ITEM-VALID TO TRUE
    MOVE "N" TO WS-MERGE-SW
    MOVE 0 TO WS-MATCH-IDX
    MOVE SPACES TO WS-WORK-CATEGORY
    MOVE SPACES TO WS-WORK-UOM
    MOVE SPACE TO WS-WORK-CAT-STATUS
    PERFORM 0212-SET-WORK-WAREHOUSE

    IF WS-WORK-ITEM-CODE = SPACES
        SET WS-ITEM-INVALID TO TRUE
        MOVE "B" TO WS-REJECT-REASON
    ELSE
        IF WS-CAT-LOADED
            MOVE WS-WORK-ITEM-CODE TO WS-SEARCH-KEY
            PERFORM 0165-SEARCH-CATALOG
            IF NOT WS-CAT-HIT
                SET WS-ITEM-INVALID TO TRUE
                MOVE "U" TO WS-REJECT-REASON
            ELSE
            IF WS-CAT-STATUS(WS-CAT-IDX) = "B"
                SET WS-ITEM-INVALID TO TRUE
                MOVE "K" TO WS-REJECT-REASON
            ELSE
                MOVE WS-CAT-CATEGORY(WS-CAT-IDX) TO WS-WORK-CATEGORY
                MOVE WS-CAT-UOM(WS-CAT-IDX) TO WS-WORK-UOM
                MOVE WS-CAT-STATUS(WS-CAT-IDX) TO WS-WORK-CAT-STATUS
            END-IF
            END-IF
        END-IF
    END-IF

    IF WS-ITEM-VALID AND WS-WORK-ITEM-CODE NOT = SPACES
        MOVE WS-WORK-ITEM-CODE TO WS-SEARCH-KEY
        PERFORM 0215-SEARCH-TABLE
        IF WS-ENTRY-FOUND
      *> location that first supplied it and the most recent
      *> last-updated date, and remembers that this warehouse has now
      *> contributed so a second copy from it rejects as a duplicate.
      *> The warehouse's own quantity is kept in its slot.
    ADD WS-WORK-ITEM-QTY-ON-HAND
        TO WS-ITEM-QTY-ON-HAND(WS-MATCH-IDX)
    ADD WS-WORK-ITEM-QTY-ON-HAND
        TO WS-ITEM-WH-QTY(WS-MATCH-IDX, WS-WORK-WH)
    IF WS-WORK-ITEM-LAST-UPDATED >
            WS-ITEM-LAST-UPDATED(WS-MATCH-IDX)
        MOVE WS-WORK-ITEM-LAST-UPDATED
    MOVE "N" TO WS-ITEM-COST-SW(WS-INSERT-IDX)
    MOVE ALL "N" TO WS-ITEM-WH-SUPPLIED-GRP(WS-INSERT-IDX)
    MOVE "Y" TO WS-ITEM-WH-SUPPLIED(WS-INSERT-IDX, WS-WORK-WH)
    MOVE ZEROS TO WS-ITEM-WH-QTY-GRP(WS-INSERT-IDX)
    MOVE WS-WORK-ITEM-QTY-ON-HAND
        TO WS-ITEM-WH-QTY(WS-INSERT-IDX, WS-WORK-WH)
    MOVE WS-WORK-CATEGORY TO WS-ITEM-CATEGORY(WS-INSERT-IDX)
    MOVE WS-WORK-UOM TO WS-ITEM-UOM(WS-INSERT-IDX)
    MOVE WS-WORK-CAT-STATUS TO WS-ITEM-CAT-STATUS(WS-INSERT-IDX)
    ADD 1 TO WS-COUNT
    ADD 1 TO WS-LOAD-ENTRY-COUNT.

            DISPLAY "ITMLOAD: unable to open COST-RPT, status "
                    WS-CP-STATUS
        END-IF
        PERFORM 0372-OPEN-COST-CHANGE-RPT
        PERFORM UNTIL WS-COST-EOF
            READ COST-FILE
                AT END
        IF WS-CP-STATUS = "00"
            CLOSE COST-RPT
        END-IF
        PERFORM 0379-CLOSE-COST-CHANGE-RPT
    END-IF.

0372-OPEN-COST-CHANGE-RPT.
      *> The prior publish's costs are what a new cost is measured
      *> against; the delta compare reuses the same load.
    IF NOT WS-PRIOR-LOADED
        PERFORM 0410-LOAD-PRIOR-INTERFACE
    END-IF
    OPEN OUTPUT COST-CHANGE-RPT
    IF WS-CC-STATUS = "00"
        MOVE SPACES TO CC-REPORT-LINE
        STRING "UNIT COST CHANGE REPORT - RUN DATE " WS-RUN-DATE
            DELIMITED BY SIZE INTO CC-REPORT-LINE
        WRITE CC-REPORT-LINE
        MOVE SPACES TO CC-REPORT-LINE
        IF WS-COST-CHG-PCT-SET
            IF WS-COST-KEEP-PRIOR
                STRING "TOLERANCE " WS-COST-CHG-PCT
                    " PCT - PRIOR COST KEPT BEYOND IT"
                    DELIMITED BY SIZE INTO CC-REPORT-LINE
            ELSE
                STRING "TOLERANCE " WS-COST-CHG-PCT
                    " PCT - RUN HELD BEYOND IT"
                    DELIMITED BY SIZE INTO CC-REPORT-LINE
            END-IF
        ELSE
            MOVE "NO TOLERANCE SET - CHANGES REPORTED ONLY"
                TO CC-REPORT-LINE
        END-IF
        WRITE CC-REPORT-LINE
        IF WS-PRIOR-IO-ERROR OR WS-PRIOR-COUNT = 0
            MOVE "*** NO PRIOR PUBLISH - COSTS NOT COMPARED"
                TO CC-REPORT-LINE
            WRITE CC-REPORT-LINE
        END-IF
        MOVE "ITEM         OLD COST  NEW COST   PCT CHANGE   "
          & "VALUATION IMPACT"
            TO CC-REPORT-LINE
        WRITE CC-REPORT-LINE
    ELSE
        DISPLAY "ITMLOAD: unable to open COST-CHANGE-RPT, status "
                WS-CC-STATUS
    END-IF.

0376-CHECK-COST-CHANGE.
      *> Measure the incoming cost (WS-NEW-UNIT-COST) for table entry
      *> WS-FOUND-IDX against what the prior publish carried. Beyond
      *> the tolerance, keep-prior puts the prior cost back into
      *> WS-NEW-UNIT-COST; hold flags the run. Impact is what the
      *> change does to the item's extended value at today's quantity.
    MOVE "N" TO WS-PRIOR-HIT-SW
    MOVE 0 TO WS-PRIOR-IDX
    IF NOT WS-PRIOR-IO-ERROR AND WS-PRIOR-COUNT > 0
        IF WS-PRIOR-SORTED
            PERFORM 0455-SEARCH-PRIOR-TABLE
        ELSE
            PERFORM VARYING J FROM 1 BY 1
                    UNTIL J > WS-PRIOR-COUNT OR WS-PRIOR-HIT
                IF WS-PRIOR-ITEM-CODE(J) = WS-SEARCH-KEY
                    SET WS-PRIOR-HIT TO TRUE
                    MOVE J TO WS-PRIOR-IDX
                END-IF
            END-PERFORM
        END-IF
    END-IF
    IF WS-PRIOR-HIT
        MOVE WS-PRIOR-UNIT-COST(WS-PRIOR-IDX) TO WS-OLD-UNIT-COST
        IF WS-NEW-UNIT-COST NOT = WS-OLD-UNIT-COST
            PERFORM 0377-MEASURE-COST-CHANGE
        END-IF
    END-IF.

0377-MEASURE-COST-CHANGE.
    ADD 1 TO WS-COST-CHANGE-COUNT
    MOVE "N" TO WS-COST-BREACH-SW
    MOVE SPACES TO WS-COST-FLAG
    COMPUTE WS-COST-MOVE = WS-NEW-UNIT-COST - WS-OLD-UNIT-COST
    COMPUTE WS-COST-IMPACT =
        WS-ITEM-QTY-ON-HAND(WS-FOUND-IDX) * WS-COST-MOVE
    IF WS-OLD-UNIT-COST = 0
        MOVE 0 TO WS-COST-MOVE-PCT
        MOVE "NEW COST" TO WS-COST-FLAG
    ELSE
      *> A move too large for the percentage field (a tiny prior
      *> cost, or a keying slip) is reported at the field's limit
      *> and is always over the tolerance.
        COMPUTE WS-COST-MOVE-PCT ROUNDED =
            WS-COST-MOVE * 100 / WS-OLD-UNIT-COST
            ON SIZE ERROR
                MOVE 9999999.9 TO WS-COST-MOVE-PCT
                IF WS-COST-CHG-PCT-SET
                    SET WS-COST-BREACHED TO TRUE
                END-IF
        END-COMPUTE
        IF WS-COST-CHG-PCT-SET
            IF WS-COST-MOVE-PCT > WS-COST-CHG-PCT
             OR WS-COST-MOVE-PCT < 0 - WS-COST-CHG-PCT
                SET WS-COST-BREACHED TO TRUE
            END-IF
        END-IF
    END-IF

    IF WS-COST-BREACHED
        ADD 1 TO WS-COST-BREACH-COUNT
        IF WS-COST-KEEP-PRIOR
            ADD 1 TO WS-COST-KEPT-COUNT
            ADD WS-COST-IMPACT TO WS-COST-KEPT-IMPACT
            MOVE WS-OLD-UNIT-COST TO WS-NEW-UNIT-COST
            MOVE "PRIOR KEPT" TO WS-COST-FLAG
        ELSE
            SET WS-COST-HELD TO TRUE
            ADD WS-COST-IMPACT TO WS-COST-IMPACT-TOTAL
            MOVE "RUN HELD" TO WS-COST-FLAG
        END-IF
    ELSE
        ADD WS-COST-IMPACT TO WS-COST-IMPACT-TOTAL
    END-IF

    IF WS-CC-STATUS = "00"
        MOVE WS-OLD-UNIT-COST TO WS-OLD-COST-EDIT
        MOVE CF-UNIT-COST TO WS-NEW-COST-EDIT
        MOVE WS-COST-MOVE-PCT TO WS-COST-PCT-EDIT
        MOVE WS-COST-IMPACT TO WS-COST-IMPACT-EDIT
        MOVE SPACES TO CC-REPORT-LINE
        STRING WS-SEARCH-KEY " " WS-OLD-COST-EDIT
            " " WS-NEW-COST-EDIT
            " " WS-COST-PCT-EDIT
            " " WS-COST-IMPACT-EDIT
            " " WS-COST-FLAG
            DELIMITED BY SIZE INTO CC-REPORT-LINE
        WRITE CC-REPORT-LINE
    END-IF.

0379-CLOSE-COST-CHANGE-RPT.
    IF WS-CC-STATUS = "00"
        MOVE SPACES TO CC-REPORT-LINE
        STRING "COST CHANGES.......... " WS-COST-CHANGE-COUNT
            DELIMITED BY SIZE INTO CC-REPORT-LINE
        WRITE CC-REPORT-LINE
        MOVE SPACES TO CC-REPORT-LINE
        STRING "OVER TOLERANCE........ " WS-COST-BREACH-COUNT
            DELIMITED BY SIZE INTO CC-REPORT-LINE
        WRITE CC-REPORT-LINE
        MOVE SPACES TO CC-REPORT-LINE
        STRING "PRIOR COST KEPT....... " WS-COST-KEPT-COUNT
            DELIMITED BY SIZE INTO CC-REPORT-LINE
        WRITE CC-REPORT-LINE
        MOVE WS-COST-IMPACT-TOTAL TO WS-COST-IMPACT-EDIT
        MOVE SPACES TO CC-REPORT-LINE
        STRING "VALUATION IMPACT APPLIED.. " WS-COST-IMPACT-EDIT
            DELIMITED BY SIZE INTO CC-REPORT-LINE
        WRITE CC-REPORT-LINE
        MOVE WS-COST-KEPT-IMPACT TO WS-COST-IMPACT-EDIT
        MOVE SPACES TO CC-REPORT-LINE
        STRING "VALUATION IMPACT REFUSED.. " WS-COST-IMPACT-EDIT
            DELIMITED BY SIZE INTO CC-REPORT-LINE
        WRITE CC-REPORT-LINE
        IF WS-COST-HELD
            MOVE "*** COST CHANGE OVER TOLERANCE - RUN HELD, NOTHING "
              & "PUBLISHED"
                TO CC-REPORT-LINE
            WRITE CC-REPORT-LINE
        END-IF
        CLOSE COST-CHANGE-RPT
    END-IF.

0375-APPLY-COST-RECORD.
    MOVE CF-ITEM-CODE TO WS-SEARCH-KEY
    PERFORM 0215-SEARCH-TABLE
    IF WS-ENTRY-FOUND
        MOVE CF-UNIT-COST TO WS-NEW-UNIT-COST
        PERFORM 0376-CHECK-COST-CHANGE
        MOVE WS-NEW-UNIT-COST TO WS-ITEM-UNIT-COST(WS-FOUND-IDX)
        COMPUTE WS-ITEM-EXT-VALUE(WS-FOUND-IDX) =
            WS-ITEM-QTY-ON-HAND(WS-FOUND-IDX) * WS-NEW-UNIT-COST
        MOVE "Y" TO WS-ITEM-COST-SW(WS-FOUND-IDX)
        ADD 1 TO WS-COSTED-COUNT
    ELSE
        END-IF
    END-PERFORM.

0389-COUNT-DISCONTINUED-STOCK.
      *> Counted apart from the stock report, so CTLTOTAL carries the
      *> figure even when STOCK-RPT cannot be opened.
    MOVE 0 TO WS-DISC-STOCK-COUNT
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-COUNT
        IF WS-ITEM-DISCONTINUED(I)
         AND WS-ITEM-QTY-ON-HAND(I) > 0
            ADD 1 TO WS-DISC-STOCK-COUNT
        END-IF
    END-PERFORM.

0390-PRINT-STOCK-STATUS.
      *> Formatted stock status off the final table: what is out of
      *> stock, what is under the reorder point, and what has not been
            PERFORM 0395-PRINT-STALE-SECTION
        END-IF

        IF WS-CAT-LOADED
            PERFORM 0398-PRINT-DISCONTINUED-SECTION
        END-IF

        CLOSE STOCK-RPT
    END-IF.

    END-PERFORM.

0396-WRITE-REPLEN-FILE.
      *> One record per item per warehouse at or below that
      *> warehouse's reorder point, on fixed fields for the purchasing
      *> system. The suggested order quantity brings the warehouse
      *> back to its order-up-to level. Judging each warehouse on its
      *> own quantity means a shortage in one is not hidden by stock
      *> in another - WHXFER then covers what it can by transfer. A
      *> held run cuts no suggestions: purchasing must not order
      *> against a collapsed extract, and WHXFER must not pair them
      *> with an ITFLOCN that 0405 did not cut. Nor does a back-out,
      *> which has no warehouse split to judge. The C record tells
      *> NITESUM whether the file on hand is tonight's.
    MOVE "N" TO WS-REPLEN-CUT-SW
    IF WS-WH-HELD OR WS-COST-HELD OR WS-BACKOUT-MODE
        DISPLAY "ITMLOAD: replenishment file not cut - run held "
                "or backed out"
    ELSE
        OPEN OUTPUT REPLEN-FILE
        IF WS-RF-STATUS = "00"
            SET WS-REPLEN-CUT TO TRUE
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-COUNT
                PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WH-REG-COUNT
                    IF WS-ITEM-WH-SUPPLIED(I, J) = "Y"
                     OR WS-ITEM-WH-QTY(I, J) > 0
                        PERFORM 0397-WRITE-WAREHOUSE-REPLEN
                    END-IF
                END-PERFORM
            END-PERFORM
            CLOSE REPLEN-FILE
        ELSE
            DISPLAY "ITMLOAD: unable to open REPLEN-FILE, status "
                    WS-RF-STATUS
        END-IF
    END-IF.

0397-WRITE-WAREHOUSE-REPLEN.
      *> Item I at warehouse J: that warehouse's levels when the
      *> reference file carries them, the global point otherwise.
    IF WS-WH-RP-KNOWN(J)
        MOVE WS-WH-REORDER-POINT(J) TO WS-APPLIED-REORDER-PT
        MOVE WS-WH-ORDER-UP-TO(J) TO WS-APPLIED-ORDER-UP-TO
    ELSE
        MOVE WS-REORDER-POINT TO WS-APPLIED-REORDER-PT
        MOVE WS-REORDER-POINT TO WS-APPLIED-ORDER-UP-TO
    END-IF
    MOVE WS-ITEM-WH-QTY(I, J) TO WS-WH-QTY
    IF WS-APPLIED-REORDER-PT > 0
     AND WS-WH-QTY <= WS-APPLIED-REORDER-PT
        IF WS-APPLIED-ORDER-UP-TO > WS-WH-QTY
            COMPUTE WS-SUGGESTED-QTY =
                WS-APPLIED-ORDER-UP-TO - WS-WH-QTY
        ELSE
            MOVE 0 TO WS-SUGGESTED-QTY
        END-IF
        MOVE WS-ITEM-CODE(I) TO RF-ITEM-CODE
        MOVE WS-WH-LOCATION(J) TO RF-LOCATION
        MOVE WS-WH-QTY TO RF-QTY-ON-HAND
        MOVE WS-APPLIED-REORDER-PT TO RF-REORDER-POINT
        MOVE WS-SUGGESTED-QTY TO RF-SUGGESTED-QTY
        WRITE RF-RECORD
        ADD 1 TO WS-REPLEN-COUNT
    END-IF.

0395-PRINT-STALE-SECTION.
        DELIMITED BY SIZE INTO SK-REPORT-LINE
    WRITE SK-REPORT-LINE.

0398-PRINT-DISCONTINUED-SECTION.
      *> Items the catalog has discontinued that still hold stock -
      *> the buyers' list for running the stock down or moving it
      *> on before it is written off.
    MOVE "** DISCONTINUED ITEMS STILL IN STOCK" TO SK-REPORT-LINE
    WRITE SK-REPORT-LINE
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-COUNT
        IF WS-ITEM-DISCONTINUED(I)
         AND WS-ITEM-QTY-ON-HAND(I) > 0
            MOVE SPACES TO SK-REPORT-LINE
            STRING "   " WS-ITEM-CODE(I) " " WS-ITEM-DESC(I)
                " QTY " WS-ITEM-QTY-ON-HAND(I)
                " " WS-ITEM-UOM(I)
                " CAT " WS-ITEM-CATEGORY(I)
                DELIMITED BY SIZE INTO SK-REPORT-LINE
            WRITE SK-REPORT-LINE
        END-IF
    END-PERFORM
    MOVE SPACES TO SK-REPORT-LINE
    STRING "   DISCONTINUED IN STK. " WS-DISC-STOCK-COUNT
        DELIMITED BY SIZE INTO SK-REPORT-LINE
    WRITE SK-REPORT-LINE.

0400-WRITE-INTERFACE-FILE.
      *> Publish the final, validated table to a fixed-layout
      *> sequential file for inventory/billing to pick up: a header
      *> quantity hash total and valuation total prove the file
      *> arrived whole before anyone loads it. A run the warehouse
      *> check held publishes nothing - downstream keeps working from
      *> the last good file instead of loading a collapsed one. Nor
      *> does a run the cost change check held.
    IF WS-WH-HELD
        DISPLAY "ITMLOAD: interface file not published - run held "
                "by warehouse check"
    ELSE
    IF WS-COST-HELD
        DISPLAY "ITMLOAD: interface file not published - run held "
                "by cost change check"
    ELSE
    OPEN OUTPUT INTERFACE-FILE
    IF WS-IF-STATUS = "00"
        MOVE SPACES TO IF-HEADER-REC
        DISPLAY "ITMLOAD: unable to open INTERFACE-FILE, status "
                WS-IF-STATUS
    END-IF
    END-IF
    END-IF.

0405-WRITE-LOCATION-FILE.
      *> The by-warehouse split of what 0400 just published, under the
      *> same header: one detail per warehouse that holds the item or
      *> supplied it tonight, valued at the item's unit cost. Held
      *> runs publish neither file. A back-out publishes ITFFILE but
      *> not this one - the restore point has no split to publish, so
      *> the file on hand stays an earlier run's and its header says
      *> so.
    IF WS-WH-HELD OR WS-COST-HELD OR WS-BACKOUT-MODE
        DISPLAY "ITMLOAD: location file not published - run held "
                "or backed out"
    ELSE
        OPEN OUTPUT LOCATION-FILE
        IF WS-LF-STATUS = "00"
            MOVE SPACES TO LF-HEADER-REC
            MOVE "H" TO LF-H-TYPE
            MOVE WS-RUN-DATE TO LF-H-RUN-DATE
            MOVE WS-RUN-TIME TO LF-H-RUN-TIME
            MOVE "ITMLOAD" TO LF-H-SOURCE-JOB
            WRITE LF-HEADER-REC
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-COUNT
                PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WH-REG-COUNT
                    IF WS-ITEM-WH-SUPPLIED(I, J) = "Y"
                     OR WS-ITEM-WH-QTY(I, J) > 0
                        MOVE SPACES TO LF-DETAIL-REC
                        MOVE "D" TO LF-D-TYPE
                        MOVE WS-ITEM-CODE(I) TO LF-ITEM-CODE
                        MOVE WS-WH-LOCATION(J) TO LF-LOCATION
                        MOVE WS-ITEM-WH-QTY(I, J) TO LF-QTY-ON-HAND
                        MOVE WS-ITEM-UNIT-COST(I) TO LF-UNIT-COST
                        COMPUTE LF-EXT-VALUE =
                            WS-ITEM-WH-QTY(I, J) * WS-ITEM-UNIT-COST(I)
                        WRITE LF-DETAIL-REC
                        ADD 1 TO WS-LOCN-COUNT
                        ADD WS-ITEM-WH-QTY(I, J) TO WS-LOCN-QTY-HASH
                        ADD LF-EXT-VALUE TO WS-LOCN-VALUE
                    END-IF
                END-PERFORM
            END-PERFORM
            MOVE SPACES TO LF-TRAILER-REC
            MOVE "T" TO LF-T-TYPE
            MOVE WS-LOCN-COUNT TO LF-T-DETAIL-COUNT
            MOVE WS-LOCN-QTY-HASH TO LF-T-QTY-HASH
            MOVE WS-LOCN-VALUE TO LF-T-TOTAL-VALUE
            WRITE LF-TRAILER-REC
            CLOSE LOCATION-FILE
        ELSE
            DISPLAY "ITMLOAD: unable to open LOCATION-FILE, status "
                    WS-LF-STATUS
        END-IF
    END-IF.

0410-LOAD-PRIOR-INTERFACE.
      *> the ordered table); that is watched for here so the compare
      *> can binary search it, with a front-to-back scan kept as the
      *> fallback for an out-of-order file.
    SET WS-PRIOR-LOADED TO TRUE
    MOVE "Y" TO WS-PRIOR-SORTED-SW
    MOVE SPACES TO WS-PRIOR-PREV-CODE
    OPEN INPUT PRIOR-INTERFACE
      *> everything and delete nothing. A run the warehouse check held
      *> publishes no delta either - that is exactly the case where a
      *> collapsed extract would have gone out as thousands of deletes.
      *> In back-out mode the prior file is the bad publish itself,
      *> already loaded by 0800, and every record written is also
      *> recorded as a backed-out item (0460).
    IF WS-WH-HELD
        DISPLAY "ITMLOAD: delta file not produced - run held by "
                "warehouse check"
    ELSE
    IF WS-COST-HELD
        DISPLAY "ITMLOAD: delta file not produced - run held by "
                "cost change check"
    ELSE
    IF NOT WS-PRIOR-LOADED
        PERFORM 0410-LOAD-PRIOR-INTERFACE
    END-IF
    IF WS-PRIOR-IO-ERROR
        DISPLAY "ITMLOAD: delta file not produced - prior "
                "interface unreadable"
                    WRITE DL-RECORD
                    ADD 1 TO WS-DELTA-CHG-COUNT
                    ADD DL-ITEM-QTY-ON-HAND TO WS-DELTA-QTY-HASH
                    IF WS-BACKOUT-MODE
                        MOVE WS-PRIOR-ITEM-QTY-ON-HAND(WS-PRIOR-IDX)
                            TO WS-BKO-BAD-QTY
                        PERFORM 0460-RECORD-BACKOUT-ITEM
                    END-IF
                END-IF
            ELSE
                MOVE "D" TO DL-D-TYPE
                WRITE DL-RECORD
                ADD 1 TO WS-DELTA-ADD-COUNT
                ADD DL-ITEM-QTY-ON-HAND TO WS-DELTA-QTY-HASH
                IF WS-BACKOUT-MODE
                    MOVE 0 TO WS-BKO-BAD-QTY
                    PERFORM 0460-RECORD-BACKOUT-ITEM
                END-IF
            END-IF
        END-PERFORM
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PRIOR-COUNT
                WRITE DL-RECORD
                ADD 1 TO WS-DELTA-DEL-COUNT
                ADD DL-ITEM-QTY-ON-HAND TO WS-DELTA-QTY-HASH
                IF WS-BACKOUT-MODE
                    MOVE DL-ITEM-QTY-ON-HAND TO WS-BKO-BAD-QTY
                    PERFORM 0460-RECORD-BACKOUT-ITEM
                END-IF
            END-IF
        END-PERFORM
        MOVE SPACES TO DL-TRAILER-REC
                WS-DL-STATUS
    END-IF
    END-IF
    END-IF
    END-IF.

0460-RECORD-BACKOUT-ITEM.
      *> Back-out mode: each compensating delta record is an item the
      *> bad publish moved. It is audited as a BACKOUT decision,
      *> numbered in delta order, and kept for the control report's
      *> listing with the quantity the bad run published and the
      *> quantity now restored - zero for an item the back-out
      *> removes.
    ADD 1 TO WS-BKO-COUNT
    MOVE DL-ITEM TO WS-AUD-ITEM-VALUE
    MOVE WS-BKO-COUNT TO WS-AUD-SEQ-NUM
    MOVE "BACKOUT" TO WS-AUD-DECISION
    PERFORM 0260-WRITE-AUDIT-RECORD
    IF WS-BKO-LISTED < 99999
        ADD 1 TO WS-BKO-LISTED
        MOVE DL-ACTION TO WS-BKO-ACTION(WS-BKO-LISTED)
        MOVE DL-ITEM-CODE TO WS-BKO-ITEM-CODE(WS-BKO-LISTED)
        MOVE DL-LOCATION TO WS-BKO-LOCATION(WS-BKO-LISTED)
        MOVE WS-BKO-BAD-QTY TO WS-BKO-PUB-QTY(WS-BKO-LISTED)
        IF DL-ACTION-DELETE
            MOVE 0 TO WS-BKO-RESTORED-QTY(WS-BKO-LISTED)
        ELSE
            MOVE DL-ITEM-QTY-ON-HAND
                TO WS-BKO-RESTORED-QTY(WS-BKO-LISTED)
        END-IF
    END-IF.

0455-SEARCH-PRIOR-TABLE.
        MOVE 8 TO WS-RETURN-CODE
    END-IF

      *> A cost change beyond tolerance holds at 8; one answered by
      *> keeping the prior cost is a warning.
    IF WS-COST-HELD
     AND WS-RETURN-CODE < 8
        MOVE 8 TO WS-RETURN-CODE
    END-IF
    IF WS-COST-KEPT-COUNT > 0
     AND WS-RETURN-CODE < 4
        MOVE 4 TO WS-RETURN-CODE
    END-IF

    IF WS-MIN-LOADED-SET
     AND WS-LOADED-COUNT < WS-MIN-LOADED
        SET WS-MIN-LOAD-BREACHED TO TRUE
            " TIME " WS-RUN-TIME DELIMITED BY SIZE INTO CR-REPORT-LINE
        WRITE CR-REPORT-LINE

        IF WS-BACKOUT-MODE
            MOVE SPACES TO CR-REPORT-LINE
            STRING "*** BACK-OUT RUN - REPUBLISHED POSITION OF RUN "
                WS-RS-RUN-DATE " " WS-RS-RUN-TIME
                DELIMITED BY SIZE INTO CR-REPORT-LINE
            WRITE CR-REPORT-LINE
            MOVE SPACES TO CR-REPORT-LINE
            STRING "*** REVERSES PUBLISH OF RUN "
                WS-PRIOR-RUN-DATE " " WS-PRIOR-RUN-TIME
                DELIMITED BY SIZE INTO CR-REPORT-LINE
            WRITE CR-REPORT-LINE
            MOVE SPACES TO CR-REPORT-LINE
            STRING "ITEMS RESTORED........ " WS-RS-DETAIL-COUNT
                DELIMITED BY SIZE INTO CR-REPORT-LINE
            WRITE CR-REPORT-LINE
            MOVE SPACES TO CR-REPORT-LINE
            STRING "ITEMS BACKED OUT...... " WS-BKO-COUNT
                DELIMITED BY SIZE INTO CR-REPORT-LINE
            WRITE CR-REPORT-LINE
        END-IF

        MOVE SPACES TO CR-REPORT-LINE
        STRING "ITEMS LOADED.......... " WS-LOADED-COUNT
            DELIMITED BY SIZE INTO CR-REPORT-LINE
            DELIMITED BY SIZE INTO CR-REPORT-LINE
        WRITE CR-REPORT-LINE

        MOVE SPACES TO CR-REPORT-LINE
        STRING "  OF WHICH UNKNOWN ITEM....... " WS-UNKNOWN-COUNT
            DELIMITED BY SIZE INTO CR-REPORT-LINE
        WRITE CR-REPORT-LINE

        MOVE SPACES TO CR-REPORT-LINE
        STRING "  OF WHICH BLOCKED ITEM....... " WS-BLOCKED-COUNT
            DELIMITED BY SIZE INTO CR-REPORT-LINE
        WRITE CR-REPORT-LINE

        IF WS-CAT-LOADED
            MOVE SPACES TO CR-REPORT-LINE
            STRING "CATALOG ITEMS LOADED.. " WS-CAT-COUNT
                DELIMITED BY SIZE INTO CR-REPORT-LINE
            WRITE CR-REPORT-LINE
            MOVE SPACES TO CR-REPORT-LINE
            STRING "CATALOG ROWS DROPPED.. " WS-CAT-BAD-COUNT
                DELIMITED BY SIZE INTO CR-REPORT-LINE
            WRITE CR-REPORT-LINE
        ELSE
            MOVE "*** NO ITEM CATALOG - CATALOG CHECKS NOT APPLIED"
                TO CR-REPORT-LINE
            WRITE CR-REPORT-LINE
        END-IF

        MOVE SPACES TO CR-REPORT-LINE
        STRING "RECORDS OUT OF SEQ.... " WS-SEQ-ERR-COUNT
            DELIMITED BY SIZE INTO CR-REPORT-LINE
            DELIMITED BY SIZE INTO CR-REPORT-LINE
        WRITE CR-REPORT-LINE

        MOVE SPACES TO CR-REPORT-LINE
        STRING "UNIT COST CHANGES..... " WS-COST-CHANGE-COUNT
            DELIMITED BY SIZE INTO CR-REPORT-LINE
        WRITE CR-REPORT-LINE

        MOVE SPACES TO CR-REPORT-LINE
        STRING "  OVER TOLERANCE...... " WS-COST-BREACH-COUNT
            DELIMITED BY SIZE INTO CR-REPORT-LINE
        WRITE CR-REPORT-LINE

        MOVE SPACES TO CR-REPORT-LINE
        STRING "  PRIOR COST KEPT..... " WS-COST-KEPT-COUNT
            DELIMITED BY SIZE INTO CR-REPORT-LINE
        WRITE CR-REPORT-LINE

        MOVE WS-TOTAL-VALUATION TO WS-VALUATION-EDIT
        MOVE SPACES TO CR-REPORT-LINE
        STRING "INVENTORY VALUATION... " WS-VALUATION-EDIT
            DELIMITED BY SIZE INTO CR-REPORT-LINE
        WRITE CR-REPORT-LINE

        MOVE SPACES TO CR-REPORT-LINE
        STRING "LOCATION RECORDS...... " WS-LOCN-COUNT
            DELIMITED BY SIZE INTO CR-REPORT-LINE
        WRITE CR-REPORT-LINE

        MOVE SPACES TO CR-REPORT-LINE
        STRING "ITEMS UPDATED - MAINTENANCE... " WS-MAINT-UPD-COUNT
            DELIMITED BY SIZE INTO CR-REPORT-LINE
            END-IF
        END-PERFORM

        IF WS-COST-HELD
            MOVE SPACES TO CR-REPORT-LINE
            STRING "*** COST CHECK: " WS-COST-BREACH-COUNT
                " UNIT COST CHANGES OVER " WS-COST-CHG-PCT
                " PCT - RUN HELD"
                DELIMITED BY SIZE INTO CR-REPORT-LINE
            WRITE CR-REPORT-LINE
        END-IF

        IF WS-WH-HELD OR WS-COST-HELD
            MOVE "*** INTERFACE AND DELTA FILES NOT PUBLISHED"
                TO CR-REPORT-LINE
            WRITE CR-REPORT-LINE
        END-IF

        MOVE "INVENTORY BY CATEGORY" TO CR-REPORT-LINE
        WRITE CR-REPORT-LINE
        MOVE
          "                    ITEMS        QUANTITY              VALUATION"
            TO CR-REPORT-LINE
        WRITE CR-REPORT-LINE
        PERFORM VARYING WS-CATG-IDX FROM 1 BY 1
                UNTIL WS-CATG-IDX > WS-CATG-COUNT
            IF WS-CATG-CODE(WS-CATG-IDX) = SPACES
                MOVE "(NONE)" TO WS-CATG-LABEL
            ELSE
                MOVE WS-CATG-CODE(WS-CATG-IDX) TO WS-CATG-LABEL
            END-IF
            MOVE WS-CATG-QTY(WS-CATG-IDX) TO WS-CATG-QTY-EDIT
            MOVE WS-CATG-VALUE(WS-CATG-IDX) TO WS-VALUATION-EDIT
            MOVE SPACES TO CR-REPORT-LINE
            STRING "  CATEGORY " WS-CATG-LABEL
                "   " WS-CATG-ITEMS(WS-CATG-IDX)
                " " WS-CATG-QTY-EDIT
                " " WS-VALUATION-EDIT
                DELIMITED BY SIZE INTO CR-REPORT-LINE
            WRITE CR-REPORT-LINE
        END-PERFORM

        MOVE WS-REJECT-PCT TO WS-REJECT-PCT-EDIT
        MOVE SPACES TO CR-REPORT-LINE
        STRING "REJECT PERCENT........ " WS-REJECT-PCT-EDIT
            WRITE CR-REPORT-LINE
        END-IF

        IF WS-BACKOUT-MODE
            PERFORM 0510-PRINT-BACKOUT-SECTION
        END-IF

        MOVE SPACES TO CR-REPORT-LINE
        STRING "RUN CONDITION CODE.... " WS-RETURN-CODE
            DELIMITED BY SIZE INTO CR-REPORT-LINE
                WS-CR-STATUS
    END-IF.

0510-PRINT-BACKOUT-SECTION.
      *> Every item the back-out moved, in delta order: RE-ADD for an
      *> item the bad publish dropped, RESTORE for one it changed,
      *> REMOVE for one it should never have carried.
    MOVE "BACKED-OUT ITEMS" TO CR-REPORT-LINE
    WRITE CR-REPORT-LINE
    MOVE "  ACTION   ITEM CODE   LOC  PUBLISHED QTY  RESTORED QTY"
        TO CR-REPORT-LINE
    WRITE CR-REPORT-LINE
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BKO-LISTED
        EVALUATE WS-BKO-ACTION(J)
            WHEN "A"
                MOVE "RE-ADD" TO WS-BKO-ACTION-LABEL
            WHEN "C"
                MOVE "RESTORE" TO WS-BKO-ACTION-LABEL
            WHEN OTHER
                MOVE "REMOVE" TO WS-BKO-ACTION-LABEL
        END-EVALUATE
        MOVE SPACES TO CR-REPORT-LINE
        STRING "  " WS-BKO-ACTION-LABEL
            "  " WS-BKO-ITEM-CODE(J)
            "  " WS-BKO-LOCATION(J)
            "        " WS-BKO-PUB-QTY(J)
            "       " WS-BKO-RESTORED-QTY(J)
            DELIMITED BY SIZE INTO CR-REPORT-LINE
        WRITE CR-REPORT-LINE
    END-PERFORM
    IF WS-BKO-LISTED < WS-BKO-COUNT
        MOVE "*** LISTING TRUNCATED - SEE BACKOUT AUDIT RECORDS"
            TO CR-REPORT-LINE
        WRITE CR-REPORT-LINE
    END-IF.

0520-BUILD-CATEGORY-TOTALS.
      *> Roll the final table up by catalog category - item count,
      *> quantity and valuation - in order of first appearance. Only
      *> costed items carry a value, so the value subtotals foot to
      *> the inventory valuation total.
    MOVE 0 TO WS-CATG-COUNT
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-COUNT
        MOVE 0 TO WS-CATG-IDX
        PERFORM VARYING J FROM 1 BY 1
                UNTIL J > WS-CATG-COUNT OR WS-CATG-IDX > 0
            IF WS-CATG-CODE(J) = WS-ITEM-CATEGORY(I)
                MOVE J TO WS-CATG-IDX
            END-IF
        END-PERFORM
        IF WS-CATG-IDX = 0
            IF WS-CATG-COUNT < WS-CATG-MAX
                ADD 1 TO WS-CATG-COUNT
                MOVE WS-CATG-COUNT TO WS-CATG-IDX
                MOVE WS-ITEM-CATEGORY(I) TO WS-CATG-CODE(WS-CATG-IDX)
                MOVE 0 TO WS-CATG-ITEMS(WS-CATG-IDX)
                MOVE 0 TO WS-CATG-QTY(WS-CATG-IDX)
                MOVE 0 TO WS-CATG-VALUE(WS-CATG-IDX)
            ELSE
                MOVE WS-CATG-MAX TO WS-CATG-IDX
                MOVE "****" TO WS-CATG-CODE(WS-CATG-IDX)
            END-IF
        END-IF
        ADD 1 TO WS-CATG-ITEMS(WS-CATG-IDX)
        ADD WS-ITEM-QTY-ON-HAND(I) TO WS-CATG-QTY(WS-CATG-IDX)
        IF WS-ITEM-COSTED(I)
            ADD WS-ITEM-EXT-VALUE(I) TO WS-CATG-VALUE(WS-CATG-IDX)
        END-IF
    END-PERFORM.

0560-WRITE-CONTROL-TOTALS.
      *> The control report's figures again, on fixed fields, for the
      *> ITMRECON balancing step - reconciliation reads this file, not
        MOVE WS-TOTAL-VALUATION TO CT-TOTAL-VALUATION
        MOVE WS-QTY-HASH TO CT-QTY-HASH
        MOVE WS-RETURN-CODE TO CT-RETURN-CODE
        MOVE WS-UNKNOWN-COUNT TO CT-UNKNOWN-COUNT
        MOVE WS-BLOCKED-COUNT TO CT-BLOCKED-COUNT
        MOVE WS-DISC-STOCK-COUNT TO CT-DISC-STOCK-COUNT
        IF WS-BACKOUT-MODE
            SET CT-BACKOUT-RUN TO TRUE
            MOVE WS-RS-RUN-DATE TO CT-RESTORE-RUN-DATE
            MOVE WS-RS-RUN-TIME TO CT-RESTORE-RUN-TIME
        ELSE
            SET CT-NORMAL-RUN TO TRUE
            MOVE 0 TO CT-RESTORE-RUN-DATE
            MOVE 0 TO CT-RESTORE-RUN-TIME
        END-IF
        MOVE WS-BKO-COUNT TO CT-BACKOUT-COUNT
        MOVE WS-REPLEN-CUT-SW TO CT-REPLEN-CUT
        WRITE CT-TOTALS-REC
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WH-REG-COUNT
            MOVE SPACES TO CT-WAREHOUSE-REC
            MOVE WS-WH-OVERFLOW-COUNT(J) TO CT-W-OVERFLOW-COUNT
            WRITE CT-WAREHOUSE-REC
        END-PERFORM
        PERFORM VARYING WS-CATG-IDX FROM 1 BY 1
                UNTIL WS-CATG-IDX > WS-CATG-COUNT
            MOVE SPACES TO CT-CATEGORY-REC
            MOVE "K" TO CT-K-TYPE
            MOVE WS-CATG-CODE(WS-CATG-IDX) TO CT-K-CATEGORY
            MOVE WS-CATG-ITEMS(WS-CATG-IDX) TO CT-K-ITEM-COUNT
            MOVE WS-CATG-QTY(WS-CATG-IDX) TO CT-K-QTY-TOTAL
            MOVE WS-CATG-VALUE(WS-CATG-IDX) TO CT-K-VALUE-TOTAL
            WRITE CT-CATEGORY-REC
        END-PERFORM
        CLOSE CONTROL-TOTALS
    ELSE
        DISPLAY "ITMLOAD: unable to open CONTROL-TOTALS, status "
        DISPLAY "ITMLOAD: valuation snapshot not cut - run held "
                "by warehouse check"
    ELSE
    IF WS-COST-HELD
        DISPLAY "ITMLOAD: valuation snapshot not cut - run held "
                "by cost change check"
    ELSE
    OPEN OUTPUT VALUATION-SNAP
    IF WS-VS-STATUS = "00"
        MOVE SPACES TO VS-HEADER-REC
        DISPLAY "ITMLOAD: unable to open VALUATION-SNAP, status "
                WS-VS-STATUS
    END-IF
    END-IF
    END-IF.

0600-MAINTENANCE-PROCESS.
    PERFORM 0215-SEARCH-TABLE.

0620-UPDATE-TABLE-ENTRY.
      *> A transaction naming a warehouse sets that warehouse's
      *> quantity and the total is re-footed across the slots; an
      *> unregistered location is refused. A blank location states
      *> the total, which is then carried at the item's own location.
    IF MT-LOCATION NOT = SPACES
        MOVE 0 TO WS-WORK-WH
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WH-REG-COUNT
            IF MT-LOCATION = WS-WH-LOCATION(J)
                MOVE J TO WS-WORK-WH
            END-IF
        END-PERFORM
        IF WS-WORK-WH = 0
            DISPLAY "ITMLOAD: maintenance location " MT-LOCATION
                    " not registered - " MT-ITEM-CODE " not updated"
        ELSE
            MOVE MT-ITEM-QTY-ON-HAND
                TO WS-ITEM-WH-QTY(WS-FOUND-IDX, WS-WORK-WH)
            MOVE "Y" TO WS-ITEM-WH-SUPPLIED(WS-FOUND-IDX, WS-WORK-WH)
            MOVE 0 TO WS-ITEM-QTY-ON-HAND(WS-FOUND-IDX)
            PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WH-MAX
                ADD WS-ITEM-WH-QTY(WS-FOUND-IDX, J)
                    TO WS-ITEM-QTY-ON-HAND(WS-FOUND-IDX)
            END-PERFORM
            PERFORM 0625-APPLY-MAINT-FIELDS
        END-IF
    ELSE
        MOVE WS-ITEM-LOCATION(WS-FOUND-IDX) TO WS-WORK-LOCATION
        PERFORM 0212-SET-WORK-WAREHOUSE
        MOVE ZEROS TO WS-ITEM-WH-QTY-GRP(WS-FOUND-IDX)
        MOVE MT-ITEM-QTY-ON-HAND
            TO WS-ITEM-WH-QTY(WS-FOUND-IDX, WS-WORK-WH)
        MOVE MT-ITEM-QTY-ON-HAND TO WS-ITEM-QTY-ON-HAND(WS-FOUND-IDX)
        PERFORM 0625-APPLY-MAINT-FIELDS
    END-IF.

0625-APPLY-MAINT-FIELDS.
    MOVE MT-ITEM-DESC TO WS-ITEM-DESC(WS-FOUND-IDX)
    MOVE MT-ITEM-LAST-UPDATED TO WS-ITEM-LAST-UPDATED(WS-FOUND-IDX)
    ADD 1 TO WS-MAINT-UPD-COUNT
      *> After-image of the entry, numbered by maintenance
        MOVE WS-MAINT-SEQ TO WS-MAINT-AUDITED-COUNT
    END-IF.

0800-LOAD-RESTORE-POINT.
      *> Back-out mode: rebuild the table from the restore point -
      *> the earlier interface generation on ITFRSTR - exactly as it
      *> was published, cost and extended value included, and take
      *> the bad publish (ITFPRIOR, the current generation) in as the
      *> prior file the compensating delta is cut against. The
      *> restore point must prove itself whole the way ITFVRFY would
      *> (header first, trailer count, quantity hash and valuation
      *> matching the details), arrive in item-code order as ITMLOAD
      *> writes it, fit the table, and be older than the run it
      *> replaces; the bad publish must be readable and carry its
      *> header, or the delta could not chain. Any failure ends the
      *> run with condition code 12 before the ledger is opened or an
      *> output file is, so nothing is republished and no step
      *> status is reset or booked.
    MOVE 0 TO WS-COUNT
    MOVE 0 TO WS-TOTAL-VALUATION
    OPEN INPUT RESTORE-INTERFACE
    IF WS-RS-STATUS NOT = "00"
        DISPLAY "ITMLOAD: unable to open restore point ITFRSTR, "
                "status " WS-RS-STATUS
        MOVE "N" TO WS-RS-VALID-SW
    ELSE
        PERFORM UNTIL WS-RS-EOF
            READ RESTORE-INTERFACE
                AT END
                    SET WS-RS-EOF TO TRUE
                NOT AT END
                    PERFORM 0810-TAKE-RESTORE-RECORD
            END-READ
        END-PERFORM
        CLOSE RESTORE-INTERFACE
    END-IF

    IF WS-RS-VALID
        IF NOT WS-RS-HEADER-SEEN
            DISPLAY "ITMLOAD: restore point has no header"
            MOVE "N" TO WS-RS-VALID-SW
        ELSE
        IF NOT WS-RS-TRAILER-SEEN
            DISPLAY "ITMLOAD: restore point has no trailer"
            MOVE "N" TO WS-RS-VALID-SW
        ELSE
        IF WS-RS-T-DETAIL-COUNT NOT = WS-RS-DETAIL-COUNT
         OR WS-RS-T-QTY-HASH NOT = WS-RS-QTY-HASH
         OR WS-RS-T-TOTAL-VALUE NOT = WS-TOTAL-VALUATION
            DISPLAY "ITMLOAD: restore point trailer does not match "
                    "its details - file not whole"
            MOVE "N" TO WS-RS-VALID-SW
        END-IF
        END-IF
        END-IF
    END-IF

    IF WS-RS-VALID
        PERFORM 0410-LOAD-PRIOR-INTERFACE
        IF WS-PI-STATUS NOT = "00" OR WS-PRIOR-RUN-DATE = 0
            DISPLAY "ITMLOAD: current interface generation ITFPRIOR "
                    "unreadable or has no header - nothing to "
                    "back out"
            MOVE "N" TO WS-RS-VALID-SW
        ELSE
        IF WS-RS-RUN-DATE > WS-PRIOR-RUN-DATE
         OR (WS-RS-RUN-DATE = WS-PRIOR-RUN-DATE
             AND WS-RS-RUN-TIME NOT < WS-PRIOR-RUN-TIME)
            DISPLAY "ITMLOAD: restore point run " WS-RS-RUN-DATE
                    " " WS-RS-RUN-TIME " is not earlier than run "
                    WS-PRIOR-RUN-DATE " " WS-PRIOR-RUN-TIME
            MOVE "N" TO WS-RS-VALID-SW
        END-IF
        END-IF
    END-IF

    IF NOT WS-RS-VALID
        DISPLAY "ITMLOAD: back-out abandoned - nothing republished"
        MOVE 12 TO WS-RETURN-CODE
        MOVE WS-RETURN-CODE TO RETURN-CODE
        STOP RUN
    END-IF

    DISPLAY "ITMLOAD: BACK-OUT - republishing run " WS-RS-RUN-DATE
            " " WS-RS-RUN-TIME " over run " WS-PRIOR-RUN-DATE
            " " WS-PRIOR-RUN-TIME.

0810-TAKE-RESTORE-RECORD.
      *> One restore-point record. A detail goes straight onto the end
      *> of the table - the file is in item-code order, so the table
      *> stays ordered for the binary searches - with its cost, its
      *> source warehouse's contribution switch and, when a catalog
      *> was loaded, its catalog attributes. The restore point
      *> carries no by-warehouse split; the whole quantity is held at
      *> the item's own location for the stock report. No split is
      *> published from it - 0396 and 0405 cut nothing on a back-out.
      *> A header anywhere but first, or a trailer ahead of it, fails
      *> the file. Once the file has been found wanting the rest is
      *> read and ignored.
    EVALUATE TRUE
        WHEN NOT WS-RS-VALID
            CONTINUE
        WHEN RS-H-TYPE = "H"
            IF WS-RS-HEADER-SEEN OR WS-RS-TRAILER-SEEN
             OR WS-RS-DETAIL-COUNT > 0
                DISPLAY "ITMLOAD: restore point header out of place"
                MOVE "N" TO WS-RS-VALID-SW
            ELSE
                SET WS-RS-HEADER-SEEN TO TRUE
                MOVE RS-H-RUN-DATE TO WS-RS-RUN-DATE
                MOVE RS-H-RUN-TIME TO WS-RS-RUN-TIME
            END-IF
        WHEN RS-T-TYPE = "T"
            IF NOT WS-RS-HEADER-SEEN
                DISPLAY "ITMLOAD: restore point trailer before header"
                MOVE "N" TO WS-RS-VALID-SW
            ELSE
            IF WS-RS-TRAILER-SEEN
                DISPLAY "ITMLOAD: restore point has two trailers"
                MOVE "N" TO WS-RS-VALID-SW
            ELSE
                SET WS-RS-TRAILER-SEEN TO TRUE
                MOVE RS-T-DETAIL-COUNT TO WS-RS-T-DETAIL-COUNT
                MOVE RS-T-QTY-HASH TO WS-RS-T-QTY-HASH
                MOVE RS-T-TOTAL-VALUE TO WS-RS-T-TOTAL-VALUE
            END-IF
            END-IF
        WHEN RS-TYPE NOT = "D"
            DISPLAY "ITMLOAD: restore point record type " RS-TYPE
                    " not recognised"
            MOVE "N" TO WS-RS-VALID-SW
        WHEN NOT WS-RS-HEADER-SEEN OR WS-RS-TRAILER-SEEN
            DISPLAY "ITMLOAD: restore point detail outside header/"
                    "trailer"
            MOVE "N" TO WS-RS-VALID-SW
        WHEN RS-ITEM-CODE NOT > WS-RS-PREV-CODE
            DISPLAY "ITMLOAD: restore point out of item-code order "
                    "at " RS-ITEM-CODE
            MOVE "N" TO WS-RS-VALID-SW
        WHEN WS-COUNT NOT < WS-TABLE-SIZE
            DISPLAY "ITMLOAD: restore point exceeds table capacity "
                    WS-TABLE-SIZE
            MOVE "N" TO WS-RS-VALID-SW
        WHEN OTHER
            MOVE RS-ITEM-CODE TO WS-RS-PREV-CODE
            ADD 1 TO WS-RS-DETAIL-COUNT
            ADD RS-ITEM-QTY-ON-HAND TO WS-RS-QTY-HASH
            ADD 1 TO WS-COUNT
            MOVE RS-ITEM TO WS-ITEM(WS-COUNT)
            MOVE RS-LOCATION TO WS-ITEM-LOCATION(WS-COUNT)
            MOVE RS-UNIT-COST TO WS-ITEM-UNIT-COST(WS-COUNT)
            MOVE RS-EXT-VALUE TO WS-ITEM-EXT-VALUE(WS-COUNT)
            ADD RS-EXT-VALUE TO WS-TOTAL-VALUATION
            IF RS-UNIT-COST > 0
                MOVE "Y" TO WS-ITEM-COST-SW(WS-COUNT)
                ADD 1 TO WS-COSTED-COUNT
            ELSE
                MOVE "N" TO WS-ITEM-COST-SW(WS-COUNT)
                ADD 1 TO WS-NO-COST-COUNT
            END-IF
            MOVE RS-LOCATION TO WS-WORK-LOCATION
            PERFORM 0212-SET-WORK-WAREHOUSE
            MOVE ALL "N" TO WS-ITEM-WH-SUPPLIED-GRP(WS-COUNT)
            MOVE "Y" TO WS-ITEM-WH-SUPPLIED(WS-COUNT, WS-WORK-WH)
            MOVE ZEROS TO WS-ITEM-WH-QTY-GRP(WS-COUNT)
            MOVE RS-ITEM-QTY-ON-HAND
                TO WS-ITEM-WH-QTY(WS-COUNT, WS-WORK-WH)
            MOVE SPACES TO WS-ITEM-CATEGORY(WS-COUNT)
            MOVE SPACES TO WS-ITEM-UOM(WS-COUNT)
            MOVE SPACE TO WS-ITEM-CAT-STATUS(WS-COUNT)
            IF WS-CAT-LOADED
                MOVE RS-ITEM-CODE TO WS-SEARCH-KEY
                PERFORM 0165-SEARCH-CATALOG
                IF WS-CAT-HIT
                    MOVE WS-CAT-CATEGORY(WS-CAT-IDX)
                        TO WS-ITEM-CATEGORY(WS-COUNT)
                    MOVE WS-CAT-UOM(WS-CAT-IDX)
                        TO WS-ITEM-UOM(WS-COUNT)
                    MOVE WS-CAT-STATUS(WS-CAT-IDX)
                        TO WS-ITEM-CAT-STATUS(WS-COUNT)
                END-IF
            END-IF
    END-EVALUATE.

0950-POST-RUN-CONTROL.
      *> Book the load's outcome against the cycle it opened: complete
      *> below condition code 8, failed at 8 and above. A failed load
      *> may be rerun; the steps after it stay blocked until it
      *> completes.
    IF WS-RCT-BOOKED
        OPEN I-O RUN-CONTROL
        IF WS-RCT-STATUS = "00"
            MOVE WS-RCT-DATE TO RCT-BUSINESS-DATE
            READ RUN-CONTROL
                INVALID KEY
                    DISPLAY "ITMLOAD: RUNCTL entry " WS-RCT-DATE
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
            DISPLAY "ITMLOAD: unable to reopen RUNCTL, status "
                    WS-RCT-STATUS " - outcome not booked"
        END-IF
    END-IF.

      *> Size check retained to prevent subscript out of range error.
