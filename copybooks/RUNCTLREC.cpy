      *>----------------------------------------------------------------
      *> RUNCTLREC
      *> Run-control ledger record - one per business date, keyed by
      *> the date, carrying where each nightly step stands for that
      *> date. The record keyed by zeros is the ledger's control
      *> record: its open date is the business date of the cycle in
      *> progress, set by ITMLOAD when it starts a date and read by
      *> every later step to find tonight's entry. Step slots, in
      *> schedule order:
      *>     1  ITMLOAD     first step of the cycle
      *>     2  ITMRECON    after ITMLOAD
      *>     3  AUDARCH     after ITMLOAD
      *>     4  AUDMAINT    after AUDARCH
      *>     5  SUBRECON    after ITMRECON
      *>     6  VALMOVE     after ITMLOAD, period-end cycles only
      *> Shared by the steps that book against the ledger and by
      *> RUNSTAT. Included with COPY ... REPLACING, substituting the
      *> field prefix for each usage.
      *>----------------------------------------------------------------
       05  :PFX:-BUSINESS-DATE        PIC 9(8).
       05  :PFX:-OPEN-DATE            PIC 9(8).
       05  :PFX:-PERIOD-END-FLAG      PIC X(01).
           88  :PFX:-PERIOD-END           VALUE "Y".
       05  :PFX:-STEP OCCURS 6 TIMES.
           10  :PFX:-STEP-STATUS      PIC X(01).
               88  :PFX:-STEP-NOT-RUN     VALUE SPACE.
               88  :PFX:-STEP-STARTED     VALUE "S".
               88  :PFX:-STEP-COMPLETE    VALUE "C".
               88  :PFX:-STEP-FAILED      VALUE "F".
           10  :PFX:-STEP-RC          PIC 9(2).
           10  :PFX:-STEP-START-DATE  PIC 9(8).
           10  :PFX:-STEP-START-TIME  PIC 9(6).
           10  :PFX:-STEP-END-DATE    PIC 9(8).
           10  :PFX:-STEP-END-TIME    PIC 9(6).
           10  :PFX:-STEP-OVERRIDE    PIC X(01).
               88  :PFX:-STEP-OVERRIDDEN  VALUE "Y".
           10  :PFX:-STEP-RUN-COUNT   PIC 9(2).
       05  FILLER                     PIC X(19).
