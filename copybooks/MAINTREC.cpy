      *> MAINTREC
      *> Maintenance transaction layout - keyed maintenance of a single
      *> item table entry (update fields in place, or delete the entry).
      *> An update naming a location sets that warehouse's quantity and
      *> the item's total becomes the sum across warehouses; one with a
      *> blank location states the total, carried at the item's own
      *> location.
      *>----------------------------------------------------------------
       01  MAINT-TRANS-RECORD.
           05  MT-ACTION-CODE         PIC X(01).
           05  MT-ITEM-DESC           PIC X(25).
           05  MT-ITEM-QTY-ON-HAND    PIC 9(7).
           05  MT-ITEM-LAST-UPDATED   PIC 9(8).
           05  MT-LOCATION            PIC X(03).
