       01 NOSTRO-CLEARANCE-RECORD.
*
           10   NCL-ITEM-ID         PIC   X(014).
           10   NCL-CLEARED-BY      PIC   X(010).
           10   NCL-REASON          PIC   X(030).
           10   FILLER              PIC   X(026).
