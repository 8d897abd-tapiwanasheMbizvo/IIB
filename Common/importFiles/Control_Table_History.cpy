       01 CONTROL-TABLE-HISTORY-RECORD.
*
      *    ONE ROW VERSION PER APPROVED CHANGE, IN SORT-KEY ORDER.
      *    THE ROW IN FORCE ON A DATE IS THE LAST VERSION OF ITS
      *    TABLE AND KEY EFFECTIVE ON OR BEFORE THAT DATE; A DELETE
      *    VERSION TAKES THE ROW OFF THE TABLE FROM ITS DATE.
           10   CTH-SORT-KEY.
              15 CTH-TABLE-ID       PIC   X(008).
              15 CTH-ROW-KEY        PIC   X(030).
              15 CTH-EFFECTIVE-DATE PIC   9(008).
              15 CTH-CHANGE-REF     PIC   X(014).
           10   CTH-ACTION          PIC   X(001).
              88 CTH-ADDED                 VALUE 'A'.
              88 CTH-CHANGED               VALUE 'C'.
              88 CTH-DELETED               VALUE 'D'.
           10   CTH-MAKER-ID        PIC   X(010).
           10   CTH-CHECKER-ID      PIC   X(010).
           10   CTH-APPLIED-DATE    PIC   9(008).
           10   CTH-ROW-IMAGE       PIC   X(200).
           10   FILLER              PIC   X(010).
