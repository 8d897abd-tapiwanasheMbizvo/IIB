       01 DD-COLLECTION-LINE.
*
           10   DCL-RECTYPE         PIC   X(001).
              88 DCL-FILE-HEADER           VALUE 'H'.
              88 DCL-COLLECTION-ITEM       VALUE 'D'.
              88 DCL-FILE-TRAILER          VALUE 'T'.
           10   DCL-BODY            PIC   X(110).
           10   DCL-HEADER-BODY REDEFINES DCL-BODY.
              15 DCL-HDR-ORIGINATOR PIC  X(010).
              15 DCL-HDR-FILE-REF  PIC   X(016).
              15 DCL-HDR-FILE-DATE PIC   9(008).
              15 FILLER            PIC   X(076).
           10   DCL-ITEM-BODY REDEFINES DCL-BODY.
              15 DCL-MANDATE-REF   PIC   X(016).
              15 DCL-ITEM-REF      PIC   X(016).
              15 DCL-AMOUNT        PIC   X(017).
              15 DCL-AMOUNT-NUM REDEFINES DCL-AMOUNT
                                  PIC   9(015)V99.
              15 DCL-NARRATIVE     PIC   X(035).
              15 FILLER            PIC   X(026).
           10   DCL-TRAILER-BODY REDEFINES DCL-BODY.
              15 DCL-TRL-COUNT     PIC   9(006).
              15 DCL-TRL-TOTAL     PIC   9(015)V99.
              15 FILLER            PIC   X(087).
