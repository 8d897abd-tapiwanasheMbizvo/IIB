       01 DD-RETURN-RECORD.
*
           10   DRT-ORIGINATOR-ID   PIC   X(010).
           10   DRT-FILE-REF        PIC   X(016).
           10   DRT-ITEM-NUMBER     PIC   9(006).
           10   DRT-MANDATE-REF     PIC   X(016).
           10   DRT-ITEM-REF        PIC   X(016).
           10   DRT-AMOUNT          PIC   9(015)V99.
           10   DRT-REASON-CODE     PIC   X(004).
              88 DRT-NO-MANDATE            VALUE 'NMDT'.
              88 DRT-MANDATE-CANCELLED     VALUE 'CANC'.
              88 DRT-MANDATE-SUSPENDED     VALUE 'SUSP'.
              88 DRT-OVER-LIMIT            VALUE 'LIMT'.
              88 DRT-TOO-FREQUENT          VALUE 'FREQ'.
              88 DRT-CUSTOMER-STOP         VALUE 'STOP'.
              88 DRT-INVALID-ITEM          VALUE 'INVL'.
              88 DRT-FILE-REJECTED         VALUE 'FILE'.
              88 DRT-REFUND-CLAIM          VALUE 'RFND'.
           10   DRT-REASON-TEXT     PIC   X(040).
           10   DRT-PCREF           PIC   X(015).
           10   DRT-TRANSQ          PIC   X(004).
           10   DRT-RUN-DATE        PIC   9(008).
           10   FILLER              PIC   X(008).
