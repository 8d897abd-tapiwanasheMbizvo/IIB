       01 DISPUTE-CASE-RECORD.
*
      *    CUSTOMER DISPUTE AND COMPLAINT CASE FILE.  ONE CONTROL
      *    RECORD LEADS THE FILE; EACH CASE IS FOLLOWED BY THE
      *    PCREF/TRANSQ REFERENCES IT DISPUTES.
           05   DSC-RECORD-TYPE      PIC   X(001).
              88 DSC-CONTROL                VALUE 'H'.
              88 DSC-CASE                   VALUE 'C'.
              88 DSC-REFERENCE              VALUE 'R'.
           05   DSC-DETAIL           PIC   X(199).
      *    CONTROL VIEW
           05   DSC-CONTROL-DETAIL REDEFINES DSC-DETAIL.
              10 DSC-LAST-CASE-DATE     PIC   9(008).
              10 DSC-LAST-CASE-SEQ      PIC   9(006).
              10 DSC-LAST-REV-DATE      PIC   9(008).
              10 DSC-LAST-REV-SEQ       PIC   9(006).
              10 DSC-LAST-RUN-DATE      PIC   9(008).
              10 FILLER                 PIC   X(163).
      *    CASE VIEW
           05   DSC-CASE-DETAIL REDEFINES DSC-DETAIL.
              10 DSC-CASE-NUMBER.
                 15 DSC-CASE-DATE       PIC   9(008).
                 15 DSC-CASE-SEQ        PIC   9(006).
              10 DSC-HZCUS              PIC   X(006).
              10 DSC-BRANCH             PIC   X(004).
              10 DSC-CATEGORY           PIC   X(004).
              10 DSC-RECEIVED-DATE      PIC   9(008).
              10 DSC-OPENED-BY          PIC   X(010).
              10 DSC-ASSIGNED-TO        PIC   X(010).
              10 DSC-STATUS             PIC   X(001).
                 88 DSC-OPEN                VALUE 'O'.
                 88 DSC-INVESTIGATING       VALUE 'I'.
                 88 DSC-REFUNDED            VALUE 'F'.
                 88 DSC-REJECTED            VALUE 'J'.
                 88 DSC-CLOSED              VALUE 'F' 'J'.
              10 DSC-STATUS-DATE        PIC   9(008).
              10 DSC-CLOSED-DATE        PIC   9(008).
              10 DSC-DEADLINE-MET       PIC   X(001).
                 88 DSC-CLOSED-IN-TIME      VALUE 'Y'.
                 88 DSC-CLOSED-LATE         VALUE 'N'.
              10 DSC-BUSINESS-DAYS      PIC   9(005).
              10 DSC-REFUND-PCREF       PIC   X(015).
              10 DSC-REFERENCE-COUNT    PIC   9(003).
              10 DSC-ACTIVITY-COUNT     PIC   9(005).
              10 DSC-SUMMARY            PIC   X(040).
              10 FILLER                 PIC   X(057).
      *    REFERENCE VIEW
           05   DSC-REFERENCE-DETAIL REDEFINES DSC-DETAIL.
              10 DSC-REF-CASE-NUMBER    PIC   X(014).
              10 DSC-REF-PCREF          PIC   X(015).
              10 DSC-REF-TRANSQ         PIC   X(004).
              10 DSC-REF-ADDED-DATE     PIC   9(008).
              10 DSC-REF-ADDED-BY       PIC   X(010).
              10 FILLER                 PIC   X(148).
