       01 DISPUTE-CASE-STATISTIC-RECORD.
*
      *    MONTHLY COMPLAINT STATISTICS BY CATEGORY AND BRANCH FOR
      *    THE CONDUCT-RISK RETURN.
           10   DCS-MONTH           PIC   9(006).
           10   DCS-CATEGORY        PIC   X(004).
           10   DCS-BRANCH          PIC   X(004).
           10   DCS-RECEIVED        PIC   9(007).
           10   DCS-REFUNDED        PIC   9(007).
           10   DCS-REJECTED        PIC   9(007).
           10   DCS-CLOSED-IN-TIME  PIC   9(007).
           10   DCS-CLOSED-LATE     PIC   9(007).
           10   DCS-OPEN-AT-DATE    PIC   9(007).
           10   DCS-OPEN-BREACHED   PIC   9(007).
           10   FILLER              PIC   X(010).
