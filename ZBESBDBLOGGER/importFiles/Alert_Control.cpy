       01 ALERT-CONTROL-RECORD.
*
      *    CARRIED FROM RUN TO RUN OF THE ALERT FEED.  THE CONTROL
      *    RECORD HOLDS HOW FAR EACH INPUT HAS BEEN TAKEN AND THE
      *    BUSINESS DATE'S RUNNING COUNTS PER CHANNEL; A FLOOR RECORD
      *    MARKS AN ACCOUNT ALREADY ALERTED AS BELOW ITS FLOOR; A
      *    FAILURE RECORD COUNTS A CUSTOMER'S CONSECUTIVE DELIVERY
      *    FAILURES ON A CHANNEL.
           05   ACL-RECORD-TYPE     PIC   X(001).
              88 ACL-CONTROL                    VALUE 'H'.
              88 ACL-FLOOR-BREACH               VALUE 'F'.
              88 ACL-FAILURE                    VALUE 'X'.
           05   ACL-DETAIL          PIC   X(120).
*
           05   ACL-CONTROL-DETAIL  REDEFINES ACL-DETAIL.
              10 ACL-LAST-CAPTURE.
                 15 ACL-LAST-CAPTURE-DATE PIC 9(008).
                 15 ACL-LAST-CAPTURE-TIME PIC 9(006).
                 15 ACL-LAST-CAPTURE-SEQ  PIC 9(003).
              10 ACL-LAST-STATUS-STAMP.
                 15 ACL-LAST-STATUS-DATE  PIC 9(008).
                 15 ACL-LAST-STATUS-TIME  PIC 9(006).
              10 ACL-BUSINESS-DATE   PIC   9(008).
              10 ACL-RELEASES-TAKEN  PIC   9(007).
              10 ACL-LAST-ALERT-SEQ  PIC   9(006).
              10 ACL-CHANNEL-COUNTS OCCURS 2 TIMES.
                 15 ACL-SENT-COUNT   PIC   9(007).
                 15 ACL-DELIVERED-COUNT
                                     PIC   9(007).
                 15 ACL-FAILED-COUNT PIC   9(007).
              10 FILLER              PIC   X(026).
*
           05   ACL-FLOOR-DETAIL    REDEFINES ACL-DETAIL.
              10 ACL-BRC-HZAB        PIC   X(004).
              10 ACL-BRC-HZAN        PIC   X(006).
              10 ACL-BRC-HZAS        PIC   X(003).
              10 ACL-BRC-DATE        PIC   9(008).
              10 FILLER              PIC   X(099).
*
           05   ACL-FAILURE-DETAIL  REDEFINES ACL-DETAIL.
              10 ACL-FLR-HZCUS       PIC   X(006).
              10 ACL-FLR-CHANNEL     PIC   X(001).
              10 ACL-FLR-CONTACT     PIC   X(060).
              10 ACL-FLR-COUNT       PIC   9(005).
              10 ACL-FLR-LAST-DATE   PIC   9(008).
              10 ACL-FLR-REASON      PIC   X(030).
              10 FILLER              PIC   X(010).
