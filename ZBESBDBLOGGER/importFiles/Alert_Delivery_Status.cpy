       01 ALERT-DELIVERY-STATUS-RECORD.
*
      *    THE MESSAGING GATEWAY'S DELIVERY STATUS, ONE RECORD PER
      *    ALERT ONCE ITS FATE IS KNOWN, ECHOING THE ALERT ID, THE
      *    CUSTOMER AND THE CONTACT IT WAS SENT TO.
           10   ADS-ALERT-ID.
              15 ADS-ALERT-DATE    PIC   9(008).
              15 ADS-ALERT-SEQ     PIC   9(006).
           10   ADS-CHANNEL         PIC   X(001).
              88 ADS-SMS                     VALUE 'S'.
              88 ADS-EMAIL                   VALUE 'E'.
           10   ADS-CONTACT         PIC   X(060).
           10   ADS-HZCUS           PIC   X(006).
           10   ADS-STATUS          PIC   X(001).
              88 ADS-DELIVERED               VALUE 'D'.
              88 ADS-FAILED                  VALUE 'F'.
           10   ADS-REASON          PIC   X(030).
           10   ADS-STATUS-STAMP.
              15 ADS-STATUS-DATE   PIC   9(008).
              15 ADS-STATUS-TIME   PIC   9(006).
           10   FILLER              PIC   X(010).
