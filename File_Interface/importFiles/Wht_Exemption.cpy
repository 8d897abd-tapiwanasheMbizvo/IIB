       01 WHT-EXEMPTION-RECORD.
*
           10   WEX-HZCUS           PIC   X(006).
           10   WEX-CERTIFICATE-NO  PIC   X(020).
           10   WEX-REASON          PIC   X(030).
      *    ZERO EFFECTIVE-TO LEAVES THE EXEMPTION OPEN-ENDED.
           10   WEX-EFFECTIVE-FROM  PIC   9(008).
           10   WEX-EFFECTIVE-TO    PIC   9(008).
           10   FILLER              PIC   X(010).
