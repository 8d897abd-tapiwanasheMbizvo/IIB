           10   RVR-ORIG-GZTREF      PIC   X(016).
           10   RVR-NEW-PCREF        PIC   X(015).
           10   RVR-OPERATOR-ID      PIC   X(010).
           10   RVR-NARRATIVE        PIC   X(035).
           10   RVR-REQUEST-TIME     PIC   X(006).
