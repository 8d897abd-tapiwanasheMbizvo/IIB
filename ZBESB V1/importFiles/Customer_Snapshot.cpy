              15 CSS-GZEXD           PIC   X(009).
           10   CSS-CAPTURE-DATE     PIC   9(008).
           10   CSS-CAPTURE-TIME     PIC   9(006).
           10   CSS-HZACT            PIC   X(002).
           10   CSS-HZAPP            PIC   X(002).
           10   CSS-HZCCY            PIC   X(003).
