       01 PERSONAL-DATA-PARAM-RECORD.
*
      *    SINGLE-ROW CONTROL TABLE PDATPRMF (ESB113M) FOR THE ARCHIVE
      *    ANONYMIZATION RUN (ESB124Z).  AN ARCHIVED IMAGE CAPTURED
      *    MORE THAN RETENTION-DAYS AGO HAS ITS NARRATIVE AND HOLD
      *    DESCRIPTION FIELDS OVERWRITTEN WITH THE TOKEN.
           10   PDP-RETENTION-DAYS  PIC   9(004).
           10   PDP-TOKEN           PIC   X(035).
           10   FILLER              PIC   X(011).
