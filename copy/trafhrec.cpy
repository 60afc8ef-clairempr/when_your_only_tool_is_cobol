      *****************************************************
      * TRAFHREC.CPY
      *
      * TRAFFIC-HISTORY record - one entry per day per
      * language-qualified output file (es/hammer.html and
      * the like, bare for English) that drew at least one
      * successful request on the web server's access log
      * that day.  The traffic report rewrites the file each
      * night as a rolling window: tonight's log days go in,
      * any day the log carries again replaces what was held
      * for it, and days past the retention drop off - so a
      * page with no hits simply has no entries, and "no
      * hits in thirty days" is a sum over the file instead
      * of thirty access logs nobody kept.
      *
      * 2026-10-15  RLB  Written for the page traffic report.
      *****************************************************
       01  TRAF-HIST-RECORD.
           05  TRAF-HIST-DATE              PIC X(08).
           05  TRAF-HIST-OUTPUT-FILE       PIC X(40).
           05  TRAF-HIST-HITS              PIC 9(07).
