      *****************************************************
      * DRLSTREC.CPY
      *
      * DR-MEMBER-LIST record - one driving, control or
      * history dataset the nightly recovery bundle carries,
      * named relative to the build root.  DRL-KIND is "FILE"
      * for a line-sequential dataset copied line for line, or
      * "MASTER" for the indexed page master, which is read
      * through the PAGECTL DD in key order and restored into
      * a fresh keyed file.  DRL-REQUIRED "Y" makes a dataset
      * that cannot be read fail the bundle step; "N" is for a
      * dataset that may legitimately not exist yet (a history
      * file before its first archive, say) and is noted on
      * the report instead.
      *
      * The staged pages and the generation archive are not
      * listed here - DRBUNDLE takes those off the page master,
      * LANGUAGE-CONTROL and GENCTL, so a new page or language
      * is covered without touching this list.
      *
      * 2026-10-15  RLB  Written for the disaster-recovery
      *                  bundle.
      *****************************************************
       01  DRL-RECORD.
           05  DRL-MEMBER-NAME             PIC X(40).
           05  DRL-KIND                    PIC X(06).
           05  DRL-REQUIRED                PIC X(01).
