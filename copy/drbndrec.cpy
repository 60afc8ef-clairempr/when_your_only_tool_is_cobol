      *****************************************************
      * DRBNDREC.CPY
      *
      * DR-BUNDLE record - the point-in-time recovery bundle
      * DRBUNDLE writes and DRRESTOR reads back.  Every record
      * starts with a type byte and the member number it
      * belongs to:
      *   H  - bundle header: the bundle id (run date and
      *        time), the environment and the build and
      *        generation roots the members were taken from;
      *   M  - member header: what the member is and where it
      *        goes back to, relative to the build root ("B")
      *        or the generation root ("G");
      *   D  - one line of the member, or one page-master
      *        record, as read;
      *   T  - member trailer: the record count, checksum and
      *        size of the D records just written;
      *   E  - end of bundle: members and records written.
      * A bundle without its E record was cut short and is
      * not to be restored from.
      *
      * The checksum and size are the build's fingerprint
      * arithmetic (see MANFREC.CPY) over each line's text up
      * to its last non-blank, then the line end.
      *
      * 2026-10-15  RLB  Written for the disaster-recovery
      *                  bundle.
      *****************************************************
       01  DRB-RECORD.
           05  DRB-RECORD-TYPE             PIC X(01).
           05  DRB-MEMBER-NO               PIC 9(05).
           05  DRB-DATA                    PIC X(400).
       01  DRB-HEADER-RECORD.
           05  FILLER                      PIC X(06).
           05  DRB-BUNDLE-ID               PIC X(14).
           05  DRB-ENV-NAME                PIC X(10).
           05  DRB-BUILD-ROOT              PIC X(40).
           05  DRB-GEN-ROOT                PIC X(40).
       01  DRB-MEMBER-RECORD.
           05  FILLER                      PIC X(06).
           05  DRB-MEMBER-KIND             PIC X(06).
           05  DRB-MEMBER-ROOT             PIC X(01).
           05  DRB-MEMBER-NAME             PIC X(60).
       01  DRB-TRAILER-RECORD.
           05  FILLER                      PIC X(06).
           05  DRB-TRL-RECORD-COUNT        PIC 9(07).
           05  DRB-TRL-CHECKSUM            PIC 9(09).
           05  DRB-TRL-SIZE                PIC 9(09).
       01  DRB-END-RECORD.
           05  FILLER                      PIC X(06).
           05  DRB-END-MEMBER-COUNT        PIC 9(05).
           05  DRB-END-RECORD-COUNT        PIC 9(09).
