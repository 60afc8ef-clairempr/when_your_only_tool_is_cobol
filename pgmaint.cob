002550*                  date, and a keyed date must be numeric
002560*                  YYYYMMDD with expiry not before
002570*                  effective.
002580* 2026-10-15  RLB  A live copy the takedown actually
002590*                  removes goes on the PUBLISH-MANIFEST
002591*                  as a REMOVE entry, so the hourly
002592*                  live-site monitor stops expecting the
002593*                  page instead of alerting on it as
002594*                  missing.
002600******************************************************
002700
002800 identification division.
005694         assign to langctl
005695         organization is line sequential
005696         file status is pgm-lang-file-status.
005697
005698     select manifest-file
005699         assign to manifest
005699         organization is line sequential
005699         file status is pgm-manifest-file-status.
005700
005800
005900 data division.
007570
007580 fd  language-file.
007590     copy "langrec.cpy".
007591
007592 fd  manifest-file.
007593     copy "manfrec.cpy".
007600
007700
007800 working-storage section.
007900 01  pgm-master-file-status         pic x(02).
007910 01  pgm-audit-file-status          pic x(02).
007911 01  pgm-manifest-file-status       pic x(02).
007920
007921******************************************************
007922* Takedown work area - the staged and live copies of a
022330     if pgm-audit-file-status = "35"
022340         open output audit-log-file
022350     end-if.
022360
022370     open extend manifest-file.
022380     if pgm-manifest-file-status = "35"
022390         open output manifest-file
022395     end-if.
022400
022500     move pgm-sd-yyyy to pgm-rpt-hdr-yyyy.
022600     move pgm-sd-mm to pgm-rpt-hdr-mm.
047194* sweep of the web root is the backstop; this is the
047195* front door.  The archived generations are left
047196* standing so a mistaken delete can still be re-added
047197* and rolled back by hand.  A live copy actually removed
047197* is entered on the publish manifest as a REMOVE.
047198******************************************************
047199 3300-take-down-page.
047210     accept pgm-system-date from date yyyymmdd.
047241         returning pgm-delete-status.
047242     call "CBL_DELETE_FILE" using pgm-live-target
047243         returning pgm-delete-status.
047243     if pgm-delete-status = zero
047243         move spaces to man-record
047243         string pgm-sd-yyyy "-" pgm-sd-mm "-" pgm-sd-dd " "
047243             pgm-st-hh ":" pgm-st-mm ":" pgm-st-ss
047243                                 into man-timestamp
047243         move pgm-qualified-name to man-output-file
047243         move "REMOVE" to man-action
047243         move zero to man-checksum
047243         move zero to man-size
047243         move "PGMAINT" to man-program
047243         write man-record
047243     end-if.
047244
047245     move spaces to ham-audit-record.
047246     string pgm-sd-yyyy "-" pgm-sd-mm "-" pgm-sd-dd " "
060400     close page-master-file.
060500     close maint-report-file.
060510     close audit-log-file.
060520     close manifest-file.
060600
060700     if pgm-any-rejected
060800         move 8 to return-code
