      *****************************************************
      * MANFREC.CPY
      *
      * PUBLISH-MANIFEST record - one entry appended every
      * time a file is placed in, or taken out of, the live
      * web root: by the build's publish step, by a rollback,
      * by an expiry retirement and by a page-master takedown.
      * MAN-OUTPUT-FILE is the language-qualified relative
      * path (es/hammer.html, bare for English), and the last
      * entry for a name is the one that counts - a PUBLISH
      * carries the checksum and size of what was written, a
      * REMOVE says the file should no longer be there.  The
      * hourly live-site monitor holds every live file to its
      * last entry.
      *
      * MAN-CHECKSUM is the build's fingerprint arithmetic
      * run over the file's bytes - each line's text up to
      * its last non-blank, then the line end - and MAN-SIZE
      * is the byte count of the same, so both can be
      * recomputed from the live copy alone.
      *
      * 2026-10-15  RLB  Written for the live-site integrity
      *                  monitor.
      *****************************************************
       01  MAN-RECORD.
           05  MAN-TIMESTAMP               PIC X(26).
           05  MAN-OUTPUT-FILE             PIC X(40).
           05  MAN-ACTION                  PIC X(08).
           05  MAN-CHECKSUM                PIC 9(09).
           05  MAN-SIZE                    PIC 9(09).
           05  MAN-PROGRAM                 PIC X(08).
