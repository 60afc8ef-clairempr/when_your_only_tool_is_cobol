      *****************************************************
      * DRCATREC.CPY
      *
      * DR-CATALOGUE record - one per recovery bundle still
      * held, oldest first.  DRBUNDLE adds the night's bundle
      * (replacing an earlier one taken the same day), retires
      * the oldest past its retention count and rewrites the
      * catalogue; DRRESTOR looks a bundle up here by date, or
      * takes the last entry for the latest.  The catalogue
      * lives with the bundles, off the build disk, so it
      * survives whatever the bundles are there to recover
      * from.
      *
      * 2026-10-15  RLB  Written for the disaster-recovery
      *                  bundle.
      *****************************************************
       01  DRC-RECORD.
           05  DRC-BUNDLE-ID               PIC X(14).
           05  DRC-ENV-NAME                PIC X(10).
           05  DRC-MEMBER-COUNT            PIC 9(05).
           05  DRC-RECORD-COUNT            PIC 9(09).
           05  DRC-BUNDLE-FILE             PIC X(80).
           05  DRC-MANIFEST-FILE           PIC X(80).
