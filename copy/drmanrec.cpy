      *****************************************************
      * DRMANREC.CPY
      *
      * DR-MANIFEST record - one per member of a recovery
      * bundle, written alongside it by DRBUNDLE: the member,
      * where it restores to (DRM-MEMBER-ROOT "B" for the
      * build root, "G" for the generation root) and the
      * record count, checksum and size it was bundled with.
      * DRRESTOR holds both the bundle's own trailers and the
      * restored files to these figures.
      *
      * DRM-MEMBER-KIND is "FILE" or "MASTER" for a dataset
      * off the DR-MEMBER-LIST, "STAGED" for a staged page
      * copy and "GEN" for an archived page generation.
      *
      * 2026-10-15  RLB  Written for the disaster-recovery
      *                  bundle.
      *****************************************************
       01  DRM-RECORD.
           05  DRM-BUNDLE-ID               PIC X(14).
           05  DRM-MEMBER-NO               PIC 9(05).
           05  DRM-MEMBER-KIND             PIC X(06).
           05  DRM-MEMBER-ROOT             PIC X(01).
           05  DRM-MEMBER-NAME             PIC X(60).
           05  DRM-RECORD-COUNT            PIC 9(07).
           05  DRM-CHECKSUM                PIC 9(09).
           05  DRM-SIZE                    PIC 9(09).
