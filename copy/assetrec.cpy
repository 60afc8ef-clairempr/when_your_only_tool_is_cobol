      *****************************************************
      * ASSETREC.CPY
      *
      * ASSET-REGISTER record - one external stylesheet or
      * script HAMMER links into the head of every page, in
      * place of the CDN links that used to be literals in
      * the build.  ASSET-TYPE is "STYLE" (a <link
      * rel=stylesheet>) or "SCRIPT" (a <script src>), and
      * ASSET-ORDER is the order the links go out in.
      *
      * ASSET-URL is the address as the page carries it - a
      * CDN URL, or a root-relative path for a self-hosted
      * copy.  ASSET-INTEGRITY is the subresource integrity
      * hash of the file as served ("sha384-" and the base64
      * digest) and ASSET-CROSSORIGIN the crossorigin
      * setting to go with it ("anonymous" for a CDN); the
      * browser refuses a file that does not match the hash.
      *
      * A record with a blank ASSET-THEME applies to every
      * theme; one naming a theme overrides it for pages
      * built with that theme.  ASSET-EFFECTIVE-DATE
      * (YYYYMMDD, blank for always) pins a version change to
      * a date - of the records for one asset and theme the
      * latest one already in effect is the one linked, so a
      * new version is entered ahead of its date alongside
      * the old.  Records are edited by PGVALID before every
      * build.
      *
      * 2026-10-15  RLB  Written to take the Bootstrap and web
      *                  font links out of the build and put
      *                  an integrity hash on them.
      *****************************************************
       01  ASSET-RECORD.
           05  ASSET-ID                    PIC X(10).
           05  ASSET-THEME                 PIC X(10).
           05  ASSET-TYPE                  PIC X(06).
           05  ASSET-ORDER                 PIC 9(02).
           05  ASSET-VERSION               PIC X(12).
           05  ASSET-EFFECTIVE-DATE        PIC X(08).
           05  ASSET-CROSSORIGIN           PIC X(15).
           05  ASSET-INTEGRITY             PIC X(100).
           05  ASSET-URL                   PIC X(200).
