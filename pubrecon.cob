002682*                  LISTWEB step lists the web root to the
002683*                  LIVEDIR dataset ahead of this step, and
002684*                  any file there that neither the page
002685*                  master nor the build (sitemap.xml,
002686*                  index.html and the atom.xml feeds)
002686*                  accounts for goes on the exception
002687*                  report, so a page deleted
002688*                  from the master can no longer sit in
002689*                  the web root being served for a year.
002689* 2026-09-03  RLB  Tables resized to match the build's
002696*                  have retired it.  The night a page
002697*                  lawfully disappears no longer lights
002698*                  up this report.
002699* 2026-10-15  RLB  The Atom feed the build writes to the
002699*                  root and to each language directory
002699*                  seeded as build-owned, so the feeds
002699*                  stop showing as orphans in the web
002699*                  root and failing the step every night.
002700******************************************************
002800
002900 identification division.
013312* Every language-qualified output file the page master
013313* accounts for, noted as the page loop reads the master,
013314* so the web-root sweep can tell an accounted-for file
013315* from an orphan.  The build-owned files the master
013316* never lists - sitemap.xml and index.html at the root
013316* and atom.xml at the root and in each language
013316* directory - are seeded up front.
013319******************************************************
013320 01  prc-master-table.
013321     05  prc-master-count           pic 9(04) comp value zero.
020130     move "sitemap.xml" to prc-mt-output-file (1).
020140     add 1 to prc-master-count.
020150     move "index.html" to prc-mt-output-file (2).
020160     perform 1330-seed-language-feed
020170         thru 1330-exit
020180         varying prc-lang-sub from 1 by 1
020190         until prc-lang-sub > prc-lang-count.
021100
021200 1000-exit.
021300     exit.
025860
025861 1320-exit.
025862     exit.
025863
025864******************************************************
025865* 1330-SEED-LANGUAGE-FEED
025866*
025867* The build writes an atom.xml per language - at the
025868* root for English, under the language directory for
025869* the rest - none of which the page master lists.
025870******************************************************
025871 1330-seed-language-feed.
025872     add 1 to prc-master-count.
025873     set prc-master-idx to prc-master-count.
025874     move spaces to prc-mt-output-file (prc-master-idx).
025875     string prc-lg-dir (prc-lang-sub) delimited by space
025876         "atom.xml" delimited by size
025877         into prc-mt-output-file (prc-master-idx).
025878
025879 1330-exit.
025880     exit.
025900
026000******************************************************
026100* 2000-RECONCILE-PAGES
043614* left on LIVEDIR and flags every file the page master
043615* does not account for.  The master's own pages were
043616* noted into the table as the page loop read them, and
043617* the build-owned files (sitemap.xml, index.html and
043618* each language's atom.xml) were seeded at start-up -
043618* anything else in the root is an orphan being served
043619* with no master record behind it.
043620* A missing or empty listing sweeps nothing rather than
043621* failing the step; the listing step's own condition code
043622* covers that case.
