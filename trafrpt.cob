000100******************************************************
000200* TRAFRPT.COB
000300*
000400* Page traffic report off the web server's access log.
000500*
000600* Reads the access log the web server keeps for the live
000700* web root (SITE-CFG-PUBLISH-ROOT on the SITECFG record)
000800* and tallies the successful requests per page per
000900* language against the page master - es/hammer.html is
001000* the Spanish copy of hammer.html, exactly as the build
001100* names it.  Each day's tallies go onto the rolling
001200* TRAFHIST traffic history, so the report can say how
001300* many hits a page drew over the last so-many days, not
001400* just last night.
001500*
001600* Three things go on the TRAFEXC exception report:
001700*   - a live page and language with no hits at all over
001800*     the zero-hit window on PARM=, the pages whose expiry
001900*     date is being guessed;
002000*   - 404s on pages that are gone on purpose - taken down
002100*     by PGMAINT or retired as EXPIRED by the build - so
002200*     whoever still links to them can be chased;
002300*   - requests for paths that were never on the master at
002400*     all, per path with its request count.
002500* The exception totals feed the SITE TRAFFIC section of
002600* the morning status report.  Informational - findings
002700* never drive the condition code; RETURN-CODE 8 only
002800* means the report itself could not be completed.
002900*
003000* PARM='ddd,rrr' - the zero-hit window and the history
003100* retention, both in days.  A blank or malformed PARM
003200* falls back to thirty and four hundred; the retention is
003300* never allowed below the window.
003400*
003500* AUTHOR.     R. BLANCHETTE.
003600* INSTALLATION. DATA PROCESSING.
003700* DATE-WRITTEN. 2026-10-15.
003800* DATE-COMPILED.
003900*
004000* MODIFICATION HISTORY
004100* 2026-10-15  RLB  Written - pages were being built and
004200*                  published every night with no idea
004300*                  whether anyone read them, and expiry
004400*                  dates were being guessed.
004500******************************************************
004600
004700 identification division.
004800 program-id. trafrpt.
004900
005000 environment division.
005100
005200 input-output section.
005300 file-control.
005400******************************************************
005500* SITECFG, PAGECTL, LANGCTL, AUDHIST, AUDITLOG, ACCESSLG,
005600* TRAFHIST, TRAFRPT and TRAFEXC are DD names the TRAFFIC
005700* step in HAMMER.JCL allocates.  TRAFHIST is read whole
005800* at start-up and rewritten at the end, the way LINKRPT
005900* keeps its link history.
006000******************************************************
006100     select site-config-file
006200         assign to sitecfg
006300         organization is line sequential
006400         file status is trf-sitecfg-file-status.
006500
006600     select page-control-file
006700         assign to pagectl
006800         organization is indexed
006900         access is sequential
007000         record key is pgctl-output-file.
007100
007200     select language-file
007300         assign to langctl
007400         organization is line sequential
007500         file status is trf-lang-file-status.
007600
007700     select audit-history-file
007800         assign to audhist
007900         organization is line sequential
008000         file status is trf-audhist-file-status.
008100
008200     select audit-log-file
008300         assign to auditlog
008400         organization is line sequential
008500         file status is trf-audit-file-status.
008600
008700     select access-log-file
008800         assign to accesslg
008900         organization is line sequential
009000         file status is trf-access-file-status.
009100
009200     select traffic-history-file
009300         assign to trafhist
009400         organization is line sequential
009500         file status is trf-history-file-status.
009600
009700     select traffic-report-file
009800         assign to trafrpt
009900         organization is line sequential.
010000
010100     select traffic-exception-file
010200         assign to trafexc
010300         organization is line sequential.
010400
010500
010600 data division.
010700
010800 file section.
010900 fd  site-config-file.
011000     copy "sitecfgrec.cpy".
011100
011200 fd  page-control-file.
011300     copy "pgctlrec.cpy".
011400
011500 fd  language-file.
011600     copy "langrec.cpy".
011700
011800 fd  audit-history-file.
011900 01  trf-audhist-line               pic x(74).
012000
012100 fd  audit-log-file.
012200     copy "auditrec.cpy".
012300
012400 fd  access-log-file.
012500 01  trf-log-line                   pic x(1024).
012600
012700 fd  traffic-history-file.
012800     copy "trafhrec.cpy".
012900
013000 fd  traffic-report-file.
013100 01  trf-report-line                pic x(132).
013200
013300 fd  traffic-exception-file.
013400 01  trf-exception-line             pic x(132).
013500
013600
013700 working-storage section.
013800 01  trf-sitecfg-file-status        pic x(02).
013900 01  trf-lang-file-status           pic x(02).
014000 01  trf-audhist-file-status        pic x(02).
014100 01  trf-audit-file-status          pic x(02).
014200 01  trf-access-file-status         pic x(02).
014300 01  trf-history-file-status        pic x(02).
014400
014500 01  trf-switches.
014600     05  trf-control-eof-sw         pic x(01) value "N".
014700         88 trf-control-eof         value "Y".
014800     05  trf-lang-eof-sw            pic x(01) value "N".
014900         88 trf-lang-eof            value "Y".
015000     05  trf-audit-eof-sw           pic x(01).
015100         88 trf-audit-eof           value "Y".
015200     05  trf-access-eof-sw          pic x(01) value "N".
015300         88 trf-access-eof          value "Y".
015400     05  trf-history-eof-sw         pic x(01) value "N".
015500         88 trf-history-eof         value "Y".
015600     05  trf-config-failed-sw       pic x(01) value "N".
015700         88 trf-config-failed       value "Y".
015800     05  trf-report-failed-sw       pic x(01) value "N".
015900         88 trf-report-failed       value "Y".
016000     05  trf-capacity-hit-sw        pic x(01) value "N".
016100         88 trf-capacity-hit        value "Y".
016200     05  trf-history-full-sw        pic x(01) value "N".
016300         88 trf-history-full        value "Y".
016400     05  trf-found-sw               pic x(01).
016500         88 trf-found               value "Y".
016600     05  trf-page-held-sw           pic x(01).
016700         88 trf-page-held           value "Y".
016800     05  trf-page-expired-sw        pic x(01).
016900         88 trf-page-expired        value "Y".
017000     05  trf-window-covered-sw      pic x(01) value "N".
017100         88 trf-window-covered      value "Y".
017200     05  trf-build-owned-sw         pic x(01).
017300         88 trf-build-owned         value "Y".
017310     05  trf-path-pass-sw           pic x(01).
017320         88 trf-path-retired-pass   value "R".
017400
017500 01  trf-system-date.
017600     05  trf-sd-yyyy                pic 9(04).
017700     05  trf-sd-mm                  pic 9(02).
017800     05  trf-sd-dd                  pic 9(02).
017900 01  trf-run-date redefines trf-system-date
018000                                    pic 9(08).
018100
018200******************************************************
018300* Operator settings off PARM= and the dates they come
018400* to.  The zero-hit window runs from TRF-WINDOW-START
018500* through tonight; history older than TRF-RETAIN-START
018600* drops off when the file is rewritten.
018700******************************************************
018800 01  trf-zero-hit-days              pic 9(03) value 030.
018900 01  trf-retention-days             pic 9(03) value 400.
019000 01  trf-parm-zero-text             pic x(03).
019100 01  trf-parm-retain-text           pic x(03).
019200 01  trf-run-integer                pic 9(08) comp.
019300 01  trf-window-start               pic 9(08).
019400 01  trf-retain-start               pic 9(08).
019500 01  trf-history-from               pic x(08).
019600
019700******************************************************
019800* Both roots and the site's URL come off the SITECFG
019900* record - see 1050-LOAD-SITE-CONFIG.  TRF-SITE-PREFIX is
020000* the path part of SITE-CFG-URL-ROOT ("/" for a site at
020100* the server root), which every request path for the
020200* site starts with.
020300******************************************************
020400 01  trf-site-env-name              pic x(10).
020500 01  trf-publish-web-root           pic x(40).
020600 01  trf-url-root                   pic x(40).
020700 01  trf-url-scheme                 pic x(40).
020800 01  trf-url-remain                 pic x(40).
020900 01  trf-url-host                   pic x(40).
021000 01  trf-url-ptr                    pic 9(04) comp.
021100 01  trf-site-prefix                pic x(40).
021200 01  trf-site-prefix-len            pic 9(04) comp.
021300
021400******************************************************
021500* Table capacities.  The page table holds every master
021600* page times every language; the history table holds a
021700* retention's worth of days for the pages that drew
021800* hits; the path table holds the distinct retired and
021900* never-mastered paths seen on one night's log.  A load
022000* or add past a ceiling goes through 9900-CAPACITY-
022100* FAILURE, which reports it and fails the step.
022200******************************************************
022300 01  trf-capacities.
022400     05  trf-max-lang               pic 9(08) comp value 10.
022500     05  trf-max-page               pic 9(08) comp value 5000.
022600     05  trf-max-audit              pic 9(08) comp value 5000.
022700     05  trf-max-history            pic 9(08) comp value 20000.
022800     05  trf-max-path               pic 9(08) comp value 500.
022900     05  trf-max-log-day            pic 9(08) comp value 62.
023000 01  trf-capacity-item              pic x(20).
023100
023200******************************************************
023300* The languages the build produces - each entry's
023400* directory is blank for English (the root) and the
023500* lowercase code plus "/" for everything else, matching
023600* 1340-DERIVE-LANGUAGE-DIR in the build itself.  The hit
023700* total per language is for the report's totals.
023800******************************************************
023900 01  trf-lang-table.
024000     05  trf-lang-count             pic 9(04) comp value zero.
024100     05  trf-lang-entry occurs 10 times
024200                 indexed by trf-lang-idx.
024300         10  trf-lg-code            pic x(02).
024400         10  trf-lg-dir             pic x(03).
024500         10  trf-lg-hits            pic 9(09) comp.
024600 01  trf-lang-sub                   pic 9(04) comp.
024700 01  trf-lang-lower                 pic x(02).
024800
024900******************************************************
025000* One entry per master page per language, keyed on the
025100* language-qualified name the build publishes under.
025200* The state is the build's own date verdict for tonight
025300* - Live, Held ahead of its effective date, or Expired.
025400******************************************************
025500 01  trf-page-table.
025600     05  trf-page-count             pic 9(04) comp value zero.
025700     05  trf-page-entry occurs 5000 times
025800                 indexed by trf-page-idx.
025900         10  trf-pg-name            pic x(40).
026000         10  trf-pg-lang-sub        pic 9(04) comp.
026100         10  trf-pg-state-sw        pic x(01).
026200             88 trf-pg-live         value "L".
026300             88 trf-pg-held         value "H".
026400             88 trf-pg-expired      value "E".
026500         10  trf-pg-effective-date  pic x(08).
026600         10  trf-pg-log-hits        pic 9(09) comp.
026700         10  trf-pg-window-hits     pic 9(09) comp.
026800         10  trf-pg-last-hit        pic x(08).
026900 01  trf-page-sub                   pic 9(04) comp.
027000
027800******************************************************
027900* One audit entry, from either file - the archive is
028000* read as a plain line and laid over this, the active
028100* log's entries are moved here, so one paragraph notes
028200* both.
028300******************************************************
028400 01  trf-audit-entry-work.
028500     05  trf-ae-timestamp           pic x(26).
028600     05  trf-ae-output-file         pic x(40).
028700     05  trf-ae-status              pic x(08).
028800
028810******************************************************
028820* Every language-qualified name the audit log (and its
028830* archive, AUDHIST) has ever carried, with the last
028840* status logged for it.  A name whose last entry is
028850* EXPIRED or TAKEDOWN is a page retired on purpose; a
028860* name not here and not on the master was never a page.
028870******************************************************
028900 01  trf-audit-table.
029000     05  trf-audit-count            pic 9(04) comp value zero.
029100     05  trf-audit-entry occurs 5000 times
029200                 indexed by trf-audit-idx.
029300         10  trf-au-name            pic x(40).
029400         10  trf-au-last-status     pic x(08).
029500 01  trf-audit-sub                  pic 9(04) comp.
029600
029700******************************************************
029800* The traffic history, held whole - tonight's log days
029900* first as the log is read, then the TRAFHIST days the
030000* log does not carry again and that are still inside
030100* retention.  TRF-HT-PAGE-SUB points at the page table
030200* entry (zero for a page no longer on the master, whose
030300* history is kept until it ages off).
030400******************************************************
030500 01  trf-history-table.
030600     05  trf-hist-count             pic 9(05) comp value zero.
030700     05  trf-hist-entry occurs 20000 times
030800                 indexed by trf-hist-idx.
030900         10  trf-ht-date            pic x(08).
031000         10  trf-ht-name            pic x(40).
031100         10  trf-ht-hits            pic 9(07) comp.
031200         10  trf-ht-page-sub        pic 9(04) comp.
031300 01  trf-hist-sub                   pic 9(05) comp.
031400
031500 01  trf-log-day-table.
031600     05  trf-log-day-count          pic 9(04) comp value zero.
031700     05  trf-log-day-entry occurs 62 times
031800                 indexed by trf-log-day-idx.
031900         10  trf-ld-date            pic x(08).
032000
032100******************************************************
032200* Distinct paths requested that are gone on purpose or
032300* were never on the master.  TRF-PX-REASON-SW says which:
032400* Expired, Taken down, or Never on the master.
032500******************************************************
032600 01  trf-path-table.
032700     05  trf-path-count             pic 9(04) comp value zero.
032800     05  trf-path-entry occurs 500 times
032900                 indexed by trf-path-idx.
033000         10  trf-px-reason-sw       pic x(01).
033100             88 trf-px-expired      value "E".
033200             88 trf-px-taken-down   value "T".
033300             88 trf-px-never        value "N".
033400         10  trf-px-path            pic x(60).
033500         10  trf-px-count           pic 9(07) comp.
033600         10  trf-px-last-date       pic x(08).
033700 01  trf-path-sub                   pic 9(04) comp.
033800 01  trf-path-reason                pic x(01).
033900
034000******************************************************
034100* One access-log record picked apart.  The log is in the
034200* common/combined format every web server writes:
034300*   host ident user [dd/Mon/yyyy:hh:mm:ss zone]
034400*   "METHOD /path PROTOCOL" status bytes ...
034500* so the quote marks split it into the part ahead of the
034600* request, the request, and the status that follows.
034700******************************************************
034800 01  trf-log-work.
034900     05  trf-log-prefix             pic x(200).
035000     05  trf-log-request            pic x(300).
035100     05  trf-log-result             pic x(100).
035200     05  trf-log-host               pic x(100).
035300     05  trf-log-stamp              pic x(40).
035400     05  trf-log-method             pic x(10).
035500     05  trf-log-path               pic x(200).
035600     05  trf-log-protocol           pic x(20).
035700     05  trf-log-status             pic x(03).
035800     05  trf-log-status-num redefines trf-log-status
035900                                    pic 9(03).
036000     05  trf-log-mon                pic x(03).
036100 01  trf-log-date-work.
036200     05  trf-ldw-yyyy               pic x(04).
036300     05  trf-ldw-mm                 pic 9(02).
036400     05  trf-ldw-dd                 pic x(02).
036500 01  trf-log-date redefines trf-log-date-work
036600                                    pic x(08).
036700
036800 01  trf-month-names                pic x(36) value
036900     "JanFebMarAprMayJunJulAugSepOctNovDec".
037000 01  trf-month-table redefines trf-month-names.
037100     05  trf-month-name occurs 12 times
037200                                    pic x(03).
037300 01  trf-month-sub                  pic 9(04) comp.
037400
037500 01  trf-request-work.
037600     05  trf-req-clean              pic x(200).
037700     05  trf-req-name               pic x(200).
037800     05  trf-req-len                pic 9(04) comp.
037900     05  trf-owned-check            pic x(200).
038000
038100 01  trf-qualified-name             pic x(40).
038200
038300 01  trf-counters.
038400     05  trf-log-read-count         pic 9(09) comp value zero.
038500     05  trf-log-bad-count          pic 9(09) comp value zero.
038600     05  trf-hit-count              pic 9(09) comp value zero.
038700     05  trf-zero-hit-count         pic 9(09) comp value zero.
038800     05  trf-retired-404-count      pic 9(09) comp value zero.
038900     05  trf-never-count            pic 9(09) comp value zero.
039000     05  trf-hist-dropped-count     pic 9(09) comp value zero.
039100
039200 01  trf-report-work.
039300     05  trf-rpt-header.
039400         10  filler                 pic x(40)
039500             value "TRAFRPT PAGE TRAFFIC BY LANGUAGE    RUN ".
039600         10  trf-rpt-hdr-yyyy       pic 9(04).
039700         10  filler                 pic x(01) value "-".
039800         10  trf-rpt-hdr-mm         pic 9(02).
039900         10  filler                 pic x(01) value "-".
040000         10  trf-rpt-hdr-dd         pic 9(02).
040100         10  filler                 pic x(06) value "  ENV ".
040200         10  trf-rpt-hdr-env        pic x(10).
040300         10  filler                 pic x(02) value spaces.
040400         10  trf-rpt-hdr-root       pic x(40).
040500     05  trf-exc-header.
040600         10  filler                 pic x(40)
040700             value "TRAFRPT TRAFFIC EXCEPTIONS          RUN ".
040800         10  trf-exc-hdr-yyyy       pic 9(04).
040900         10  filler                 pic x(01) value "-".
041000         10  trf-exc-hdr-mm         pic 9(02).
041100         10  filler                 pic x(01) value "-".
041200         10  trf-exc-hdr-dd         pic 9(02).
041300         10  filler                 pic x(19)
041400             value "  ZERO-HIT WINDOW  ".
041500         10  trf-exc-hdr-days       pic zz9.
041600         10  filler                 pic x(05) value " DAYS".
041700     05  trf-rpt-window.
041800         10  filler                 pic x(17)
041900             value "ZERO-HIT WINDOW  ".
042000         10  trf-rpt-win-days       pic zz9.
042100         10  filler                 pic x(13)
042200             value " DAYS  SINCE ".
042300         10  trf-rpt-win-start      pic 9(08).
042400         10  filler                 pic x(21)
042500             value "    HISTORY HELD FROM".
042600         10  filler                 pic x(01) value space.
042700         10  trf-rpt-win-from       pic x(08).
042800         10  filler                 pic x(02) value spaces.
042900         10  trf-rpt-win-note       pic x(30).
043000     05  trf-rpt-columns.
043100         10  filler                 pic x(42) value "OUTPUT FILE".
043200         10  filler                 pic x(06) value "LANG".
043300         10  filler                 pic x(09) value "STATE".
043400         10  filler                 pic x(11) value "   LOG HITS".
043500         10  filler                 pic x(13)
043600             value "  WINDOW HITS".
043700         10  filler                 pic x(12)
043800             value "    LAST HIT".
043900     05  trf-rpt-detail.
044000         10  trf-rpt-file           pic x(40).
044100         10  filler                 pic x(02) value spaces.
044200         10  trf-rpt-lang           pic x(02).
044300         10  filler                 pic x(04) value spaces.
044400         10  trf-rpt-state          pic x(07).
044500         10  filler                 pic x(02) value spaces.
044600         10  trf-rpt-log-hits       pic zzz,zzz,zz9.
044700         10  filler                 pic x(02) value spaces.
044800         10  trf-rpt-window-hits    pic zzz,zzz,zz9.
044900         10  filler                 pic x(04) value spaces.
045000         10  trf-rpt-last-hit       pic x(10).
045100     05  trf-exc-detail.
045200         10  trf-exc-reason         pic x(40).
045300         10  filler                 pic x(02) value spaces.
045400         10  trf-exc-path           pic x(60).
045500         10  filler                 pic x(02) value spaces.
045600         10  trf-exc-count          pic zz,zzz,zz9.
045700         10  filler                 pic x(02) value spaces.
045800         10  trf-exc-note           pic x(16).
045900     05  trf-rpt-total.
046000         10  trf-rpt-total-text     pic x(30).
046100         10  trf-rpt-total-count    pic zzz,zzz,zz9.
046200     05  trf-rpt-date-edit.
046300         10  trf-rde-yyyy           pic x(04).
046400         10  filler                 pic x(01) value "-".
046500         10  trf-rde-mm             pic x(02).
046600         10  filler                 pic x(01) value "-".
046700         10  trf-rde-dd             pic x(02).
046800     05  trf-rpt-date-in            pic x(08).
046900
047000
047100 linkage section.
047200******************************************************
047300* PARM= is passed to a batch main program as a halfword
047400* binary length ahead of the text - TRF-PARM-LEN picks
047500* that up so TRF-PARM-TEXT lines up on the actual
047600* parameter text: the zero-hit window and the history
047700* retention in days, comma-separated - PARM='030,400'.
047800******************************************************
047900 01  trf-parm-area.
048000     05  trf-parm-len               pic s9(04) comp.
048100     05  trf-parm-text              pic x(07).
048200
048300 procedure division using trf-parm-area.
048400
048500 0000-mainline.
048600     perform 1000-initialize
048700         thru 1000-exit.
048800
048900     if trf-config-failed
049000         move 8 to return-code
049100         stop run
049200     end-if.
049300
049400     perform 2000-read-access-log
049500         thru 2000-exit.
049600
049700     perform 3000-load-history
049800         thru 3000-exit.
049900
050000     perform 4000-report-pages
050100         thru 4000-exit.
050200
050300     perform 5000-report-paths
050400         thru 5000-exit.
050500
050600     perform 6000-rewrite-history
050700         thru 6000-exit.
050800
050900     perform 9000-terminate
051000         thru 9000-exit.
051100
051200     stop run.
051300
051400******************************************************
051500* 1000-INITIALIZE
051600*
051700* Settles the window and retention dates off PARM=,
051800* takes the site's roots off SITECFG, opens both reports
051900* (ahead of the table loads, so a load that trips a
052000* capacity ceiling has somewhere to put its line), and
052100* loads the languages, the page master and the audit
052200* history.  Date arithmetic goes through the intrinsic
052300* day-number conversion, as the audit summary's retention
052400* cutoff does - there is no ordinary-verb way to back
052500* thirty days off a calendar date across month ends.
052600******************************************************
052700 1000-initialize.
052800     perform 1050-load-site-config
052900         thru 1050-exit.
053000     if trf-config-failed
053100         go to 1000-exit
053200     end-if.
053300
053400     accept trf-system-date from date yyyymmdd.
053500
053600     if trf-parm-len = 7
053700         unstring trf-parm-text delimited by ","
053800             into trf-parm-zero-text trf-parm-retain-text
053900         if trf-parm-zero-text is numeric
054000            and trf-parm-zero-text not = "000"
054100             move trf-parm-zero-text to trf-zero-hit-days
054200         end-if
054300         if trf-parm-retain-text is numeric
054400             move trf-parm-retain-text to trf-retention-days
054500         end-if
054600     end-if.
054700     if trf-retention-days < trf-zero-hit-days
054800         move trf-zero-hit-days to trf-retention-days
054900     end-if.
055000
055100     compute trf-run-integer =
055200         function integer-of-date (trf-run-date).
055300     compute trf-window-start =
055400         function date-of-integer
055500             (trf-run-integer - trf-zero-hit-days).
055600     compute trf-retain-start =
055700         function date-of-integer
055800             (trf-run-integer - trf-retention-days).
055900
056000     open output traffic-report-file.
056100     open output traffic-exception-file.
056200
056300     move trf-sd-yyyy to trf-rpt-hdr-yyyy.
056400     move trf-sd-mm to trf-rpt-hdr-mm.
056500     move trf-sd-dd to trf-rpt-hdr-dd.
056600     move trf-site-env-name to trf-rpt-hdr-env.
056700     move trf-publish-web-root to trf-rpt-hdr-root.
056800     move spaces to trf-report-line.
056900     move trf-rpt-header to trf-report-line.
057000     write trf-report-line.
057100
057200     move trf-sd-yyyy to trf-exc-hdr-yyyy.
057300     move trf-sd-mm to trf-exc-hdr-mm.
057400     move trf-sd-dd to trf-exc-hdr-dd.
057500     move trf-zero-hit-days to trf-exc-hdr-days.
057600     move spaces to trf-exception-line.
057700     move trf-exc-header to trf-exception-line.
057800     write trf-exception-line.
057900     move spaces to trf-exception-line.
058000     write trf-exception-line.
058100
058200     open input language-file.
058300     if trf-lang-file-status = "00"
058400         perform 1300-load-one-language
058500             thru 1300-exit
058600             until trf-lang-eof
058700         close language-file
058800     end-if.
058900     if trf-lang-count = zero
059000         move 1 to trf-lang-count
059100         move 1 to trf-lang-sub
059200         move "EN" to trf-lg-code (1)
059300         perform 1310-derive-language-dir
059400             thru 1310-exit
059500     end-if.
059600
059700     open input page-control-file.
059800     perform 1400-load-one-page
059900         thru 1400-exit
060000         until trf-control-eof.
060100     close page-control-file.
060200
060300******************************************************
060400* The archived audit history first, then the active log
060500* - oldest to newest, so the last status noted for a
060600* name is the latest one logged.
060700******************************************************
060800     open input audit-history-file.
060900     if trf-audhist-file-status = "00"
061000         move "N" to trf-audit-eof-sw
061100         perform 1500-load-one-archived-entry
061200             thru 1500-exit
061300             until trf-audit-eof
061400         close audit-history-file
061500     end-if.
061600
061700     open input audit-log-file.
061800     if trf-audit-file-status = "00"
061900         move "N" to trf-audit-eof-sw
062000         perform 1510-load-one-audit-entry
062100             thru 1510-exit
062200             until trf-audit-eof
062300         close audit-log-file
062400     end-if.
062500
062600 1000-exit.
062700     exit.
062800
062900******************************************************
063000* 1050-LOAD-SITE-CONFIG
063100*
063200* Takes the publish root and the site URL off the one
063300* SITECFG record - the same record the build read, so
063400* the log is judged against the site the build actually
063500* published.  An unreadable config fails the step loudly.
063600******************************************************
063700 1050-load-site-config.
063800     open input site-config-file.
063900     if trf-sitecfg-file-status not = "00"
064000         display "TRAFRPT: SITE CONFIG NOT AVAILABLE - "
064100             "STATUS " trf-sitecfg-file-status upon console
064200         move "Y" to trf-config-failed-sw
064300         go to 1050-exit
064400     end-if.
064500
064600     read site-config-file
064700         at end
064800             display "TRAFRPT: SITE CONFIG RECORD MISSING"
064900                 upon console
065000             move "Y" to trf-config-failed-sw
065100             close site-config-file
065200             go to 1050-exit
065300     end-read.
065400
065500     close site-config-file.
065600
065700     move site-cfg-env-name to trf-site-env-name.
065800     move site-cfg-publish-root to trf-publish-web-root.
065900     move site-cfg-url-root to trf-url-root.
066000
066100     perform 1060-derive-site-prefix
066200         thru 1060-exit.
066300
066400 1050-exit.
066500     exit.
066600
066700******************************************************
066800* 1060-DERIVE-SITE-PREFIX
066900*
067000* The path part of the site URL - everything after the
067100* host - is what every request for the site starts with:
067200* "https://www.example.com/" gives "/", a site published
067300* under a directory gives "/dirname/".
067400******************************************************
067500 1060-derive-site-prefix.
067600     move spaces to trf-url-scheme.
067700     move spaces to trf-url-remain.
067800     unstring trf-url-root delimited by "//"
067900         into trf-url-scheme trf-url-remain.
068000     if trf-url-remain = spaces
068100         move trf-url-scheme to trf-url-remain
068200     end-if.
068300
068400     move spaces to trf-url-host.
068500     move 1 to trf-url-ptr.
068600     unstring trf-url-remain delimited by "/"
068700         into trf-url-host
068800         with pointer trf-url-ptr.
068900
069000     move spaces to trf-site-prefix.
069100     if trf-url-ptr > 40
069200         move "/" to trf-site-prefix
069300     else
069400         string "/" delimited by size
069500             trf-url-remain (trf-url-ptr:) delimited by space
069600                                 into trf-site-prefix
069700     end-if.
069800
069900     perform 1070-trim-scan-back
070000         thru 1070-exit
070100         varying trf-site-prefix-len from 40 by -1
070200         until trf-site-prefix-len = 0
070300            or trf-site-prefix (trf-site-prefix-len:1)
070400                                                  not = space.
070500
070600 1060-exit.
070700     exit.
070800
070900 1070-trim-scan-back.
071000     continue.
071100
071200 1070-exit.
071300     exit.
071400
071500 1300-load-one-language.
071600     read language-file
071700         at end
071800             move "Y" to trf-lang-eof-sw
071900             go to 1300-exit
072000     end-read.
072100
072200     if lang-code = spaces
072300         go to 1300-exit
072400     end-if.
072500
072600     if trf-lang-count >= trf-max-lang
072700         move "LANGUAGE-CONTROL" to trf-capacity-item
072800         perform 9900-capacity-failure
072900             thru 9900-exit
073000         go to 1300-exit
073100     end-if.
073200
073300     add 1 to trf-lang-count.
073400     move trf-lang-count to trf-lang-sub.
073500     move lang-code to trf-lg-code (trf-lang-sub).
073600     perform 1310-derive-language-dir
073700         thru 1310-exit.
073800
073900 1300-exit.
074000     exit.
074100
074200 1310-derive-language-dir.
074300     move zero to trf-lg-hits (trf-lang-sub).
074400     if trf-lg-code (trf-lang-sub) = "EN"
074500         move spaces to trf-lg-dir (trf-lang-sub)
074600     else
074700         move trf-lg-code (trf-lang-sub) to trf-lang-lower
074800         inspect trf-lang-lower converting
074900             "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to
075000             "abcdefghijklmnopqrstuvwxyz"
075100         move spaces to trf-lg-dir (trf-lang-sub)
075200         string trf-lang-lower delimited by space
075300             "/" delimited by size
075400             into trf-lg-dir (trf-lang-sub)
075500     end-if.
075600
075700 1310-exit.
075800     exit.
075900
076000******************************************************
076100* 1400-LOAD-ONE-PAGE
076200*
076300* One master record becomes one page table entry per
076400* language, each carrying tonight's date verdict - the
076500* same rules the build applies, so a page the build held
076600* or retired tonight is held or retired here too.
076700******************************************************
076800 1400-load-one-page.
076900     read page-control-file
077000         at end
077100             move "Y" to trf-control-eof-sw
077200             go to 1400-exit
077300     end-read.
077400
077500     move "N" to trf-page-held-sw.
077600     move "N" to trf-page-expired-sw.
077700     if pgctl-effective-date not = spaces
077800        and pgctl-effective-date is numeric
077900        and trf-run-date < pgctl-effective-date
078000         move "Y" to trf-page-held-sw
078100     end-if.
078200     if pgctl-expiry-date not = spaces
078300        and pgctl-expiry-date is numeric
078400        and trf-run-date > pgctl-expiry-date
078500         move "Y" to trf-page-expired-sw
078600     end-if.
078700
078800     perform 1410-add-page-language
078900         thru 1410-exit
079000         varying trf-lang-sub from 1 by 1
079100         until trf-lang-sub > trf-lang-count.
079200
079300 1400-exit.
079400     exit.
079500
079600 1410-add-page-language.
079700     if trf-page-count >= trf-max-page
079800         move "PAGE TABLE" to trf-capacity-item
079900         perform 9900-capacity-failure
080000             thru 9900-exit
080100         go to 1410-exit
080200     end-if.
080300
080400     add 1 to trf-page-count.
080500     move trf-page-count to trf-page-sub.
080600     move spaces to trf-pg-name (trf-page-sub).
080700     string trf-lg-dir (trf-lang-sub) delimited by space
080800         pgctl-output-file delimited by space
080900                                 into trf-pg-name (trf-page-sub).
081000     move trf-lang-sub to trf-pg-lang-sub (trf-page-sub).
081100     evaluate true
081200         when trf-page-held
081300             move "H" to trf-pg-state-sw (trf-page-sub)
081400         when trf-page-expired
081500             move "E" to trf-pg-state-sw (trf-page-sub)
081600         when other
081700             move "L" to trf-pg-state-sw (trf-page-sub)
081800     end-evaluate.
081900     move pgctl-effective-date
082000         to trf-pg-effective-date (trf-page-sub).
082100     move zero to trf-pg-log-hits (trf-page-sub).
082200     move zero to trf-pg-window-hits (trf-page-sub).
082300     move spaces to trf-pg-last-hit (trf-page-sub).
082400
082500 1410-exit.
082600     exit.
082700
082800 1500-load-one-archived-entry.
082900     read audit-history-file into trf-audit-entry-work
083000         at end
083100             move "Y" to trf-audit-eof-sw
083200             go to 1500-exit
083300     end-read.
083400
083500     perform 1520-note-audit-entry
083600         thru 1520-exit.
083700
083800 1500-exit.
083900     exit.
084000
084100 1510-load-one-audit-entry.
084200     read audit-log-file
084300         at end
084400             move "Y" to trf-audit-eof-sw
084500             go to 1510-exit
084600     end-read.
084700
084800     move ham-audit-timestamp to trf-ae-timestamp.
084900     move ham-audit-output-file to trf-ae-output-file.
085000     move ham-audit-status to trf-ae-status.
085100
085200     perform 1520-note-audit-entry
085300         thru 1520-exit.
085400
085500 1510-exit.
085600     exit.
085700
085800 1520-note-audit-entry.
085900     if trf-ae-output-file = spaces
086000         go to 1520-exit
086100     end-if.
086200
086300     move "N" to trf-found-sw.
086400     perform 1530-search-audit-name
086500         thru 1530-exit
086600         varying trf-audit-idx from 1 by 1
086700         until trf-audit-idx > trf-audit-count
086800            or trf-found.
086900
087000     if not trf-found
087100         if trf-audit-count >= trf-max-audit
087200             move "AUDIT NAMES" to trf-capacity-item
087300             perform 9900-capacity-failure
087400                 thru 9900-exit
087500             go to 1520-exit
087600         end-if
087700         add 1 to trf-audit-count
087800         move trf-audit-count to trf-audit-sub
087900         move trf-ae-output-file to trf-au-name (trf-audit-sub)
088000     end-if.
088100
088200     move trf-ae-status to trf-au-last-status (trf-audit-sub).
088300
088400 1520-exit.
088500     exit.
088600
088700 1530-search-audit-name.
088800     if trf-au-name (trf-audit-idx) = trf-ae-output-file
088900         move "Y" to trf-found-sw
089000         set trf-audit-sub to trf-audit-idx
089100     end-if.
089200
089300 1530-exit.
089400     exit.
089500
089600******************************************************
089700* 2000-READ-ACCESS-LOG
089800*
089900* One pass over the log.  A missing log is reported and
090000* the night's judgement runs on the history alone - the
090100* zero-hit verdict over thirty days does not hinge on one
090200* night's log being there.
090300******************************************************
090400 2000-read-access-log.
090500     open input access-log-file.
090600     if trf-access-file-status not = "00"
090700         display "TRAFRPT: ACCESS LOG NOT AVAILABLE - "
090800             "STATUS " trf-access-file-status upon console
090900         move "ACCESS LOG NOT AVAILABLE" to trf-exc-reason
091000         move spaces to trf-exc-path
091100         move zero to trf-exc-count
091200         move spaces to trf-exc-note
091300         perform 8000-write-exception
091400             thru 8000-exit
091500         go to 2000-exit
091600     end-if.
091700
091800     perform 2100-read-one-request
091900         thru 2100-exit
092000         until trf-access-eof.
092100
092200     close access-log-file.
092300
092400 2000-exit.
092500     exit.
092600
092700 2100-read-one-request.
092800     read access-log-file
092900         at end
093000             move "Y" to trf-access-eof-sw
093100             go to 2100-exit
093200     end-read.
093300
093400     if trf-log-line = spaces
093500         go to 2100-exit
093600     end-if.
093700     add 1 to trf-log-read-count.
093800
093900     perform 2200-parse-request
094000         thru 2200-exit.
094100     if trf-log-date = spaces
094200         add 1 to trf-log-bad-count
094300         go to 2100-exit
094400     end-if.
094500
094600     perform 2300-resolve-path
094700         thru 2300-exit.
094800
094900******************************************************
095000* A master page in one of the site's languages - a 2xx
095100* or 3xx answer is a hit for it on the log's day, a 404
095200* on one the build retired tonight is a retired-page
095300* 404.  Anything else is judged off the audit history.
095400******************************************************
095500     move "N" to trf-found-sw.
095600     perform 2410-search-page
095700         thru 2410-exit
095800         varying trf-page-idx from 1 by 1
095900         until trf-page-idx > trf-page-count
096000            or trf-found.
096100
096200     if trf-found
096300         if trf-log-status-num >= 200
096400            and trf-log-status-num < 400
096500             perform 2500-count-hit
096600                 thru 2500-exit
096700         else
096800             if trf-log-status = "404"
096900                and trf-pg-expired (trf-page-sub)
097000                 move "E" to trf-path-reason
097100                 perform 2600-note-path
097200                     thru 2600-exit
097300             end-if
097400         end-if
097500         go to 2100-exit
097600     end-if.
097700
097800     perform 2450-check-build-owned
097900         thru 2450-exit.
098000     if trf-build-owned
098100         go to 2100-exit
098200     end-if.
098300
098400     move "N" to trf-found-sw.
098500     perform 2420-search-audit-history
098600         thru 2420-exit
098700         varying trf-audit-idx from 1 by 1
098800         until trf-audit-idx > trf-audit-count
098900            or trf-found.
099000
099100     if not trf-found
099200         move "N" to trf-path-reason
099300         perform 2600-note-path
099400             thru 2600-exit
099500         go to 2100-exit
099600     end-if.
099700
099800     if trf-log-status = "404"
099900         evaluate trf-au-last-status (trf-audit-sub)
100000             when "EXPIRED"
100100                 move "E" to trf-path-reason
100200                 perform 2600-note-path
100300                     thru 2600-exit
100400             when "TAKEDOWN"
100500                 move "T" to trf-path-reason
100600                 perform 2600-note-path
100700                     thru 2600-exit
100800             when other
100900                 continue
101000         end-evaluate
101100     end-if.
101200
101300 2100-exit.
101400     exit.
101500
101600******************************************************
101700* 2200-PARSE-REQUEST
101800*
101900* Picks the day, the request path and the status out of
102000* one log record.  A record that does not parse - no
102100* quoted request, a timestamp that is not a date, a
102200* status that is not three digits - leaves TRF-LOG-DATE
102300* blank and is counted unreadable.
102400******************************************************
102500 2200-parse-request.
102600     move spaces to trf-log-date.
102700     move spaces to trf-log-prefix.
102800     move spaces to trf-log-request.
102900     move spaces to trf-log-result.
103000     unstring trf-log-line delimited by quote
103100         into trf-log-prefix trf-log-request trf-log-result.
103200     if trf-log-request = spaces
103300        or trf-log-result (1:1) not = space
103400         go to 2200-exit
103500     end-if.
103600
103700     move spaces to trf-log-host.
103800     move spaces to trf-log-stamp.
103900     unstring trf-log-prefix delimited by "["
104000         into trf-log-host trf-log-stamp.
104100
104200     move spaces to trf-log-method.
104300     move spaces to trf-log-path.
104400     move spaces to trf-log-protocol.
104500     unstring trf-log-request delimited by all space
104600         into trf-log-method trf-log-path trf-log-protocol.
104700
104800     move spaces to trf-log-status.
104900     unstring trf-log-result (2:) delimited by all space
105000         into trf-log-status.
105100     if trf-log-status is not numeric
105200        or trf-log-path = spaces
105300         go to 2200-exit
105400     end-if.
105500
105600     move trf-log-stamp (4:3) to trf-log-mon.
105700     move "N" to trf-found-sw.
105800     perform 2210-search-month
105900         thru 2210-exit
106000         varying trf-month-sub from 1 by 1
106100         until trf-month-sub > 12
106200            or trf-found.
106300     if not trf-found
106400        or trf-log-stamp (1:2) is not numeric
106500        or trf-log-stamp (8:4) is not numeric
106600         go to 2200-exit
106700     end-if.
106800
106900     move trf-log-stamp (8:4) to trf-ldw-yyyy.
107000     move trf-log-stamp (1:2) to trf-ldw-dd.
107100
107200 2200-exit.
107300     exit.
107400
107500 2210-search-month.
107600     if trf-month-name (trf-month-sub) = trf-log-mon
107700         move "Y" to trf-found-sw
107800         move trf-month-sub to trf-ldw-mm
107900     end-if.
108000
108100 2210-exit.
108200     exit.
108300
108400******************************************************
108500* 2300-RESOLVE-PATH
108600*
108700* Turns the request path into the name the build would
108800* have published it under - the query string comes off,
108900* the site prefix comes off, and a directory request is
109000* its index.html, the way the web server answers it.
109100******************************************************
109200 2300-resolve-path.
109300     move spaces to trf-req-clean.
109400     unstring trf-log-path delimited by "?"
109500         into trf-req-clean.
109600
109700     move spaces to trf-req-name.
109800     if trf-req-clean (1:trf-site-prefix-len)
109900             = trf-site-prefix (1:trf-site-prefix-len)
110000         if trf-site-prefix-len < 200
110100             move trf-req-clean (trf-site-prefix-len + 1:)
110200                 to trf-req-name
110300         end-if
110400     else
110500         if trf-req-clean (1:1) = "/"
110600             move trf-req-clean (2:) to trf-req-name
110700         else
110800             move trf-req-clean to trf-req-name
110900         end-if
111000     end-if.
111100
111200     perform 1070-trim-scan-back
111300         thru 1070-exit
111400         varying trf-req-len from 200 by -1
111500         until trf-req-len = 0
111600            or trf-req-name (trf-req-len:1) not = space.
111700
111800     if trf-req-len = zero
111900         move "index.html" to trf-req-name
112000     else
112100         if trf-req-name (trf-req-len:1) = "/"
112200            and trf-req-len < 190
112300             move "index.html" to trf-req-name (trf-req-len + 1:)
112400         end-if
112500     end-if.
112600
112700 2300-exit.
112800     exit.
112900
113000 2410-search-page.
113100     if trf-pg-name (trf-page-idx) = trf-req-name
113200         move "Y" to trf-found-sw
113300         set trf-page-sub to trf-page-idx
113400     end-if.
113500
113600 2410-exit.
113700     exit.
113800
113900 2420-search-audit-history.
114000     if trf-au-name (trf-audit-idx) = trf-req-name
114100         move "Y" to trf-found-sw
114200         set trf-audit-sub to trf-audit-idx
114300     end-if.
114400
114500 2420-exit.
114600     exit.
114700
114800******************************************************
114900* 2450-CHECK-BUILD-OWNED
115000*
115100* The files the build writes that the master never lists
115200* - each language's index.html, sitemap.xml and atom.xml
115300* - are the site's own, not strays.
115400******************************************************
115500 2450-check-build-owned.
115600     move "N" to trf-build-owned-sw.
115700     move trf-req-name to trf-owned-check.
115800     perform 2460-strip-language-dir
115900         thru 2460-exit
116000         varying trf-lang-idx from 1 by 1
116100         until trf-lang-idx > trf-lang-count.
116200
116300     if trf-owned-check = "index.html"
116400        or trf-owned-check = "sitemap.xml"
116500        or trf-owned-check = "atom.xml"
116600         move "Y" to trf-build-owned-sw
116700     end-if.
116800
116900 2450-exit.
117000     exit.
117100
117200 2460-strip-language-dir.
117300     if trf-lg-dir (trf-lang-idx) not = spaces
117400        and trf-req-name (1:3) = trf-lg-dir (trf-lang-idx)
117500         move trf-req-name (4:) to trf-owned-check
117600     end-if.
117700
117800 2460-exit.
117900     exit.
118000
118100******************************************************
118200* 2500-COUNT-HIT
118300*
118400* One hit for the page on the log record's day - the
118500* history entry for that day and page is found or added,
118600* and the day is noted so TRAFHIST's copy of it, from an
118700* earlier run over the same log, is replaced rather than
118800* added to.
118900******************************************************
119000 2500-count-hit.
119100     add 1 to trf-hit-count.
119200     add 1 to trf-pg-log-hits (trf-page-sub).
119300     move trf-pg-lang-sub (trf-page-sub) to trf-lang-sub.
119400     add 1 to trf-lg-hits (trf-lang-sub).
119500
119600     move "N" to trf-found-sw.
119700     perform 2510-search-log-day
119800         thru 2510-exit
119900         varying trf-log-day-idx from 1 by 1
120000         until trf-log-day-idx > trf-log-day-count
120100            or trf-found.
120200     if not trf-found
120300         if trf-log-day-count >= trf-max-log-day
120400             move "ACCESS LOG DAYS" to trf-capacity-item
120500             perform 9900-capacity-failure
120600                 thru 9900-exit
120700             go to 2500-exit
120800         end-if
120900         add 1 to trf-log-day-count
121000         set trf-log-day-idx to trf-log-day-count
121100         move trf-log-date to trf-ld-date (trf-log-day-idx)
121200     end-if.
121300
121400     move "N" to trf-found-sw.
121500     perform 2520-search-day-hits
121600         thru 2520-exit
121700         varying trf-hist-idx from 1 by 1
121800         until trf-hist-idx > trf-hist-count
121900            or trf-found.
122000     if not trf-found
122100         if trf-hist-count >= trf-max-history
122200             move "Y" to trf-history-full-sw
122300             move "TRAFFIC HISTORY" to trf-capacity-item
122400             perform 9900-capacity-failure
122500                 thru 9900-exit
122600             go to 2500-exit
122700         end-if
122800         add 1 to trf-hist-count
122900         move trf-hist-count to trf-hist-sub
123000         move trf-log-date to trf-ht-date (trf-hist-sub)
123100         move trf-pg-name (trf-page-sub)
123200             to trf-ht-name (trf-hist-sub)
123300         move zero to trf-ht-hits (trf-hist-sub)
123400         move trf-page-sub to trf-ht-page-sub (trf-hist-sub)
123500     end-if.
123600
123700     add 1 to trf-ht-hits (trf-hist-sub).
123800
123900 2500-exit.
124000     exit.
124100
124200 2510-search-log-day.
124300     if trf-ld-date (trf-log-day-idx) = trf-log-date
124400         move "Y" to trf-found-sw
124500     end-if.
124600
124700 2510-exit.
124800     exit.
124900
125000 2520-search-day-hits.
125100     if trf-ht-date (trf-hist-idx) = trf-log-date
125200        and trf-ht-page-sub (trf-hist-idx) = trf-page-sub
125300         move "Y" to trf-found-sw
125400         set trf-hist-sub to trf-hist-idx
125500     end-if.
125600
125700 2520-exit.
125800     exit.
125900
126000******************************************************
126100* 2600-NOTE-PATH
126200*
126300* One request for a retired or never-mastered path,
126400* counted against that path and reason so the exception
126500* report carries one line per path instead of one per
126600* request.
126700******************************************************
126800 2600-note-path.
126900     evaluate trf-path-reason
127000         when "N"
127100             add 1 to trf-never-count
127200         when other
127300             add 1 to trf-retired-404-count
127400     end-evaluate.
127500
127600     move "N" to trf-found-sw.
127700     perform 2610-search-path
127800         thru 2610-exit
127900         varying trf-path-idx from 1 by 1
128000         until trf-path-idx > trf-path-count
128100            or trf-found.
128200
128300     if not trf-found
128400         if trf-path-count >= trf-max-path
128500             move "REQUESTED PATHS" to trf-capacity-item
128600             perform 9900-capacity-failure
128700                 thru 9900-exit
128800             go to 2600-exit
128900         end-if
129000         add 1 to trf-path-count
129100         move trf-path-count to trf-path-sub
129200         move trf-path-reason to trf-px-reason-sw (trf-path-sub)
129300         move trf-req-name to trf-px-path (trf-path-sub)
129400         move zero to trf-px-count (trf-path-sub)
129500         move spaces to trf-px-last-date (trf-path-sub)
129600     end-if.
129700
129800     add 1 to trf-px-count (trf-path-sub).
129900     if trf-log-date > trf-px-last-date (trf-path-sub)
130000         move trf-log-date to trf-px-last-date (trf-path-sub)
130100     end-if.
130200
130300 2600-exit.
130400     exit.
130500
130600 2610-search-path.
130700     if trf-px-path (trf-path-idx) = trf-req-name
130800        and trf-px-reason-sw (trf-path-idx) = trf-path-reason
130900         move "Y" to trf-found-sw
131000         set trf-path-sub to trf-path-idx
131100     end-if.
131200
131300 2610-exit.
131400     exit.
131500
131600******************************************************
131700* 3000-LOAD-HISTORY
131800*
131900* Adds the held TRAFHIST days to tonight's log days -
132000* except a day the log carried again, which tonight's
132100* tally replaces, and a day past retention, which drops
132200* off.  No history at all is a first night, not an
132300* error.
132400******************************************************
132500 3000-load-history.
132600     open input traffic-history-file.
132700     if trf-history-file-status = "00"
132800         perform 3100-load-one-history-day
132900             thru 3100-exit
133000             until trf-history-eof
133100         close traffic-history-file
133200     end-if.
133300
133400     move spaces to trf-history-from.
133500     perform 3200-find-earliest-day
133600         thru 3200-exit
133700         varying trf-hist-sub from 1 by 1
133800         until trf-hist-sub > trf-hist-count.
133900
134000     if trf-history-from not = spaces
134100        and trf-history-from not > trf-window-start
134200         move "Y" to trf-window-covered-sw
134300     end-if.
134400
134500 3000-exit.
134600     exit.
134700
134800 3100-load-one-history-day.
134900     read traffic-history-file
135000         at end
135100             move "Y" to trf-history-eof-sw
135200             go to 3100-exit
135300     end-read.
135400
135500     if traf-hist-date < trf-retain-start
135600        or traf-hist-hits is not numeric
135700         add 1 to trf-hist-dropped-count
135800         go to 3100-exit
135900     end-if.
136000
136100     move "N" to trf-found-sw.
136200     perform 3110-search-replaced-day
136300         thru 3110-exit
136400         varying trf-log-day-idx from 1 by 1
136500         until trf-log-day-idx > trf-log-day-count
136600            or trf-found.
136700     if trf-found
136800         go to 3100-exit
136900     end-if.
137000
137100     if trf-hist-count >= trf-max-history
137200         move "Y" to trf-history-full-sw
137300         move "TRAFFIC HISTORY" to trf-capacity-item
137400         perform 9900-capacity-failure
137500             thru 9900-exit
137600         go to 3100-exit
137700     end-if.
137800
137900     add 1 to trf-hist-count.
138000     move trf-hist-count to trf-hist-sub.
138100     move traf-hist-date to trf-ht-date (trf-hist-sub).
138200     move traf-hist-output-file to trf-ht-name (trf-hist-sub).
138300     move traf-hist-hits to trf-ht-hits (trf-hist-sub).
138400
138500     move traf-hist-output-file to trf-req-name.
138600     move "N" to trf-found-sw.
138700     perform 2410-search-page
138800         thru 2410-exit
138900         varying trf-page-idx from 1 by 1
139000         until trf-page-idx > trf-page-count
139100            or trf-found.
139200     if trf-found
139300         move trf-page-sub to trf-ht-page-sub (trf-hist-sub)
139400     else
139500         move zero to trf-ht-page-sub (trf-hist-sub)
139600     end-if.
139700
139800 3100-exit.
139900     exit.
140000
140100 3110-search-replaced-day.
140200     if trf-ld-date (trf-log-day-idx) = traf-hist-date
140300         move "Y" to trf-found-sw
140400     end-if.
140500
140600 3110-exit.
140700     exit.
140800
140900 3200-find-earliest-day.
141000     if trf-history-from = spaces
141100        or trf-ht-date (trf-hist-sub) < trf-history-from
141200         move trf-ht-date (trf-hist-sub) to trf-history-from
141300     end-if.
141400
141500 3200-exit.
141600     exit.
141700
141800******************************************************
141900* 4000-REPORT-PAGES
142000*
142100* Sums each page's hits over the zero-hit window from
142200* the history, lists every page and language with its
142300* log and window hits, and flags the live ones that drew
142400* nothing.  A page is only held to the window when the
142500* history reaches back to its start and the page has
142600* been live for all of it - the first month after this
142700* step goes in, or after a page's effective date, is not
142800* a verdict on the page.
142900******************************************************
143000 4000-report-pages.
143100     perform 4100-sum-one-history-day
143200         thru 4100-exit
143300         varying trf-hist-sub from 1 by 1
143400         until trf-hist-sub > trf-hist-count.
143500
143600     move trf-zero-hit-days to trf-rpt-win-days.
143700     move trf-window-start to trf-rpt-win-start.
143800     move trf-history-from to trf-rpt-win-from.
143900     if trf-window-covered
144000         move spaces to trf-rpt-win-note
144100     else
144200         move "ZERO-HIT CHECK NOT YET DUE" to trf-rpt-win-note
144300     end-if.
144400     move trf-rpt-window to trf-report-line.
144500     write trf-report-line.
144600     move spaces to trf-report-line.
144700     write trf-report-line.
144800     move trf-rpt-columns to trf-report-line.
144900     write trf-report-line.
145000
145100     perform 4200-report-one-page
145200         thru 4200-exit
145300         varying trf-page-sub from 1 by 1
145400         until trf-page-sub > trf-page-count.
145500
145600     move spaces to trf-report-line.
145700     write trf-report-line.
145800
145900 4000-exit.
146000     exit.
146100
146200 4100-sum-one-history-day.
146300     if trf-ht-page-sub (trf-hist-sub) = zero
146400         go to 4100-exit
146500     end-if.
146600     move trf-ht-page-sub (trf-hist-sub) to trf-page-sub.
146700
146800     if trf-ht-date (trf-hist-sub) not < trf-window-start
146900         add trf-ht-hits (trf-hist-sub)
147000             to trf-pg-window-hits (trf-page-sub)
147100     end-if.
147200
147300     if trf-pg-last-hit (trf-page-sub) = spaces
147400        or trf-ht-date (trf-hist-sub)
147500                > trf-pg-last-hit (trf-page-sub)
147600         move trf-ht-date (trf-hist-sub)
147700             to trf-pg-last-hit (trf-page-sub)
147800     end-if.
147900
148000 4100-exit.
148100     exit.
148200
148300 4200-report-one-page.
148400     move spaces to trf-rpt-detail.
148500     move trf-pg-name (trf-page-sub) to trf-rpt-file.
148600     move trf-pg-lang-sub (trf-page-sub) to trf-lang-sub.
148700     move trf-lg-code (trf-lang-sub) to trf-rpt-lang.
148800     evaluate true
148900         when trf-pg-held (trf-page-sub)
149000             move "HELD" to trf-rpt-state
149100         when trf-pg-expired (trf-page-sub)
149200             move "EXPIRED" to trf-rpt-state
149300         when other
149400             move "LIVE" to trf-rpt-state
149500     end-evaluate.
149600     move trf-pg-log-hits (trf-page-sub) to trf-rpt-log-hits.
149700     move trf-pg-window-hits (trf-page-sub)
149800         to trf-rpt-window-hits.
149900     if trf-pg-last-hit (trf-page-sub) = spaces
150000         move "NONE" to trf-rpt-last-hit
150100     else
150200         move trf-pg-last-hit (trf-page-sub) to trf-rpt-date-in
150300         perform 8500-edit-date
150400             thru 8500-exit
150500         move trf-rpt-date-edit to trf-rpt-last-hit
150600     end-if.
150700     move trf-rpt-detail to trf-report-line.
150800     write trf-report-line.
150900
151000     if not trf-window-covered
151100        or not trf-pg-live (trf-page-sub)
151200        or trf-pg-window-hits (trf-page-sub) > zero
151300         go to 4200-exit
151400     end-if.
151500     if trf-pg-effective-date (trf-page-sub) is numeric
151600        and trf-pg-effective-date (trf-page-sub)
151700                > trf-window-start
151800         go to 4200-exit
151900     end-if.
152000
152100     add 1 to trf-zero-hit-count.
152200     move "NO HITS IN ZERO-HIT WINDOW" to trf-exc-reason.
152300     move trf-pg-name (trf-page-sub) to trf-exc-path.
152400     move zero to trf-exc-count.
152500     move spaces to trf-exc-note.
152600     if trf-pg-last-hit (trf-page-sub) = spaces
152700         move "NEVER HIT" to trf-exc-note
152800     else
152900         string "LAST " delimited by size
153000             trf-rpt-date-edit delimited by size
153100                                 into trf-exc-note
153200     end-if.
153300     perform 8000-write-exception
153400         thru 8000-exit.
153500
153600 4200-exit.
153700     exit.
153800
153900******************************************************
154000* 5000-REPORT-PATHS
154100*
154200* One exception line per retired or never-mastered path
154300* requested on the log, retired pages first: one pass
154310* over the table for the expired and taken-down paths,
154320* then a second for the paths never on the master.
154400******************************************************
154500 5000-report-paths.
154510     move "R" to trf-path-pass-sw.
154600     perform 5100-report-one-path
154700         thru 5100-exit
154800         varying trf-path-sub from 1 by 1
154900         until trf-path-sub > trf-path-count.
154910     move "N" to trf-path-pass-sw.
154920     perform 5100-report-one-path
154930         thru 5100-exit
154940         varying trf-path-sub from 1 by 1
154950         until trf-path-sub > trf-path-count.
155000
155100 5000-exit.
155200     exit.
155300
155400 5100-report-one-path.
155410     if trf-path-retired-pass
155420         if trf-px-never (trf-path-sub)
155430             go to 5100-exit
155440         end-if
155450     else
155460         if not trf-px-never (trf-path-sub)
155470             go to 5100-exit
155480         end-if
155490     end-if.
155495
155500     evaluate true
155600         when trf-px-expired (trf-path-sub)
155700             move "404 ON PAGE RETIRED AS EXPIRED"
155800                 to trf-exc-reason
155900         when trf-px-taken-down (trf-path-sub)
156000             move "404 ON PAGE TAKEN DOWN" to trf-exc-reason
156100         when other
156200             move "PATH NEVER ON PAGE MASTER" to trf-exc-reason
156300     end-evaluate.
156400     move trf-px-path (trf-path-sub) to trf-exc-path.
156500     move trf-px-count (trf-path-sub) to trf-exc-count.
156600     move trf-px-last-date (trf-path-sub) to trf-rpt-date-in.
156700     perform 8500-edit-date
156800         thru 8500-exit.
156900     move spaces to trf-exc-note.
157000     string "LAST " delimited by size
157100         trf-rpt-date-edit delimited by size
157200                                 into trf-exc-note.
157300     perform 8000-write-exception
157400         thru 8000-exit.
157500
157600 5100-exit.
157700     exit.
157800
157900******************************************************
158000* 6000-REWRITE-HISTORY
158100*
158200* Writes the rolling history back - tonight's log days
158300* and every retained day.  A history that overflowed its
158400* table is left exactly as it was rather than rewritten
158500* short; the capacity failure has already been reported.
158600******************************************************
158700 6000-rewrite-history.
158800     if trf-history-full
158900         display "TRAFRPT: TRAFFIC HISTORY NOT REWRITTEN - "
159000             "TABLE FULL" upon console
159100         go to 6000-exit
159200     end-if.
159300
159400     open output traffic-history-file.
159500     perform 6100-write-one-history-day
159600         thru 6100-exit
159700         varying trf-hist-sub from 1 by 1
159800         until trf-hist-sub > trf-hist-count.
159900     close traffic-history-file.
160000
160100 6000-exit.
160200     exit.
160300
160400 6100-write-one-history-day.
160500     move trf-ht-date (trf-hist-sub) to traf-hist-date.
160600     move trf-ht-name (trf-hist-sub) to traf-hist-output-file.
160700     move trf-ht-hits (trf-hist-sub) to traf-hist-hits.
160800     write traf-hist-record.
160900
161000 6100-exit.
161100     exit.
161200
161300******************************************************
161400* 8000-WRITE-EXCEPTION
161500*
161600* Writes one line to the exception report from the
161700* reason, path, count and note the caller left in
161800* TRF-EXC-DETAIL.
161900******************************************************
162000 8000-write-exception.
162100     move trf-exc-detail to trf-exception-line.
162200     write trf-exception-line.
162300     move spaces to trf-exc-detail.
162400
162500 8000-exit.
162600     exit.
162700
162800 8500-edit-date.
162900     move trf-rpt-date-in (1:4) to trf-rde-yyyy.
163000     move trf-rpt-date-in (5:2) to trf-rde-mm.
163100     move trf-rpt-date-in (7:2) to trf-rde-dd.
163200
163300 8500-exit.
163400     exit.
163500
163600******************************************************
163700* 9900-CAPACITY-FAILURE
163800*
163900* The one way a table ceiling gets hit - the first hit
164000* goes to the console and onto the exception report,
164100* and every hit latches the failed switch so the step
164200* ends RETURN-CODE 8.  Growth past a ceiling is a
164300* planned change to the capacity values, not a silent
164400* overwrite.
164500******************************************************
164600 9900-capacity-failure.
164700     if not trf-capacity-hit
164800         display "TRAFRPT: TABLE CAPACITY EXCEEDED - "
164900             trf-capacity-item upon console
165000         move "TABLE CAPACITY EXCEEDED" to trf-exc-reason
165100         move trf-capacity-item to trf-exc-path
165200         move zero to trf-exc-count
165300         move spaces to trf-exc-note
165400         perform 8000-write-exception
165500             thru 8000-exit
165600     end-if.
165700
165800     move "Y" to trf-capacity-hit-sw.
165900     move "Y" to trf-report-failed-sw.
166000
166100 9900-exit.
166200     exit.
166300
166400******************************************************
166500* 9000-TERMINATE
166600*
166700* Totals on both reports - the per-language hits on the
166800* traffic report, the counts MORNRPT carries on the
166900* exception report - and RETURN-CODE 8 only when the
167000* report could not be completed.
167100******************************************************
167200 9000-terminate.
167300     perform 9100-write-language-total
167400         thru 9100-exit
167500         varying trf-lang-sub from 1 by 1
167600         until trf-lang-sub > trf-lang-count.
167700
167800     move "PAGE HITS COUNTED" to trf-rpt-total-text.
167900     move trf-hit-count to trf-rpt-total-count.
168000     move trf-rpt-total to trf-report-line.
168100     write trf-report-line.
168200
168300     close traffic-report-file.
168400
168500     move spaces to trf-exception-line.
168600     write trf-exception-line.
168700
168800     move "LOG RECORDS READ" to trf-rpt-total-text.
168900     move trf-log-read-count to trf-rpt-total-count.
169000     move trf-rpt-total to trf-exception-line.
169100     write trf-exception-line.
169200
169300     move "LOG RECORDS UNREADABLE" to trf-rpt-total-text.
169400     move trf-log-bad-count to trf-rpt-total-count.
169500     move trf-rpt-total to trf-exception-line.
169600     write trf-exception-line.
169700
169800     move "PAGE HITS COUNTED" to trf-rpt-total-text.
169900     move trf-hit-count to trf-rpt-total-count.
170000     move trf-rpt-total to trf-exception-line.
170100     write trf-exception-line.
170200
170300     move "LIVE PAGES WITH NO HITS" to trf-rpt-total-text.
170400     move trf-zero-hit-count to trf-rpt-total-count.
170500     move trf-rpt-total to trf-exception-line.
170600     write trf-exception-line.
170700
170800     move "404S ON RETIRED PAGES" to trf-rpt-total-text.
170900     move trf-retired-404-count to trf-rpt-total-count.
171000     move trf-rpt-total to trf-exception-line.
171100     write trf-exception-line.
171200
171300     move "REQUESTS NEVER ON MASTER" to trf-rpt-total-text.
171400     move trf-never-count to trf-rpt-total-count.
171500     move trf-rpt-total to trf-exception-line.
171600     write trf-exception-line.
171700
171800     close traffic-exception-file.
171900
172000     if trf-report-failed
172100         move 8 to return-code
172200     end-if.
172300
172400 9000-exit.
172500     exit.
172600
172700 9100-write-language-total.
172800     move spaces to trf-rpt-total-text.
172900     string "PAGE HITS - " delimited by size
173000         trf-lg-code (trf-lang-sub) delimited by size
173100                                 into trf-rpt-total-text.
173200     move trf-lg-hits (trf-lang-sub) to trf-rpt-total-count.
173300     move trf-rpt-total to trf-report-line.
173400     write trf-report-line.
173500
173600 9100-exit.
173700     exit.
