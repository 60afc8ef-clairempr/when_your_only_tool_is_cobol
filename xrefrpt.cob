000100******************************************************
000200* XREFRPT.COB
000300*
000400* Where-used and impact analysis over the build's
000500* driving files.
000600*
000700* Answers, before a change is made, "which pages and
000800* languages will this touch, and how much of the next
000900* build will it force?"  PARM= names one thing to look up:
001000*   THEME=name      - every page built with that theme (a
001100*                     blank theme on the master is DEFAULT);
001200*   TEMPLATE=id     - every page built from that template,
001300*                     whose PAGE-CONTENT copy and section
001400*                     translations it carries;
001500*   LANG=code       - every page copy built in that
001600*                     language, and the translations behind
001700*                     them;
001766*   DOMAIN=host     - every staged page copy that pulls a
001833*                     URL on that domain, off the URLs the
001900*                     link history has recorded for it, and
001966*                     every copy whose theme takes an asset
002033*                     the ASSET-REGISTER serves from it;
002100*   PAGE=name       - the reverse view: everything one page
002200*                     pulls in - its master record, theme,
002300*                     register assets, content, translations,
002400*                     navigation and external URLs, and each
002500*                     language copy's stored fingerprint.  A
002600*                     language-qualified name (es/hammer.html)
002700*                     limits the view to that language's copy.
002800*
002900* Each dependent page copy is listed with whether the
003000* next incremental build will rebuild it.  The theme,
003100* template, content and translation records are all
003200* fingerprint inputs, so a change to one forces every
003300* dependent copy that holds a stored fingerprint today;
003400* a copy with no stored fingerprint builds anyway, and a
003500* copy held or expired on its dates is not built at all.
003542* URLs on the link history are not fingerprint inputs -
003585* a change on a domain reaches the pages that only link
003628* to it through a full build.  An asset the ASSET-
003671* REGISTER serves from the domain is one: moving or
003714* re-pinning it changes a register record every page
003757* taking it hashes, so those copies count as forced.
003800*
003900* On demand only; reads everything, changes nothing.
004000* RETURN-CODE 8 means the report could not be produced -
004066* a bad PARM, an unreadable config or page master, or a
004133* table ceiling.
004200*
004300* AUTHOR.     R. BLANCHETTE.
004400* INSTALLATION. DATA PROCESSING.
004500* DATE-WRITTEN. 2026-10-15.
004600* DATE-COMPILED.
004700*
004800* MODIFICATION HISTORY
004900* 2026-10-15  RLB  Written so a change request can carry
005000*                  a real impact statement - pages,
005100*                  languages and forced rebuilds - before
005200*                  the driving file is touched.
005214* 2026-10-15  RLB  ASSETREG read - the PAGE view lists the
005228*                  assets the page takes, and a DOMAIN
005242*                  query counts a page taking a register
005257*                  asset on the domain as a forced rebuild.
005271* 2026-10-15  RLB  An unreadable page master fails the run
005285*                  with RC 8 and says so on the report.
005300******************************************************
005400
005500 identification division.
005600 program-id. xrefrpt.
005700
005800 environment division.
005900
006000 input-output section.
006100 file-control.
006200******************************************************
006300* Every driving file is the same DD the nightly build and
006400* its reporting steps read, so the answer is about the
006500* data the next build will actually see.  The staged
006600* copies open through a DYNAMIC assignment, since the
006700* name changes for every page and language.
006800******************************************************
006900     select site-config-file
007000         assign to sitecfg
007100         organization is line sequential
007200         file status is xrf-sitecfg-file-status.
007300
007400     select page-control-file
007500         assign to pagectl
007600         organization is indexed
007700         access is sequential
007800         record key is pgctl-output-file
007900         file status is xrf-master-file-status.
008000
008100     select page-content-file
008200         assign to pagecnt
008300         organization is line sequential
008400         file status is xrf-content-file-status.
008500
008600     select theme-file
008700         assign to theme
008800         organization is line sequential
008900         file status is xrf-theme-file-status.
009000
009100     select translations-file
009200         assign to xlate
009300         organization is line sequential
009400         file status is xrf-trans-file-status.
009500
009600     select language-file
009700         assign to langctl
009800         organization is line sequential
009900         file status is xrf-lang-file-status.
010000
010100     select site-nav-file
010200         assign to sitenav
010300         organization is line sequential
010400         file status is xrf-nav-file-status.
010500
010600     select link-history-file
010700         assign to linkhist
010800         organization is line sequential
010900         file status is xrf-history-file-status.
011000
011100     select approved-domains-file
011200         assign to apprdom
011300         organization is line sequential
011400         file status is xrf-apprdom-file-status.
011500
011516     select asset-register-file
011533         assign to assetreg
011550         organization is line sequential
011566         file status is xrf-asset-file-status.
011583
011600     select fingerprint-file
011700         assign to fprint
011800         organization is line sequential
011900         file status is xrf-fprint-file-status.
012000
012100     select staged-in-file
012200         assign to dynamic xrf-staged-target
012300         organization is line sequential
012400         file status is xrf-staged-file-status.
012500
012600     select xref-report-file
012700         assign to xrefrpt
012800         organization is line sequential.
012900
013000
013100 data division.
013200
013300 file section.
013400 fd  site-config-file.
013500     copy "sitecfgrec.cpy".
013600
013700 fd  page-control-file.
013800     copy "pgctlrec.cpy".
013900
014000 fd  page-content-file.
014100     copy "pgcntrec.cpy".
014200
014300 fd  theme-file.
014400     copy "themerec.cpy".
014500
014600 fd  translations-file.
014700     copy "transrec.cpy".
014800
014900 fd  language-file.
015000     copy "langrec.cpy".
015100
015200 fd  site-nav-file.
015300     copy "navrec.cpy".
015400
015500******************************************************
015600* LINKHIST is LINKRPT's record, laid out as it writes it.
015700******************************************************
015800 fd  link-history-file.
015900 01  xrf-history-record.
016000     05  xrf-history-url            pic x(200).
016100     05  xrf-history-first-seen     pic x(08).
016200     05  xrf-history-last-seen      pic x(08).
016300
016400 fd  approved-domains-file.
016500 01  xrf-apprdom-record.
016600     05  xrf-apprdom-domain         pic x(60).
016625
016650 fd  asset-register-file.
016675     copy "assetrec.cpy".
016700
016800 fd  fingerprint-file.
016900     copy "fprntrec.cpy".
017000
017100 fd  staged-in-file.
017200 01  xrf-staged-line                pic x(255).
017300
017400 fd  xref-report-file.
017500 01  xrf-report-line                pic x(132).
017600
017700
017800 working-storage section.
017900 01  xrf-build-web-root             pic x(40).
018000 01  xrf-site-env-name              pic x(10).
018100 01  xrf-staged-target              pic x(80).
018200
018300 01  xrf-sitecfg-file-status        pic x(02).
018400 01  xrf-master-file-status         pic x(02).
018500 01  xrf-content-file-status        pic x(02).
018600 01  xrf-theme-file-status          pic x(02).
018700 01  xrf-trans-file-status          pic x(02).
018800 01  xrf-lang-file-status           pic x(02).
018900 01  xrf-nav-file-status            pic x(02).
019000 01  xrf-history-file-status        pic x(02).
019100 01  xrf-apprdom-file-status        pic x(02).
019150 01  xrf-asset-file-status          pic x(02).
019200 01  xrf-fprint-file-status         pic x(02).
019300 01  xrf-staged-file-status         pic x(02).
019400
019500 01  xrf-switches.
019600     05  xrf-failed-sw              pic x(01) value "N".
019700         88 xrf-failed              value "Y".
019800     05  xrf-eof-sw                 pic x(01).
019900         88 xrf-eof                 value "Y".
020000     05  xrf-staged-eof-sw          pic x(01).
020100         88 xrf-staged-eof          value "Y".
020200     05  xrf-found-sw               pic x(01).
020300         88 xrf-found               value "Y".
020400     05  xrf-url-hit-sw             pic x(01).
020500         88 xrf-url-hit             value "Y".
020600     05  xrf-page-held-sw           pic x(01).
020700         88 xrf-page-held           value "Y".
020800     05  xrf-page-expired-sw        pic x(01).
020900         88 xrf-page-expired        value "Y".
020933     05  xrf-asset-hit-sw           pic x(01) value "N".
020966         88 xrf-asset-hit           value "Y".
021000
021100******************************************************
021200* Table capacities, matching the build's own.  A load
021300* past a ceiling goes through 9900-CAPACITY-FAILURE,
021400* which reports it and fails the step.
021500******************************************************
021600 01  xrf-capacities.
021700     05  xrf-max-master             pic 9(08) comp value 5000.
021800     05  xrf-max-fprint             pic 9(08) comp value 5000.
021900     05  xrf-max-lang               pic 9(08) comp value 10.
022000     05  xrf-max-url                pic 9(08) comp value 200.
022050     05  xrf-max-asset              pic 9(08) comp value 100.
022100 01  xrf-capacity-item              pic x(20).
022200 01  xrf-capacity-hit-sw            pic x(01) value "N".
022300     88 xrf-capacity-hit           value "Y".
022400
022500 01  xrf-system-date.
022600     05  xrf-sd-yyyy                pic 9(04).
022700     05  xrf-sd-mm                  pic 9(02).
022800     05  xrf-sd-dd                  pic 9(02).
022900 01  xrf-run-date redefines xrf-system-date
023000                                    pic x(08).
023100
023200******************************************************
023300* The query off PARM= - the kind before the "=" and the
023400* value after it.  XRF-QUERY-LANG-SUB is set when a PAGE
023500* query names a language-qualified copy, limiting the
023600* reverse view to that one language.
023700******************************************************
023800 01  xrf-query-kind                 pic x(10).
023900 01  xrf-query-value                pic x(60).
024000 01  xrf-query-page                 pic x(40).
024100 01  xrf-query-lang-sub             pic 9(04) comp value zero.
024200
024300 01  xrf-master-table.
024400     05  xrf-master-count           pic 9(04) comp value zero.
024500     05  xrf-master-entry occurs 5000 times
024600                 indexed by xrf-master-idx.
024700         10  xrf-mt-output-file     pic x(40).
024800         10  xrf-mt-template-id     pic x(10).
024900         10  xrf-mt-theme-name      pic x(10).
025000         10  xrf-mt-effective-date  pic x(08).
025100         10  xrf-mt-expiry-date     pic x(08).
025200 01  xrf-master-sub                 pic 9(04) comp.
025300
025400 01  xrf-fprint-table.
025500     05  xrf-fprint-count           pic 9(04) comp value zero.
025600     05  xrf-fprint-entry occurs 5000 times
025700                 indexed by xrf-fprint-idx.
025800         10  xrf-ft-output-file     pic x(40).
025900         10  xrf-ft-value           pic 9(09).
026000         10  xrf-ft-run-date        pic x(08).
026100 01  xrf-fprint-sub                 pic 9(04) comp.
026200
026300******************************************************
026400* The languages the build produces, off the same
026500* LANGUAGE-CONTROL file - blank directory for English at
026600* the root, the lowercase code plus "/" for the rest.
026700******************************************************
026800 01  xrf-lang-table.
026900     05  xrf-lang-count             pic 9(04) comp value zero.
027000     05  xrf-lang-entry occurs 10 times
027100                 indexed by xrf-lang-idx.
027200         10  xrf-lg-code            pic x(02).
027300         10  xrf-lg-dir             pic x(03).
027400 01  xrf-lang-sub                   pic 9(04) comp.
027500 01  xrf-lang-lower                 pic x(02).
027600
027700******************************************************
027800* URLs off the link history, each with its true length
027900* and domain.  XRF-UT-SELECTED marks the ones a DOMAIN
028000* query is after; a PAGE query looks for all of them.
028100******************************************************
028200 01  xrf-url-table.
028300     05  xrf-url-count              pic 9(04) comp value zero.
028400     05  xrf-url-entry occurs 200 times
028500                 indexed by xrf-url-idx.
028600         10  xrf-ut-url             pic x(200).
028700         10  xrf-ut-len             pic 9(04) comp.
028800         10  xrf-ut-domain          pic x(60).
028900         10  xrf-ut-last-seen       pic x(08).
029000         10  xrf-ut-selected-sw     pic x(01).
029100             88 xrf-ut-selected     value "Y".
029200         10  xrf-ut-hit-sw          pic x(01).
029300             88 xrf-ut-hit          value "Y".
029400 01  xrf-url-sub                    pic 9(04) comp.
029500 01  xrf-url-tally                  pic 9(04) comp.
029503
029506******************************************************
029510* The ASSET-REGISTER, each record with its URL's domain.
029513* 6300-SELECT-ASSETS marks XRF-AT-PICKED on the record
029517* each asset takes for the page in hand, by the build's
029520* own rule; XRF-AT-SELECTED marks the records a DOMAIN
029524* query is after.
029527******************************************************
029531 01  xrf-asset-table.
029534     05  xrf-asset-count            pic 9(04) comp value zero.
029537     05  xrf-asset-entry occurs 100 times
029541                 indexed by xrf-asset-idx.
029544         10  xrf-at-id              pic x(10).
029548         10  xrf-at-theme           pic x(10).
029551         10  xrf-at-type            pic x(06).
029555         10  xrf-at-order           pic x(02).
029558         10  xrf-at-version         pic x(12).
029562         10  xrf-at-effective-date  pic x(08).
029565         10  xrf-at-integrity       pic x(100).
029568         10  xrf-at-url             pic x(200).
029572         10  xrf-at-domain          pic x(60).
029575         10  xrf-at-selected-sw     pic x(01).
029579             88 xrf-at-selected     value "Y".
029582         10  xrf-at-pick-sw         pic x(01).
029586             88 xrf-at-picked       value "Y".
029589 01  xrf-asset-sub                  pic 9(04) comp.
029593 01  xrf-asset-rival-sub            pic 9(04) comp.
029596 01  xrf-asset-theme-name           pic x(10).
029600
029700 01  xrf-domain-work.
029800     05  xrf-domain                 pic x(60).
029900     05  xrf-domain-start           pic 9(04) comp.
030000     05  xrf-domain-end             pic 9(04) comp.
030100     05  xrf-domain-len             pic 9(04) comp.
030200     05  xrf-sep-found-sw           pic x(01).
030300         88 xrf-sep-found           value "Y".
030400
030500 01  xrf-qualified-name             pic x(40).
030600 01  xrf-effective-theme            pic x(10).
030700 01  xrf-url-len                    pic 9(04) comp.
030750 01  xrf-url-work                    pic x(200).
030800
030900 01  xrf-counters.
031000     05  xrf-dependent-count        pic 9(05) comp value zero.
031100     05  xrf-forced-count           pic 9(05) comp value zero.
031200     05  xrf-anyway-count           pic 9(05) comp value zero.
031300     05  xrf-not-built-count        pic 9(05) comp value zero.
031400     05  xrf-full-build-count       pic 9(05) comp value zero.
031500     05  xrf-input-count            pic 9(05) comp value zero.
031600     05  xrf-theme-rec-count        pic 9(05) comp value zero.
031700     05  xrf-content-rec-count      pic 9(05) comp value zero.
031800     05  xrf-trans-rec-count        pic 9(05) comp value zero.
031900     05  xrf-selected-url-count     pic 9(05) comp value zero.
031950     05  xrf-selected-asset-count   pic 9(05) comp value zero.
032000
032100 01  xrf-report-work.
032200     05  xrf-rpt-header.
032300         10  filler                 pic x(34)
032400             value "XREFRPT WHERE-USED AND IMPACT  RUN".
032500         10  filler                 pic x(01) value space.
032600         10  xrf-rpt-hdr-yyyy       pic 9(04).
032700         10  filler                 pic x(01) value "-".
032800         10  xrf-rpt-hdr-mm         pic 9(02).
032900         10  filler                 pic x(01) value "-".
033000         10  xrf-rpt-hdr-dd         pic 9(02).
033100         10  filler                 pic x(06) value "  FOR ".
033200         10  xrf-rpt-hdr-query      pic x(60).
033300     05  xrf-rpt-detail.
033400         10  xrf-rpt-kind           pic x(08).
033500         10  filler                 pic x(01) value space.
033600         10  xrf-rpt-name           pic x(40).
033700         10  filler                 pic x(01) value space.
033800         10  xrf-rpt-lang           pic x(02).
033900         10  filler                 pic x(01) value space.
034000         10  xrf-rpt-template       pic x(10).
034100         10  filler                 pic x(01) value space.
034200         10  xrf-rpt-theme          pic x(10).
034300         10  filler                 pic x(01) value space.
034400         10  xrf-rpt-note           pic x(50).
034500******************************************************
034600* A URL line carries the URL itself where the name and
034700* the columns after it would sit - past the kind, the
034800* same line is one wide text field.
034900******************************************************
035000     05  xrf-rpt-url-detail redefines xrf-rpt-detail.
035100         10  filler                 pic x(09).
035200         10  xrf-rpt-url-text       pic x(116).
035300     05  xrf-rpt-total.
035400         10  xrf-rpt-total-text     pic x(30).
035500         10  xrf-rpt-total-count    pic zz,zz9.
035600
035700 linkage section.
035800******************************************************
035900* PARM= is passed to a batch main program as a halfword
036000* binary length ahead of the text - XRF-PARM-LEN picks
036100* that up so XRF-PARM-TEXT lines up on the parameter
036200* text itself: PARM='THEME=DEFAULT' and the like.
036300******************************************************
036400 01  xrf-parm-area.
036500     05  xrf-parm-len               pic s9(04) comp.
036600     05  xrf-parm-text              pic x(70).
036700
036800 procedure division using xrf-parm-area.
036900
037000 0000-mainline.
037100     perform 1000-initialize
037200         thru 1000-exit.
037300
037400     if xrf-failed
037500         move 8 to return-code
037600         stop run
037700     end-if.
037800
037900     evaluate xrf-query-kind
038000         when "THEME"
038100             perform 2000-where-used-theme
038200                 thru 2000-exit
038300         when "TEMPLATE"
038400             perform 2100-where-used-template
038500                 thru 2100-exit
038600         when "LANG"
038700             perform 2200-where-used-language
038800                 thru 2200-exit
038900         when "DOMAIN"
039000             perform 2300-where-used-domain
039100                 thru 2300-exit
039200         when "PAGE"
039300             perform 3000-page-inputs
039400                 thru 3000-exit
039500     end-evaluate.
039600
039700     perform 9000-terminate
039800         thru 9000-exit.
039900
040000     stop run.
040100
040200******************************************************
040300* 1000-INITIALIZE
040400*
040450* Config and PARM first - either one bad fails the run
040475* before the report opens.  The page master is the one
040550* table no answer can do without - unreadable, it fails
040625* the run with the reason on the report.  Then the
040700* languages, stored fingerprints, link history and
040775* ASSET-REGISTER go into tables; the content, theme,
040850* translation and navigation files are read straight
040925* through by the query that needs them.
041000******************************************************
041100 1000-initialize.
041200     perform 1050-load-site-config
041300         thru 1050-exit.
041400     if xrf-failed
041500         go to 1000-exit
041600     end-if.
041700
041800     perform 1100-parse-parm
041900         thru 1100-exit.
042000     if xrf-failed
042100         go to 1000-exit
042200     end-if.
042300
042400     accept xrf-system-date from date yyyymmdd.
042500
042600     open output xref-report-file.
042700     move xrf-sd-yyyy to xrf-rpt-hdr-yyyy.
042800     move xrf-sd-mm to xrf-rpt-hdr-mm.
042900     move xrf-sd-dd to xrf-rpt-hdr-dd.
043000     move xrf-parm-text (1:xrf-parm-len) to xrf-rpt-hdr-query.
043100     move spaces to xrf-report-line.
043200     move xrf-rpt-header to xrf-report-line.
043300     write xrf-report-line.
043400     move spaces to xrf-report-line.
043500     write xrf-report-line.
043600     move spaces to xrf-rpt-detail.
043700
043800     open input language-file.
043900     if xrf-lang-file-status = "00"
044000         move "N" to xrf-eof-sw
044100         perform 1300-load-one-language
044200             thru 1300-exit
044300             until xrf-eof
044400         close language-file
044500     end-if.
044600     if xrf-lang-count = zero
044700         move 1 to xrf-lang-count
044800         move 1 to xrf-lang-sub
044900         move "EN" to xrf-lg-code (1)
045000         perform 1310-derive-language-dir
045100             thru 1310-exit
045200     end-if.
045300
045400     open input page-control-file.
045436     if xrf-master-file-status not = "00"
045472         display "XREFRPT: PAGE MASTER NOT AVAILABLE - STATUS "
045509             xrf-master-file-status upon console
045545         move "WARNING" to xrf-rpt-kind
045581         move "PAGE MASTER" to xrf-rpt-name
045618         string "NOT AVAILABLE - STATUS " delimited by size
045654             xrf-master-file-status delimited by size
045690             " - NO IMPACT REPORTED" delimited by size
045727                                 into xrf-rpt-note
045763         perform 8000-write-detail
045800             thru 8000-exit
045836         close xref-report-file
045872         move "Y" to xrf-failed-sw
045909         go to 1000-exit
045945     end-if.
045981
046018     move "N" to xrf-eof-sw.
046054     perform 1200-load-one-page
046090         thru 1200-exit
046127         until xrf-eof.
046163     close page-control-file.
046200
046300     open input fingerprint-file.
046400     if xrf-fprint-file-status = "00"
046500         move "N" to xrf-eof-sw
046600         perform 1400-load-one-fingerprint
046700             thru 1400-exit
046800             until xrf-eof
046900         close fingerprint-file
047000     end-if.
047100
047200     open input link-history-file.
047300     if xrf-history-file-status = "00"
047400         move "N" to xrf-eof-sw
047500         perform 1500-load-one-url
047600             thru 1500-exit
047700             until xrf-eof
047800         close link-history-file
047900     end-if.
047905
047911     open input asset-register-file.
047917     if xrf-asset-file-status = "00"
047923         move "N" to xrf-eof-sw
047929         perform 1600-load-one-asset
047935             thru 1600-exit
047941             until xrf-eof
047947         close asset-register-file
047952     else
047958         move "WARNING" to xrf-rpt-kind
047964         move "ASSET-REGISTER" to xrf-rpt-name
047970         move "NOT AVAILABLE - NO REGISTER ASSETS SHOWN"
047976             to xrf-rpt-note
047982         perform 8000-write-detail
047988             thru 8000-exit
047994     end-if.
048000
048100     if xrf-query-kind = "PAGE"
048200         perform 1150-split-page-name
048300             thru 1150-exit
048400     end-if.
048500
048600 1000-exit.
048700     exit.
048800
048900******************************************************
049000* 1050-LOAD-SITE-CONFIG
049100*
049200* The build root off the one SITECFG record - the staged
049300* copies the domain and page queries scan are the ones
049400* the build last wrote.
049500******************************************************
049600 1050-load-site-config.
049700     open input site-config-file.
049800     if xrf-sitecfg-file-status not = "00"
049900         display "XREFRPT: SITE CONFIG NOT AVAILABLE - "
050000             "STATUS " xrf-sitecfg-file-status upon console
050100         move "Y" to xrf-failed-sw
050200         go to 1050-exit
050300     end-if.
050400
050500     read site-config-file
050600         at end
050700             display "XREFRPT: SITE CONFIG RECORD MISSING"
050800                 upon console
050900             move "Y" to xrf-failed-sw
051000             close site-config-file
051100             go to 1050-exit
051200     end-read.
051300
051400     close site-config-file.
051500
051600     move site-cfg-env-name to xrf-site-env-name.
051700     move site-cfg-build-root to xrf-build-web-root.
051800
051900 1050-exit.
052000     exit.
052100
052200******************************************************
052300* 1100-PARSE-PARM
052400*
052500* kind=value, kind one of THEME, TEMPLATE, LANG, DOMAIN
052600* or PAGE.  A language code is taken in either case; the
052700* rest are matched exactly as the driving files hold
052800* them.
052900******************************************************
053000 1100-parse-parm.
053100     if xrf-parm-len < 3 or xrf-parm-len > 70
053200         display "XREFRPT: PARM MUST BE kind=value" upon console
053300         move "Y" to xrf-failed-sw
053400         go to 1100-exit
053500     end-if.
053600
053700     move spaces to xrf-query-kind.
053800     move spaces to xrf-query-value.
053900     unstring xrf-parm-text (1:xrf-parm-len)
054000         delimited by "="
054100         into xrf-query-kind xrf-query-value.
054200
054300     if xrf-query-kind = "LANG"
054400         inspect xrf-query-value converting
054500             "abcdefghijklmnopqrstuvwxyz" to
054600             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
054700     end-if.
054800
054900     if xrf-query-value = spaces
055000        or (xrf-query-kind not = "THEME"
055100            and xrf-query-kind not = "TEMPLATE"
055200            and xrf-query-kind not = "LANG"
055300            and xrf-query-kind not = "DOMAIN"
055400            and xrf-query-kind not = "PAGE")
055500         display "XREFRPT: PARM MUST BE THEME=, TEMPLATE=, "
055600             "LANG=, DOMAIN= OR PAGE= - GOT "
055700             xrf-parm-text (1:xrf-parm-len) upon console
055800         move "Y" to xrf-failed-sw
055900     end-if.
056000
056100 1100-exit.
056200     exit.
056300
056400******************************************************
056500* 1150-SPLIT-PAGE-NAME
056600*
056700* A PAGE query may name a language's copy - es/hammer.html
056800* - in which case the view keeps to that language and the
056900* master is looked up by the bare name.
057000******************************************************
057100 1150-split-page-name.
057200     move xrf-query-value to xrf-query-page.
057300     move zero to xrf-query-lang-sub.
057400
057500     perform 1160-match-page-language
057600         thru 1160-exit
057700         varying xrf-lang-sub from 1 by 1
057800         until xrf-lang-sub > xrf-lang-count
057900            or xrf-query-lang-sub > zero.
058000
058100 1150-exit.
058200     exit.
058300
058400 1160-match-page-language.
058500     if xrf-lg-dir (xrf-lang-sub) not = spaces
058600        and xrf-query-value (1:3) = xrf-lg-dir (xrf-lang-sub)
058700         move xrf-lang-sub to xrf-query-lang-sub
058800         move xrf-query-value (4:40) to xrf-query-page
058900     end-if.
059000
059100 1160-exit.
059200     exit.
059300
059400 1200-load-one-page.
059500     read page-control-file
059600         at end
059700             move "Y" to xrf-eof-sw
059800             go to 1200-exit
059900     end-read.
060000
060100     if xrf-master-count >= xrf-max-master
060200         move "PAGE MASTER" to xrf-capacity-item
060300         perform 9900-capacity-failure
060400             thru 9900-exit
060500         go to 1200-exit
060600     end-if.
060700
060800     add 1 to xrf-master-count.
060900     move xrf-master-count to xrf-master-sub.
061000     move pgctl-output-file
061100         to xrf-mt-output-file (xrf-master-sub).
061200     move pgctl-template-id
061300         to xrf-mt-template-id (xrf-master-sub).
061400     move pgctl-theme-name to xrf-mt-theme-name (xrf-master-sub).
061500     move pgctl-effective-date
061600         to xrf-mt-effective-date (xrf-master-sub).
061700     move pgctl-expiry-date
061800         to xrf-mt-expiry-date (xrf-master-sub).
061900
062000 1200-exit.
062100     exit.
062200
062300 1300-load-one-language.
062400     read language-file
062500         at end
062600             move "Y" to xrf-eof-sw
062700         not at end
062800             if lang-code = spaces
062900                 continue
063000             else
063100                 if xrf-lang-count >= xrf-max-lang
063200                     move "LANGUAGE-CONTROL" to xrf-capacity-item
063300                     perform 9900-capacity-failure
063400                         thru 9900-exit
063500                 else
063600                     add 1 to xrf-lang-count
063700                     move xrf-lang-count to xrf-lang-sub
063800                     move lang-code to xrf-lg-code (xrf-lang-sub)
063900                     perform 1310-derive-language-dir
064000                         thru 1310-exit
064100                 end-if
064200             end-if
064300     end-read.
064400
064500 1300-exit.
064600     exit.
064700
064800 1310-derive-language-dir.
064900     if xrf-lg-code (xrf-lang-sub) = "EN"
065000         move spaces to xrf-lg-dir (xrf-lang-sub)
065100     else
065200         move xrf-lg-code (xrf-lang-sub) to xrf-lang-lower
065300         inspect xrf-lang-lower converting
065400             "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to
065500             "abcdefghijklmnopqrstuvwxyz"
065600         move spaces to xrf-lg-dir (xrf-lang-sub)
065700         string xrf-lang-lower delimited by space
065800             "/" delimited by size
065900             into xrf-lg-dir (xrf-lang-sub)
066000     end-if.
066100
066200 1310-exit.
066300     exit.
066400
066500 1400-load-one-fingerprint.
066600     read fingerprint-file
066700         at end
066800             move "Y" to xrf-eof-sw
066900             go to 1400-exit
067000     end-read.
067100
067200     if ham-fprnt-output-file = spaces
067300         go to 1400-exit
067400     end-if.
067500
067600     if xrf-fprint-count >= xrf-max-fprint
067700         move "FINGERPRINTS" to xrf-capacity-item
067800         perform 9900-capacity-failure
067900             thru 9900-exit
068000         go to 1400-exit
068100     end-if.
068200
068300     add 1 to xrf-fprint-count.
068400     move xrf-fprint-count to xrf-fprint-sub.
068500     move ham-fprnt-output-file
068600         to xrf-ft-output-file (xrf-fprint-sub).
068700     move ham-fprnt-value to xrf-ft-value (xrf-fprint-sub).
068800     move ham-fprnt-run-date to xrf-ft-run-date (xrf-fprint-sub).
068900
069000 1400-exit.
069100     exit.
069200
069300******************************************************
069400* 1500-LOAD-ONE-URL
069500*
069585* Each link-history URL with its true length and its
069671* domain - the text between "://" and the next slash,
069757* picked out the way LINKRPT picks it for the approved-
069842* domains check.  The scans work on XRF-URL-WORK, so a
069928* register URL goes through the same ones.  A DOMAIN
070014* query marks the URLs on its domain as it loads them.
070100******************************************************
070200 1500-load-one-url.
070300     read link-history-file
070400         at end
070500             move "Y" to xrf-eof-sw
070600             go to 1500-exit
070700     end-read.
070800
070900     if xrf-history-url = spaces
071000         go to 1500-exit
071100     end-if.
071200
071300     if xrf-url-count >= xrf-max-url
071400         move "LINK HISTORY" to xrf-capacity-item
071500         perform 9900-capacity-failure
071600             thru 9900-exit
071700         go to 1500-exit
071800     end-if.
071900
072000     add 1 to xrf-url-count.
072100     move xrf-url-count to xrf-url-sub.
072200     move xrf-history-url to xrf-ut-url (xrf-url-sub).
072300     move xrf-history-last-seen to xrf-ut-last-seen (xrf-url-sub).
072400     move "N" to xrf-ut-selected-sw (xrf-url-sub).
072500     move "N" to xrf-ut-hit-sw (xrf-url-sub).
072533
072566     move xrf-history-url to xrf-url-work.
072600
072700     perform 1590-scan-back
072800         thru 1590-exit
072900         varying xrf-url-len from 200 by -1
073000         until xrf-url-len = 0
073100            or xrf-url-work (xrf-url-len:1) not = space.
073200     move xrf-url-len to xrf-ut-len (xrf-url-sub).
073300
073400     perform 1510-extract-domain
073500         thru 1510-exit.
073600     move xrf-domain to xrf-ut-domain (xrf-url-sub).
073700
073800     if xrf-query-kind = "DOMAIN"
073900        and xrf-domain = xrf-query-value
074000         move "Y" to xrf-ut-selected-sw (xrf-url-sub)
074100         add 1 to xrf-selected-url-count
074200     end-if.
074300
074400 1500-exit.
074500     exit.
074600
074700 1510-extract-domain.
074800     move spaces to xrf-domain.
074900     move "N" to xrf-sep-found-sw.
075000     move zero to xrf-domain-start.
075100
075200     if xrf-url-len < 4
075300         go to 1510-exit
075400     end-if.
075500
075600     perform 1520-find-separator
075700         thru 1520-exit
075800         varying xrf-domain-end from 1 by 1
075900         until xrf-domain-end > xrf-url-len - 2
076000            or xrf-sep-found.
076100     if not xrf-sep-found
076200         go to 1510-exit
076300     end-if.
076400
076500     perform 1590-scan-back
076600         thru 1590-exit
076700         varying xrf-domain-end from xrf-domain-start by 1
076800         until xrf-domain-end > xrf-url-len
076900            or xrf-url-work (xrf-domain-end:1) = "/"
077000            or xrf-url-work (xrf-domain-end:1) = space.
077100
077200     compute xrf-domain-len = xrf-domain-end - xrf-domain-start.
077300     if xrf-domain-len < 1 or xrf-domain-len > 60
077400         go to 1510-exit
077500     end-if.
077600     move xrf-url-work (xrf-domain-start:xrf-domain-len)
077700         to xrf-domain.
077800
077900 1510-exit.
078000     exit.
078100
078200 1520-find-separator.
078300     if xrf-url-work (xrf-domain-end:3) = "://"
078400         move "Y" to xrf-sep-found-sw
078500         compute xrf-domain-start = xrf-domain-end + 3
078600     end-if.
078700
078800 1520-exit.
078900     exit.
079000
079100 1590-scan-back.
079200     continue.
079300
079400 1590-exit.
079500     exit.
079501
079503******************************************************
079505* 1600-LOAD-ONE-ASSET
079506*
079508* One ASSET-REGISTER record, its URL's domain picked out
079510* as a link-history URL's is.  A DOMAIN query marks the
079511* records served from its domain as it loads them.
079513******************************************************
079515 1600-load-one-asset.
079516     read asset-register-file
079518         at end
079520             move "Y" to xrf-eof-sw
079522             go to 1600-exit
079523     end-read.
079525
079527     if asset-id = spaces
079528         go to 1600-exit
079530     end-if.
079532
079533     if xrf-asset-count >= xrf-max-asset
079535         move "ASSET-REGISTER" to xrf-capacity-item
079537         perform 9900-capacity-failure
079538             thru 9900-exit
079540         go to 1600-exit
079542     end-if.
079544
079545     add 1 to xrf-asset-count.
079547     move xrf-asset-count to xrf-asset-sub.
079549     move asset-id to xrf-at-id (xrf-asset-sub).
079550     move asset-theme to xrf-at-theme (xrf-asset-sub).
079552     move asset-type to xrf-at-type (xrf-asset-sub).
079554     move asset-order to xrf-at-order (xrf-asset-sub).
079555     move asset-version to xrf-at-version (xrf-asset-sub).
079557     move asset-effective-date
079559         to xrf-at-effective-date (xrf-asset-sub).
079561     move asset-integrity to xrf-at-integrity (xrf-asset-sub).
079562     move asset-url to xrf-at-url (xrf-asset-sub).
079564     move "N" to xrf-at-selected-sw (xrf-asset-sub).
079566     move "N" to xrf-at-pick-sw (xrf-asset-sub).
079567
079569     move asset-url to xrf-url-work.
079571     perform 1590-scan-back
079572         thru 1590-exit
079574         varying xrf-url-len from 200 by -1
079576         until xrf-url-len = 0
079577            or xrf-url-work (xrf-url-len:1) not = space.
079579     perform 1510-extract-domain
079581         thru 1510-exit.
079583     move xrf-domain to xrf-at-domain (xrf-asset-sub).
079584
079586     if xrf-query-kind = "DOMAIN"
079588        and xrf-domain = xrf-query-value
079589         move "Y" to xrf-at-selected-sw (xrf-asset-sub)
079591         add 1 to xrf-selected-asset-count
079593     end-if.
079594
079596 1600-exit.
079598     exit.
079600
079700******************************************************
079800* 2000-WHERE-USED-THEME
079900*
080000* Every page whose theme - DEFAULT when the master leaves
080100* it blank - is the one asked about, in every language.
080200* A theme not on THEME-FILE is worth saying so: the pages
080300* naming it build unstyled today.
080400******************************************************
080500 2000-where-used-theme.
080600     open input theme-file.
080700     if xrf-theme-file-status = "00"
080800         move "N" to xrf-eof-sw
080900         perform 2010-count-one-theme
081000             thru 2010-exit
081100             until xrf-eof
081200         close theme-file
081300     end-if.
081400
081500     if xrf-theme-rec-count = zero
081600         move "WARNING" to xrf-rpt-kind
081700         move xrf-query-value to xrf-rpt-name
081800         move "THEME NOT ON THEME-FILE" to xrf-rpt-note
081900         perform 8000-write-detail
082000             thru 8000-exit
082100     end-if.
082200
082300     perform 2050-check-page-theme
082400         thru 2050-exit
082500         varying xrf-master-sub from 1 by 1
082600         until xrf-master-sub > xrf-master-count.
082700
082800 2000-exit.
082900     exit.
083000
083100 2010-count-one-theme.
083200     read theme-file
083300         at end
083400             move "Y" to xrf-eof-sw
083500             go to 2010-exit
083600     end-read.
083700
083800     if ham-theme-name = xrf-query-value
083900         add 1 to xrf-theme-rec-count
084000     end-if.
084100
084200 2010-exit.
084300     exit.
084400
084500 2050-check-page-theme.
084600     move xrf-mt-theme-name (xrf-master-sub)
084700         to xrf-effective-theme.
084800     if xrf-effective-theme = spaces
084900         move "DEFAULT" to xrf-effective-theme
085000     end-if.
085100
085200     if xrf-effective-theme = xrf-query-value
085300         perform 6000-note-dependent
085400             thru 6000-exit
085500             varying xrf-lang-sub from 1 by 1
085600             until xrf-lang-sub > xrf-lang-count
085700     end-if.
085800
085900 2050-exit.
086000     exit.
086100
086200******************************************************
086300* 2100-WHERE-USED-TEMPLATE
086400*
086500* Every page built from the template, in every language
086600* - the English copy on PAGE-CONTENT and every section
086700* translation keyed to the template are inputs to each
086800* one.  Counts of both records go on the totals so the
086900* size of the copy behind the change is on the report.
087000******************************************************
087100 2100-where-used-template.
087200     open input page-content-file.
087300     if xrf-content-file-status = "00"
087400         move "N" to xrf-eof-sw
087500         perform 2110-count-one-content
087600             thru 2110-exit
087700             until xrf-eof
087800         close page-content-file
087900     end-if.
088000
088100     open input translations-file.
088200     if xrf-trans-file-status = "00"
088300         move "N" to xrf-eof-sw
088400         perform 2120-count-one-translation
088500             thru 2120-exit
088600             until xrf-eof
088700         close translations-file
088800     end-if.
088900
089000     if xrf-content-rec-count = zero
089100         move "WARNING" to xrf-rpt-kind
089200         move xrf-query-value to xrf-rpt-name
089300         move "TEMPLATE HAS NO PAGE-CONTENT RECORDS"
089400             to xrf-rpt-note
089500         perform 8000-write-detail
089600             thru 8000-exit
089700     end-if.
089800
089900     perform 2150-check-page-template
090000         thru 2150-exit
090100         varying xrf-master-sub from 1 by 1
090200         until xrf-master-sub > xrf-master-count.
090300
090400 2100-exit.
090500     exit.
090600
090700 2110-count-one-content.
090800     read page-content-file
090900         at end
091000             move "Y" to xrf-eof-sw
091100             go to 2110-exit
091200     end-read.
091300
091400     if ham-content-template-id = xrf-query-value
091500         add 1 to xrf-content-rec-count
091600     end-if.
091700
091800 2110-exit.
091900     exit.
092000
092100 2120-count-one-translation.
092200     read translations-file
092300         at end
092400             move "Y" to xrf-eof-sw
092500             go to 2120-exit
092600     end-read.
092700
092800     if ham-trans-template-id = xrf-query-value
092900         add 1 to xrf-trans-rec-count
093000     end-if.
093100
093200 2120-exit.
093300     exit.
093400
093500 2150-check-page-template.
093600     if xrf-mt-template-id (xrf-master-sub) = xrf-query-value
093700         perform 6000-note-dependent
093800             thru 6000-exit
093900             varying xrf-lang-sub from 1 by 1
094000             until xrf-lang-sub > xrf-lang-count
094100     end-if.
094200
094300 2150-exit.
094400     exit.
094500
094600******************************************************
094700* 2200-WHERE-USED-LANGUAGE
094800*
094900* Every page's copy in the language - each one takes the
095000* language's headline/greeting pair and its section
095100* translations.  A code not on LANGUAGE-CONTROL is built
095200* by nobody, and the report says so rather than listing
095300* nothing in silence.
095400******************************************************
095500 2200-where-used-language.
095600     move zero to xrf-lang-sub.
095700     perform 2210-match-language
095800         thru 2210-exit
095900         varying xrf-lang-idx from 1 by 1
096000         until xrf-lang-idx > xrf-lang-count
096100            or xrf-lang-sub > zero.
096200
096300     open input translations-file.
096400     if xrf-trans-file-status = "00"
096500         move "N" to xrf-eof-sw
096600         perform 2220-count-language-translation
096700             thru 2220-exit
096800             until xrf-eof
096900         close translations-file
097000     end-if.
097100
097200     if xrf-lang-sub = zero
097300         move "WARNING" to xrf-rpt-kind
097400         move xrf-query-value to xrf-rpt-name
097500         move "LANGUAGE NOT ON LANGUAGE-CONTROL - NOT BUILT"
097600             to xrf-rpt-note
097700         perform 8000-write-detail
097800             thru 8000-exit
097900         go to 2200-exit
098000     end-if.
098100
098200     perform 6000-note-dependent
098300         thru 6000-exit
098400         varying xrf-master-sub from 1 by 1
098500         until xrf-master-sub > xrf-master-count.
098600
098700 2200-exit.
098800     exit.
098900
099000 2210-match-language.
099100     if xrf-lg-code (xrf-lang-idx) = xrf-query-value (1:2)
099200        and xrf-query-value (3:58) = spaces
099300         set xrf-lang-sub to xrf-lang-idx
099400     end-if.
099500
099600 2210-exit.
099700     exit.
099800
099900 2220-count-language-translation.
100000     read translations-file
100100         at end
100200             move "Y" to xrf-eof-sw
100300             go to 2220-exit
100400     end-read.
100500
100600     if ham-trans-lang-code = xrf-query-value (1:2)
100700         add 1 to xrf-trans-rec-count
100800     end-if.
100900
101000 2220-exit.
101100     exit.
101200
101300******************************************************
101400* 2300-WHERE-USED-DOMAIN
101500*
101575* The URLs the link history has recorded on the domain
101650* and the ASSET-REGISTER records served from it are
101725* listed first, then every page copy that carries one
101800* of those URLs or whose theme takes one of those
101875* assets.  Whether the domain is on the approved-domains
101950* master is said up front - an unapproved domain is
102025* already a LINKRPT exception.
102100******************************************************
102200 2300-where-used-domain.
102300     move "N" to xrf-found-sw.
102400     open input approved-domains-file.
102500     if xrf-apprdom-file-status = "00"
102600         move "N" to xrf-eof-sw
102700         perform 2310-match-approved-domain
102800             thru 2310-exit
102900             until xrf-eof
103000                or xrf-found
103100         close approved-domains-file
103200     end-if.
103300
103400     if not xrf-found
103500         move "WARNING" to xrf-rpt-kind
103600         move xrf-query-value to xrf-rpt-name
103700         move "DOMAIN NOT ON APPROVED-DOMAINS" to xrf-rpt-note
103800         perform 8000-write-detail
103900             thru 8000-exit
104000     end-if.
104100
104185     if xrf-selected-url-count = zero
104271        and xrf-selected-asset-count = zero
104357         move "WARNING" to xrf-rpt-kind
104442         move xrf-query-value to xrf-rpt-name
104528         move "NOT ON THE LINK HISTORY OR THE ASSET-REGISTER"
104614             to xrf-rpt-note
104700         perform 8000-write-detail
104800             thru 8000-exit
104900         go to 2300-exit
105000     end-if.
105100
105200     perform 2320-list-domain-url
105300         thru 2320-exit
105400         varying xrf-url-sub from 1 by 1
105500         until xrf-url-sub > xrf-url-count.
105516
105533     perform 2330-list-domain-asset
105550         thru 2330-exit
105566         varying xrf-asset-sub from 1 by 1
105583         until xrf-asset-sub > xrf-asset-count.
105600
105700     perform 2350-check-page-domain
105800         thru 2350-exit
105900         varying xrf-master-sub from 1 by 1
106000         until xrf-master-sub > xrf-master-count.
106100
106200 2300-exit.
106300     exit.
106400
106500 2310-match-approved-domain.
106600     read approved-domains-file
106700         at end
106800             move "Y" to xrf-eof-sw
106900             go to 2310-exit
107000     end-read.
107100
107200     if xrf-apprdom-domain = xrf-query-value
107300         move "Y" to xrf-found-sw
107400     end-if.
107500
107600 2310-exit.
107700     exit.
107800
107900 2320-list-domain-url.
108000     if xrf-ut-selected (xrf-url-sub)
108100         perform 8100-write-url-line
108200             thru 8100-exit
108300     end-if.
108400
108500 2320-exit.
108600     exit.
108610
108620 2330-list-domain-asset.
108630     if xrf-at-selected (xrf-asset-sub)
108640         perform 8300-write-asset
108650             thru 8300-exit
108660     end-if.
108670
108680 2330-exit.
108690     exit.
108700
108715 2350-check-page-domain.
108730     move "N" to xrf-asset-hit-sw.
108746     if xrf-selected-asset-count > zero
108761         perform 6300-select-assets
108776             thru 6300-exit
108792         perform 2380-any-selected-pick
108807             thru 2380-exit
108823             varying xrf-asset-sub from 1 by 1
108838             until xrf-asset-sub > xrf-asset-count
108853                or xrf-asset-hit
108869     end-if.
108884
108900     perform 2360-check-copy-domain
109000         thru 2360-exit
109100         varying xrf-lang-sub from 1 by 1
109200         until xrf-lang-sub > xrf-lang-count.
109300
109400 2350-exit.
109500     exit.
109600
109700 2360-check-copy-domain.
109800     perform 6100-scan-staged-copy
109900         thru 6100-exit.
110000
110100     move "N" to xrf-url-hit-sw.
110200     perform 2370-any-selected-hit
110300         thru 2370-exit
110400         varying xrf-url-sub from 1 by 1
110500         until xrf-url-sub > xrf-url-count
110600            or xrf-url-hit.
110700
110800     if xrf-url-hit or xrf-asset-hit
110900         perform 6000-note-dependent
111000             thru 6000-exit
111100     end-if.
111200
111300 2360-exit.
111400     exit.
111500
111600 2370-any-selected-hit.
111700     if xrf-ut-selected (xrf-url-sub)
111800        and xrf-ut-hit (xrf-url-sub)
111900         move "Y" to xrf-url-hit-sw
112000     end-if.
112100
112200 2370-exit.
112300     exit.
112310
112320 2380-any-selected-pick.
112330     if xrf-at-selected (xrf-asset-sub)
112340        and xrf-at-picked (xrf-asset-sub)
112350         move "Y" to xrf-asset-hit-sw
112360     end-if.
112370
112380 2380-exit.
112390     exit.
112400
112500******************************************************
112600* 3000-PAGE-INPUTS
112700*
112790* The reverse view - everything one page pulls in: its
112880* master record and theme, each PAGE-CONTENT record of
112970* its template, the navigation records every page
113060* carries (a language's own labels only for that
113150* language's view), the ASSET-REGISTER records the page
113240* takes, and for each language copy (just the one, for
113330* a language-qualified name) the stored fingerprint, the
113420* translations the build would consider and the external
113510* URLs found in the staged copy.
113600******************************************************
113700 3000-page-inputs.
113800     move "N" to xrf-found-sw.
113900     perform 3010-search-master
114000         thru 3010-exit
114100         varying xrf-master-idx from 1 by 1
114200         until xrf-master-idx > xrf-master-count
114300            or xrf-found.
114400
114500     if not xrf-found
114600         move "WARNING" to xrf-rpt-kind
114700         move xrf-query-page to xrf-rpt-name
114800         move "PAGE NOT ON THE PAGE MASTER" to xrf-rpt-note
114900         perform 8000-write-detail
115000             thru 8000-exit
115100         go to 3000-exit
115200     end-if.
115300
115400     move xrf-mt-theme-name (xrf-master-sub)
115500         to xrf-effective-theme.
115600     if xrf-effective-theme = spaces
115700         move "DEFAULT" to xrf-effective-theme
115800     end-if.
115900
116000     move "MASTER" to xrf-rpt-kind.
116100     move xrf-mt-output-file (xrf-master-sub) to xrf-rpt-name.
116200     move xrf-mt-template-id (xrf-master-sub) to xrf-rpt-template.
116300     move xrf-effective-theme to xrf-rpt-theme.
116400     if xrf-mt-effective-date (xrf-master-sub) = spaces
116500        and xrf-mt-expiry-date (xrf-master-sub) = spaces
116600         move "NO EFFECTIVE OR EXPIRY DATE" to xrf-rpt-note
116700     else
116800         string "EFFECTIVE " delimited by size
116900             xrf-mt-effective-date (xrf-master-sub)
117000                 delimited by size
117100             " EXPIRES " delimited by size
117200             xrf-mt-expiry-date (xrf-master-sub)
117300                 delimited by size
117400                                 into xrf-rpt-note
117500     end-if.
117600     perform 8200-write-input
117700         thru 8200-exit.
117800
117900     move "N" to xrf-found-sw.
118000     open input theme-file.
118100     if xrf-theme-file-status = "00"
118200         move "N" to xrf-eof-sw
118300         perform 3020-find-page-theme
118400             thru 3020-exit
118500             until xrf-eof
118600                or xrf-found
118700         close theme-file
118800     end-if.
118900     move "THEME" to xrf-rpt-kind.
119000     move xrf-effective-theme to xrf-rpt-name.
119100     if xrf-found
119200         move "ON THEME-FILE" to xrf-rpt-note
119300     else
119400         move "NOT ON THEME-FILE - PAGE BUILDS UNSTYLED"
119500             to xrf-rpt-note
119600     end-if.
119700     perform 8200-write-input
119800         thru 8200-exit.
119900
120000     open input page-content-file.
120100     if xrf-content-file-status = "00"
120200         move "N" to xrf-eof-sw
120300         perform 3030-list-page-content
120400             thru 3030-exit
120500             until xrf-eof
120600         close page-content-file
120700     end-if.
120800
120900     open input site-nav-file.
121000     if xrf-nav-file-status = "00"
121100         move "N" to xrf-eof-sw
121200         perform 3040-list-navigation
121300             thru 3040-exit
121400             until xrf-eof
121500         close site-nav-file
121600     end-if.
121612
121625     perform 6300-select-assets
121637         thru 6300-exit.
121650     perform 3050-list-page-asset
121662         thru 3050-exit
121675         varying xrf-asset-sub from 1 by 1
121687         until xrf-asset-sub > xrf-asset-count.
121700
121800     if xrf-query-lang-sub > zero
121900         move xrf-query-lang-sub to xrf-lang-sub
122000         perform 3100-page-language-inputs
122100             thru 3100-exit
122200     else
122300         perform 3100-page-language-inputs
122400             thru 3100-exit
122500             varying xrf-lang-sub from 1 by 1
122600             until xrf-lang-sub > xrf-lang-count
122700     end-if.
122800
122900 3000-exit.
123000     exit.
123100
123200 3010-search-master.
123300     if xrf-mt-output-file (xrf-master-idx) = xrf-query-page
123400         move "Y" to xrf-found-sw
123500         set xrf-master-sub to xrf-master-idx
123600     end-if.
123700
123800 3010-exit.
123900     exit.
124000
124100 3020-find-page-theme.
124200     read theme-file
124300         at end
124400             move "Y" to xrf-eof-sw
124500             go to 3020-exit
124600     end-read.
124700
124800     if ham-theme-name = xrf-effective-theme
124900         move "Y" to xrf-found-sw
125000     end-if.
125100
125200 3020-exit.
125300     exit.
125400
125500 3030-list-page-content.
125600     read page-content-file
125700         at end
125800             move "Y" to xrf-eof-sw
125900             go to 3030-exit
126000     end-read.
126100
126200     if ham-content-template-id
126300             not = xrf-mt-template-id (xrf-master-sub)
126400         go to 3030-exit
126500     end-if.
126600
126700     move "CONTENT" to xrf-rpt-kind.
126800     move ham-content-tag to xrf-rpt-name.
126900     move ham-content-template-id to xrf-rpt-template.
127000     string "SEQ " delimited by size
127100         ham-content-seq delimited by size
127200         " " delimited by size
127300         ham-content-section-type delimited by space
127400                                 into xrf-rpt-note.
127500     perform 8200-write-input
127600         thru 8200-exit.
127700
127800 3030-exit.
127900     exit.
128000
128100 3040-list-navigation.
128200     read site-nav-file
128300         at end
128400             move "Y" to xrf-eof-sw
128500             go to 3040-exit
128600     end-read.
128700
128800     if nav-rec-type = spaces
128900         go to 3040-exit
129000     end-if.
129100     if xrf-query-lang-sub > zero
129200        and nav-lang-code not = spaces
129300        and nav-lang-code not = xrf-lg-code (xrf-query-lang-sub)
129400         go to 3040-exit
129500     end-if.
129600
129700     move "NAV" to xrf-rpt-kind.
129800     move nav-target-page to xrf-rpt-name.
129900     move nav-lang-code to xrf-rpt-lang.
130000     string nav-rec-type delimited by space
130100         " " delimited by size
130200         nav-order delimited by size
130300                                 into xrf-rpt-note.
130400     perform 8200-write-input
130500         thru 8200-exit.
130600
130700 3040-exit.
130800     exit.
130809
130818 3050-list-page-asset.
130827     if xrf-at-picked (xrf-asset-sub)
130836         perform 8300-write-asset
130845             thru 8300-exit
130854         add 1 to xrf-input-count
130863     end-if.
130872
130881 3050-exit.
130890     exit.
130900
131000******************************************************
131100* 3100-PAGE-LANGUAGE-INPUTS
131200*
131300* One language copy of the page: its stored fingerprint
131400* and build date, the translation records the build would
131500* weigh for it (the language's records that are either
131600* keyed to the page's template or to no template at all),
131700* and the link-history URLs its staged copy carries.
131800******************************************************
131900 3100-page-language-inputs.
132000     move spaces to xrf-qualified-name.
132100     string xrf-lg-dir (xrf-lang-sub) delimited by space
132200         xrf-mt-output-file (xrf-master-sub) delimited by space
132300                                 into xrf-qualified-name.
132400
132500     move "COPY" to xrf-rpt-kind.
132600     move xrf-qualified-name to xrf-rpt-name.
132700     move xrf-lg-code (xrf-lang-sub) to xrf-rpt-lang.
132800     perform 6200-find-fingerprint
132900         thru 6200-exit.
133000     if xrf-found
133100        and xrf-ft-value (xrf-fprint-sub) not = zero
133200         string "FINGERPRINT " delimited by size
133300             xrf-ft-value (xrf-fprint-sub) delimited by size
133400             " BUILT " delimited by size
133500             xrf-ft-run-date (xrf-fprint-sub) delimited by size
133600                                 into xrf-rpt-note
133700     else
133800         move "NO STORED FINGERPRINT" to xrf-rpt-note
133900     end-if.
134000     perform 8200-write-input
134100         thru 8200-exit.
134200
134300     open input translations-file.
134400     if xrf-trans-file-status = "00"
134500         move "N" to xrf-eof-sw
134600         perform 3110-list-page-translation
134700             thru 3110-exit
134800             until xrf-eof
134900         close translations-file
135000     end-if.
135100
135200     if xrf-url-count > zero
135300         perform 6100-scan-staged-copy
135400             thru 6100-exit
135500         perform 3120-list-page-url
135600             thru 3120-exit
135700             varying xrf-url-sub from 1 by 1
135800             until xrf-url-sub > xrf-url-count
135900     end-if.
136000
136100 3100-exit.
136200     exit.
136300
136400 3110-list-page-translation.
136500     read translations-file
136600         at end
136700             move "Y" to xrf-eof-sw
136800             go to 3110-exit
136900     end-read.
137000
137100     if ham-trans-lang-code not = xrf-lg-code (xrf-lang-sub)
137200         go to 3110-exit
137300     end-if.
137400     if ham-trans-template-id not = spaces
137500        and ham-trans-template-id
137600                not = xrf-mt-template-id (xrf-master-sub)
137700         go to 3110-exit
137800     end-if.
137900
138000     move "XLATE" to xrf-rpt-kind.
138100     move ham-trans-lang-code to xrf-rpt-lang.
138200     move ham-trans-template-id to xrf-rpt-template.
138300     if ham-trans-tag = spaces
138400         move "HEADLINE/GREETING" to xrf-rpt-name
138500         move "HEADLINE AND GREETING PAIR" to xrf-rpt-note
138600     else
138700         move ham-trans-tag to xrf-rpt-name
138800         move "SECTION TRANSLATION" to xrf-rpt-note
138900     end-if.
139000     perform 8200-write-input
139100         thru 8200-exit.
139200
139300 3110-exit.
139400     exit.
139500
139600 3120-list-page-url.
139700     if xrf-ut-hit (xrf-url-sub)
139800         perform 8100-write-url-line
139900             thru 8100-exit
140000         add 1 to xrf-input-count
140100     end-if.
140200
140300 3120-exit.
140400     exit.
140500
140600******************************************************
140700* 6000-NOTE-DEPENDENT
140800*
140900* Lists one dependent page copy - master entry
141000* XRF-MASTER-SUB in language XRF-LANG-SUB - with what the
141100* next incremental build will do with it.  Held and
141200* expired copies are not built; otherwise a copy holding
141300* a stored fingerprint today will no longer match it once
141400* the change is made (counted as forced), and a copy with
141466* none builds anyway.  A link-history URL is not a
141533* fingerprint input at all, so a copy that only links to
141600* the domain needs a full build to pick the change up; a
141666* copy whose theme takes a register asset served from it
141733* is forced or builds anyway like any other dependent.
141800******************************************************
141900 6000-note-dependent.
142000     move spaces to xrf-qualified-name.
142100     string xrf-lg-dir (xrf-lang-sub) delimited by space
142200         xrf-mt-output-file (xrf-master-sub) delimited by space
142300                                 into xrf-qualified-name.
142400
142500     perform 6050-check-page-dates
142600         thru 6050-exit.
142700
142800     move "PAGE" to xrf-rpt-kind.
142900     move xrf-qualified-name to xrf-rpt-name.
143000     move xrf-lg-code (xrf-lang-sub) to xrf-rpt-lang.
143100     move xrf-mt-template-id (xrf-master-sub) to xrf-rpt-template.
143200     move xrf-mt-theme-name (xrf-master-sub) to xrf-rpt-theme.
143300     if xrf-rpt-theme = spaces
143400         move "DEFAULT" to xrf-rpt-theme
143500     end-if.
143600
143700     add 1 to xrf-dependent-count.
143800
143900     evaluate true
144000         when xrf-page-held
144100             move "HELD - NOT BUILT UNTIL EFFECTIVE"
144200                 to xrf-rpt-note
144300             add 1 to xrf-not-built-count
144400         when xrf-page-expired
144500             move "EXPIRED - RETIRED, NOT BUILT" to xrf-rpt-note
144600             add 1 to xrf-not-built-count
144666         when xrf-query-kind = "DOMAIN"
144733          and not xrf-asset-hit
144800             move "NOT A FINGERPRINT INPUT - NEEDS FULL BUILD"
144900                 to xrf-rpt-note
145000             add 1 to xrf-full-build-count
145100         when other
145200             perform 6200-find-fingerprint
145300                 thru 6200-exit
145400             if xrf-found
145500                and xrf-ft-value (xrf-fprint-sub) not = zero
145600                 move "FINGERPRINT WILL NOT MATCH - REBUILDS"
145700                     to xrf-rpt-note
145800                 add 1 to xrf-forced-count
145900             else
146000                 move "NO STORED FINGERPRINT - BUILDS ANYWAY"
146100                     to xrf-rpt-note
146200                 add 1 to xrf-anyway-count
146300             end-if
146400     end-evaluate.
146500
146600     perform 8000-write-detail
146700         thru 8000-exit.
146800
146900 6000-exit.
147000     exit.
147100
147200******************************************************
147300* 6050-CHECK-PAGE-DATES
147400*
147500* The build's own date rules against today - a page
147600* before its effective date is held, one past its expiry
147700* is retired.
147800******************************************************
147900 6050-check-page-dates.
148000     move "N" to xrf-page-held-sw.
148100     move "N" to xrf-page-expired-sw.
148200
148300     if xrf-mt-effective-date (xrf-master-sub) not = spaces
148400        and xrf-mt-effective-date (xrf-master-sub) is numeric
148500        and xrf-run-date < xrf-mt-effective-date (xrf-master-sub)
148600         move "Y" to xrf-page-held-sw
148700     end-if.
148800
148900     if xrf-mt-expiry-date (xrf-master-sub) not = spaces
149000        and xrf-mt-expiry-date (xrf-master-sub) is numeric
149100        and xrf-run-date > xrf-mt-expiry-date (xrf-master-sub)
149200         move "Y" to xrf-page-expired-sw
149300     end-if.
149400
149500 6050-exit.
149600     exit.
149700
149800******************************************************
149900* 6100-SCAN-STAGED-COPY
150000*
150100* Reads the staged copy of master entry XRF-MASTER-SUB in
150200* language XRF-LANG-SUB and marks every link-history URL
150300* it carries.  A copy not staged marks nothing.
150400******************************************************
150500 6100-scan-staged-copy.
150600     perform 6110-clear-url-hit
150700         thru 6110-exit
150800         varying xrf-url-sub from 1 by 1
150900         until xrf-url-sub > xrf-url-count.
151000
151100     move spaces to xrf-staged-target.
151200     string xrf-build-web-root delimited by space
151300         xrf-lg-dir (xrf-lang-sub) delimited by space
151400         xrf-mt-output-file (xrf-master-sub) delimited by space
151500                                 into xrf-staged-target.
151600
151700     open input staged-in-file.
151800     if xrf-staged-file-status not = "00"
151900         go to 6100-exit
152000     end-if.
152100
152200     move "N" to xrf-staged-eof-sw.
152300     perform 6120-scan-one-line
152400         thru 6120-exit
152500         until xrf-staged-eof.
152600
152700     close staged-in-file.
152800
152900 6100-exit.
153000     exit.
153100
153200 6110-clear-url-hit.
153300     move "N" to xrf-ut-hit-sw (xrf-url-sub).
153400
153500 6110-exit.
153600     exit.
153700
153800 6120-scan-one-line.
153900     read staged-in-file
154000         at end
154100             move "Y" to xrf-staged-eof-sw
154200             go to 6120-exit
154300     end-read.
154400
154500     perform 6130-tally-one-url
154600         thru 6130-exit
154700         varying xrf-url-sub from 1 by 1
154800         until xrf-url-sub > xrf-url-count.
154900
155000 6120-exit.
155100     exit.
155200
155300 6130-tally-one-url.
155400     if xrf-ut-hit (xrf-url-sub)
155500        or xrf-ut-len (xrf-url-sub) = zero
155600         go to 6130-exit
155700     end-if.
155800
155900     move zero to xrf-url-tally.
156000     inspect xrf-staged-line tallying xrf-url-tally
156100         for all xrf-ut-url (xrf-url-sub)
156200                     (1:xrf-ut-len (xrf-url-sub)).
156300     if xrf-url-tally > zero
156400         move "Y" to xrf-ut-hit-sw (xrf-url-sub)
156500     end-if.
156600
156700 6130-exit.
156800     exit.
156900
157000******************************************************
157100* 6200-FIND-FINGERPRINT
157200*
157300* Looks XRF-QUALIFIED-NAME up in the stored fingerprints,
157400* capturing the match in XRF-FPRINT-SUB.
157500******************************************************
157600 6200-find-fingerprint.
157700     move "N" to xrf-found-sw.
157800     perform 6210-search-fingerprint
157900         thru 6210-exit
158000         varying xrf-fprint-idx from 1 by 1
158100         until xrf-fprint-idx > xrf-fprint-count
158200            or xrf-found.
158300
158400 6200-exit.
158500     exit.
158600
158700 6210-search-fingerprint.
158800     if xrf-ft-output-file (xrf-fprint-idx) = xrf-qualified-name
158900         move "Y" to xrf-found-sw
159000         set xrf-fprint-sub to xrf-fprint-idx
159100     end-if.
159200
159300 6210-exit.
159400     exit.
159401******************************************************
159402* 6300-SELECT-ASSETS
159403*
159404* Marks the ASSET-REGISTER record each asset takes for
159405* master entry XRF-MASTER-SUB, by HAMMER's own rule: of
159407* the records in effect today for the page's theme
159408* (DEFAULT when it names none) or for every theme, one
159409* naming the theme beats one that does not, then the
159410* later effective date wins, then the later record.
159411******************************************************
159413 6300-select-assets.
159414     move xrf-mt-theme-name (xrf-master-sub)
159415         to xrf-asset-theme-name.
159416     if xrf-asset-theme-name = spaces
159417         move "DEFAULT" to xrf-asset-theme-name
159419     end-if.
159420
159421     perform 6310-consider-asset
159422         thru 6310-exit
159423         varying xrf-asset-sub from 1 by 1
159425         until xrf-asset-sub > xrf-asset-count.
159426
159427 6300-exit.
159428     exit.
159429
159430 6310-consider-asset.
159432     move "N" to xrf-at-pick-sw (xrf-asset-sub).
159433     if xrf-at-theme (xrf-asset-sub) not = spaces
159434        and xrf-at-theme (xrf-asset-sub)
159435                             not = xrf-asset-theme-name
159436         go to 6310-exit
159438     end-if.
159439     if xrf-at-effective-date (xrf-asset-sub) > xrf-run-date
159440         go to 6310-exit
159441     end-if.
159442
159444     move "Y" to xrf-at-pick-sw (xrf-asset-sub).
159445     perform 6320-challenge-asset
159446         thru 6320-exit
159447         varying xrf-asset-rival-sub from 1 by 1
159448         until xrf-asset-rival-sub > xrf-asset-count
159450            or not xrf-at-picked (xrf-asset-sub).
159451
159452 6310-exit.
159453     exit.
159454
159455 6320-challenge-asset.
159457     if xrf-asset-rival-sub = xrf-asset-sub
159458        or xrf-at-id (xrf-asset-rival-sub)
159459                             not = xrf-at-id (xrf-asset-sub)
159460         go to 6320-exit
159461     end-if.
159463     if xrf-at-theme (xrf-asset-rival-sub) not = spaces
159464        and xrf-at-theme (xrf-asset-rival-sub)
159465                             not = xrf-asset-theme-name
159466         go to 6320-exit
159467     end-if.
159469     if xrf-at-effective-date (xrf-asset-rival-sub)
159470                             > xrf-run-date
159471         go to 6320-exit
159472     end-if.
159473
159475     evaluate true
159476         when xrf-at-theme (xrf-asset-sub) = spaces
159477          and xrf-at-theme (xrf-asset-rival-sub) not = spaces
159478             move "N" to xrf-at-pick-sw (xrf-asset-sub)
159479         when xrf-at-theme (xrf-asset-sub) not = spaces
159480          and xrf-at-theme (xrf-asset-rival-sub) = spaces
159482             continue
159483         when xrf-at-effective-date (xrf-asset-rival-sub)
159484                 > xrf-at-effective-date (xrf-asset-sub)
159485             move "N" to xrf-at-pick-sw (xrf-asset-sub)
159486         when xrf-at-effective-date (xrf-asset-rival-sub)
159488                 = xrf-at-effective-date (xrf-asset-sub)
159489          and xrf-asset-rival-sub > xrf-asset-sub
159490             move "N" to xrf-at-pick-sw (xrf-asset-sub)
159491         when other
159492             continue
159494     end-evaluate.
159495
159496 6320-exit.
159497     exit.
159498
159500
159600******************************************************
159680* 8000-WRITE-DETAIL / 8100-WRITE-URL-LINE /
159760* 8200-WRITE-INPUT / 8300-WRITE-ASSET
159840*
159920* One report line from the detail the caller built.  A
160000* URL line carries link-history entry XRF-URL-SUB across
160080* the wide view of the line; an input line is one record
160160* of the reverse view, and is counted.  A register asset
160240* is two lines - register entry XRF-ASSET-SUB's version
160320* and dates, then its URL across the wide view.
160400******************************************************
160500 8000-write-detail.
160600     move spaces to xrf-report-line.
160700     move xrf-rpt-detail to xrf-report-line.
160800     write xrf-report-line.
160900     move spaces to xrf-rpt-detail.
161000
161100 8000-exit.
161200     exit.
161300
161400 8100-write-url-line.
161500     move spaces to xrf-rpt-detail.
161600     move "URL" to xrf-rpt-kind.
161700     move xrf-ut-url (xrf-url-sub) to xrf-rpt-url-text.
161800     perform 8000-write-detail
161900         thru 8000-exit.
162000
162100 8100-exit.
162200     exit.
162300
162400 8200-write-input.
162500     add 1 to xrf-input-count.
162600     perform 8000-write-detail
162700         thru 8000-exit.
162800
162900 8200-exit.
163000     exit.
163003
163006 8300-write-asset.
163010     move "ASSET" to xrf-rpt-kind.
163013     move xrf-at-id (xrf-asset-sub) to xrf-rpt-name.
163016     move xrf-at-theme (xrf-asset-sub) to xrf-rpt-theme.
163020     if xrf-rpt-theme = spaces
163023         move "ALL THEMES" to xrf-rpt-theme
163026     end-if.
163030     string xrf-at-type (xrf-asset-sub) delimited by space
163033         " " delimited by size
163036         xrf-at-order (xrf-asset-sub) delimited by size
163040         " " delimited by size
163043         xrf-at-version (xrf-asset-sub) delimited by space
163046         " FROM " delimited by size
163050         xrf-at-effective-date (xrf-asset-sub) delimited by size
163053                                 into xrf-rpt-note.
163056     if xrf-at-integrity (xrf-asset-sub) = "UNPINNED"
163060         move "UNPINNED" to xrf-rpt-note (40:8)
163063     end-if.
163066     perform 8000-write-detail
163070         thru 8000-exit.
163073
163076     move "URL" to xrf-rpt-kind.
163080     move xrf-at-url (xrf-asset-sub) to xrf-rpt-url-text.
163083     perform 8000-write-detail
163086         thru 8000-exit.
163090
163093 8300-exit.
163096     exit.
163100
163200******************************************************
163300* 9900-CAPACITY-FAILURE
163400*
163500* The one way a table ceiling gets hit - the first hit
163600* goes to the console and onto the report, and the step
163700* hands back RETURN-CODE 8 so nobody quotes a short
163800* impact statement as the whole story.
163900******************************************************
164000 9900-capacity-failure.
164100     if not xrf-capacity-hit
164200         display "XREFRPT: TABLE CAPACITY EXCEEDED - "
164300             xrf-capacity-item upon console
164400         move "WARNING" to xrf-rpt-kind
164500         move xrf-capacity-item to xrf-rpt-name
164600         move "TABLE CAPACITY EXCEEDED - REPORT INCOMPLETE"
164700             to xrf-rpt-note
164800         perform 8000-write-detail
164900             thru 8000-exit
165000     end-if.
165100
165200     move "Y" to xrf-capacity-hit-sw.
165300
165400 9900-exit.
165500     exit.
165600
165700******************************************************
165800* 9000-TERMINATE
165900*
166000* The impact totals for a where-used query, or the count
166100* of inputs listed for the reverse view.
166200******************************************************
166300 9000-terminate.
166400     move spaces to xrf-report-line.
166500     write xrf-report-line.
166600
166700     if xrf-query-kind = "PAGE"
166800         move "INPUTS LISTED" to xrf-rpt-total-text
166900         move xrf-input-count to xrf-rpt-total-count
167000         perform 9100-write-total
167100             thru 9100-exit
167200         go to 9000-close
167300     end-if.
167400
167500     move "PAGES ON MASTER" to xrf-rpt-total-text.
167600     move xrf-master-count to xrf-rpt-total-count.
167700     perform 9100-write-total
167800         thru 9100-exit.
167900
168000     evaluate xrf-query-kind
168100         when "THEME"
168200             move "THEME RECORDS ON THEME-FILE"
168300                 to xrf-rpt-total-text
168400             move xrf-theme-rec-count to xrf-rpt-total-count
168500             perform 9100-write-total
168600                 thru 9100-exit
168700         when "TEMPLATE"
168800             move "PAGE-CONTENT RECORDS" to xrf-rpt-total-text
168900             move xrf-content-rec-count to xrf-rpt-total-count
169000             perform 9100-write-total
169100                 thru 9100-exit
169200             move "TRANSLATION RECORDS" to xrf-rpt-total-text
169300             move xrf-trans-rec-count to xrf-rpt-total-count
169400             perform 9100-write-total
169500                 thru 9100-exit
169600         when "LANG"
169700             move "TRANSLATION RECORDS" to xrf-rpt-total-text
169800             move xrf-trans-rec-count to xrf-rpt-total-count
169900             perform 9100-write-total
170000                 thru 9100-exit
170100         when "DOMAIN"
170200             move "URLS ON LINK HISTORY" to xrf-rpt-total-text
170300             move xrf-selected-url-count to xrf-rpt-total-count
170400             perform 9100-write-total
170500                 thru 9100-exit
170516             move "REGISTER ASSETS ON DOMAIN"
170533                 to xrf-rpt-total-text
170550             move xrf-selected-asset-count to xrf-rpt-total-count
170566             perform 9100-write-total
170583                 thru 9100-exit
170600     end-evaluate.
170700
170800     move "DEPENDENT PAGE COPIES" to xrf-rpt-total-text.
170900     move xrf-dependent-count to xrf-rpt-total-count.
171000     perform 9100-write-total
171100         thru 9100-exit.
171200
171300     move "REBUILDS FORCED NEXT BUILD" to xrf-rpt-total-text.
171400     move xrf-forced-count to xrf-rpt-total-count.
171500     perform 9100-write-total
171600         thru 9100-exit.
171700
171800     move "REBUILDS DUE ANYWAY" to xrf-rpt-total-text.
171900     move xrf-anyway-count to xrf-rpt-total-count.
172000     perform 9100-write-total
172100         thru 9100-exit.
172200
172300     move "NEEDING A FULL BUILD" to xrf-rpt-total-text.
172400     move xrf-full-build-count to xrf-rpt-total-count.
172500     perform 9100-write-total
172600         thru 9100-exit.
172700
172800     move "HELD OR EXPIRED - NOT BUILT" to xrf-rpt-total-text.
172900     move xrf-not-built-count to xrf-rpt-total-count.
173000     perform 9100-write-total
173100         thru 9100-exit.
173200
173300 9000-close.
173400     close xref-report-file.
173500
173600     if xrf-capacity-hit
173700         move 8 to return-code
173800     end-if.
173900
174000 9000-exit.
174100     exit.
174200
174300 9100-write-total.
174400     move spaces to xrf-report-line.
174500     move xrf-rpt-total to xrf-report-line.
174600     write xrf-report-line.
174700
174800 9100-exit.
174900     exit.
