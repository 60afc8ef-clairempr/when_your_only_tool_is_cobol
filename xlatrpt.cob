000100******************************************************
000200* XLATRPT.COB
000300*
000400* Translation coverage report for the nightly build.
000500*
000600* For every page on the master and every language on
000700* LANGUAGE-CONTROL other than English, walks the page's
000800* template on PAGE-CONTENT and lists each content record
000900* that has no translation for that language - the ones
001000* the build will have shipped in English.  Coverage is
001100* decided the way HAMMER decides it: a section record
001200* for the template and tag, or a blank-template section
001300* record for the tag, translates that section; a
001400* headline/greeting pair covers the HEADLINE and
001500* GREETING sections.
001600*
001700* The report also lists orphan translations - entries
001800* on TRANSLATIONS-FILE whose template and tag no longer
001900* match any PAGE-CONTENT record - so the translators'
002000* file does not silently fill up with copy for sections
002100* that were retired.
002200*
002300* Expired pages are not checked; held pages are, since
002400* their copy needs translating before they go live.
002410*
002420* RETURN-CODE 8 when the report is incomplete - a page
002430* master that would not open, or a table ceiling hit;
002440* either is said on the console and on the report.
002500*
002600* AUTHOR.     R. BLANCHETTE.
002700* INSTALLATION. DATA PROCESSING.
002800* DATE-WRITTEN. 2026-10-15.
002900* DATE-COMPILED.
003000*
003100* MODIFICATION HISTORY
003200* 2026-10-15  RLB  Written alongside section-level
003300*                  translation - the only way to see what
003400*                  went out in English was to read every
003500*                  translated page.
003510* 2026-10-15  RLB  A page master that will not open, or a
003520*                  table ceiling hit, now ends RC 8 with a
003530*                  line on the report, instead of a short
003540*                  coverage report ending clean.
003600******************************************************
003700
003800 identification division.
003900 program-id. xlatrpt.
004000
004100 environment division.
004200
004300 input-output section.
004400 file-control.
004500******************************************************
004600* PAGECTL, PAGECNT, XLATE, LANGCTL and XLATRPT are DD
004700* names the XLATCOV step in HAMMER.JCL allocates - the
004800* same driving files the BUILD step reads.
004900******************************************************
005000     select page-control-file
005100         assign to pagectl
005200         organization is indexed
005300         access is sequential
005400         record key is pgctl-output-file
005450         file status is xlr-master-file-status.
005500
005600     select content-file
005700         assign to pagecnt
005800         organization is line sequential
005900         file status is xlr-content-file-status.
006000
006100     select translations-file
006200         assign to xlate
006300         organization is line sequential
006400         file status is xlr-trans-file-status.
006500
006600     select language-file
006700         assign to langctl
006800         organization is line sequential
006900         file status is xlr-lang-file-status.
007000
007100     select coverage-report-file
007200         assign to xlatrpt
007300         organization is line sequential.
007400
007500
007600 data division.
007700
007800 file section.
007900 fd  page-control-file.
008000     copy "pgctlrec.cpy".
008100
008200 fd  content-file.
008300     copy "pgcntrec.cpy".
008400
008500 fd  translations-file.
008600     copy "transrec.cpy".
008700
008800 fd  language-file.
008900     copy "langrec.cpy".
009000
009100 fd  coverage-report-file.
009200 01  xlr-report-line                pic x(132).
009300
009400
009500 working-storage section.
009550 01  xlr-master-file-status         pic x(02).
009600 01  xlr-content-file-status        pic x(02).
009700 01  xlr-trans-file-status          pic x(02).
009800 01  xlr-lang-file-status           pic x(02).
009900
010000 01  xlr-switches.
010100     05  xlr-control-eof-sw         pic x(01) value "N".
010200         88 xlr-control-eof         value "Y".
010300     05  xlr-content-eof-sw         pic x(01) value "N".
010400         88 xlr-content-eof         value "Y".
010500     05  xlr-trans-eof-sw           pic x(01) value "N".
010600         88 xlr-trans-eof           value "Y".
010700     05  xlr-lang-eof-sw            pic x(01) value "N".
010800         88 xlr-lang-eof            value "Y".
010900     05  xlr-found-sw               pic x(01).
011000         88 xlr-found               value "Y".
011100     05  xlr-legacy-found-sw        pic x(01).
011200         88 xlr-legacy-found        value "Y".
011300     05  xlr-page-expired-sw        pic x(01).
011400         88 xlr-page-expired        value "Y".
011500     05  xlr-capacity-hit-sw        pic x(01) value "N".
011600         88 xlr-capacity-hit        value "Y".
011610     05  xlr-master-failed-sw       pic x(01) value "N".
011620         88 xlr-master-failed       value "Y".
011700
011800 01  xlr-system-date.
011900     05  xlr-sd-yyyy                pic 9(04).
012000     05  xlr-sd-mm                  pic 9(02).
012100     05  xlr-sd-dd                  pic 9(02).
012200 01  xlr-run-date                   pic x(08).
012300
012400******************************************************
012500* Capacities match the build's own tables, so anything
012600* HAMMER can load this report can check.
012700******************************************************
012800 01  xlr-capacities.
012900     05  xlr-max-content            pic 9(08) comp value 5000.
013000     05  xlr-max-trans              pic 9(08) comp value 5000.
013100     05  xlr-max-langs              pic 9(08) comp value 10.
013200
013300 01  xlr-lang-table.
013400     05  xlr-lang-count             pic 9(04) comp value zero.
013500     05  xlr-lang-entry occurs 10 times.
013600         10  xlr-lg-code            pic x(02).
013700         10  xlr-lg-dir             pic x(03).
013800 01  xlr-lang-sub                   pic 9(04) comp.
013900 01  xlr-lang-lower                 pic x(02).
014000
014100******************************************************
014200* PAGE-CONTENT, loaded whole.  A blank section type
014300* takes the tag, exactly as HAMMER's loader does, so a
014400* legacy HEADLINE/GREETING record is recognised here the
014500* same way it is recognised at build time.
014600******************************************************
014700 01  xlr-content-table.
014800     05  xlr-content-count          pic 9(04) comp value zero.
014900     05  xlr-content-entry occurs 5000 times
015000                 indexed by xlr-content-idx.
015100         10  xlr-ct-template-id     pic x(10).
015200         10  xlr-ct-tag             pic x(10).
015300         10  xlr-ct-section-type    pic x(10).
015400         10  xlr-ct-seq             pic 9(04).
015500         10  xlr-ct-text            pic x(60).
015600
015700******************************************************
015800* TRANSLATIONS-FILE, loaded whole.  XLR-TR-HAS-TEXT-SW
015900* marks a section record that actually carries text -
016000* HAMMER ignores one that does not, so this report does
016100* too.
016200******************************************************
016300 01  xlr-trans-table.
016400     05  xlr-trans-count            pic 9(04) comp value zero.
016500     05  xlr-trans-entry occurs 5000 times
016600                 indexed by xlr-trans-idx.
016700         10  xlr-tr-lang-code       pic x(02).
016800         10  xlr-tr-template-id     pic x(10).
016900         10  xlr-tr-tag             pic x(10).
017000         10  xlr-tr-has-text-sw     pic x(01).
017100             88 xlr-tr-has-text     value "Y".
017200
017300 01  xlr-check-work.
017400     05  xlr-check-lang             pic x(02).
017500     05  xlr-check-template         pic x(10).
017600     05  xlr-check-tag              pic x(10).
017700 01  xlr-qualified-name             pic x(40).
017800
017900 01  xlr-counters.
018000     05  xlr-page-sections          pic 9(05) comp.
018100     05  xlr-page-translated        pic 9(05) comp.
018200     05  xlr-page-english           pic 9(05) comp.
018300     05  xlr-page-langs-checked     pic 9(07) comp value zero.
018400     05  xlr-pages-expired          pic 9(07) comp value zero.
018500     05  xlr-total-translated       pic 9(07) comp value zero.
018600     05  xlr-total-english          pic 9(07) comp value zero.
018700     05  xlr-total-orphans          pic 9(07) comp value zero.
018800
018900 01  xlr-report-work.
019000     05  xlr-rpt-header.
019100         10  filler                 pic x(42)
019200             value "XLATRPT TRANSLATION COVERAGE REPORT   RUN ".
019300         10  xlr-rpt-hdr-yyyy       pic 9(04).
019400         10  filler                 pic x(01) value "-".
019500         10  xlr-rpt-hdr-mm         pic 9(02).
019600         10  filler                 pic x(01) value "-".
019700         10  xlr-rpt-hdr-dd         pic 9(02).
019800     05  xlr-rpt-page-line.
019900         10  filler                 pic x(05) value "PAGE ".
020000         10  xlr-rpt-page-name      pic x(40).
020100         10  filler                 pic x(10)
020200             value " TEMPLATE ".
020300         10  xlr-rpt-page-template  pic x(10).
020400         10  filler                 pic x(10)
020500             value " SECTIONS ".
020600         10  xlr-rpt-page-sections  pic zz,zz9.
020700         10  filler                 pic x(12)
020800             value " TRANSLATED ".
020900         10  xlr-rpt-page-translated
021000                                    pic zz,zz9.
021100         10  filler                 pic x(12)
021200             value " IN ENGLISH ".
021300         10  xlr-rpt-page-english   pic zz,zz9.
021400     05  xlr-rpt-english-line.
021500         10  filler                 pic x(02) value spaces.
021600         10  filler                 pic x(04) value "TAG ".
021700         10  xlr-rpt-eng-tag        pic x(10).
021800         10  filler                 pic x(06) value " TYPE ".
021900         10  xlr-rpt-eng-type       pic x(10).
022000         10  filler                 pic x(05) value " SEQ ".
022100         10  xlr-rpt-eng-seq        pic 9(04).
022200         10  filler                 pic x(02) value spaces.
022300         10  xlr-rpt-eng-text       pic x(60).
022400     05  xlr-rpt-orphan-line.
022500         10  filler                 pic x(07) value "ORPHAN ".
022600         10  xlr-rpt-orph-lang      pic x(02).
022700         10  filler                 pic x(10)
022800             value " TEMPLATE ".
022900         10  xlr-rpt-orph-template  pic x(10).
023000         10  filler                 pic x(05) value " TAG ".
023100         10  xlr-rpt-orph-tag       pic x(10).
023200         10  filler                 pic x(02) value spaces.
023300         10  xlr-rpt-orph-reason    pic x(50).
023400     05  xlr-rpt-total.
023500         10  xlr-rpt-total-text     pic x(30).
023600         10  xlr-rpt-total-count    pic zzz,zz9.
023700
023800
023900 procedure division.
024000
024100 0000-mainline.
024200     perform 1000-initialize
024300         thru 1000-exit.
024400
024500     perform 2000-check-page-coverage
024600         thru 2000-exit.
024700
024800     perform 3000-check-orphans
024900         thru 3000-exit.
025000
025100     perform 9000-terminate
025200         thru 9000-exit.
025300
025400     stop run.
025500
025600******************************************************
025700* 1000-INITIALIZE
025800*
025900* Languages, content and translations are loaded whole;
026000* the master is then read once, in key order, by 2000.
026100******************************************************
026200 1000-initialize.
026300     accept xlr-system-date from date yyyymmdd.
026400     move xlr-system-date to xlr-run-date.
026500
026600     open input language-file.
026700     if xlr-lang-file-status = "00"
026800         perform 1300-load-one-language
026900             thru 1300-exit
027000             until xlr-lang-eof
027100         close language-file
027200     end-if.
027300
027400     open input content-file.
027500     if xlr-content-file-status = "00"
027600         perform 1100-load-one-content
027700             thru 1100-exit
027800             until xlr-content-eof
027900         close content-file
028000     end-if.
028100
028200     open input translations-file.
028300     if xlr-trans-file-status = "00"
028400         perform 1200-load-one-translation
028500             thru 1200-exit
028600             until xlr-trans-eof
028700         close translations-file
028800     end-if.
028900
029000     open output coverage-report-file.
029100
029200     move xlr-sd-yyyy to xlr-rpt-hdr-yyyy.
029300     move xlr-sd-mm to xlr-rpt-hdr-mm.
029400     move xlr-sd-dd to xlr-rpt-hdr-dd.
029500     move spaces to xlr-report-line.
029600     move xlr-rpt-header to xlr-report-line.
029700     write xlr-report-line.
029800     move spaces to xlr-report-line.
029900     write xlr-report-line.
030000
030100 1000-exit.
030200     exit.
030300
030400 1100-load-one-content.
030500     read content-file
030600         at end
030700             move "Y" to xlr-content-eof-sw
030800             go to 1100-exit
030900     end-read.
031000
031100     if ham-content-template-id = spaces
031200         go to 1100-exit
031300     end-if.
031400
031500     if xlr-content-count >= xlr-max-content
031600         perform 9900-capacity-failure
031700             thru 9900-exit
031800         go to 1100-exit
031900     end-if.
032000
032100     add 1 to xlr-content-count.
032200     set xlr-content-idx to xlr-content-count.
032300     move ham-content-template-id
032400         to xlr-ct-template-id (xlr-content-idx).
032500     move ham-content-tag
032600         to xlr-ct-tag (xlr-content-idx).
032700     move ham-content-text
032800         to xlr-ct-text (xlr-content-idx).
032900     if ham-content-section-type = spaces
033000         move ham-content-tag
033100             to xlr-ct-section-type (xlr-content-idx)
033200     else
033300         move ham-content-section-type
033400             to xlr-ct-section-type (xlr-content-idx)
033500     end-if.
033600     if ham-content-seq is numeric
033700         move ham-content-seq
033800             to xlr-ct-seq (xlr-content-idx)
033900     else
034000         move zero to xlr-ct-seq (xlr-content-idx)
034100     end-if.
034200
034300 1100-exit.
034400     exit.
034500
034600 1200-load-one-translation.
034700     read translations-file
034800         at end
034900             move "Y" to xlr-trans-eof-sw
035000             go to 1200-exit
035100     end-read.
035200
035300     if ham-trans-lang-code = spaces
035400         go to 1200-exit
035500     end-if.
035600
035700     if xlr-trans-count >= xlr-max-trans
035800         perform 9900-capacity-failure
035900             thru 9900-exit
036000         go to 1200-exit
036100     end-if.
036200
036300     add 1 to xlr-trans-count.
036400     set xlr-trans-idx to xlr-trans-count.
036500     move ham-trans-lang-code
036600         to xlr-tr-lang-code (xlr-trans-idx).
036700     move ham-trans-template-id
036800         to xlr-tr-template-id (xlr-trans-idx).
036900     move ham-trans-tag
037000         to xlr-tr-tag (xlr-trans-idx).
037100     if ham-trans-text = spaces
037200         move "N" to xlr-tr-has-text-sw (xlr-trans-idx)
037300     else
037400         move "Y" to xlr-tr-has-text-sw (xlr-trans-idx)
037500     end-if.
037600
037700 1200-exit.
037800     exit.
037900
038000 1300-load-one-language.
038100     read language-file
038200         at end
038300             move "Y" to xlr-lang-eof-sw
038400         not at end
038500             if lang-code = spaces
038600                 continue
038700             else
038800                 if xlr-lang-count >= xlr-max-langs
038900                     perform 9900-capacity-failure
039000                         thru 9900-exit
039100                 else
039200                     add 1 to xlr-lang-count
039300                     move xlr-lang-count to xlr-lang-sub
039400                     move lang-code
039500                         to xlr-lg-code (xlr-lang-sub)
039600                     perform 1310-derive-language-dir
039700                         thru 1310-exit
039800                 end-if
039900             end-if
040000     end-read.
040100
040200 1300-exit.
040300     exit.
040400
040500 1310-derive-language-dir.
040600     if xlr-lg-code (xlr-lang-sub) = "EN"
040700         move spaces to xlr-lg-dir (xlr-lang-sub)
040800     else
040900         move xlr-lg-code (xlr-lang-sub) to xlr-lang-lower
041000         inspect xlr-lang-lower converting
041100             "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to
041200             "abcdefghijklmnopqrstuvwxyz"
041300         move spaces to xlr-lg-dir (xlr-lang-sub)
041400         string xlr-lang-lower delimited by space
041500             "/" delimited by size
041600             into xlr-lg-dir (xlr-lang-sub)
041700     end-if.
041800
041900 1310-exit.
042000     exit.
042100
042200******************************************************
042300* 2000-CHECK-PAGE-COVERAGE
042400*
042500* One pass of the master.  Every non-English language of
042600* every page that is not expired gets a PAGE line with
042700* its section counts, followed by one line per section
042800* that fell back to English.
042900******************************************************
043000 2000-check-page-coverage.
043100     open input page-control-file.
043110     if xlr-master-file-status not = "00"
043120         display "XLATRPT: PAGE MASTER NOT AVAILABLE - STATUS "
043130             xlr-master-file-status upon console
043140         move "Y" to xlr-master-failed-sw
043150         move spaces to xlr-report-line
043160         string "PAGE MASTER NOT AVAILABLE - STATUS "
043170             xlr-master-file-status
043180             " - NO PAGE COVERAGE CHECKED" delimited by size
043190             into xlr-report-line
043195         write xlr-report-line
043196         move spaces to xlr-report-line
043197         write xlr-report-line
043198         go to 2000-exit
043199     end-if.
043200
043300     perform 2100-check-one-master-record
043400         thru 2100-exit
043500         until xlr-control-eof.
043600
043700     close page-control-file.
043800
043900     move spaces to xlr-report-line.
044000     write xlr-report-line.
044100
044200 2000-exit.
044300     exit.
044400
044500 2100-check-one-master-record.
044600     read page-control-file
044700         at end
044800             move "Y" to xlr-control-eof-sw
044900             go to 2100-exit
045000     end-read.
045100
045200     move "N" to xlr-page-expired-sw.
045300     if pgctl-expiry-date not = spaces
045400        and pgctl-expiry-date is numeric
045500        and xlr-run-date > pgctl-expiry-date
045600         move "Y" to xlr-page-expired-sw
045700         add 1 to xlr-pages-expired
045800         go to 2100-exit
045900     end-if.
046000
046100     perform 2200-check-page-language
046200         thru 2200-exit
046300         varying xlr-lang-sub from 1 by 1
046400         until xlr-lang-sub > xlr-lang-count.
046500
046600 2100-exit.
046700     exit.
046800
046900******************************************************
047000* 2200-CHECK-PAGE-LANGUAGE
047100*
047200* English is the copy itself and is never checked.  The
047300* sections are counted first so the PAGE line can lead
047400* the detail, then walked again to list the fallbacks.
047500******************************************************
047600 2200-check-page-language.
047700     if xlr-lg-code (xlr-lang-sub) = "EN"
047800         go to 2200-exit
047900     end-if.
048000
048100     add 1 to xlr-page-langs-checked.
048200     move xlr-lg-code (xlr-lang-sub) to xlr-check-lang.
048300     move pgctl-template-id to xlr-check-template.
048400     move zero to xlr-page-sections.
048500     move zero to xlr-page-translated.
048600     move zero to xlr-page-english.
048700
048800     perform 2210-count-one-section
048900         thru 2210-exit
049000         varying xlr-content-idx from 1 by 1
049100         until xlr-content-idx > xlr-content-count.
049200
049300     move spaces to xlr-qualified-name.
049400     string xlr-lg-dir (xlr-lang-sub) delimited by space
049500         pgctl-output-file delimited by space
049600                                 into xlr-qualified-name.
049700
049800     move xlr-qualified-name to xlr-rpt-page-name.
049900     move pgctl-template-id to xlr-rpt-page-template.
050000     move xlr-page-sections to xlr-rpt-page-sections.
050100     move xlr-page-translated to xlr-rpt-page-translated.
050200     move xlr-page-english to xlr-rpt-page-english.
050300     move xlr-rpt-page-line to xlr-report-line.
050400     write xlr-report-line.
050500
050600     if xlr-page-english > zero
050700         perform 2220-list-one-fallback
050800             thru 2220-exit
050900             varying xlr-content-idx from 1 by 1
051000             until xlr-content-idx > xlr-content-count
051100     end-if.
051200
051300     add xlr-page-translated to xlr-total-translated.
051400     add xlr-page-english to xlr-total-english.
051500
051600 2200-exit.
051700     exit.
051800
051900 2210-count-one-section.
052000     if xlr-ct-template-id (xlr-content-idx)
052100             not = xlr-check-template
052200         go to 2210-exit
052300     end-if.
052400
052500     add 1 to xlr-page-sections.
052600     perform 2300-check-section-covered
052700         thru 2300-exit.
052800     if xlr-found
052900         add 1 to xlr-page-translated
053000     else
053100         add 1 to xlr-page-english
053200     end-if.
053300
053400 2210-exit.
053500     exit.
053600
053700 2220-list-one-fallback.
053800     if xlr-ct-template-id (xlr-content-idx)
053900             not = xlr-check-template
054000         go to 2220-exit
054100     end-if.
054200
054300     perform 2300-check-section-covered
054400         thru 2300-exit.
054500     if xlr-found
054600         go to 2220-exit
054700     end-if.
054800
054900     move xlr-ct-tag (xlr-content-idx) to xlr-rpt-eng-tag.
055000     move xlr-ct-section-type (xlr-content-idx)
055100         to xlr-rpt-eng-type.
055200     move xlr-ct-seq (xlr-content-idx) to xlr-rpt-eng-seq.
055300     move xlr-ct-text (xlr-content-idx) to xlr-rpt-eng-text.
055400     move xlr-rpt-english-line to xlr-report-line.
055500     write xlr-report-line.
055600
055700 2220-exit.
055800     exit.
055900
056000******************************************************
056100* 2300-CHECK-SECTION-COVERED
056200*
056300* Sets XLR-FOUND-SW for the content entry at
056400* XLR-CONTENT-IDX in XLR-CHECK-LANG.  A section record
056500* with text, template-specific or blank-template, covers
056600* any section; failing that, a headline/greeting pair
056700* for the language covers a HEADLINE or GREETING
056800* section - the same order HAMMER applies them in.
056900******************************************************
057000 2300-check-section-covered.
057100     move "N" to xlr-found-sw.
057200     move xlr-ct-tag (xlr-content-idx) to xlr-check-tag.
057300
057400     if xlr-check-tag not = spaces
057500         perform 2310-search-section-trans
057600             thru 2310-exit
057700             varying xlr-trans-idx from 1 by 1
057800             until xlr-trans-idx > xlr-trans-count
057900                or xlr-found
058000     end-if.
058100
058200     if xlr-found
058300         go to 2300-exit
058400     end-if.
058500
058600     if xlr-ct-section-type (xlr-content-idx) = "HEADLINE"
058700        or xlr-ct-section-type (xlr-content-idx) = "GREETING"
058800         move "N" to xlr-legacy-found-sw
058900         perform 2320-search-legacy-pair
059000             thru 2320-exit
059100             varying xlr-trans-idx from 1 by 1
059200             until xlr-trans-idx > xlr-trans-count
059300                or xlr-legacy-found
059400         if xlr-legacy-found
059500             move "Y" to xlr-found-sw
059600         end-if
059700     end-if.
059800
059900 2300-exit.
060000     exit.
060100
060200 2310-search-section-trans.
060300     if xlr-tr-lang-code (xlr-trans-idx) = xlr-check-lang
060400        and xlr-tr-tag (xlr-trans-idx) = xlr-check-tag
060500        and xlr-tr-has-text (xlr-trans-idx)
060600        and (xlr-tr-template-id (xlr-trans-idx)
060700                                 = xlr-check-template
060800          or xlr-tr-template-id (xlr-trans-idx) = spaces)
060900         move "Y" to xlr-found-sw
061000     end-if.
061100
061200 2310-exit.
061300     exit.
061400
061500 2320-search-legacy-pair.
061600     if xlr-tr-lang-code (xlr-trans-idx) = xlr-check-lang
061700        and xlr-tr-tag (xlr-trans-idx) = spaces
061800        and (xlr-tr-template-id (xlr-trans-idx)
061900                                 = xlr-check-template
062000          or xlr-tr-template-id (xlr-trans-idx) = spaces)
062100         move "Y" to xlr-legacy-found-sw
062200     end-if.
062300
062400 2320-exit.
062500     exit.
062600
062700******************************************************
062800* 3000-CHECK-ORPHANS
062900*
063000* A section record is an orphan when no PAGE-CONTENT
063100* record carries its tag under its template - under any
063200* template, for a blank-template record.  A headline/
063300* greeting pair naming a template is an orphan when that
063400* template has no content left at all.
063500******************************************************
063600 3000-check-orphans.
063700     perform 3100-check-one-translation
063800         thru 3100-exit
063900         varying xlr-trans-idx from 1 by 1
064000         until xlr-trans-idx > xlr-trans-count.
064100
064200     if xlr-total-orphans > zero
064210         move spaces to xlr-report-line
064220         write xlr-report-line
064230     end-if.
064400
064500 3000-exit.
064600     exit.
064700
064800 3100-check-one-translation.
064900     if xlr-tr-tag (xlr-trans-idx) = spaces
065000        and xlr-tr-template-id (xlr-trans-idx) = spaces
065100         go to 3100-exit
065200     end-if.
065300
065400     move xlr-tr-template-id (xlr-trans-idx)
065500         to xlr-check-template.
065600     move xlr-tr-tag (xlr-trans-idx) to xlr-check-tag.
065700     move "N" to xlr-found-sw.
065800     perform 3110-search-content
065900         thru 3110-exit
066000         varying xlr-content-idx from 1 by 1
066100         until xlr-content-idx > xlr-content-count
066200            or xlr-found.
066300
066400     if xlr-found
066500         go to 3100-exit
066600     end-if.
066700
066800     add 1 to xlr-total-orphans.
066900     move xlr-tr-lang-code (xlr-trans-idx)
067000         to xlr-rpt-orph-lang.
067100     move xlr-check-template to xlr-rpt-orph-template.
067200     move xlr-check-tag to xlr-rpt-orph-tag.
067300     if xlr-check-tag = spaces
067400         move "NO CONTENT LEFT FOR THIS TEMPLATE"
067500             to xlr-rpt-orph-reason
067600     else
067700         move "NO CONTENT RECORD FOR THIS TEMPLATE AND TAG"
067800             to xlr-rpt-orph-reason
067900     end-if.
068000     move xlr-rpt-orphan-line to xlr-report-line.
068100     write xlr-report-line.
068200
068300 3100-exit.
068400     exit.
068500
068600 3110-search-content.
068700     if xlr-check-template not = spaces
068800        and xlr-ct-template-id (xlr-content-idx)
068900                                 not = xlr-check-template
069000         go to 3110-exit
069100     end-if.
069200
069300     if xlr-check-tag = spaces
069400        or xlr-ct-tag (xlr-content-idx) = xlr-check-tag
069500         move "Y" to xlr-found-sw
069600     end-if.
069700
069800 3110-exit.
069900     exit.
070000
070100******************************************************
070200* 9000-TERMINATE
070300*
070400* An informational report - it ends clean unless it is
070500* incomplete, when it says so on the report and ends
070510* RETURN-CODE 8.
070600******************************************************
070700 9000-terminate.
070800     move "PAGE-LANGUAGES CHECKED" to xlr-rpt-total-text.
070900     move xlr-page-langs-checked to xlr-rpt-total-count.
071000     move xlr-rpt-total to xlr-report-line.
071100     write xlr-report-line.
071200
071300     move "EXPIRED PAGES NOT CHECKED" to xlr-rpt-total-text.
071400     move xlr-pages-expired to xlr-rpt-total-count.
071500     move xlr-rpt-total to xlr-report-line.
071600     write xlr-report-line.
071700
071800     move "SECTIONS TRANSLATED" to xlr-rpt-total-text.
071900     move xlr-total-translated to xlr-rpt-total-count.
072000     move xlr-rpt-total to xlr-report-line.
072100     write xlr-report-line.
072200
072300     move "SECTIONS SHIPPED IN ENGLISH" to xlr-rpt-total-text.
072400     move xlr-total-english to xlr-rpt-total-count.
072500     move xlr-rpt-total to xlr-report-line.
072600     write xlr-report-line.
072700
072800     move "ORPHAN TRANSLATIONS" to xlr-rpt-total-text.
072900     move xlr-total-orphans to xlr-rpt-total-count.
073000     move xlr-rpt-total to xlr-report-line.
073100     write xlr-report-line.
073200
073210     if xlr-master-failed
073120        or xlr-capacity-hit
073130         move spaces to xlr-report-line
073140         write xlr-report-line
073150         move "REPORT INCOMPLETE - SEE CONSOLE" to xlr-report-line
073160         write xlr-report-line
073170         move 8 to return-code
073180     end-if.
073190
073300     close coverage-report-file.
073400
073500 9000-exit.
073600     exit.
073700
073800******************************************************
073900* 9900-CAPACITY-FAILURE
074000******************************************************
074100 9900-capacity-failure.
074200     if not xlr-capacity-hit
074300         display "XLATRPT: TABLE CAPACITY EXCEEDED"
074400             upon console
074500     end-if.
074600     move "Y" to xlr-capacity-hit-sw.
074700
074800 9900-exit.
074900     exit.
