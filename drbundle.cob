000100******************************************************
000200* DRBUNDLE.COB
000300*
000400* Nightly disaster-recovery bundle.
000500*
000600* Writes one point-in-time recovery bundle of everything
000700* the site is rebuilt from, so losing the build disk is a
000800* restore and not a week of re-keying:
000900*   - every driving, control and history dataset on the
001000*     DR-MEMBER-LIST (DRLIST), the indexed page master
001100*     among them, read in key order through PAGECTL;
001200*   - the staged copy of every page on the page master in
001300*     every language on LANGUAGE-CONTROL, with the site
001400*     index and sitemap the build writes at the root and
001410*     each language's Atom feed;
001500*   - every archived page generation GENCTL still holds
001600*     under the generation root.
001700* Each member goes into the bundle behind a member header
001800* and is followed by a trailer carrying its record count,
001900* checksum and size, and the same figures go on a separate
002000* manifest written alongside - see DRBNDREC.CPY and
002100* DRMANREC.CPY.  DRRESTOR holds a restore to both.
002200*
002300* The bundle and manifest are written under the DR root
002400* named on the PARM, a directory off the build disk, as
002500* drbundle.Dyyyymmdd and drmanif.Dyyyymmdd.  The
002600* DR-CATALOGUE (DRCAT) lists the bundles held, oldest
002700* first; tonight's bundle replaces one already taken
002800* today, and once more than the retention count are held
002900* the oldest are deleted and dropped from the catalogue.
003000*
003100* PARM='07,/dr/hammer/' is the number of bundles to keep
003200* and the DR root, which must end in "/".  A blank or
003300* non-numeric retention keeps seven.
003400*
003500* RETURN-CODE 16 when no bundle could be written at all
003600* (no PARM, no site config, the DR root not writable) -
003700* the catalogue is left alone; 8 when a required dataset
003800* could not be read or a table ceiling was hit, so the
003900* bundle is short - it is still catalogued, as the best
004000* recovery point there is, but the alert goes out and no
004010* older bundle is retired that night, so a run of bad
004020* nights never rotates the last complete bundle away.
004100*
004200* AUTHOR.     R. BLANCHETTE.
004300* INSTALLATION. DATA PROCESSING.
004400* DATE-WRITTEN. 2026-10-15.
004500* DATE-COMPILED.
004600*
004700* MODIFICATION HISTORY
004800* 2026-10-15  RLB  Written so the build disk can be lost
004900*                  without losing the site - the driving,
005000*                  control and history files and the
005100*                  staged pages, bundled together nightly.
005110* 2026-10-15  RLB  A short bundle no longer retires older
005120*                  ones - the bundles past the retention
005130*                  are kept and reported held back until a
005140*                  complete bundle is taken.  The index
005150*                  and sitemap are bundled once, from the
005160*                  root, where the build writes them; only
005170*                  the Atom feed is per language.
005200******************************************************
005300
005400 identification division.
005500 program-id. drbundle.
005600
005700 environment division.
005800
005900 input-output section.
006000 file-control.
006100******************************************************
006200* SITECFG, PAGECTL, LANGCTL, GENCTL, DRLIST, DRCAT and
006300* DRRPT are DD names HAMMER.JCL allocates on the DRBUNDL
006400* step.  Each member dataset, the bundle and the manifest
006500* open through DYNAMIC assignments, the same way LIVEMON
006600* opens its live copies.
006700******************************************************
006800     select site-config-file
006900         assign to sitecfg
007000         organization is line sequential
007100         file status is dbn-sitecfg-file-status.
007200
007300     select page-master-file
007400         assign to pagectl
007500         organization is indexed
007600         access is sequential
007700         record key is pgctl-output-file
007800         file status is dbn-master-file-status.
007900
008000     select language-file
008100         assign to langctl
008200         organization is line sequential
008300         file status is dbn-lang-file-status.
008400
008500     select genctl-file
008600         assign to genctl
008700         organization is line sequential
008800         file status is dbn-genctl-file-status.
008900
009000     select member-list-file
009100         assign to drlist
009200         organization is line sequential
009300         file status is dbn-drlist-file-status.
009400
009500     select catalogue-file
009600         assign to drcat
009700         organization is line sequential
009800         file status is dbn-drcat-file-status.
009900
010000     select member-in-file
010100         assign to dynamic dbn-member-target
010200         organization is line sequential
010300         file status is dbn-member-file-status.
010400
010500     select bundle-file
010600         assign to dynamic dbn-bundle-target
010700         organization is line sequential
010800         file status is dbn-bundle-file-status.
010900
011000     select manifest-file
011100         assign to dynamic dbn-manifest-target
011200         organization is line sequential
011300         file status is dbn-manifest-file-status.
011400
011500     select bundle-report-file
011600         assign to drrpt
011700         organization is line sequential.
011800
011900
012000 data division.
012100
012200 file section.
012300 fd  site-config-file.
012400     copy "sitecfgrec.cpy".
012500
012600 fd  page-master-file.
012700     copy "pgctlrec.cpy".
012800
012900 fd  language-file.
013000     copy "langrec.cpy".
013100
013200 fd  genctl-file.
013300     copy "genctlrec.cpy".
013400
013500 fd  member-list-file.
013600     copy "drlstrec.cpy".
013700
013800 fd  catalogue-file.
013900     copy "drcatrec.cpy".
014000
014100 fd  member-in-file.
014200 01  dbn-member-line                pic x(400).
014300
014400 fd  bundle-file.
014500     copy "drbndrec.cpy".
014600
014700 fd  manifest-file.
014800     copy "drmanrec.cpy".
014900
015000 fd  bundle-report-file.
015100 01  dbn-report-line                pic x(132).
015200
015300
015400 working-storage section.
015500******************************************************
015600* The roots come off the SITECFG record at start-up -
015700* see 1050-LOAD-SITE-CONFIG - the same record the build
015800* reads, and go into the bundle header so a restore
015900* knows where the members came from.
016000******************************************************
016100 01  dbn-build-root                 pic x(40).
016200 01  dbn-gen-root                   pic x(40).
016300 01  dbn-site-env-name              pic x(10).
016400 01  dbn-dr-root                    pic x(60).
016500 01  dbn-dr-root-len                pic 9(04) comp.
016600 01  dbn-member-target              pic x(80).
016700 01  dbn-bundle-target              pic x(80).
016800 01  dbn-manifest-target            pic x(80).
016900 01  dbn-delete-status              pic 9(09) comp.
017000
017100 01  dbn-sitecfg-file-status        pic x(02).
017200 01  dbn-master-file-status         pic x(02).
017300 01  dbn-lang-file-status           pic x(02).
017400 01  dbn-genctl-file-status         pic x(02).
017500 01  dbn-drlist-file-status         pic x(02).
017600 01  dbn-drcat-file-status          pic x(02).
017700 01  dbn-member-file-status         pic x(02).
017800 01  dbn-bundle-file-status         pic x(02).
017900 01  dbn-manifest-file-status       pic x(02).
018000
018100 01  dbn-switches.
018200     05  dbn-config-failed-sw       pic x(01) value "N".
018300         88 dbn-config-failed       value "Y".
018400     05  dbn-bundle-short-sw        pic x(01) value "N".
018500         88 dbn-bundle-short        value "Y".
018600     05  dbn-lang-eof-sw            pic x(01) value "N".
018700         88 dbn-lang-eof            value "Y".
018800     05  dbn-genctl-eof-sw          pic x(01) value "N".
018900         88 dbn-genctl-eof          value "Y".
019000     05  dbn-drlist-eof-sw          pic x(01) value "N".
019100         88 dbn-drlist-eof          value "Y".
019200     05  dbn-drcat-eof-sw           pic x(01) value "N".
019300         88 dbn-drcat-eof           value "Y".
019400     05  dbn-master-eof-sw          pic x(01) value "N".
019500         88 dbn-master-eof          value "Y".
019600     05  dbn-member-eof-sw          pic x(01) value "N".
019700         88 dbn-member-eof          value "Y".
019800
019900******************************************************
020000* Table capacities, matching the build's own.  A load
020100* past a ceiling goes through 9900-CAPACITY-FAILURE,
020200* which reports it and marks the bundle short.
020300******************************************************
020400 01  dbn-capacities.
020500     05  dbn-max-lang               pic 9(08) comp value 10.
020600     05  dbn-max-gen                pic 9(08) comp value 5000.
020700     05  dbn-max-catalogue          pic 9(08) comp value 100.
020800 01  dbn-capacity-item              pic x(20).
020900 01  dbn-capacity-hit-sw            pic x(01) value "N".
021000     88 dbn-capacity-hit           value "Y".
021100
021200 01  dbn-system-date.
021300     05  dbn-sd-yyyy                pic 9(04).
021400     05  dbn-sd-mm                  pic 9(02).
021500     05  dbn-sd-dd                  pic 9(02).
021600 01  dbn-run-date redefines dbn-system-date
021700                                    pic x(08).
021800
021900 01  dbn-system-time.
022000     05  dbn-st-hh                  pic 9(02).
022100     05  dbn-st-mm                  pic 9(02).
022200     05  dbn-st-ss                  pic 9(02).
022300     05  dbn-st-hs                  pic 9(02).
022400
022500 01  dbn-bundle-id.
022600     05  dbn-bi-date                pic x(08).
022700     05  dbn-bi-hh                  pic 9(02).
022800     05  dbn-bi-mm                  pic 9(02).
022900     05  dbn-bi-ss                  pic 9(02).
023000
023100 01  dbn-retain-parm                pic x(02) justified right.
023200 01  dbn-retain                     pic 9(02) value 7.
023300
023400******************************************************
023500* The languages the build produces - each entry's
023600* directory is blank for English (the root) and the
023700* lowercase code plus "/" for everything else, the
023800* subdirectory its staged copies sit in.
023900******************************************************
024000 01  dbn-lang-table.
024100     05  dbn-lang-count             pic 9(04) comp value zero.
024200     05  dbn-lang-entry occurs 10 times
024300                 indexed by dbn-lang-idx.
024400         10  dbn-lg-code            pic x(02).
024500         10  dbn-lg-dir             pic x(03).
024600 01  dbn-lang-sub                   pic 9(04) comp.
024700 01  dbn-lang-lower                 pic x(02).
024800
024900******************************************************
025000* Each page's highest archived generation off GENCTL,
025100* and the retention its "*RETAIN*" header sets - the
025200* generations still on disk are the last DBN-GEN-RETAIN
025300* up to and including the current one.
025400******************************************************
025500 01  dbn-gen-table.
025600     05  dbn-gen-count              pic 9(04) comp value zero.
025700     05  dbn-gen-entry occurs 5000 times
025800                 indexed by dbn-gen-idx.
025900         10  dbn-gn-output-file     pic x(40).
026000         10  dbn-gn-current-gen     pic 9(04).
026100 01  dbn-gen-sub                    pic 9(04) comp.
026200 01  dbn-gen-retain                 pic 9(02) value 5.
026300 01  dbn-gen-no                     pic 9(04) comp.
026400 01  dbn-gen-low                    pic 9(04) comp.
026500 01  dbn-gen-disp                   pic 9(04).
026600
026700******************************************************
026800* The bundles the catalogue holds, oldest first, with
026900* tonight's added last.  The first DBN-RETIRE-COUNT
027000* entries are past the retention and are deleted.
027100******************************************************
027200 01  dbn-catalogue-table.
027300     05  dbn-cat-count              pic 9(04) comp value zero.
027400     05  dbn-cat-entry occurs 100 times
027500                 indexed by dbn-cat-idx.
027600         10  dbn-ct-bundle-id       pic x(14).
027700         10  dbn-ct-env-name        pic x(10).
027800         10  dbn-ct-member-count    pic 9(05).
027900         10  dbn-ct-record-count    pic 9(09).
028000         10  dbn-ct-bundle-file     pic x(80).
028100         10  dbn-ct-manifest-file   pic x(80).
028200 01  dbn-cat-sub                    pic 9(04) comp.
028300 01  dbn-retire-count               pic 9(04) comp.
028400
028500******************************************************
028600* The member in hand - set by the caller before
028700* 7000-BUNDLE-MEMBER is performed.
028800******************************************************
028900 01  dbn-member-kind                pic x(06).
029000 01  dbn-member-root                pic x(01).
029100 01  dbn-member-name                pic x(60).
029200 01  dbn-member-required            pic x(01).
029300 01  dbn-member-no                  pic 9(05) value zero.
029400 01  dbn-member-records             pic 9(07) comp.
029500
029600******************************************************
029700* Checksum work area - the same arithmetic HAMMER's
029800* publish step and LIVEMON run, over each line up to its
029900* last non-blank and then the line end.
030000******************************************************
030100 01  dbn-sum-line                   pic x(400).
030200 01  dbn-sum-work-area.
030300     05  dbn-sum-value              pic 9(18) comp.
030400     05  dbn-sum-quot               pic 9(18) comp.
030500     05  dbn-sum-rem                pic 9(18) comp.
030600     05  dbn-sum-size               pic 9(09) comp.
030700     05  dbn-sum-line-len           pic 9(04) comp.
030800     05  dbn-sum-pos                pic 9(04) comp.
030900
031000 01  dbn-sum-char-pair.
031100     05  filler                     pic x(01) value low-value.
031200     05  dbn-sum-char               pic x(01).
031300 01  dbn-sum-char-num redefines dbn-sum-char-pair
031400                                    pic 9(04) comp.
031500
031600 01  dbn-counters.
031700     05  dbn-members-bundled        pic 9(05) comp value zero.
031800     05  dbn-records-bundled        pic 9(09) comp value zero.
031900     05  dbn-not-present-count      pic 9(05) comp value zero.
032000     05  dbn-required-missing       pic 9(05) comp value zero.
032100     05  dbn-bundles-retired        pic 9(05) comp value zero.
032200
032300 01  dbn-report-work.
032400     05  dbn-rpt-header.
032500         10  filler                 pic x(33)
032600             value "DRBUNDLE DISASTER-RECOVERY   RUN ".
032700         10  dbn-rpt-hdr-yyyy       pic 9(04).
032800         10  filler                 pic x(01) value "-".
032900         10  dbn-rpt-hdr-mm         pic 9(02).
033000         10  filler                 pic x(01) value "-".
033100         10  dbn-rpt-hdr-dd         pic 9(02).
033200         10  filler                 pic x(01) value space.
033300         10  dbn-rpt-hdr-hh         pic 9(02).
033400         10  filler                 pic x(01) value ":".
033500         10  dbn-rpt-hdr-mi         pic 9(02).
033600         10  filler                 pic x(06) value "  ENV ".
033700         10  dbn-rpt-hdr-env        pic x(10).
033800         10  filler                 pic x(09) value "  BUNDLE ".
033900         10  dbn-rpt-hdr-bundle     pic x(57).
034000     05  dbn-rpt-columns.
034100         10  filler                 pic x(07) value "MEMBER".
034200         10  filler                 pic x(07) value "KIND".
034300         10  filler                 pic x(61) value "NAME".
034400         10  filler                 pic x(09) value "  RECORDS".
034500         10  filler                 pic x(10) value "  CHECKSUM".
034600         10  filler                 pic x(12)
034700             value "        SIZE".
034800         10  filler                 pic x(10) value "  STATUS".
034900     05  dbn-rpt-detail.
035000         10  dbn-rpt-member-no      pic zzzz9.
035100         10  filler                 pic x(02) value spaces.
035200         10  dbn-rpt-kind           pic x(06).
035300         10  filler                 pic x(01) value space.
035400         10  dbn-rpt-name           pic x(60).
035500         10  filler                 pic x(01) value space.
035600         10  dbn-rpt-records        pic z,zzz,zz9.
035700         10  filler                 pic x(01) value space.
035800         10  dbn-rpt-checksum       pic 9(09).
035900         10  filler                 pic x(01) value space.
036000         10  dbn-rpt-size           pic zzz,zzz,zz9.
036100         10  filler                 pic x(02) value spaces.
036200         10  dbn-rpt-status         pic x(24).
036300     05  dbn-rpt-total.
036400         10  dbn-rpt-total-text     pic x(30).
036500         10  dbn-rpt-total-count    pic z,zzz,zz9.
036600
036700 linkage section.
036800******************************************************
036900* PARM= is passed to a batch main program as a halfword
037000* binary length ahead of the text - the retention and DR
037100* root are unstrung off the actual parameter text.
037200******************************************************
037300 01  dbn-parm-area.
037400     05  dbn-parm-len               pic s9(04) comp.
037500     05  dbn-parm-text              pic x(64).
037600
037700 procedure division using dbn-parm-area.
037800
037900 0000-mainline.
038000     perform 1000-initialize
038100         thru 1000-exit.
038200
038300     if dbn-config-failed
038400         move 16 to return-code
038500         stop run
038600     end-if.
038700
038800     perform 2000-bundle-listed-files
038900         thru 2000-exit.
039000
039100     perform 3000-bundle-staged-pages
039200         thru 3000-exit.
039300
039400     perform 4000-bundle-generations
039500         thru 4000-exit.
039600
039700     perform 5000-close-bundle
039800         thru 5000-exit.
039900
040000     perform 6000-rotate-catalogue
040100         thru 6000-exit.
040200
040300     perform 9000-terminate
040400         thru 9000-exit.
040500
040600     stop run.
040700
040800******************************************************
040900* 1000-INITIALIZE
041000*
041100* Takes the retention and DR root off the PARM and the
041200* build and generation roots off SITECFG, loads the
041300* languages and generation control, then opens the
041400* bundle and manifest under the DR root and writes the
041500* bundle header.  A bundle that will not open fails the
041600* step before anything else is touched.
041700******************************************************
041800 1000-initialize.
041900     accept dbn-system-date from date yyyymmdd.
042000     accept dbn-system-time from time.
042100
042200     move dbn-run-date to dbn-bi-date.
042300     move dbn-st-hh to dbn-bi-hh.
042400     move dbn-st-mm to dbn-bi-mm.
042500     move dbn-st-ss to dbn-bi-ss.
042600
042700     perform 1010-take-parm
042800         thru 1010-exit.
042900     if dbn-config-failed
043000         go to 1000-exit
043100     end-if.
043200
043300     perform 1050-load-site-config
043400         thru 1050-exit.
043500     if dbn-config-failed
043600         go to 1000-exit
043700     end-if.
043800
043900     open input language-file.
044000     if dbn-lang-file-status = "00"
044100         perform 1300-load-one-language
044200             thru 1300-exit
044300             until dbn-lang-eof
044400         close language-file
044500     end-if.
044600     if dbn-lang-count = zero
044700         move 1 to dbn-lang-count
044800         move 1 to dbn-lang-sub
044900         move "EN" to dbn-lg-code (1)
045000         perform 1310-derive-language-dir
045100             thru 1310-exit
045200     end-if.
045300
045400     open input genctl-file.
045500     if dbn-genctl-file-status = "00"
045600         perform 1400-load-one-genctl
045700             thru 1400-exit
045800             until dbn-genctl-eof
045900         close genctl-file
046000     end-if.
046100
046200     move spaces to dbn-bundle-target.
046300     string dbn-dr-root delimited by space
046400         "drbundle.D" delimited by size
046500         dbn-run-date delimited by size
046600                                 into dbn-bundle-target.
046700     move spaces to dbn-manifest-target.
046800     string dbn-dr-root delimited by space
046900         "drmanif.D" delimited by size
047000         dbn-run-date delimited by size
047100                                 into dbn-manifest-target.
047200
047300     open output bundle-report-file.
047400     move dbn-sd-yyyy to dbn-rpt-hdr-yyyy.
047500     move dbn-sd-mm to dbn-rpt-hdr-mm.
047600     move dbn-sd-dd to dbn-rpt-hdr-dd.
047700     move dbn-st-hh to dbn-rpt-hdr-hh.
047800     move dbn-st-mm to dbn-rpt-hdr-mi.
047900     move dbn-site-env-name to dbn-rpt-hdr-env.
048000     move dbn-bundle-target to dbn-rpt-hdr-bundle.
048100     move spaces to dbn-report-line.
048200     move dbn-rpt-header to dbn-report-line.
048300     write dbn-report-line.
048400     move spaces to dbn-report-line.
048500     write dbn-report-line.
048600
048700     open output bundle-file.
048800     if dbn-bundle-file-status not = "00"
048900         display "DRBUNDLE: BUNDLE NOT WRITABLE - STATUS "
049000             dbn-bundle-file-status " " dbn-bundle-target
049100             upon console
049200         move "BUNDLE NOT WRITABLE" to dbn-rpt-total-text
049300         move zero to dbn-rpt-total-count
049400         move dbn-rpt-total to dbn-report-line
049500         write dbn-report-line
049600         close bundle-report-file
049700         move "Y" to dbn-config-failed-sw
049800         go to 1000-exit
049900     end-if.
050000
050100     open output manifest-file.
050200     if dbn-manifest-file-status not = "00"
050300         display "DRBUNDLE: MANIFEST NOT WRITABLE - STATUS "
050400             dbn-manifest-file-status " " dbn-manifest-target
050500             upon console
050600         move "MANIFEST NOT WRITABLE" to dbn-rpt-total-text
050700         move zero to dbn-rpt-total-count
050800         move dbn-rpt-total to dbn-report-line
050900         write dbn-report-line
051000         close bundle-report-file
051100         close bundle-file
051200         move "Y" to dbn-config-failed-sw
051300         go to 1000-exit
051400     end-if.
051500
051600     move dbn-rpt-columns to dbn-report-line.
051700     write dbn-report-line.
051800     move spaces to dbn-report-line.
051900     write dbn-report-line.
052000
052100     move spaces to drb-record.
052200     move "H" to drb-record-type.
052300     move zero to drb-member-no.
052400     move dbn-bundle-id to drb-bundle-id.
052500     move dbn-site-env-name to drb-env-name.
052600     move dbn-build-root to drb-build-root.
052700     move dbn-gen-root to drb-gen-root.
052800     write drb-record.
052900
053000 1000-exit.
053100     exit.
053200
053300******************************************************
053400* 1010-TAKE-PARM
053500*
053600* PARM='07,/dr/hammer/' - the retention count, then the
053700* DR root.  A one-digit retention is right-justified and
053800* zero-filled; anything else non-numeric keeps the
053900* default.  The root is required and must end in "/".
054000******************************************************
054100 1010-take-parm.
054200     move spaces to dbn-retain-parm.
054300     move spaces to dbn-dr-root.
054400     if dbn-parm-len > zero
054500         unstring dbn-parm-text (1:dbn-parm-len)
054600             delimited by ","
054700             into dbn-retain-parm
054800                  dbn-dr-root
054900         end-unstring
055000     end-if.
055100
055200     inspect dbn-retain-parm replacing leading space by "0".
055300     if dbn-retain-parm is numeric
055400        and dbn-retain-parm not = "00"
055500         move dbn-retain-parm to dbn-retain
055600     end-if.
055700
055800     perform 1020-trim-scan-back
055900         thru 1020-exit
056000         varying dbn-dr-root-len from 60 by -1
056100         until dbn-dr-root-len = 0
056200            or dbn-dr-root (dbn-dr-root-len:1) not = space.
056300
056400     if dbn-dr-root-len = zero
056500         display "DRBUNDLE: NO DR ROOT ON THE PARM" upon console
056600         move "Y" to dbn-config-failed-sw
056700         go to 1010-exit
056800     end-if.
056900     if dbn-dr-root (dbn-dr-root-len:1) not = "/"
057000         display "DRBUNDLE: DR ROOT DOES NOT END IN / - "
057100             dbn-dr-root upon console
057200         move "Y" to dbn-config-failed-sw
057300     end-if.
057400
057500 1010-exit.
057600     exit.
057700
057800 1020-trim-scan-back.
057900     continue.
058000
058100 1020-exit.
058200     exit.
058300
058400******************************************************
058500* 1050-LOAD-SITE-CONFIG
058600*
058700* Takes the environment and the build and generation
058800* roots off the one SITECFG record.  An unreadable config
058900* fails the step loudly.
059000******************************************************
059100 1050-load-site-config.
059200     open input site-config-file.
059300     if dbn-sitecfg-file-status not = "00"
059400         display "DRBUNDLE: SITE CONFIG NOT AVAILABLE - "
059500             "STATUS " dbn-sitecfg-file-status upon console
059600         move "Y" to dbn-config-failed-sw
059700         go to 1050-exit
059800     end-if.
059900
060000     read site-config-file
060100         at end
060200             display "DRBUNDLE: SITE CONFIG RECORD MISSING"
060300                 upon console
060400             move "Y" to dbn-config-failed-sw
060500             close site-config-file
060600             go to 1050-exit
060700     end-read.
060800
060900     close site-config-file.
061000
061100     move site-cfg-env-name to dbn-site-env-name.
061200     move site-cfg-build-root to dbn-build-root.
061300     move site-cfg-gen-root to dbn-gen-root.
061400
061500 1050-exit.
061600     exit.
061700
061800 1300-load-one-language.
061900     read language-file
062000         at end
062100             move "Y" to dbn-lang-eof-sw
062200         not at end
062300             if lang-code = spaces
062400                 continue
062500             else
062600                 if dbn-lang-count >= dbn-max-lang
062700                     move "LANGUAGE-CONTROL" to dbn-capacity-item
062800                     perform 9900-capacity-failure
062900                         thru 9900-exit
063000                 else
063100                     add 1 to dbn-lang-count
063200                     move dbn-lang-count to dbn-lang-sub
063300                     move lang-code to dbn-lg-code (dbn-lang-sub)
063400                     perform 1310-derive-language-dir
063500                         thru 1310-exit
063600                 end-if
063700             end-if
063800     end-read.
063900
064000 1300-exit.
064100     exit.
064200
064300 1310-derive-language-dir.
064400     if dbn-lg-code (dbn-lang-sub) = "EN"
064500         move spaces to dbn-lg-dir (dbn-lang-sub)
064600     else
064700         move dbn-lg-code (dbn-lang-sub) to dbn-lang-lower
064800         inspect dbn-lang-lower converting
064900             "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to
065000             "abcdefghijklmnopqrstuvwxyz"
065100         move spaces to dbn-lg-dir (dbn-lang-sub)
065200         string dbn-lang-lower delimited by space
065300             "/" delimited by size
065400             into dbn-lg-dir (dbn-lang-sub)
065500     end-if.
065600
065700 1310-exit.
065800     exit.
065900
066000******************************************************
066100* 1400-LOAD-ONE-GENCTL
066200*
066300* The "*RETAIN*" header sets the per-page retention, as
066400* it does for the build; every other record is a page's
066500* highest archived generation number.
066600******************************************************
066700 1400-load-one-genctl.
066800     read genctl-file
066900         at end
067000             move "Y" to dbn-genctl-eof-sw
067100             go to 1400-exit
067200     end-read.
067300
067400     if ham-genctl-output-file = spaces
067500         go to 1400-exit
067600     end-if.
067700
067800     if ham-genctl-output-file = "*RETAIN*"
067900         if ham-genctl-retain is numeric
068000            and ham-genctl-retain > zero
068100             move ham-genctl-retain to dbn-gen-retain
068200         end-if
068300         go to 1400-exit
068400     end-if.
068500
068600     if ham-genctl-current-gen is not numeric
068700        or ham-genctl-current-gen = zero
068800         go to 1400-exit
068900     end-if.
069000
069100     if dbn-gen-count >= dbn-max-gen
069200         move "GENERATION CONTROL" to dbn-capacity-item
069300         perform 9900-capacity-failure
069400             thru 9900-exit
069500         go to 1400-exit
069600     end-if.
069700
069800     add 1 to dbn-gen-count.
069900     move dbn-gen-count to dbn-gen-sub.
070000     move ham-genctl-output-file
070100         to dbn-gn-output-file (dbn-gen-sub).
070200     move ham-genctl-current-gen
070300         to dbn-gn-current-gen (dbn-gen-sub).
070400
070500 1400-exit.
070600     exit.
070700
070800******************************************************
070900* 2000-BUNDLE-LISTED-FILES
071000*
071100* Every dataset on the DR-MEMBER-LIST, in list order.
071200* With no list at all there is nothing to say what the
071300* site is rebuilt from, so the bundle is marked short.
071400******************************************************
071500 2000-bundle-listed-files.
071600     open input member-list-file.
071700     if dbn-drlist-file-status not = "00"
071800         display "DRBUNDLE: DR MEMBER LIST NOT AVAILABLE - "
071900             "STATUS " dbn-drlist-file-status upon console
072000         move spaces to dbn-rpt-detail
072100         move "DR-MEMBER-LIST" to dbn-rpt-name
072200         move "LIST NOT AVAILABLE" to dbn-rpt-status
072300         perform 8000-write-detail
072400             thru 8000-exit
072500         add 1 to dbn-required-missing
072600         move "Y" to dbn-bundle-short-sw
072700         go to 2000-exit
072800     end-if.
072900
073000     perform 2100-bundle-one-listed
073100         thru 2100-exit
073200         until dbn-drlist-eof.
073300
073400     close member-list-file.
073500
073600 2000-exit.
073700     exit.
073800
073900 2100-bundle-one-listed.
074000     read member-list-file
074100         at end
074200             move "Y" to dbn-drlist-eof-sw
074300             go to 2100-exit
074400     end-read.
074500
074600     if drl-member-name = spaces
074700         go to 2100-exit
074800     end-if.
074900
075000     if drl-kind = "MASTER"
075100         move "MASTER" to dbn-member-kind
075200     else
075300         move "FILE" to dbn-member-kind
075400     end-if.
075500     move "B" to dbn-member-root.
075600     move drl-member-name to dbn-member-name.
075700     if drl-required = "N"
075800         move "N" to dbn-member-required
075900     else
076000         move "Y" to dbn-member-required
076100     end-if.
076200
076300     perform 7000-bundle-member
076400         thru 7000-exit.
076500
076600 2100-exit.
076700     exit.
076800
076900******************************************************
077000* 3000-BUNDLE-STAGED-PAGES
077100*
077200* The staged copy of every page on the page master, in
077300* every language, then each language's Atom feed - and,
077400* for the root language only, the index and sitemap,
077410* which the build writes once, at the root.  None is
077420* required - a page held back to its effective date has
077500* no staged copy yet - so an absent one is only noted.
077700******************************************************
077800 3000-bundle-staged-pages.
077900     perform 3100-bundle-one-language
078000         thru 3100-exit
078100         varying dbn-lang-sub from 1 by 1
078200         until dbn-lang-sub > dbn-lang-count.
078300
078400 3000-exit.
078500     exit.
078600
078700 3100-bundle-one-language.
078800     move "STAGED" to dbn-member-kind.
078900     move "B" to dbn-member-root.
079000     move "N" to dbn-member-required.
079100
079200     open input page-master-file.
079300     if dbn-master-file-status = "00"
079400         move "N" to dbn-master-eof-sw
079500         perform 3200-bundle-one-staged-page
079600             thru 3200-exit
079700             until dbn-master-eof
079800         close page-master-file
079900     end-if.
080000
080100     if dbn-lg-dir (dbn-lang-sub) = spaces
080200         move "index.html" to dbn-member-name
080300         perform 7000-bundle-member
080400             thru 7000-exit
080500         move "sitemap.xml" to dbn-member-name
080600         perform 7000-bundle-member
080700             thru 7000-exit
080800     end-if.
081400
081500     move spaces to dbn-member-name.
081600     string dbn-lg-dir (dbn-lang-sub) delimited by space
081700         "atom.xml" delimited by size
081800                                 into dbn-member-name.
081900     perform 7000-bundle-member
082000         thru 7000-exit.
082100
082200 3100-exit.
082300     exit.
082400
082500 3200-bundle-one-staged-page.
082600     read page-master-file
082700         at end
082800             move "Y" to dbn-master-eof-sw
082900             go to 3200-exit
083000     end-read.
083100
083200     if pgctl-output-file = spaces
083300         go to 3200-exit
083400     end-if.
083500
083600     move spaces to dbn-member-name.
083700     string dbn-lg-dir (dbn-lang-sub) delimited by space
083800         pgctl-output-file delimited by space
083900                                 into dbn-member-name.
084000
084100     perform 7000-bundle-member
084200         thru 7000-exit.
084300
084400 3200-exit.
084500     exit.
084600
084700******************************************************
084800* 4000-BUNDLE-GENERATIONS
084900*
085000* The archived generations GENCTL still holds for each
085100* page - the last DBN-GEN-RETAIN up to the current one,
085200* named as the build names them under the generation
085300* root.  One the purge has already taken is noted as not
085400* present.
085500******************************************************
085600 4000-bundle-generations.
085700     move "GEN" to dbn-member-kind.
085800     move "G" to dbn-member-root.
085900     move "N" to dbn-member-required.
086000
086100     perform 4100-bundle-page-generations
086200         thru 4100-exit
086300         varying dbn-gen-sub from 1 by 1
086400         until dbn-gen-sub > dbn-gen-count.
086500
086600 4000-exit.
086700     exit.
086800
086900 4100-bundle-page-generations.
087000     if dbn-gn-current-gen (dbn-gen-sub) > dbn-gen-retain
087100         compute dbn-gen-low = dbn-gn-current-gen (dbn-gen-sub)
087200             - dbn-gen-retain + 1
087300     else
087400         move 1 to dbn-gen-low
087500     end-if.
087600
087700     perform 4200-bundle-one-generation
087800         thru 4200-exit
087900         varying dbn-gen-no from dbn-gen-low by 1
088000         until dbn-gen-no > dbn-gn-current-gen (dbn-gen-sub).
088100
088200 4100-exit.
088300     exit.
088400
088500 4200-bundle-one-generation.
088600     move dbn-gen-no to dbn-gen-disp.
088700     move spaces to dbn-member-name.
088800     string dbn-gn-output-file (dbn-gen-sub) delimited by space
088900         ".G" delimited by size
089000         dbn-gen-disp delimited by size
089100                                 into dbn-member-name.
089200
089300     perform 7000-bundle-member
089400         thru 7000-exit.
089500
089600 4200-exit.
089700     exit.
089800
089900******************************************************
090000* 5000-CLOSE-BUNDLE
090100*
090200* The end record, without which DRRESTOR treats the
090300* bundle as cut short.
090400******************************************************
090500 5000-close-bundle.
090600     move spaces to drb-record.
090700     move "E" to drb-record-type.
090800     move zero to drb-member-no.
090900     move dbn-members-bundled to drb-end-member-count.
091000     move dbn-records-bundled to drb-end-record-count.
091100     write drb-record.
091200
091300     close bundle-file.
091400     close manifest-file.
091500
091600 5000-exit.
091700     exit.
091800
091900******************************************************
092000* 6000-ROTATE-CATALOGUE
092100*
092200* Loads the catalogue, dropping any bundle already taken
092300* today (tonight's has just been written over it), adds
092400* tonight's, deletes the oldest bundles past the
092500* retention count and rewrites the catalogue with the
092600* rest, oldest first.  A short bundle retires nothing -
092610* the bundles past the retention stay on the catalogue,
092620* reported held back, and the next complete bundle
092630* retires them.
092700******************************************************
092800 6000-rotate-catalogue.
092900     open input catalogue-file.
093000     if dbn-drcat-file-status = "00"
093100         perform 6100-load-one-catalogue
093200             thru 6100-exit
093300             until dbn-drcat-eof
093400         close catalogue-file
093500     end-if.
093600
093700     if dbn-cat-count >= dbn-max-catalogue
093800         move "DR-CATALOGUE" to dbn-capacity-item
093900         perform 9900-capacity-failure
094000             thru 9900-exit
094100         move 1 to dbn-cat-sub
094200         perform 6300-retire-one-bundle
094300             thru 6300-exit
094400         perform 6150-shift-one-entry
094500             thru 6150-exit
094600             varying dbn-cat-sub from 2 by 1
094700             until dbn-cat-sub > dbn-cat-count
094800         subtract 1 from dbn-cat-count
094900     end-if.
095000
095100     add 1 to dbn-cat-count.
095200     move dbn-cat-count to dbn-cat-sub.
095300     move dbn-bundle-id to dbn-ct-bundle-id (dbn-cat-sub).
095400     move dbn-site-env-name to dbn-ct-env-name (dbn-cat-sub).
095500     move dbn-members-bundled
095600         to dbn-ct-member-count (dbn-cat-sub).
095700     move dbn-records-bundled
095800         to dbn-ct-record-count (dbn-cat-sub).
095900     move dbn-bundle-target to dbn-ct-bundle-file (dbn-cat-sub).
096000     move dbn-manifest-target
096100         to dbn-ct-manifest-file (dbn-cat-sub).
096200
096300     move zero to dbn-retire-count.
096400     if dbn-cat-count > dbn-retain
096500         compute dbn-retire-count = dbn-cat-count - dbn-retain
096600     end-if.
096700
096800     if dbn-retire-count > zero
096900         move spaces to dbn-report-line
097000         write dbn-report-line
097100     end-if.
097110     if dbn-bundle-short
097120         perform 6350-hold-one-bundle
097130             thru 6350-exit
097140             varying dbn-cat-sub from 1 by 1
097150             until dbn-cat-sub > dbn-retire-count
097160         move zero to dbn-retire-count
097170     end-if.
097200     perform 6300-retire-one-bundle
097300         thru 6300-exit
097400         varying dbn-cat-sub from 1 by 1
097500         until dbn-cat-sub > dbn-retire-count.
097600
097700     open output catalogue-file.
097800     if dbn-drcat-file-status not = "00"
097900         display "DRBUNDLE: DR CATALOGUE NOT WRITABLE - "
098000             "STATUS " dbn-drcat-file-status upon console
098100         move "Y" to dbn-bundle-short-sw
098200         go to 6000-exit
098300     end-if.
098400     perform 6200-write-one-catalogue
098500         thru 6200-exit
098600         varying dbn-cat-sub from 1 by 1
098700         until dbn-cat-sub > dbn-cat-count.
098800     close catalogue-file.
098900
099000 6000-exit.
099100     exit.
099200
099300 6100-load-one-catalogue.
099400     read catalogue-file
099500         at end
099600             move "Y" to dbn-drcat-eof-sw
099700             go to 6100-exit
099800     end-read.
099900
100000     if drc-bundle-id = spaces
100100        or drc-bundle-id (1:8) = dbn-run-date
100200         go to 6100-exit
100300     end-if.
100400
100500     if dbn-cat-count >= dbn-max-catalogue
100600         go to 6100-exit
100700     end-if.
100800
100900     add 1 to dbn-cat-count.
101000     move dbn-cat-count to dbn-cat-sub.
101100     move drc-bundle-id to dbn-ct-bundle-id (dbn-cat-sub).
101200     move drc-env-name to dbn-ct-env-name (dbn-cat-sub).
101300     move drc-member-count to dbn-ct-member-count (dbn-cat-sub).
101400     move drc-record-count to dbn-ct-record-count (dbn-cat-sub).
101500     move drc-bundle-file to dbn-ct-bundle-file (dbn-cat-sub).
101600     move drc-manifest-file
101700         to dbn-ct-manifest-file (dbn-cat-sub).
101800
101900 6100-exit.
102000     exit.
102100
102200 6150-shift-one-entry.
102300     move dbn-cat-entry (dbn-cat-sub)
102400         to dbn-cat-entry (dbn-cat-sub - 1).
102500
102600 6150-exit.
102700     exit.
102800
102900 6200-write-one-catalogue.
103000     if dbn-cat-sub not > dbn-retire-count
103100         go to 6200-exit
103200     end-if.
103300
103400     move spaces to drc-record.
103500     move dbn-ct-bundle-id (dbn-cat-sub) to drc-bundle-id.
103600     move dbn-ct-env-name (dbn-cat-sub) to drc-env-name.
103700     move dbn-ct-member-count (dbn-cat-sub) to drc-member-count.
103800     move dbn-ct-record-count (dbn-cat-sub) to drc-record-count.
103900     move dbn-ct-bundle-file (dbn-cat-sub) to drc-bundle-file.
104000     move dbn-ct-manifest-file (dbn-cat-sub)
104100         to drc-manifest-file.
104200     write drc-record.
104300
104400 6200-exit.
104500     exit.
104600
104700******************************************************
104800* 6300-RETIRE-ONE-BUNDLE
104900*
105000* Deletes a bundle past the retention and its manifest
105100* through CBL_DELETE_FILE, the host service the build's
105200* generation purge uses, and reports it retired.
105300******************************************************
105400 6300-retire-one-bundle.
105500     move dbn-ct-bundle-file (dbn-cat-sub) to dbn-member-target.
105600     call "CBL_DELETE_FILE" using dbn-member-target
105700         returning dbn-delete-status.
105800     move dbn-ct-manifest-file (dbn-cat-sub)
105900         to dbn-member-target.
106000     call "CBL_DELETE_FILE" using dbn-member-target
106100         returning dbn-delete-status.
106200
106300     move spaces to dbn-rpt-detail.
106400     move "BUNDLE" to dbn-rpt-kind.
106500     move dbn-ct-bundle-file (dbn-cat-sub) to dbn-rpt-name.
106600     move dbn-ct-record-count (dbn-cat-sub) to dbn-rpt-records.
106700     move "RETIRED" to dbn-rpt-status.
106800     perform 8000-write-detail
106900         thru 8000-exit.
107000
107100     add 1 to dbn-bundles-retired.
107200
107300 6300-exit.
107400     exit.
107410
107420 6350-hold-one-bundle.
107430     move spaces to dbn-rpt-detail.
107440     move "BUNDLE" to dbn-rpt-kind.
107450     move dbn-ct-bundle-file (dbn-cat-sub) to dbn-rpt-name.
107460     move dbn-ct-record-count (dbn-cat-sub) to dbn-rpt-records.
107470     move "RETIREMENT HELD BACK" to dbn-rpt-status.
107480     perform 8000-write-detail
107490         thru 8000-exit.
107491
107492 6350-exit.
107493     exit.
107500
107600******************************************************
107700* 7000-BUNDLE-MEMBER
107800*
107900* Bundles the member named in DBN-MEMBER-NAME under the
108000* root DBN-MEMBER-ROOT picks: the member header, one D
108100* record per line (per key-sequenced record for the page
108200* master), the trailer with the record count, checksum
108300* and size, and the matching manifest record.  A member
108400* that will not open is reported and, if required,
108500* marks the bundle short.
108600******************************************************
108700 7000-bundle-member.
108800     move spaces to dbn-member-target.
108900     if dbn-member-root = "G"
109000         string dbn-gen-root delimited by space
109100             dbn-member-name delimited by space
109200                                 into dbn-member-target
109300     else
109400         string dbn-build-root delimited by space
109500             dbn-member-name delimited by space
109600                                 into dbn-member-target
109700     end-if.
109800
109900     if dbn-member-kind = "MASTER"
110000         open input page-master-file
110100         move dbn-master-file-status to dbn-member-file-status
110200     else
110300         open input member-in-file
110400     end-if.
110500
110600     if dbn-member-file-status not = "00"
110700         move spaces to dbn-rpt-detail
110800         move dbn-member-kind to dbn-rpt-kind
110900         move dbn-member-name to dbn-rpt-name
111000         if dbn-member-required = "Y"
111100             display "DRBUNDLE: REQUIRED DATASET NOT READABLE - "
111200                 dbn-member-target upon console
111300             move "REQUIRED - NOT READABLE" to dbn-rpt-status
111400             add 1 to dbn-required-missing
111500             move "Y" to dbn-bundle-short-sw
111600         else
111700             move "NOT PRESENT" to dbn-rpt-status
111800             add 1 to dbn-not-present-count
111900         end-if
112000         perform 8000-write-detail
112100             thru 8000-exit
112200         go to 7000-exit
112300     end-if.
112400
112500     add 1 to dbn-member-no.
112600     move spaces to drb-record.
112700     move "M" to drb-record-type.
112800     move dbn-member-no to drb-member-no.
112900     move dbn-member-kind to drb-member-kind.
113000     move dbn-member-root to drb-member-root.
113100     move dbn-member-name to drb-member-name.
113200     write drb-record.
113300
113400     move zero to dbn-sum-value.
113500     move zero to dbn-sum-size.
113600     move zero to dbn-member-records.
113700
113800     if dbn-member-kind = "MASTER"
113900         move "N" to dbn-master-eof-sw
114000         perform 7150-copy-one-master
114100             thru 7150-exit
114200             until dbn-master-eof
114300         close page-master-file
114400     else
114500         move "N" to dbn-member-eof-sw
114600         perform 7100-copy-one-line
114700             thru 7100-exit
114800             until dbn-member-eof
114900         close member-in-file
115000     end-if.
115100
115200     move spaces to drb-record.
115300     move "T" to drb-record-type.
115400     move dbn-member-no to drb-member-no.
115500     move dbn-member-records to drb-trl-record-count.
115600     move dbn-sum-value to drb-trl-checksum.
115700     move dbn-sum-size to drb-trl-size.
115800     write drb-record.
115900
116000     move spaces to drm-record.
116100     move dbn-bundle-id to drm-bundle-id.
116200     move dbn-member-no to drm-member-no.
116300     move dbn-member-kind to drm-member-kind.
116400     move dbn-member-root to drm-member-root.
116500     move dbn-member-name to drm-member-name.
116600     move dbn-member-records to drm-record-count.
116700     move dbn-sum-value to drm-checksum.
116800     move dbn-sum-size to drm-size.
116900     write drm-record.
117000
117100     add 1 to dbn-members-bundled.
117200     add dbn-member-records to dbn-records-bundled.
117300
117400     move spaces to dbn-rpt-detail.
117500     move dbn-member-no to dbn-rpt-member-no.
117600     move dbn-member-kind to dbn-rpt-kind.
117700     move dbn-member-name to dbn-rpt-name.
117800     move dbn-member-records to dbn-rpt-records.
117900     move dbn-sum-value to dbn-rpt-checksum.
118000     move dbn-sum-size to dbn-rpt-size.
118100     move "BUNDLED" to dbn-rpt-status.
118200     perform 8000-write-detail
118300         thru 8000-exit.
118400
118500 7000-exit.
118600     exit.
118700
118800 7100-copy-one-line.
118900     read member-in-file
119000         at end
119100             move "Y" to dbn-member-eof-sw
119200             go to 7100-exit
119300     end-read.
119400
119500     move dbn-member-line to dbn-sum-line.
119600     perform 7200-write-data-record
119700         thru 7200-exit.
119800
119900 7100-exit.
120000     exit.
120100
120200 7150-copy-one-master.
120300     read page-master-file
120400         at end
120500             move "Y" to dbn-master-eof-sw
120600             go to 7150-exit
120700     end-read.
120800
120900     move spaces to dbn-sum-line.
121000     move pgctl-record to dbn-sum-line.
121100     perform 7200-write-data-record
121200         thru 7200-exit.
121300
121400 7150-exit.
121500     exit.
121600
121700******************************************************
121800* 7200-WRITE-DATA-RECORD
121900*
122000* Writes DBN-SUM-LINE as the member's next D record and
122100* folds it into the checksum and size - the text up to
122200* its last non-blank, then the line end.
122300******************************************************
122400 7200-write-data-record.
122500     move spaces to drb-record.
122600     move "D" to drb-record-type.
122700     move dbn-member-no to drb-member-no.
122800     move dbn-sum-line to drb-data.
122900     write drb-record.
123000
123100     add 1 to dbn-member-records.
123200
123300     perform 1020-trim-scan-back
123400         thru 1020-exit
123500         varying dbn-sum-line-len from 400 by -1
123600         until dbn-sum-line-len = 0
123700            or dbn-sum-line (dbn-sum-line-len:1) not = space.
123800
123900     perform 7210-sum-one-byte
124000         thru 7210-exit
124100         varying dbn-sum-pos from 1 by 1
124200         until dbn-sum-pos > dbn-sum-line-len.
124300
124400     compute dbn-sum-value = dbn-sum-value * 31 + 11.
124500     divide dbn-sum-value by 999999937
124600         giving dbn-sum-quot remainder dbn-sum-rem.
124700     move dbn-sum-rem to dbn-sum-value.
124800
124900     compute dbn-sum-size = dbn-sum-size + dbn-sum-line-len + 1.
125000
125100 7200-exit.
125200     exit.
125300
125400 7210-sum-one-byte.
125500     move dbn-sum-line (dbn-sum-pos:1) to dbn-sum-char.
125600     compute dbn-sum-value = dbn-sum-value * 31
125700         + dbn-sum-char-num + 1.
125800     divide dbn-sum-value by 999999937
125900         giving dbn-sum-quot remainder dbn-sum-rem.
126000     move dbn-sum-rem to dbn-sum-value.
126100
126200 7210-exit.
126300     exit.
126400
126500 8000-write-detail.
126600     move dbn-rpt-detail to dbn-report-line.
126700     write dbn-report-line.
126800     move spaces to dbn-rpt-detail.
126900
127000 8000-exit.
127100     exit.
127200
127300******************************************************
127400* 9900-CAPACITY-FAILURE
127500*
127600* The one way a table ceiling gets hit - the first hit
127700* goes to the console, every hit marks the bundle short
127800* so the step's condition code wakes the operator.
127900******************************************************
128000 9900-capacity-failure.
128100     if not dbn-capacity-hit
128200         display "DRBUNDLE: TABLE CAPACITY EXCEEDED - "
128300             dbn-capacity-item upon console
128400     end-if.
128500
128600     move "Y" to dbn-capacity-hit-sw.
128700     move "Y" to dbn-bundle-short-sw.
128800
128900 9900-exit.
129000     exit.
129100
129200******************************************************
129300* 9000-TERMINATE
129400*
129500* Writes the report totals and hands back RETURN-CODE 8
129600* when the bundle is short of a required dataset, so the
129700* JCL routes the run to ALERTOP.
129800******************************************************
129900 9000-terminate.
130000     move spaces to dbn-report-line.
130100     write dbn-report-line.
130200
130300     move "MEMBERS BUNDLED" to dbn-rpt-total-text.
130400     move dbn-members-bundled to dbn-rpt-total-count.
130500     move dbn-rpt-total to dbn-report-line.
130600     write dbn-report-line.
130700
130800     move "RECORDS BUNDLED" to dbn-rpt-total-text.
130900     move dbn-records-bundled to dbn-rpt-total-count.
131000     move dbn-rpt-total to dbn-report-line.
131100     write dbn-report-line.
131200
131300     move "OPTIONAL MEMBERS NOT PRESENT" to dbn-rpt-total-text.
131400     move dbn-not-present-count to dbn-rpt-total-count.
131500     move dbn-rpt-total to dbn-report-line.
131600     write dbn-report-line.
131700
131800     move "REQUIRED MEMBERS MISSING" to dbn-rpt-total-text.
131900     move dbn-required-missing to dbn-rpt-total-count.
132000     move dbn-rpt-total to dbn-report-line.
132100     write dbn-report-line.
132200
132300     move "BUNDLES HELD" to dbn-rpt-total-text.
132400     compute dbn-rpt-total-count
132500         = dbn-cat-count - dbn-retire-count.
132600     move dbn-rpt-total to dbn-report-line.
132700     write dbn-report-line.
132800
132900     move "BUNDLES RETIRED" to dbn-rpt-total-text.
133000     move dbn-bundles-retired to dbn-rpt-total-count.
133100     move dbn-rpt-total to dbn-report-line.
133200     write dbn-report-line.
133300
133400     close bundle-report-file.
133500
133600     if dbn-bundle-short
133700         move 8 to return-code
133800     end-if.
133900
134000 9000-exit.
134100     exit.
