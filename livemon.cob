000100******************************************************
000200* LIVEMON.COB
000300*
000400* Hourly live-site integrity monitor.
000500*
000600* Holds every file in the live web root to the entry the
000700* PUBLISH-MANIFEST carries for it.  The build's publish
000800* step, a rollback, an expiry retirement and a page-master
000900* takedown each append an entry as they place a file in
001000* the web root or take one out, and the last entry for a
001100* name is the one that counts.  This program recomputes
001200* each published file's checksum and size from the live
001300* copy itself and flags three things on its exception
001400* report:
001500*   - CHANGED    - the live copy no longer sums to what was
001600*                  published;
001700*   - MISSING    - a published file is gone from the web
001800*                  root with no REMOVE entry behind it;
001900*   - UNEXPECTED - a file in the web root (off the LISTWEB
002000*                  listing the JCL takes ahead of this step)
002100*                  that nothing published, or that was
002200*                  removed and has come back.
002300* Every finding also goes, kind and file name, on the
002400* LIVEALRT dataset the JCL's alert step echoes to the
002500* console, and drives RETURN-CODE 8 - so a tampered page
002600* is on the console within the hour, and PGROLL can put
002700* the last good generation back.
002800*
002900* The checksum is the build's fingerprint arithmetic run
003000* over the file's bytes - each line's text up to its last
003100* non-blank, then the line end - and the size counts the
003200* same bytes; see MANFREC.CPY.
003300*
003400* AUTHOR.     R. BLANCHETTE.
003500* INSTALLATION. DATA PROCESSING.
003600* DATE-WRITTEN. 2026-10-15.
003700* DATE-COMPILED.
003800*
003900* MODIFICATION HISTORY
004000* 2026-10-15  RLB  Written so a page changed in the web
004100*                  root behind the build's back is caught
004200*                  within the hour, not by a visitor.
004300******************************************************
004400
004500 identification division.
004600 program-id. livemon.
004700
004800 environment division.
004900
005000 input-output section.
005100 file-control.
005200******************************************************
005300* SITECFG, LANGCTL, MANIFEST, LIVEDIR, LIVEEXC and
005400* LIVEALRT are DD names LIVEMON.JCL allocates.  Each live
005500* file opens through a DYNAMIC assignment, since its name
005600* changes for every manifest entry, the same way the
005700* publish reconciliation opens its live copies.
005800******************************************************
005900     select site-config-file
006000         assign to sitecfg
006100         organization is line sequential
006200         file status is lvm-sitecfg-file-status.
006300
006400     select language-file
006500         assign to langctl
006600         organization is line sequential
006700         file status is lvm-lang-file-status.
006800
006900     select manifest-file
007000         assign to manifest
007100         organization is line sequential
007200         file status is lvm-manifest-file-status.
007300
007400     select live-dir-file
007500         assign to livedir
007600         organization is line sequential
007700         file status is lvm-livedir-file-status.
007800
007900     select live-in-file
008000         assign to dynamic lvm-live-target
008100         organization is line sequential
008200         file status is lvm-live-file-status.
008300
008400     select exception-report-file
008500         assign to liveexc
008600         organization is line sequential.
008700
008800     select alert-detail-file
008900         assign to livealrt
009000         organization is line sequential.
009100
009200
009300 data division.
009400
009500 file section.
009600 fd  site-config-file.
009700     copy "sitecfgrec.cpy".
009800
009900 fd  language-file.
010000     copy "langrec.cpy".
010100
010200 fd  manifest-file.
010300     copy "manfrec.cpy".
010400
010500 fd  live-dir-file.
010600 01  lvm-livedir-line               pic x(255).
010700
010800 fd  live-in-file.
010900 01  lvm-live-line                  pic x(255).
011000
011100 fd  exception-report-file.
011200 01  lvm-report-line                pic x(132).
011300
011400 fd  alert-detail-file.
011500 01  lvm-alert-line                 pic x(80).
011600
011700
011800 working-storage section.
011900******************************************************
012000* The publish root comes off the SITECFG record at
012100* start-up - see 1050-LOAD-SITE-CONFIG - the same record
012200* the build reads, never a private literal.
012300******************************************************
012400 01  lvm-publish-web-root           pic x(40).
012500 01  lvm-publish-root-len           pic 9(04) comp.
012600 01  lvm-site-env-name              pic x(10).
012700 01  lvm-live-target                pic x(80).
012800
012900 01  lvm-sitecfg-file-status        pic x(02).
013000 01  lvm-lang-file-status           pic x(02).
013100 01  lvm-manifest-file-status       pic x(02).
013200 01  lvm-livedir-file-status        pic x(02).
013300 01  lvm-live-file-status           pic x(02).
013400
013500 01  lvm-switches.
013600     05  lvm-config-failed-sw       pic x(01) value "N".
013700         88 lvm-config-failed       value "Y".
013800     05  lvm-check-failed-sw        pic x(01) value "N".
013900         88 lvm-check-failed        value "Y".
014000     05  lvm-manifest-ok-sw         pic x(01) value "N".
014100         88 lvm-manifest-ok         value "Y".
014200     05  lvm-manifest-eof-sw        pic x(01) value "N".
014300         88 lvm-manifest-eof        value "Y".
014400     05  lvm-lang-eof-sw            pic x(01) value "N".
014500         88 lvm-lang-eof            value "Y".
014600     05  lvm-livedir-eof-sw         pic x(01) value "N".
014700         88 lvm-livedir-eof         value "Y".
014800     05  lvm-live-eof-sw            pic x(01) value "N".
014900         88 lvm-live-eof            value "Y".
015000     05  lvm-found-sw               pic x(01).
015100         88 lvm-found               value "Y".
015200
015300******************************************************
015400* Table capacities, matching the build's own.  A load
015500* past a ceiling goes through 9900-CAPACITY-FAILURE,
015600* which reports it and fails the step.
015700******************************************************
015800 01  lvm-capacities.
015900     05  lvm-max-manifest           pic 9(08) comp value 5000.
016000     05  lvm-max-lang               pic 9(08) comp value 10.
016100 01  lvm-capacity-item              pic x(20).
016200 01  lvm-capacity-hit-sw            pic x(01) value "N".
016300     88 lvm-capacity-hit           value "Y".
016400
016500 01  lvm-system-date.
016600     05  lvm-sd-yyyy                pic 9(04).
016700     05  lvm-sd-mm                  pic 9(02).
016800     05  lvm-sd-dd                  pic 9(02).
016900
017000 01  lvm-system-time.
017100     05  lvm-st-hh                  pic 9(02).
017200     05  lvm-st-mm                  pic 9(02).
017300     05  lvm-st-ss                  pic 9(02).
017400     05  lvm-st-hs                  pic 9(02).
017500
017600******************************************************
017700* One entry per file name the manifest has ever carried,
017800* holding that name's latest entry - a later PUBLISH or
017900* REMOVE for the same name overwrites the earlier one in
018000* place.
018100******************************************************
018200 01  lvm-manifest-table.
018300     05  lvm-manifest-count         pic 9(04) comp value zero.
018400     05  lvm-manifest-entry occurs 5000 times
018500                 indexed by lvm-manifest-idx.
018600         10  lvm-mf-output-file     pic x(40).
018700         10  lvm-mf-action          pic x(08).
018800         10  lvm-mf-checksum        pic 9(09).
018900         10  lvm-mf-size            pic 9(09).
019000         10  lvm-mf-timestamp       pic x(26).
019100         10  lvm-mf-program         pic x(08).
019200 01  lvm-manifest-sub               pic 9(04) comp.
019300
019400******************************************************
019500* The languages the build produces, loaded from the same
019600* LANGUAGE-CONTROL file the build reads - each entry's
019700* directory is blank for English (the root) and the
019800* lowercase code plus "/" for everything else.  The sweep
019900* uses it to tell a language's subdirectory at the root
020000* from a file.
020100******************************************************
020200 01  lvm-lang-table.
020300     05  lvm-lang-count             pic 9(04) comp value zero.
020400     05  lvm-lang-entry occurs 10 times
020500                 indexed by lvm-lang-idx.
020600         10  lvm-lg-code            pic x(02).
020700         10  lvm-lg-dir             pic x(03).
020800 01  lvm-lang-sub                   pic 9(04) comp.
020900 01  lvm-lang-lower                 pic x(02).
021000
021100 01  lvm-entry-name                 pic x(40).
021200 01  lvm-entry-len                  pic 9(04) comp.
021300 01  lvm-qualified-name             pic x(40).
021400 01  lvm-sweep-prefix               pic x(10).
021500 01  lvm-prefix-len                 pic 9(04) comp.
021600 01  lvm-dir-check                  pic x(41).
021700
021800******************************************************
021900* Checksum work area - the same arithmetic HAMMER's
022000* publish step runs over every byte it writes, so the
022100* live copy and the manifest entry sum alike.
022200******************************************************
022300 01  lvm-sum-work-area.
022400     05  lvm-sum-value              pic 9(18) comp.
022500     05  lvm-sum-quot               pic 9(18) comp.
022600     05  lvm-sum-rem                pic 9(18) comp.
022700     05  lvm-sum-size               pic 9(09) comp.
022800     05  lvm-sum-line-len           pic 9(04) comp.
022900     05  lvm-sum-pos                pic 9(04) comp.
023000
023100 01  lvm-sum-char-pair.
023200     05  filler                     pic x(01) value low-value.
023300     05  lvm-sum-char               pic x(01).
023400 01  lvm-sum-char-num redefines lvm-sum-char-pair
023500                                    pic 9(04) comp.
023600
023700 01  lvm-counters.
023800     05  lvm-entries-read           pic 9(07) comp value zero.
023900     05  lvm-files-checked          pic 9(05) comp value zero.
024000     05  lvm-changed-count          pic 9(05) comp value zero.
024100     05  lvm-missing-count          pic 9(05) comp value zero.
024200     05  lvm-unexpected-count       pic 9(05) comp value zero.
024300     05  lvm-exception-count        pic 9(05) comp value zero.
024400
024500 01  lvm-report-work.
024600     05  lvm-rpt-header.
024700         10  filler                 pic x(33)
024800             value "LIVEMON LIVE-SITE INTEGRITY  RUN ".
024900         10  lvm-rpt-hdr-yyyy       pic 9(04).
025000         10  filler                 pic x(01) value "-".
025100         10  lvm-rpt-hdr-mm         pic 9(02).
025200         10  filler                 pic x(01) value "-".
025300         10  lvm-rpt-hdr-dd         pic 9(02).
025400         10  filler                 pic x(01) value space.
025500         10  lvm-rpt-hdr-hh         pic 9(02).
025600         10  filler                 pic x(01) value ":".
025700         10  lvm-rpt-hdr-mi         pic 9(02).
025800         10  filler                 pic x(06) value "  ENV ".
025900         10  lvm-rpt-hdr-env        pic x(10).
026000     05  lvm-rpt-detail.
026100         10  lvm-rpt-output-file    pic x(40).
026200         10  filler                 pic x(02) value spaces.
026300         10  lvm-rpt-reason         pic x(36).
026400         10  filler                 pic x(02) value spaces.
026500         10  lvm-rpt-published      pic x(19).
026600         10  filler                 pic x(01) value space.
026700         10  lvm-rpt-program        pic x(08).
026800     05  lvm-rpt-total.
026900         10  lvm-rpt-total-text     pic x(30).
027000         10  lvm-rpt-total-count    pic z,zzz,zz9.
027100
027200******************************************************
027300* One LIVEALRT line per finding - the kind and the file -
027400* for the alert step to echo under its console banner.
027500******************************************************
027600 01  lvm-alert-detail.
027700     05  lvm-alert-kind             pic x(10) value spaces.
027800     05  filler                     pic x(01) value space.
027900     05  lvm-alert-file             pic x(40).
028000     05  filler                     pic x(29) value spaces.
028100
028200
028300 procedure division.
028400
028500 0000-mainline.
028600     perform 1000-initialize
028700         thru 1000-exit.
028800
028900     if lvm-config-failed
029000         move 8 to return-code
029100         stop run
029200     end-if.
029300
029400     if lvm-manifest-ok
029500         perform 3000-check-published-files
029600             thru 3000-exit
029700         perform 4000-sweep-live-root
029800             thru 4000-exit
029900     end-if.
030000
030100     perform 9000-terminate
030200         thru 9000-exit.
030300
030400     stop run.
030500
030600******************************************************
030700* 1000-INITIALIZE
030800*
030900* Opens both outputs, loads the languages and then the
031000* manifest.  A manifest that will not open is itself an
031100* exception - with nothing to hold the web root to, every
031200* file would read as unexpected, so the checks are not
031300* run at all and the step fails instead.
031400******************************************************
031500 1000-initialize.
031600     perform 1050-load-site-config
031700         thru 1050-exit.
031800     if lvm-config-failed
031900         go to 1000-exit
032000     end-if.
032100
032200     accept lvm-system-date from date yyyymmdd.
032300     accept lvm-system-time from time.
032400
032500     open output exception-report-file.
032600     open output alert-detail-file.
032700
032800     move lvm-sd-yyyy to lvm-rpt-hdr-yyyy.
032900     move lvm-sd-mm to lvm-rpt-hdr-mm.
033000     move lvm-sd-dd to lvm-rpt-hdr-dd.
033100     move lvm-st-hh to lvm-rpt-hdr-hh.
033200     move lvm-st-mm to lvm-rpt-hdr-mi.
033300     move lvm-site-env-name to lvm-rpt-hdr-env.
033400     move spaces to lvm-report-line.
033500     move lvm-rpt-header to lvm-report-line.
033600     write lvm-report-line.
033700     move spaces to lvm-report-line.
033800     write lvm-report-line.
033900
034000     open input language-file.
034100     if lvm-lang-file-status = "00"
034200         perform 1300-load-one-language
034300             thru 1300-exit
034400             until lvm-lang-eof
034500         close language-file
034600     end-if.
034700     if lvm-lang-count = zero
034800         move 1 to lvm-lang-count
034900         move 1 to lvm-lang-sub
035000         move "EN" to lvm-lg-code (1)
035100         perform 1310-derive-language-dir
035200             thru 1310-exit
035300     end-if.
035400
035500     perform 1320-size-publish-root
035600         thru 1320-exit.
035700
035800     open input manifest-file.
035900     if lvm-manifest-file-status not = "00"
036000         display "LIVEMON: PUBLISH MANIFEST NOT AVAILABLE - "
036100             "STATUS " lvm-manifest-file-status upon console
036200         move "PUBLISH-MANIFEST" to lvm-qualified-name
036300         move "PUBLISH MANIFEST NOT AVAILABLE"
036400             to lvm-rpt-reason
036500         move spaces to lvm-rpt-published
036600         move spaces to lvm-rpt-program
036700         perform 8000-write-exception
036800             thru 8000-exit
036900         go to 1000-exit
037000     end-if.
037100
037200     perform 1100-load-one-manifest-entry
037300         thru 1100-exit
037400         until lvm-manifest-eof.
037500     close manifest-file.
037600
037700     move "Y" to lvm-manifest-ok-sw.
037800
037900 1000-exit.
038000     exit.
038100
038200******************************************************
038300* 1050-LOAD-SITE-CONFIG
038400*
038500* Takes the publish root off the one SITECFG record -
038600* the same record the build read, so this step checks
038700* exactly the directory the build publishes to.  An
038800* unreadable config fails the step loudly.
038900******************************************************
039000 1050-load-site-config.
039100     open input site-config-file.
039200     if lvm-sitecfg-file-status not = "00"
039300         display "LIVEMON: SITE CONFIG NOT AVAILABLE - "
039400             "STATUS " lvm-sitecfg-file-status upon console
039500         move "Y" to lvm-config-failed-sw
039600         go to 1050-exit
039700     end-if.
039800
039900     read site-config-file
040000         at end
040100             display "LIVEMON: SITE CONFIG RECORD MISSING"
040200                 upon console
040300             move "Y" to lvm-config-failed-sw
040400             close site-config-file
040500             go to 1050-exit
040600     end-read.
040700
040800     close site-config-file.
040900
041000     move site-cfg-env-name to lvm-site-env-name.
041100     move site-cfg-publish-root to lvm-publish-web-root.
041200
041300 1050-exit.
041400     exit.
041500
041600******************************************************
041700* 1100-LOAD-ONE-MANIFEST-ENTRY
041800*
041900* The manifest is append-only, oldest first, so the
042000* entry read last for a name is the one that stands -
042100* each entry overwrites whatever the table already holds
042200* for its name.  1110-SEARCH-MANIFEST captures the match
042300* position in LVM-MANIFEST-SUB at match time.
042400******************************************************
042500 1100-load-one-manifest-entry.
042600     read manifest-file
042700         at end
042800             move "Y" to lvm-manifest-eof-sw
042900             go to 1100-exit
043000     end-read.
043100
043200     if man-output-file = spaces
043300         go to 1100-exit
043400     end-if.
043500
043600     add 1 to lvm-entries-read.
043700
043800     move "N" to lvm-found-sw.
043900     perform 1110-search-manifest
044000         thru 1110-exit
044100         varying lvm-manifest-idx from 1 by 1
044200         until lvm-manifest-idx > lvm-manifest-count
044300            or lvm-found.
044400
044500     if not lvm-found
044600         if lvm-manifest-count >= lvm-max-manifest
044700             move "PUBLISH MANIFEST" to lvm-capacity-item
044800             perform 9900-capacity-failure
044900                 thru 9900-exit
045000             go to 1100-exit
045100         end-if
045200         add 1 to lvm-manifest-count
045300         move lvm-manifest-count to lvm-manifest-sub
045400         move man-output-file
045500             to lvm-mf-output-file (lvm-manifest-sub)
045600     end-if.
045700
045800     move man-action to lvm-mf-action (lvm-manifest-sub).
045900     move man-checksum to lvm-mf-checksum (lvm-manifest-sub).
046000     move man-size to lvm-mf-size (lvm-manifest-sub).
046100     move man-timestamp to lvm-mf-timestamp (lvm-manifest-sub).
046200     move man-program to lvm-mf-program (lvm-manifest-sub).
046300
046400 1100-exit.
046500     exit.
046600
046700 1110-search-manifest.
046800     if lvm-mf-output-file (lvm-manifest-idx) = man-output-file
046900         move "Y" to lvm-found-sw
047000         set lvm-manifest-sub to lvm-manifest-idx
047100     end-if.
047200
047300 1110-exit.
047400     exit.
047500
047600 1300-load-one-language.
047700     read language-file
047800         at end
047900             move "Y" to lvm-lang-eof-sw
048000         not at end
048100             if lang-code = spaces
048200                 continue
048300             else
048400                 if lvm-lang-count >= lvm-max-lang
048500                     move "LANGUAGE-CONTROL" to lvm-capacity-item
048600                     perform 9900-capacity-failure
048700                         thru 9900-exit
048800                 else
048900                     add 1 to lvm-lang-count
049000                     move lvm-lang-count to lvm-lang-sub
049100                     move lang-code to lvm-lg-code (lvm-lang-sub)
049200                     perform 1310-derive-language-dir
049300                         thru 1310-exit
049400                 end-if
049500             end-if
049600     end-read.
049700
049800 1300-exit.
049900     exit.
050000
050100 1310-derive-language-dir.
050200     if lvm-lg-code (lvm-lang-sub) = "EN"
050300         move spaces to lvm-lg-dir (lvm-lang-sub)
050400     else
050500         move lvm-lg-code (lvm-lang-sub) to lvm-lang-lower
050600         inspect lvm-lang-lower converting
050700             "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to
050800             "abcdefghijklmnopqrstuvwxyz"
050900         move spaces to lvm-lg-dir (lvm-lang-sub)
051000         string lvm-lang-lower delimited by space
051100             "/" delimited by size
051200             into lvm-lg-dir (lvm-lang-sub)
051300     end-if.
051400
051500 1310-exit.
051600     exit.
051700
051800******************************************************
051900* 1320-SIZE-PUBLISH-ROOT
052000*
052100* The sweep needs the publish root's true length to pick
052200* the subdirectory piece back out of an ls -R directory
052300* header line.
052400******************************************************
052500 1320-size-publish-root.
052600     perform 4025-trim-scan-back
052700         thru 4025-exit
052800         varying lvm-publish-root-len from 40 by -1
052900         until lvm-publish-root-len = 0
053000            or lvm-publish-web-root (lvm-publish-root-len:1)
053100                                                  not = space.
053200
053300 1320-exit.
053400     exit.
053500
053600******************************************************
053700* 3000-CHECK-PUBLISHED-FILES
053800*
053900* Every name whose latest manifest entry is a PUBLISH
054000* should be sitting in the web root summing to exactly
054100* what was published.  A name whose latest entry is a
054200* REMOVE was taken out on purpose and is not looked for.
054300******************************************************
054400 3000-check-published-files.
054500     perform 3100-check-one-file
054600         thru 3100-exit
054700         varying lvm-manifest-sub from 1 by 1
054800         until lvm-manifest-sub > lvm-manifest-count.
054900
055000 3000-exit.
055100     exit.
055200
055300 3100-check-one-file.
055400     if lvm-mf-action (lvm-manifest-sub) not = "PUBLISH"
055500         go to 3100-exit
055600     end-if.
055700
055800     move lvm-mf-output-file (lvm-manifest-sub)
055900         to lvm-qualified-name.
056000     move lvm-mf-timestamp (lvm-manifest-sub)
056100         to lvm-rpt-published.
056200     move lvm-mf-program (lvm-manifest-sub) to lvm-rpt-program.
056300
056400     move spaces to lvm-live-target.
056500     string lvm-publish-web-root delimited by space
056600         lvm-qualified-name delimited by space
056700                                 into lvm-live-target.
056800
056900     add 1 to lvm-files-checked.
057000
057100     open input live-in-file.
057200     if lvm-live-file-status not = "00"
057300         move "MISSING FROM LIVE WEB ROOT" to lvm-rpt-reason
057400         move "MISSING" to lvm-alert-kind
057500         add 1 to lvm-missing-count
057600         perform 8000-write-exception
057700             thru 8000-exit
057800         go to 3100-exit
057900     end-if.
058000
058100     move zero to lvm-sum-value.
058200     move zero to lvm-sum-size.
058300     move "N" to lvm-live-eof-sw.
058400     perform 3200-sum-one-line
058500         thru 3200-exit
058600         until lvm-live-eof.
058700
058800     close live-in-file.
058900
059000     if lvm-sum-value not = lvm-mf-checksum (lvm-manifest-sub)
059100        or lvm-sum-size not = lvm-mf-size (lvm-manifest-sub)
059200         move "CHANGED SINCE PUBLISHED" to lvm-rpt-reason
059300         move "CHANGED" to lvm-alert-kind
059400         add 1 to lvm-changed-count
059500         perform 8000-write-exception
059600             thru 8000-exit
059700     end-if.
059800
059900 3100-exit.
060000     exit.
060100
060200******************************************************
060300* 3200-SUM-ONE-LINE
060400*
060500* Folds one live line into the checksum and size - the
060600* text up to its last non-blank, then the line end -
060700* exactly as the publish step summed it on the way out.
060800******************************************************
060900 3200-sum-one-line.
061000     read live-in-file
061100         at end
061200             move "Y" to lvm-live-eof-sw
061300             go to 3200-exit
061400     end-read.
061500
061600     perform 4025-trim-scan-back
061700         thru 4025-exit
061800         varying lvm-sum-line-len from 255 by -1
061900         until lvm-sum-line-len = 0
062000            or lvm-live-line (lvm-sum-line-len:1) not = space.
062100
062200     perform 3210-sum-one-byte
062300         thru 3210-exit
062400         varying lvm-sum-pos from 1 by 1
062500         until lvm-sum-pos > lvm-sum-line-len.
062600
062700     compute lvm-sum-value = lvm-sum-value * 31 + 11.
062800     divide lvm-sum-value by 999999937
062900         giving lvm-sum-quot remainder lvm-sum-rem.
063000     move lvm-sum-rem to lvm-sum-value.
063100
063200     compute lvm-sum-size = lvm-sum-size + lvm-sum-line-len + 1.
063300
063400 3200-exit.
063500     exit.
063600
063700 3210-sum-one-byte.
063800     move lvm-live-line (lvm-sum-pos:1) to lvm-sum-char.
063900     compute lvm-sum-value = lvm-sum-value * 31
064000         + lvm-sum-char-num + 1.
064100     divide lvm-sum-value by 999999937
064200         giving lvm-sum-quot remainder lvm-sum-rem.
064300     move lvm-sum-rem to lvm-sum-value.
064400
064500 3210-exit.
064600     exit.
064700
064800******************************************************
064900* 4000-SWEEP-LIVE-ROOT
065000*
065100* Walks the listing of the live web root the LISTWEB
065200* step left on LIVEDIR and flags every file whose name
065300* has no PUBLISH as its latest manifest entry - never
065400* published, or removed and since put back by hand.  A
065500* missing listing sweeps nothing rather than failing the
065600* step; the listing step's own condition code covers
065700* that case.
065800******************************************************
065900 4000-sweep-live-root.
066000     open input live-dir-file.
066100     if lvm-livedir-file-status not = "00"
066200         go to 4000-exit
066300     end-if.
066400
066500     move spaces to lvm-sweep-prefix.
066600     perform 4010-check-one-entry
066700         thru 4010-exit
066800         until lvm-livedir-eof.
066900
067000     close live-dir-file.
067100
067200 4000-exit.
067300     exit.
067400
067500 4010-check-one-entry.
067600     read live-dir-file
067700         at end
067800             move "Y" to lvm-livedir-eof-sw
067900             go to 4010-exit
068000     end-read.
068100
068200     if lvm-livedir-line = spaces
068300         go to 4010-exit
068400     end-if.
068500
068600******************************************************
068700* A listing line ending in ":" is an ls -R directory
068800* header - it sets the prefix the entries under it get
068900* qualified with (blank for the root itself) rather than
069000* being an entry to check.
069100******************************************************
069200     perform 4025-trim-scan-back
069300         thru 4025-exit
069400         varying lvm-entry-len from 255 by -1
069500         until lvm-entry-len = 0
069600            or lvm-livedir-line (lvm-entry-len:1) not = space.
069700     if lvm-entry-len = zero
069800         go to 4010-exit
069900     end-if.
070000     if lvm-livedir-line (lvm-entry-len:1) = ":"
070100         perform 4015-set-sweep-prefix
070200             thru 4015-exit
070300         go to 4010-exit
070400     end-if.
070500
070600     move lvm-livedir-line (1:lvm-entry-len) to lvm-entry-name.
070700
070800******************************************************
070900* A root-level entry naming a language's subdirectory is
071000* the directory itself, accounted for by the build, not a
071100* file to check.
071200******************************************************
071300     if lvm-sweep-prefix = spaces
071400         perform 4017-check-language-dir
071500             thru 4017-exit
071600         if lvm-found
071700             go to 4010-exit
071800         end-if
071900     end-if.
072000
072100     move spaces to lvm-qualified-name.
072200     string lvm-sweep-prefix delimited by space
072300         lvm-entry-name delimited by space
072400                                 into lvm-qualified-name.
072500
072600     move "N" to lvm-found-sw.
072700     perform 4030-search-published
072800         thru 4030-exit
072900         varying lvm-manifest-idx from 1 by 1
073000         until lvm-manifest-idx > lvm-manifest-count
073100            or lvm-found.
073200
073300     if lvm-found
073400         if lvm-mf-action (lvm-manifest-sub) = "PUBLISH"
073500             go to 4010-exit
073600         end-if
073700         move "REMOVED BUT BACK IN WEB ROOT" to lvm-rpt-reason
073800         move lvm-mf-timestamp (lvm-manifest-sub)
073900             to lvm-rpt-published
074000         move lvm-mf-program (lvm-manifest-sub)
074100             to lvm-rpt-program
074200     else
074300         move "IN WEB ROOT BUT NEVER PUBLISHED"
074400             to lvm-rpt-reason
074500         move spaces to lvm-rpt-published
074600         move spaces to lvm-rpt-program
074700     end-if.
074800
074900     move "UNEXPECTED" to lvm-alert-kind.
075000     add 1 to lvm-unexpected-count.
075100     perform 8000-write-exception
075200         thru 8000-exit.
075300
075400 4010-exit.
075500     exit.
075600
075700******************************************************
075800* 4015-SET-SWEEP-PREFIX
075900*
076000* Picks the subdirectory piece out of a directory header
076100* line - "/var/www/html/es:" yields a prefix of "es/",
076200* the root's own header yields a blank prefix.  A header
076300* that does not start with the publish root at all also
076400* falls back to blank rather than mis-qualifying entries.
076500******************************************************
076600 4015-set-sweep-prefix.
076700     move spaces to lvm-sweep-prefix.
076800
076900     if lvm-entry-len > lvm-publish-root-len + 1
077000        and lvm-livedir-line (1:lvm-publish-root-len)
077100            = lvm-publish-web-root (1:lvm-publish-root-len)
077200         compute lvm-prefix-len
077300             = lvm-entry-len - lvm-publish-root-len - 1
077400         string lvm-livedir-line
077500                 (lvm-publish-root-len + 1:lvm-prefix-len)
077600             delimited by size
077700             "/" delimited by size
077800                                 into lvm-sweep-prefix
077900     end-if.
078000
078100 4015-exit.
078200     exit.
078300
078400 4017-check-language-dir.
078500     move spaces to lvm-dir-check.
078600     string lvm-entry-name delimited by space
078700         "/" delimited by size
078800                                 into lvm-dir-check.
078900
079000     move "N" to lvm-found-sw.
079100     perform 4018-match-language-dir
079200         thru 4018-exit
079300         varying lvm-lang-idx from 1 by 1
079400         until lvm-lang-idx > lvm-lang-count
079500            or lvm-found.
079600
079700 4017-exit.
079800     exit.
079900
080000 4018-match-language-dir.
080100     if lvm-lg-dir (lvm-lang-idx) not = spaces
080200        and lvm-dir-check (1:3) = lvm-lg-dir (lvm-lang-idx)
080300         move "Y" to lvm-found-sw
080400     end-if.
080500
080600 4018-exit.
080700     exit.
080800
080900 4025-trim-scan-back.
081000     continue.
081100
081200 4025-exit.
081300     exit.
081400
081500 4030-search-published.
081600     if lvm-mf-output-file (lvm-manifest-idx)
081700             = lvm-qualified-name
081800         move "Y" to lvm-found-sw
081900         set lvm-manifest-sub to lvm-manifest-idx
082000     end-if.
082100
082200 4030-exit.
082300     exit.
082400
082500******************************************************
082600* 8000-WRITE-EXCEPTION
082700*
082800* One exception line for LVM-QUALIFIED-NAME with the
082900* reason, publish time and program the caller left in
083000* the detail line, one LIVEALRT line naming the file
083100* under the kind in LVM-ALERT-KIND, and the failed switch
083200* that drives the step's condition code.
083300******************************************************
083400 8000-write-exception.
083500     move lvm-qualified-name to lvm-rpt-output-file.
083600     move lvm-rpt-detail to lvm-report-line.
083700     write lvm-report-line.
083800     move spaces to lvm-rpt-detail.
083900
084000     if lvm-alert-kind not = spaces
084100         move lvm-qualified-name to lvm-alert-file
084200         move lvm-alert-detail to lvm-alert-line
084300         write lvm-alert-line
084400         move spaces to lvm-alert-kind
084500     end-if.
084600
084700     add 1 to lvm-exception-count.
084800     move "Y" to lvm-check-failed-sw.
084900
085000 8000-exit.
085100     exit.
085200
085300******************************************************
085400* 9900-CAPACITY-FAILURE
085500*
085600* The one way a table ceiling gets hit - the first hit
085700* goes to the console and onto the report, every hit
085800* latches the failed switch so the step's condition code
085900* routes the run to the operator alert.
086000******************************************************
086100 9900-capacity-failure.
086200     if not lvm-capacity-hit
086300         display "LIVEMON: TABLE CAPACITY EXCEEDED - "
086400             lvm-capacity-item upon console
086500         move lvm-capacity-item to lvm-qualified-name
086600         move "TABLE CAPACITY EXCEEDED" to lvm-rpt-reason
086700         move spaces to lvm-rpt-published
086800         move spaces to lvm-rpt-program
086900         perform 8000-write-exception
087000             thru 8000-exit
087100     end-if.
087200
087300     move "Y" to lvm-capacity-hit-sw.
087400     move "Y" to lvm-check-failed-sw.
087500
087600 9900-exit.
087700     exit.
087800
087900******************************************************
088000* 9000-TERMINATE
088100*
088200* Writes the report totals and hands back RETURN-CODE 8
088300* when any file was flagged, so the JCL routes the run to
088400* ALERTOP with the LIVEALRT names behind it.
088500******************************************************
088600 9000-terminate.
088700     move spaces to lvm-report-line.
088800     write lvm-report-line.
088900
089000     move "MANIFEST ENTRIES READ" to lvm-rpt-total-text.
089100     move lvm-entries-read to lvm-rpt-total-count.
089200     move lvm-rpt-total to lvm-report-line.
089300     write lvm-report-line.
089400
089500     move "PUBLISHED FILES CHECKED" to lvm-rpt-total-text.
089600     move lvm-files-checked to lvm-rpt-total-count.
089700     move lvm-rpt-total to lvm-report-line.
089800     write lvm-report-line.
089900
090000     move "CHANGED FILES" to lvm-rpt-total-text.
090100     move lvm-changed-count to lvm-rpt-total-count.
090200     move lvm-rpt-total to lvm-report-line.
090300     write lvm-report-line.
090400
090500     move "MISSING FILES" to lvm-rpt-total-text.
090600     move lvm-missing-count to lvm-rpt-total-count.
090700     move lvm-rpt-total to lvm-report-line.
090800     write lvm-report-line.
090900
091000     move "UNEXPECTED FILES" to lvm-rpt-total-text.
091100     move lvm-unexpected-count to lvm-rpt-total-count.
091200     move lvm-rpt-total to lvm-report-line.
091300     write lvm-report-line.
091400
091500     move "EXCEPTIONS WRITTEN" to lvm-rpt-total-text.
091600     move lvm-exception-count to lvm-rpt-total-count.
091700     move lvm-rpt-total to lvm-report-line.
091800     write lvm-report-line.
091900
092000     close exception-report-file.
092100     close alert-detail-file.
092200
092300     if lvm-check-failed
092400         move 8 to return-code
092500     end-if.
092600
092700 9000-exit.
092800     exit.
