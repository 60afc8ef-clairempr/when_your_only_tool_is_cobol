000100******************************************************
000200* PGINQ.COB
000300*
000400* Online page status inquiry for operations.
000500*
000600* One screen answering "why does this page look old?"
000700* without anyone grepping the control files by hand.
000800* Key an output file name (a language-qualified name
000900* such as es/status.html starts the screen at that
001000* language) and the screen shows the page master record
001100* - template, theme, effective and expiry dates - and,
001200* for each language copy:
001300*   - its fingerprint and the date it was taken;
001400*   - its checkpoint entry from the last build;
001500*   - its last four audit outcomes, newest first, with
001600*     their timestamps (SUCCESS, SKIPPED, HELD, EXPIRED,
001700*     ROLLBACK, TAKEDOWN);
001800*   - the archived generations on disk that PGROLL can
001900*     put back;
002000*   - last night's open exceptions against it: QC and
002100*     recon lines naming it, and unapproved domains off
002200*     the link report that its staged copy links to.
002300* Three languages fit on the screen; L shows the next
002400* three when more are defined.  F and B browse forward
002500* and back through the page master in key order.
002600*
002700* Inquiry only: every dataset is opened INPUT and
002800* nothing is ever written, so the help desk can be given
002900* the screen without being given a way to change the
003000* site.  Everything is read fresh for each page shown,
003100* so the screen is as current as the files.
003200*
003300* AUTHOR.     R. BLANCHETTE.
003400* INSTALLATION. DATA PROCESSING.
003500* DATE-WRITTEN. 2026-10-15.
003600* DATE-COMPILED.
003700*
003800* MODIFICATION HISTORY
003900* 2026-10-15  RLB  Written so a page status question is
004000*                  one screen for the help desk instead
004100*                  of five greps for operations.
004200******************************************************
004300
004400 identification division.
004500 program-id. pginq.
004600
004700 environment division.
004800
004900 input-output section.
005000 file-control.
005100******************************************************
005200* SITECFG, PAGECTL, LANGCTL, AUDITLOG, CHKPT, FPRINT,
005300* GENCTL, QCRPT, RECONRPT and LINKEXC are DD names the
005400* PGINQ CLIST allocates, all read-only.  The staged copy
005500* scanned for unapproved domains and the archived
005600* generations probed for PGROLL open through DYNAMIC
005700* assignments, as LIVEMON opens its live copies.
005800******************************************************
005900     select site-config-file
006000         assign to sitecfg
006100         organization is line sequential
006200         file status is pgi-sitecfg-file-status.
006300
006400     select page-master-file
006500         assign to pagectl
006600         organization is indexed
006700         access is dynamic
006800         record key is pgctl-output-file
006900         file status is pgi-master-file-status.
007000
007100     select language-file
007200         assign to langctl
007300         organization is line sequential
007400         file status is pgi-lang-file-status.
007500
007600     select audit-log-file
007700         assign to auditlog
007800         organization is line sequential
007900         file status is pgi-audit-file-status.
008000
008100     select checkpoint-file
008200         assign to chkpt
008300         organization is line sequential
008400         file status is pgi-ckpt-file-status.
008500
008600     select fingerprint-file
008700         assign to fprint
008800         organization is line sequential
008900         file status is pgi-fprint-file-status.
009000
009100     select genctl-file
009200         assign to genctl
009300         organization is line sequential
009400         file status is pgi-genctl-file-status.
009500
009600     select qc-report-file
009700         assign to qcrpt
009800         organization is line sequential
009900         file status is pgi-qcrpt-file-status.
010000
010100     select recon-report-file
010200         assign to reconrpt
010300         organization is line sequential
010400         file status is pgi-reconrpt-file-status.
010500
010600     select link-exception-file
010700         assign to linkexc
010800         organization is line sequential
010900         file status is pgi-linkexc-file-status.
011000
011100     select probe-file
011200         assign to dynamic pgi-probe-target
011300         organization is line sequential
011400         file status is pgi-probe-file-status.
011500
011600
011700 data division.
011800
011900 file section.
012000 fd  site-config-file.
012100     copy "sitecfgrec.cpy".
012200
012300 fd  page-master-file.
012400     copy "pgctlrec.cpy".
012500
012600 fd  language-file.
012700     copy "langrec.cpy".
012800
012900 fd  audit-log-file.
013000     copy "auditrec.cpy".
013100
013200 fd  checkpoint-file.
013300     copy "chkptrec.cpy".
013400
013500 fd  fingerprint-file.
013600     copy "fprntrec.cpy".
013700
013800 fd  genctl-file.
013900     copy "genctlrec.cpy".
014000
014100 fd  qc-report-file.
014200 01  pgi-qc-line                    pic x(132).
014300
014400 fd  recon-report-file.
014500 01  pgi-recon-line                 pic x(132).
014600
014700 fd  link-exception-file.
014800 01  pgi-linkexc-line               pic x(255).
014900
015000 fd  probe-file.
015100 01  pgi-probe-line                 pic x(255).
015200
015300
015400 working-storage section.
015500******************************************************
015600* The roots come off the SITECFG record at start-up -
015700* see 1050-LOAD-SITE-CONFIG - the same record the build
015800* reads.
015900******************************************************
016000 01  pgi-build-root                 pic x(40).
016100 01  pgi-gen-root                   pic x(40).
016200 01  pgi-site-env-name              pic x(10).
016300 01  pgi-probe-target               pic x(80).
016400
016500 01  pgi-sitecfg-file-status        pic x(02).
016600 01  pgi-master-file-status         pic x(02).
016700 01  pgi-lang-file-status           pic x(02).
016800 01  pgi-audit-file-status          pic x(02).
016900 01  pgi-ckpt-file-status           pic x(02).
017000 01  pgi-fprint-file-status         pic x(02).
017100 01  pgi-genctl-file-status         pic x(02).
017200 01  pgi-qcrpt-file-status          pic x(02).
017300 01  pgi-reconrpt-file-status       pic x(02).
017400 01  pgi-linkexc-file-status        pic x(02).
017500 01  pgi-probe-file-status          pic x(02).
017600
017700 01  pgi-switches.
017800     05  pgi-config-failed-sw       pic x(01) value "N".
017900         88 pgi-config-failed       value "Y".
018000     05  pgi-exit-sw                pic x(01) value "N".
018100         88 pgi-exit-requested      value "Y".
018200     05  pgi-eof-sw                 pic x(01) value "N".
018300         88 pgi-eof                 value "Y".
018400     05  pgi-found-sw               pic x(01).
018500         88 pgi-found               value "Y".
018600
018700******************************************************
018800* Table capacities, matching the build's own.  Keys past
018900* the ceiling are left off the browse with a message on
019000* the screen rather than failing the inquiry.
019100******************************************************
019200 01  pgi-capacities.
019300     05  pgi-max-key                pic 9(08) comp value 5000.
019400     05  pgi-max-lang               pic 9(08) comp value 10.
019500     05  pgi-max-domain             pic 9(08) comp value 100.
019600     05  pgi-max-view               pic 9(08) comp value 3.
019700     05  pgi-max-gen-shown          pic 9(08) comp value 12.
019800
019900 01  pgi-system-date.
020000     05  pgi-sd-yyyy                pic 9(04).
020100     05  pgi-sd-mm                  pic 9(02).
020200     05  pgi-sd-dd                  pic 9(02).
020300
020400 01  pgi-system-time.
020500     05  pgi-st-hh                  pic 9(02).
020600     05  pgi-st-mm                  pic 9(02).
020700     05  pgi-st-ss                  pic 9(02).
020800     05  pgi-st-hs                  pic 9(02).
020900
021000******************************************************
021100* Every key on the page master, in key order, loaded
021200* once at start-up - the browse moves through this
021300* table and each page shown is read back by key, so the
021400* record on the screen is the one on the file.
021500******************************************************
021600 01  pgi-key-table.
021700     05  pgi-key-count              pic 9(04) comp value zero.
021800     05  pgi-key-entry occurs 5000 times
021900                 indexed by pgi-key-idx.
022000         10  pgi-ky-output-file     pic x(40).
022100 01  pgi-key-sub                    pic 9(04) comp value zero.
022200
022300******************************************************
022400* The languages the build produces - the directory is
022500* blank for English (the root) and the lowercase code
022600* plus "/" for everything else.
022700******************************************************
022800 01  pgi-lang-table.
022900     05  pgi-lang-count             pic 9(04) comp value zero.
023000     05  pgi-lang-entry occurs 10 times
023100                 indexed by pgi-lang-idx.
023200         10  pgi-lg-code            pic x(02).
023300         10  pgi-lg-dir             pic x(03).
023400 01  pgi-lang-sub                   pic 9(04) comp.
023500 01  pgi-lang-first                 pic 9(04) comp value 1.
023600 01  pgi-lang-lower                 pic x(02).
023700
023800******************************************************
023900* One view per language copy on the screen - everything
024000* the scans find for it.  PGI-VW-AUDIT keeps the last
024100* four audit entries, oldest in the first slot.
024200******************************************************
024300 01  pgi-view-table.
024400     05  pgi-view-entry occurs 3 times.
024500         10  pgi-vw-active          pic x(01).
024600         10  pgi-vw-lang-code       pic x(02).
024700         10  pgi-vw-name            pic x(40).
024800         10  pgi-vw-fprint-value    pic 9(09).
024900         10  pgi-vw-fprint-date     pic x(08).
025000         10  pgi-vw-fprint-found    pic x(01).
025100         10  pgi-vw-ckpt-status     pic x(08).
025200         10  pgi-vw-ckpt-run-date   pic x(08).
025300         10  pgi-vw-ckpt-timestamp  pic x(26).
025400         10  pgi-vw-ckpt-found      pic x(01).
025500         10  pgi-vw-audit-count     pic 9(04) comp.
025600         10  pgi-vw-audit occurs 4 times.
025700             15  pgi-vw-au-timestamp
025800                                    pic x(26).
025900             15  pgi-vw-au-status   pic x(08).
026000         10  pgi-vw-current-gen     pic 9(04).
026100         10  pgi-vw-gen-found       pic x(01).
026200         10  pgi-vw-gens-text       pic x(60).
026300         10  pgi-vw-qc-count        pic 9(04) comp.
026400         10  pgi-vw-recon-count     pic 9(04) comp.
026500         10  pgi-vw-link-count      pic 9(04) comp.
026600         10  pgi-vw-first-reason    pic x(40).
026700 01  pgi-view-sub                   pic 9(04) comp.
026800 01  pgi-audit-sub                  pic 9(04) comp.
026900
027000 01  pgi-gen-retain                 pic 9(02) value 5.
027100 01  pgi-gen-no                     pic 9(04) comp.
027200 01  pgi-gen-low                    pic 9(04) comp.
027300 01  pgi-gen-shown                  pic 9(04) comp.
027400 01  pgi-gen-disp                   pic 9(04).
027500 01  pgi-gen-ptr                    pic 9(04) comp.
027600
027700******************************************************
027800* The unapproved domains on last night's link exception
027900* report, and how many times the staged line in hand
028000* names one.
028100******************************************************
028200 01  pgi-domain-table.
028300     05  pgi-domain-count           pic 9(04) comp value zero.
028400     05  pgi-domain-entry occurs 100 times
028500                 indexed by pgi-domain-idx.
028600         10  pgi-dm-name            pic x(45).
028700         10  pgi-dm-len             pic 9(04) comp.
028800         10  pgi-dm-seen            pic x(01).
028900 01  pgi-domain-sub                 pic 9(04) comp.
029000 01  pgi-domain-hits                pic 9(04) comp.
029100 01  pgi-scan-len                   pic 9(04) comp.
029200
029300******************************************************
029400* Terminal fields - the name keyed, the command keyed,
029500* the message line, and the screen body built a line at
029600* a time from the layouts below.
029700******************************************************
029800 01  pgi-key-input                  pic x(40) value spaces.
029900 01  pgi-search-key                 pic x(40).
030000 01  pgi-command                    pic x(01) value space.
030100 01  pgi-message                    pic x(79) value spaces.
030200
030300 01  pgi-body.
030400     05  pgi-body-line occurs 18 times
030500                                    pic x(79).
030600 01  pgi-body-sub                   pic 9(04) comp.
030700
030800 01  pgi-hdr-line.
030900     05  filler                     pic x(42)
031000         value "PGINQ  PAGE STATUS INQUIRY - INQUIRY ONLY".
031100     05  filler                     pic x(05) value " ENV ".
031200     05  pgi-hdr-env                pic x(10).
031300     05  filler                     pic x(05) value spaces.
031400     05  pgi-hdr-yyyy               pic 9(04).
031500     05  filler                     pic x(01) value "-".
031600     05  pgi-hdr-mm                 pic 9(02).
031700     05  filler                     pic x(01) value "-".
031800     05  pgi-hdr-dd                 pic 9(02).
031900     05  filler                     pic x(01) value space.
032000     05  pgi-hdr-hh                 pic 9(02).
032100     05  filler                     pic x(01) value ":".
032200     05  pgi-hdr-mi                 pic 9(02).
032300
032400 01  pgi-position-line.
032500     05  filler                     pic x(05) value "PAGE ".
032600     05  pgi-pos-number             pic zzz9.
032700     05  filler                     pic x(04) value " OF ".
032800     05  pgi-pos-count              pic zzz9.
032900
033000 01  pgi-page-line.
033100     05  filler                     pic x(09) value "TEMPLATE ".
033200     05  pgi-pg-template            pic x(10).
033300     05  filler                     pic x(07) value " THEME ".
033400     05  pgi-pg-theme               pic x(10).
033500     05  filler                     pic x(11)
033600         value " EFFECTIVE ".
033700     05  pgi-pg-effective           pic x(08).
033800     05  filler                     pic x(08) value " EXPIRY ".
033900     05  pgi-pg-expiry              pic x(08).
034000
034100 01  pgi-rule-line                  pic x(79) value all "-".
034200
034300 01  pgi-name-line.
034400     05  pgi-nm-lang                pic x(02).
034500     05  filler                     pic x(01) value space.
034600     05  pgi-nm-name                pic x(40).
034700     05  filler                     pic x(01) value space.
034800     05  pgi-nm-fprint              pic x(35).
034900
035000 01  pgi-fprint-text.
035100     05  filler                     pic x(12)
035200         value "FINGERPRINT ".
035300     05  pgi-fp-value               pic 9(09).
035400     05  filler                     pic x(04) value " ON ".
035500     05  pgi-fp-date                pic x(08).
035600
035700 01  pgi-ckpt-line.
035800     05  filler                     pic x(14)
035900         value "   CHECKPOINT ".
036000     05  pgi-ck-status              pic x(08).
036100     05  filler                     pic x(05) value " RUN ".
036200     05  pgi-ck-run-date            pic x(08).
036300     05  filler                     pic x(04) value " AT ".
036400     05  pgi-ck-timestamp           pic x(19).
036500
036600 01  pgi-audit-line.
036700     05  pgi-au-label               pic x(14).
036800     05  pgi-au-timestamp-1         pic x(19).
036900     05  filler                     pic x(01) value space.
037000     05  pgi-au-status-1            pic x(08).
037100     05  filler                     pic x(03) value spaces.
037200     05  pgi-au-timestamp-2         pic x(19).
037300     05  filler                     pic x(01) value space.
037400     05  pgi-au-status-2            pic x(08).
037500
037600 01  pgi-gens-line.
037700     05  filler                     pic x(15)
037800         value "   GENERATIONS ".
037900     05  pgi-gn-text                pic x(60).
038000
038100 01  pgi-exception-line.
038200     05  filler                     pic x(17)
038300         value "   EXCEPTIONS QC ".
038400     05  pgi-ex-qc                  pic zz9.
038500     05  filler                     pic x(07) value " RECON ".
038600     05  pgi-ex-recon               pic zz9.
038700     05  filler                     pic x(06) value " LINK ".
038800     05  pgi-ex-link                pic zz9.
038900     05  filler                     pic x(02) value spaces.
039000     05  pgi-ex-reason              pic x(38).
039100
039200
039300 screen section.
039400******************************************************
039500* The one inquiry screen - everything on it is display
039600* only except the output file name and the command.
039700******************************************************
039800 01  pgi-inquiry-screen.
039900     05  blank screen.
040000     05  line 01 column 01 pic x(79) from pgi-hdr-line.
040100     05  line 02 column 01 value "OUTPUT FILE".
040200     05  line 02 column 13 pic x(40) using pgi-key-input.
040300     05  line 02 column 58 pic x(17) from pgi-position-line.
040400     05  line 03 column 01 pic x(79) from pgi-page-line.
040500     05  line 04 column 01 pic x(79) from pgi-rule-line.
040600     05  line 05 column 01 pic x(79) from pgi-body-line (1).
040700     05  line 06 column 01 pic x(79) from pgi-body-line (2).
040800     05  line 07 column 01 pic x(79) from pgi-body-line (3).
040900     05  line 08 column 01 pic x(79) from pgi-body-line (4).
041000     05  line 09 column 01 pic x(79) from pgi-body-line (5).
041100     05  line 10 column 01 pic x(79) from pgi-body-line (6).
041200     05  line 11 column 01 pic x(79) from pgi-body-line (7).
041300     05  line 12 column 01 pic x(79) from pgi-body-line (8).
041400     05  line 13 column 01 pic x(79) from pgi-body-line (9).
041500     05  line 14 column 01 pic x(79) from pgi-body-line (10).
041600     05  line 15 column 01 pic x(79) from pgi-body-line (11).
041700     05  line 16 column 01 pic x(79) from pgi-body-line (12).
041800     05  line 17 column 01 pic x(79) from pgi-body-line (13).
041900     05  line 18 column 01 pic x(79) from pgi-body-line (14).
042000     05  line 19 column 01 pic x(79) from pgi-body-line (15).
042100     05  line 20 column 01 pic x(79) from pgi-body-line (16).
042200     05  line 21 column 01 pic x(79) from pgi-body-line (17).
042300     05  line 22 column 01 pic x(79) from pgi-body-line (18).
042400     05  line 23 column 01 pic x(79) from pgi-message
042500                                    highlight.
042600     05  line 24 column 01
042700         value "ENTER=INQUIRE F=FORWARD B=BACK L=LANGUAGES".
042800     05  line 24 column 45 value "X=EXIT".
042900     05  line 24 column 60 value "COMMAND".
043000     05  line 24 column 68 pic x(01) using pgi-command.
043100
043200
043300 procedure division.
043400
043500 0000-mainline.
043600     perform 1000-initialize
043700         thru 1000-exit.
043800
043900     if pgi-config-failed
044000         move 16 to return-code
044100         stop run
044200     end-if.
044300
044400     perform 2000-converse
044500         thru 2000-exit
044600         until pgi-exit-requested.
044700
044800     perform 9000-terminate
044900         thru 9000-exit.
045000
045100     stop run.
045200
045300******************************************************
045400* 1000-INITIALIZE
045500*
045600* Takes the roots off SITECFG, loads the languages and
045700* every key on the page master, and gathers the first
045800* page so the screen opens on something.  No site
045900* config or no page master leaves nothing to inquire
046000* on.
046100******************************************************
046200 1000-initialize.
046300     perform 1050-load-site-config
046400         thru 1050-exit.
046500     if pgi-config-failed
046600         go to 1000-exit
046700     end-if.
046800
046900     open input language-file.
047000     if pgi-lang-file-status = "00"
047100         move "N" to pgi-eof-sw
047200         perform 1300-load-one-language
047300             thru 1300-exit
047400             until pgi-eof
047500         close language-file
047600     end-if.
047700     if pgi-lang-count = zero
047800         move 1 to pgi-lang-count
047900         move 1 to pgi-lang-sub
048000         move "EN" to pgi-lg-code (1)
048100         perform 1310-derive-language-dir
048200             thru 1310-exit
048300     end-if.
048400
048500     open input page-master-file.
048600     if pgi-master-file-status not = "00"
048700         display "PGINQ: PAGE MASTER NOT AVAILABLE - STATUS "
048800             pgi-master-file-status upon console
048900         move "Y" to pgi-config-failed-sw
049000         go to 1000-exit
049100     end-if.
049200
049300     move "N" to pgi-eof-sw.
049400     perform 1400-load-one-key
049500         thru 1400-exit
049600         until pgi-eof.
049700
049800     if pgi-key-count = zero
049900         move "PAGE MASTER IS EMPTY" to pgi-message
050000     else
050100         move 1 to pgi-key-sub
050200         perform 3000-gather-page-status
050300             thru 3000-exit
050400     end-if.
050500
050600 1000-exit.
050700     exit.
050800
050900******************************************************
051000* 1050-LOAD-SITE-CONFIG
051100*
051200* The environment and the build and generation roots
051300* off the one SITECFG record.
051400******************************************************
051500 1050-load-site-config.
051600     open input site-config-file.
051700     if pgi-sitecfg-file-status not = "00"
051800         display "PGINQ: SITE CONFIG NOT AVAILABLE - "
051900             "STATUS " pgi-sitecfg-file-status upon console
052000         move "Y" to pgi-config-failed-sw
052100         go to 1050-exit
052200     end-if.
052300
052400     read site-config-file
052500         at end
052600             display "PGINQ: SITE CONFIG RECORD MISSING"
052700                 upon console
052800             move "Y" to pgi-config-failed-sw
052900             close site-config-file
053000             go to 1050-exit
053100     end-read.
053200
053300     close site-config-file.
053400
053500     move site-cfg-env-name to pgi-site-env-name.
053600     move site-cfg-build-root to pgi-build-root.
053700     move site-cfg-gen-root to pgi-gen-root.
053800
053900 1050-exit.
054000     exit.
054100
054200 1300-load-one-language.
054300     read language-file
054400         at end
054500             move "Y" to pgi-eof-sw
054600         not at end
054700             if lang-code = spaces
054800                 continue
054900             else
055000                 if pgi-lang-count < pgi-max-lang
055100                     add 1 to pgi-lang-count
055200                     move pgi-lang-count to pgi-lang-sub
055300                     move lang-code to pgi-lg-code (pgi-lang-sub)
055400                     perform 1310-derive-language-dir
055500                         thru 1310-exit
055600                 end-if
055700             end-if
055800     end-read.
055900
056000 1300-exit.
056100     exit.
056200
056300 1310-derive-language-dir.
056400     if pgi-lg-code (pgi-lang-sub) = "EN"
056500         move spaces to pgi-lg-dir (pgi-lang-sub)
056600     else
056700         move pgi-lg-code (pgi-lang-sub) to pgi-lang-lower
056800         inspect pgi-lang-lower converting
056900             "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to
057000             "abcdefghijklmnopqrstuvwxyz"
057100         move spaces to pgi-lg-dir (pgi-lang-sub)
057200         string pgi-lang-lower delimited by space
057300             "/" delimited by size
057400             into pgi-lg-dir (pgi-lang-sub)
057500     end-if.
057600
057700 1310-exit.
057800     exit.
057900
058000 1400-load-one-key.
058100     read page-master-file next record
058200         at end
058300             move "Y" to pgi-eof-sw
058400             go to 1400-exit
058500     end-read.
058600
058700     if pgctl-output-file = spaces
058800         go to 1400-exit
058900     end-if.
059000
059100     if pgi-key-count >= pgi-max-key
059200         move "PAGE MASTER PAST THE BROWSE TABLE - NOT ALL SHOWN"
059300             to pgi-message
059400         go to 1400-exit
059500     end-if.
059600
059700     add 1 to pgi-key-count.
059800     move pgctl-output-file to pgi-ky-output-file (pgi-key-count).
059900
060000 1400-exit.
060100     exit.
060200
060300******************************************************
060400* 2000-CONVERSE
060500*
060600* Shows the screen for the page in hand and takes the
060700* next command: Enter looks up the name keyed, F and B
060800* step through the page master, L moves to the next
060900* three languages, X ends the inquiry.
061000******************************************************
061100 2000-converse.
061200     perform 2900-set-screen-header
061300         thru 2900-exit.
061400
061500     move space to pgi-command.
061600     display pgi-inquiry-screen.
061700     accept pgi-inquiry-screen.
061800     move spaces to pgi-message.
061900
062000     inspect pgi-command converting
062100         "abcdefghijklmnopqrstuvwxyz" to
062200         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
062300
062400     evaluate pgi-command
062500         when "X"
062600             move "Y" to pgi-exit-sw
062700         when "F"
062800             if pgi-key-sub < pgi-key-count
062900                 add 1 to pgi-key-sub
063000             else
063100                 move "LAST PAGE ON THE PAGE MASTER"
063200                     to pgi-message
063300             end-if
063400             perform 3000-gather-page-status
063500                 thru 3000-exit
063600         when "B"
063700             if pgi-key-sub > 1
063800                 subtract 1 from pgi-key-sub
063900             else
064000                 move "FIRST PAGE ON THE PAGE MASTER"
064100                     to pgi-message
064200             end-if
064300             perform 3000-gather-page-status
064400                 thru 3000-exit
064500         when "L"
064600             add pgi-max-view to pgi-lang-first
064700             if pgi-lang-first > pgi-lang-count
064800                 move 1 to pgi-lang-first
064900             end-if
065000             perform 3000-gather-page-status
065100                 thru 3000-exit
065200         when space
065300             perform 2100-find-key
065400                 thru 2100-exit
065500             perform 3000-gather-page-status
065600                 thru 3000-exit
065700         when other
065800             move "COMMAND IS ENTER, F, B, L OR X" to pgi-message
065900     end-evaluate.
066000
066100 2000-exit.
066200     exit.
066300
066400******************************************************
066500* 2100-FIND-KEY
066600*
066700* Positions on the name keyed.  A name qualified by a
066800* language directory (es/status.html) is looked up
066900* without it and opens the screen at that language.  A
067000* name not on the master positions on the next one in
067100* key order, as a START would.
067200******************************************************
067300 2100-find-key.
067400     if pgi-key-input = spaces
067500         move "KEY AN OUTPUT FILE NAME OR A COMMAND"
067600             to pgi-message
067700         go to 2100-exit
067800     end-if.
067900
068000     move pgi-key-input to pgi-search-key.
068050     move 1 to pgi-lang-first.
068100     move "N" to pgi-found-sw.
068200     perform 2110-match-language-dir
068300         thru 2110-exit
068400         varying pgi-lang-sub from 1 by 1
068500         until pgi-lang-sub > pgi-lang-count
068600            or pgi-found.
068700
068800     move "N" to pgi-found-sw.
068900     perform 2120-search-key
069000         thru 2120-exit
069100         varying pgi-key-idx from 1 by 1
069200         until pgi-key-idx > pgi-key-count
069300            or pgi-found.
069400
069500     if not pgi-found
069600         move pgi-key-count to pgi-key-sub
069700         move "PAST THE LAST PAGE - LAST PAGE SHOWN"
069800             to pgi-message
069900         go to 2100-exit
070000     end-if.
070100
070200     if pgi-ky-output-file (pgi-key-sub) not = pgi-search-key
070300         move "NOT ON THE PAGE MASTER - NEXT PAGE SHOWN"
070400             to pgi-message
070500     end-if.
070600
070700 2100-exit.
070800     exit.
070900
071000 2110-match-language-dir.
071100     if pgi-lg-dir (pgi-lang-sub) not = spaces
071200        and pgi-key-input (1:3) = pgi-lg-dir (pgi-lang-sub)
071300         move pgi-key-input (4:37) to pgi-search-key
071400         move pgi-lang-sub to pgi-lang-first
071500         move "Y" to pgi-found-sw
071600     end-if.
071700
071800 2110-exit.
071900     exit.
072000
072100 2120-search-key.
072200     if pgi-ky-output-file (pgi-key-idx) >= pgi-search-key
072300         set pgi-key-sub to pgi-key-idx
072400         move "Y" to pgi-found-sw
072500     end-if.
072600
072700 2120-exit.
072800     exit.
072900
073000 2900-set-screen-header.
073100     accept pgi-system-date from date yyyymmdd.
073200     accept pgi-system-time from time.
073300     move pgi-site-env-name to pgi-hdr-env.
073400     move pgi-sd-yyyy to pgi-hdr-yyyy.
073500     move pgi-sd-mm to pgi-hdr-mm.
073600     move pgi-sd-dd to pgi-hdr-dd.
073700     move pgi-st-hh to pgi-hdr-hh.
073800     move pgi-st-mm to pgi-hdr-mi.
073900     move pgi-key-sub to pgi-pos-number.
074000     move pgi-key-count to pgi-pos-count.
074100
074200 2900-exit.
074300     exit.
074400
074500******************************************************
074600* 3000-GATHER-PAGE-STATUS
074700*
074800* Reads the page in hand back off the page master by
074900* key, sets up a view per language on the screen and
075000* runs each scan over it, then builds the screen body.
075100******************************************************
075200 3000-gather-page-status.
075300     if pgi-key-count = zero
075400         go to 3000-exit
075500     end-if.
075600
075700     move pgi-ky-output-file (pgi-key-sub) to pgi-key-input.
075800     move pgi-ky-output-file (pgi-key-sub) to pgctl-output-file.
075900     read page-master-file
076000         key is pgctl-output-file
076100         invalid key
076200             move spaces to pgi-page-line
076250             move spaces to pgi-body
076300             move "NO LONGER ON THE PAGE MASTER" to pgi-message
076400             go to 3000-exit
076500     end-read.
076600
076700     move pgctl-template-id to pgi-pg-template.
076800     move pgctl-theme-name to pgi-pg-theme.
076900     if pgctl-effective-date = spaces
077000         move "NONE" to pgi-pg-effective
077100     else
077200         move pgctl-effective-date to pgi-pg-effective
077300     end-if.
077400     if pgctl-expiry-date = spaces
077500         move "NONE" to pgi-pg-expiry
077600     else
077700         move pgctl-expiry-date to pgi-pg-expiry
077800     end-if.
077900
078000     perform 3050-set-up-view
078100         thru 3050-exit
078200         varying pgi-view-sub from 1 by 1
078300         until pgi-view-sub > pgi-max-view.
078400
078500     perform 3100-scan-audit-log
078600         thru 3100-exit.
078700     perform 3200-scan-checkpoint
078800         thru 3200-exit.
078900     perform 3300-scan-fingerprint
079000         thru 3300-exit.
079100     perform 3400-scan-genctl
079200         thru 3400-exit.
079300     perform 3500-scan-qc-report
079400         thru 3500-exit.
079500     perform 3600-scan-recon-report
079600         thru 3600-exit.
079700     perform 3700-scan-link-exceptions
079800         thru 3700-exit.
079900
080000     perform 3900-build-screen-body
080100         thru 3900-exit.
080200
080300 3000-exit.
080400     exit.
080500
080600 3050-set-up-view.
080700     initialize pgi-view-entry (pgi-view-sub).
080800     move "N" to pgi-vw-active (pgi-view-sub).
080900
081000     compute pgi-lang-sub = pgi-lang-first + pgi-view-sub - 1.
081100     if pgi-lang-sub > pgi-lang-count
081200         go to 3050-exit
081300     end-if.
081400
081500     move "Y" to pgi-vw-active (pgi-view-sub).
081600     move pgi-lg-code (pgi-lang-sub)
081700         to pgi-vw-lang-code (pgi-view-sub).
081800     string pgi-lg-dir (pgi-lang-sub) delimited by space
081900         pgctl-output-file delimited by space
082000                                 into pgi-vw-name (pgi-view-sub).
082100
082200 3050-exit.
082300     exit.
082400
082500******************************************************
082600* 3100-SCAN-AUDIT-LOG
082700*
082800* The audit log is oldest first, so each entry for a
082900* view's copy pushes the oldest of its last four out.
083000******************************************************
083100 3100-scan-audit-log.
083200     open input audit-log-file.
083300     if pgi-audit-file-status not = "00"
083400         go to 3100-exit
083500     end-if.
083600
083700     move "N" to pgi-eof-sw.
083800     perform 3110-scan-one-audit
083900         thru 3110-exit
084000         until pgi-eof.
084100     close audit-log-file.
084200
084300 3100-exit.
084400     exit.
084500
084600 3110-scan-one-audit.
084700     read audit-log-file
084800         at end
084900             move "Y" to pgi-eof-sw
085000             go to 3110-exit
085100     end-read.
085200
085300     perform 3120-match-audit
085400         thru 3120-exit
085500         varying pgi-view-sub from 1 by 1
085600         until pgi-view-sub > pgi-max-view.
085700
085800 3110-exit.
085900     exit.
086000
086100 3120-match-audit.
086200     if pgi-vw-active (pgi-view-sub) not = "Y"
086300        or ham-audit-output-file not = pgi-vw-name (pgi-view-sub)
086400         go to 3120-exit
086500     end-if.
086600
086700     perform 3130-shift-audit
086800         thru 3130-exit
086900         varying pgi-audit-sub from 2 by 1
087000         until pgi-audit-sub > 4.
087100     move ham-audit-timestamp
087200         to pgi-vw-au-timestamp (pgi-view-sub, 4).
087300     move ham-audit-status to pgi-vw-au-status (pgi-view-sub, 4).
087400     add 1 to pgi-vw-audit-count (pgi-view-sub).
087500
087600 3120-exit.
087700     exit.
087800
087900 3130-shift-audit.
088000     move pgi-vw-audit (pgi-view-sub, pgi-audit-sub)
088100         to pgi-vw-audit (pgi-view-sub, pgi-audit-sub - 1).
088200
088300 3130-exit.
088400     exit.
088500
088600******************************************************
088700* 3200-SCAN-CHECKPOINT
088800*
088900* The last checkpoint entry for each view's copy - what
089000* the last build recorded as it finished that copy.
089100******************************************************
089200 3200-scan-checkpoint.
089300     open input checkpoint-file.
089400     if pgi-ckpt-file-status not = "00"
089500         go to 3200-exit
089600     end-if.
089700
089800     move "N" to pgi-eof-sw.
089900     perform 3210-scan-one-checkpoint
090000         thru 3210-exit
090100         until pgi-eof.
090200     close checkpoint-file.
090300
090400 3200-exit.
090500     exit.
090600
090700 3210-scan-one-checkpoint.
090800     read checkpoint-file
090900         at end
091000             move "Y" to pgi-eof-sw
091100             go to 3210-exit
091200     end-read.
091300
091400     perform 3220-match-checkpoint
091500         thru 3220-exit
091600         varying pgi-view-sub from 1 by 1
091700         until pgi-view-sub > pgi-max-view.
091800
091900 3210-exit.
092000     exit.
092100
092200 3220-match-checkpoint.
092300     if pgi-vw-active (pgi-view-sub) = "Y"
092400        and ham-ckpt-output-file = pgi-vw-name (pgi-view-sub)
092500         move ham-ckpt-status to pgi-vw-ckpt-status (pgi-view-sub)
092600         move ham-ckpt-run-date
092700             to pgi-vw-ckpt-run-date (pgi-view-sub)
092800         move ham-ckpt-timestamp
092900             to pgi-vw-ckpt-timestamp (pgi-view-sub)
093000         move "Y" to pgi-vw-ckpt-found (pgi-view-sub)
093100     end-if.
093200
093300 3220-exit.
093400     exit.
093500
093600 3300-scan-fingerprint.
093700     open input fingerprint-file.
093800     if pgi-fprint-file-status not = "00"
093900         go to 3300-exit
094000     end-if.
094100
094200     move "N" to pgi-eof-sw.
094300     perform 3310-scan-one-fingerprint
094400         thru 3310-exit
094500         until pgi-eof.
094600     close fingerprint-file.
094700
094800 3300-exit.
094900     exit.
095000
095100 3310-scan-one-fingerprint.
095200     read fingerprint-file
095300         at end
095400             move "Y" to pgi-eof-sw
095500             go to 3310-exit
095600     end-read.
095700
095800     perform 3320-match-fingerprint
095900         thru 3320-exit
096000         varying pgi-view-sub from 1 by 1
096100         until pgi-view-sub > pgi-max-view.
096200
096300 3310-exit.
096400     exit.
096500
096600 3320-match-fingerprint.
096700     if pgi-vw-active (pgi-view-sub) = "Y"
096800        and ham-fprnt-output-file = pgi-vw-name (pgi-view-sub)
096900        and ham-fprnt-value is numeric
097000         move ham-fprnt-value
097100             to pgi-vw-fprint-value (pgi-view-sub)
097200         move ham-fprnt-run-date
097300             to pgi-vw-fprint-date (pgi-view-sub)
097400         move "Y" to pgi-vw-fprint-found (pgi-view-sub)
097500     end-if.
097600
097700 3320-exit.
097800     exit.
097900
098000******************************************************
098100* 3400-SCAN-GENCTL
098200*
098300* Each view's highest archived generation and the
098400* "*RETAIN*" retention, then a probe of each generation
098500* file the retention still covers, newest first - the
098600* ones that open are the ones PGROLL can put back.
098700******************************************************
098800 3400-scan-genctl.
098900     open input genctl-file.
099000     if pgi-genctl-file-status not = "00"
099100         go to 3400-exit
099200     end-if.
099300
099400     move "N" to pgi-eof-sw.
099500     perform 3410-scan-one-genctl
099600         thru 3410-exit
099700         until pgi-eof.
099800     close genctl-file.
099900
100000     perform 3430-probe-view-generations
100100         thru 3430-exit
100200         varying pgi-view-sub from 1 by 1
100300         until pgi-view-sub > pgi-max-view.
100400
100500 3400-exit.
100600     exit.
100700
100800 3410-scan-one-genctl.
100900     read genctl-file
101000         at end
101100             move "Y" to pgi-eof-sw
101200             go to 3410-exit
101300     end-read.
101400
101500     if ham-genctl-output-file = "*RETAIN*"
101600         if ham-genctl-retain is numeric
101700            and ham-genctl-retain > zero
101800             move ham-genctl-retain to pgi-gen-retain
101900         end-if
102000         go to 3410-exit
102100     end-if.
102200
102300     perform 3420-match-genctl
102400         thru 3420-exit
102500         varying pgi-view-sub from 1 by 1
102600         until pgi-view-sub > pgi-max-view.
102700
102800 3410-exit.
102900     exit.
103000
103100 3420-match-genctl.
103200     if pgi-vw-active (pgi-view-sub) = "Y"
103300        and ham-genctl-output-file = pgi-vw-name (pgi-view-sub)
103400        and ham-genctl-current-gen is numeric
103500         move ham-genctl-current-gen
103600             to pgi-vw-current-gen (pgi-view-sub)
103700         move "Y" to pgi-vw-gen-found (pgi-view-sub)
103800     end-if.
103900
104000 3420-exit.
104100     exit.
104200
104300 3430-probe-view-generations.
104400     if pgi-vw-gen-found (pgi-view-sub) not = "Y"
104500        or pgi-vw-current-gen (pgi-view-sub) = zero
104600         go to 3430-exit
104700     end-if.
104800
104900     if pgi-vw-current-gen (pgi-view-sub) > pgi-gen-retain
105000         compute pgi-gen-low = pgi-vw-current-gen (pgi-view-sub)
105100             - pgi-gen-retain + 1
105200     else
105300         move 1 to pgi-gen-low
105400     end-if.
105500
105600     move zero to pgi-gen-shown.
105700     move 1 to pgi-gen-ptr.
105800     perform 3440-probe-one-generation
105900         thru 3440-exit
106000         varying pgi-gen-no from pgi-vw-current-gen (pgi-view-sub)
106100             by -1
106200         until pgi-gen-no < pgi-gen-low
106300            or pgi-gen-shown >= pgi-max-gen-shown.
106400
106500 3430-exit.
106600     exit.
106700
106800 3440-probe-one-generation.
106900     move pgi-gen-no to pgi-gen-disp.
107000     move spaces to pgi-probe-target.
107100     string pgi-gen-root delimited by space
107200         pgi-vw-name (pgi-view-sub) delimited by space
107300         ".G" delimited by size
107400         pgi-gen-disp delimited by size
107500                                 into pgi-probe-target.
107600
107700     open input probe-file.
107800     if pgi-probe-file-status not = "00"
107900         go to 3440-exit
108000     end-if.
108100     close probe-file.
108200
108300     string pgi-gen-disp delimited by size
108400         " " delimited by size
108500         into pgi-vw-gens-text (pgi-view-sub)
108600         with pointer pgi-gen-ptr.
108700     add 1 to pgi-gen-shown.
108800
108900 3440-exit.
109000     exit.
109100
109200******************************************************
109300* 3500-SCAN-QC-REPORT / 3600-SCAN-RECON-REPORT
109400*
109500* Last night's exception lines carry the language-
109600* qualified file name in the first forty columns and
109700* the reason after it; a line naming a view's copy is an
109800* exception open against it.  A report not there shows
109900* no exceptions.
110000******************************************************
110100 3500-scan-qc-report.
110200     open input qc-report-file.
110300     if pgi-qcrpt-file-status not = "00"
110400         go to 3500-exit
110500     end-if.
110600
110700     move "N" to pgi-eof-sw.
110800     perform 3510-scan-one-qc-line
110900         thru 3510-exit
111000         until pgi-eof.
111100     close qc-report-file.
111200
111300 3500-exit.
111400     exit.
111500
111600 3510-scan-one-qc-line.
111700     read qc-report-file
111800         at end
111900             move "Y" to pgi-eof-sw
112000             go to 3510-exit
112100     end-read.
112200
112300     perform 3520-match-qc-line
112400         thru 3520-exit
112500         varying pgi-view-sub from 1 by 1
112600         until pgi-view-sub > pgi-max-view.
112700
112800 3510-exit.
112900     exit.
113000
113100 3520-match-qc-line.
113200     if pgi-vw-active (pgi-view-sub) = "Y"
113300        and pgi-qc-line (1:40) = pgi-vw-name (pgi-view-sub)
113400         add 1 to pgi-vw-qc-count (pgi-view-sub)
113500         if pgi-vw-first-reason (pgi-view-sub) = spaces
113600             move pgi-qc-line (43:40)
113700                 to pgi-vw-first-reason (pgi-view-sub)
113800         end-if
113900     end-if.
114000
114100 3520-exit.
114200     exit.
114300
114400 3600-scan-recon-report.
114500     open input recon-report-file.
114600     if pgi-reconrpt-file-status not = "00"
114700         go to 3600-exit
114800     end-if.
114900
115000     move "N" to pgi-eof-sw.
115100     perform 3610-scan-one-recon-line
115200         thru 3610-exit
115300         until pgi-eof.
115400     close recon-report-file.
115500
115600 3600-exit.
115700     exit.
115800
115900 3610-scan-one-recon-line.
116000     read recon-report-file
116100         at end
116200             move "Y" to pgi-eof-sw
116300             go to 3610-exit
116400     end-read.
116500
116600     perform 3620-match-recon-line
116700         thru 3620-exit
116800         varying pgi-view-sub from 1 by 1
116900         until pgi-view-sub > pgi-max-view.
117000
117100 3610-exit.
117200     exit.
117300
117400 3620-match-recon-line.
117500     if pgi-vw-active (pgi-view-sub) = "Y"
117600        and pgi-recon-line (1:40) = pgi-vw-name (pgi-view-sub)
117700         add 1 to pgi-vw-recon-count (pgi-view-sub)
117800         if pgi-vw-first-reason (pgi-view-sub) = spaces
117900             move pgi-recon-line (43:40)
118000                 to pgi-vw-first-reason (pgi-view-sub)
118100         end-if
118200     end-if.
118300
118400 3620-exit.
118500     exit.
118600
118700******************************************************
118800* 3700-SCAN-LINK-EXCEPTIONS
118900*
119000* The link report lists unapproved domains, not pages,
119100* so each view's staged copy is read for them the way
119200* XREFRPT looks up a domain - every unapproved domain
119300* the copy names counts once against it.
119400******************************************************
119500 3700-scan-link-exceptions.
119600     move zero to pgi-domain-count.
119700
119800     open input link-exception-file.
119900     if pgi-linkexc-file-status not = "00"
120000         go to 3700-exit
120100     end-if.
120200
120300     move "N" to pgi-eof-sw.
120400     perform 3710-load-one-domain
120500         thru 3710-exit
120600         until pgi-eof.
120700     close link-exception-file.
120800
120900     if pgi-domain-count = zero
121000         go to 3700-exit
121100     end-if.
121200
121300     perform 3730-scan-view-copy
121400         thru 3730-exit
121500         varying pgi-view-sub from 1 by 1
121600         until pgi-view-sub > pgi-max-view.
121700
121800 3700-exit.
121900     exit.
122000
122100******************************************************
122200* A detail line carries "FIRST " after the domain and
122300* its two spaces; headings and totals do not.
122400******************************************************
122500 3710-load-one-domain.
122600     read link-exception-file
122700         at end
122800             move "Y" to pgi-eof-sw
122900             go to 3710-exit
123000     end-read.
123100
123200     if pgi-linkexc-line (48:6) not = "FIRST "
123300        or pgi-linkexc-line (1:45) = spaces
123400        or pgi-domain-count >= pgi-max-domain
123500         go to 3710-exit
123600     end-if.
123700
123800     add 1 to pgi-domain-count.
123900     move pgi-domain-count to pgi-domain-sub.
124000     move pgi-linkexc-line (1:45) to pgi-dm-name (pgi-domain-sub).
124100     perform 3720-trim-scan-back
124200         thru 3720-exit
124300         varying pgi-scan-len from 45 by -1
124400         until pgi-scan-len = 0
124500            or pgi-dm-name (pgi-domain-sub) (pgi-scan-len:1)
124600                                                  not = space.
124700     move pgi-scan-len to pgi-dm-len (pgi-domain-sub).
124800
124900 3710-exit.
125000     exit.
125100
125200 3720-trim-scan-back.
125300     continue.
125400
125500 3720-exit.
125600     exit.
125700
125800 3730-scan-view-copy.
125900     if pgi-vw-active (pgi-view-sub) not = "Y"
126000         go to 3730-exit
126100     end-if.
126200
126300     perform 3735-clear-domain-seen
126400         thru 3735-exit
126500         varying pgi-domain-sub from 1 by 1
126600         until pgi-domain-sub > pgi-domain-count.
126700
126800     move spaces to pgi-probe-target.
126900     string pgi-build-root delimited by space
127000         pgi-vw-name (pgi-view-sub) delimited by space
127100                                 into pgi-probe-target.
127200     open input probe-file.
127300     if pgi-probe-file-status not = "00"
127400         go to 3730-exit
127500     end-if.
127600
127700     move "N" to pgi-eof-sw.
127800     perform 3740-scan-one-copy-line
127900         thru 3740-exit
128000         until pgi-eof.
128100     close probe-file.
128200
128300 3730-exit.
128400     exit.
128500
128600 3735-clear-domain-seen.
128700     move "N" to pgi-dm-seen (pgi-domain-sub).
128800
128900 3735-exit.
129000     exit.
129100
129200 3740-scan-one-copy-line.
129300     read probe-file
129400         at end
129500             move "Y" to pgi-eof-sw
129600             go to 3740-exit
129700     end-read.
129800
129900     perform 3750-check-one-domain
130000         thru 3750-exit
130100         varying pgi-domain-sub from 1 by 1
130200         until pgi-domain-sub > pgi-domain-count.
130300
130400 3740-exit.
130500     exit.
130600
130700 3750-check-one-domain.
130800     if pgi-dm-seen (pgi-domain-sub) = "Y"
130900        or pgi-dm-len (pgi-domain-sub) = zero
131000         go to 3750-exit
131100     end-if.
131200
131300     move zero to pgi-domain-hits.
131400     inspect pgi-probe-line tallying pgi-domain-hits
131500         for all pgi-dm-name (pgi-domain-sub)
131600                     (1:pgi-dm-len (pgi-domain-sub)).
131700     if pgi-domain-hits = zero
131800         go to 3750-exit
131900     end-if.
132000
132100     move "Y" to pgi-dm-seen (pgi-domain-sub).
132200     add 1 to pgi-vw-link-count (pgi-view-sub).
132300     if pgi-vw-first-reason (pgi-view-sub) = spaces
132400         string "UNAPPROVED DOMAIN " delimited by size
132500             pgi-dm-name (pgi-domain-sub) delimited by space
132600             into pgi-vw-first-reason (pgi-view-sub)
132700     end-if.
132800
132900 3750-exit.
133000     exit.
133100
133200******************************************************
133300* 3900-BUILD-SCREEN-BODY
133400*
133500* Six lines per language view - name and fingerprint,
133600* checkpoint, two lines of audit outcomes newest first,
133700* generations, exceptions.
133800******************************************************
133900 3900-build-screen-body.
134000     move spaces to pgi-body.
134100     move zero to pgi-body-sub.
134200
134300     perform 3910-build-one-view
134400         thru 3910-exit
134500         varying pgi-view-sub from 1 by 1
134600         until pgi-view-sub > pgi-max-view.
134700
134800 3900-exit.
134900     exit.
135000
135100 3910-build-one-view.
135200     if pgi-vw-active (pgi-view-sub) not = "Y"
135300         go to 3910-exit
135400     end-if.
135500
135600     move pgi-vw-lang-code (pgi-view-sub) to pgi-nm-lang.
135700     move pgi-vw-name (pgi-view-sub) to pgi-nm-name.
135800     if pgi-vw-fprint-found (pgi-view-sub) = "Y"
135900         move pgi-vw-fprint-value (pgi-view-sub) to pgi-fp-value
136000         move pgi-vw-fprint-date (pgi-view-sub) to pgi-fp-date
136100         move pgi-fprint-text to pgi-nm-fprint
136200     else
136300         move "NO FINGERPRINT ON FILE" to pgi-nm-fprint
136400     end-if.
136500     add 1 to pgi-body-sub.
136600     move pgi-name-line to pgi-body-line (pgi-body-sub).
136700
136800     add 1 to pgi-body-sub.
136900     if pgi-vw-ckpt-found (pgi-view-sub) = "Y"
137000         move pgi-vw-ckpt-status (pgi-view-sub) to pgi-ck-status
137100         move pgi-vw-ckpt-run-date (pgi-view-sub)
137200             to pgi-ck-run-date
137300         move pgi-vw-ckpt-timestamp (pgi-view-sub)
137400             to pgi-ck-timestamp
137500         move pgi-ckpt-line to pgi-body-line (pgi-body-sub)
137600     else
137700         move "   NO CHECKPOINT ENTRY"
137800             to pgi-body-line (pgi-body-sub)
137900     end-if.
138000
138100     add 1 to pgi-body-sub.
138200     if pgi-vw-audit-count (pgi-view-sub) = zero
138300         move "   NO AUDIT ENTRIES ON THE LOG"
138400             to pgi-body-line (pgi-body-sub)
138500         add 1 to pgi-body-sub
138600     else
138700         move "   LAST AUDIT" to pgi-au-label
138800         move pgi-vw-au-timestamp (pgi-view-sub, 4)
138900             to pgi-au-timestamp-1
139000         move pgi-vw-au-status (pgi-view-sub, 4)
139100             to pgi-au-status-1
139200         move pgi-vw-au-timestamp (pgi-view-sub, 3)
139300             to pgi-au-timestamp-2
139400         move pgi-vw-au-status (pgi-view-sub, 3)
139500             to pgi-au-status-2
139600         move pgi-audit-line to pgi-body-line (pgi-body-sub)
139700         add 1 to pgi-body-sub
139800         move spaces to pgi-au-label
139900         move pgi-vw-au-timestamp (pgi-view-sub, 2)
140000             to pgi-au-timestamp-1
140100         move pgi-vw-au-status (pgi-view-sub, 2)
140200             to pgi-au-status-1
140300         move pgi-vw-au-timestamp (pgi-view-sub, 1)
140400             to pgi-au-timestamp-2
140500         move pgi-vw-au-status (pgi-view-sub, 1)
140600             to pgi-au-status-2
140700         move pgi-audit-line to pgi-body-line (pgi-body-sub)
140800     end-if.
140900
141000     add 1 to pgi-body-sub.
141100     if pgi-vw-gens-text (pgi-view-sub) = spaces
141200         move "   NO ARCHIVED GENERATIONS FOR PGROLL"
141300             to pgi-body-line (pgi-body-sub)
141400     else
141500         move pgi-vw-gens-text (pgi-view-sub) to pgi-gn-text
141600         move pgi-gens-line to pgi-body-line (pgi-body-sub)
141700     end-if.
141800
141900     add 1 to pgi-body-sub.
142000     move pgi-vw-qc-count (pgi-view-sub) to pgi-ex-qc.
142100     move pgi-vw-recon-count (pgi-view-sub) to pgi-ex-recon.
142200     move pgi-vw-link-count (pgi-view-sub) to pgi-ex-link.
142300     move pgi-vw-first-reason (pgi-view-sub) to pgi-ex-reason.
142400     move pgi-exception-line to pgi-body-line (pgi-body-sub).
142500
142600 3910-exit.
142700     exit.
142800
142900******************************************************
143000* 9000-TERMINATE
143100******************************************************
143200 9000-terminate.
143300     close page-master-file.
143400
143500 9000-exit.
143600     exit.
