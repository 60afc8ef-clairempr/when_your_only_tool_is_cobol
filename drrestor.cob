000100******************************************************
000200* DRRESTOR.COB
000300*
000400* Disaster-recovery restore and verification.
000500*
000600* Rebuilds the site's working directory from one of the
000700* recovery bundles DRBUNDLE writes nightly - every
000800* driving, control and history dataset, the indexed page
000900* master, the staged pages and the generation archive -
001000* and proves the result.  Each member is held to three
001100* sets of figures, record count, checksum and size:
001200*   - the bundle's own trailer for the member, so a
001300*     bundle damaged since it was written is caught;
001400*   - the DR-MANIFEST written alongside the bundle;
001500*   - the restored file itself, read back off the target
001600*     disk once it is written.
001700* A member on the manifest that never turns up in the
001800* bundle, or a bundle without its end record, fails the
001900* restore as surely as a checksum that does not agree.
002000*
002100* The bundle is picked off the DR-CATALOGUE (DRCAT) by
002200* PARM: PARM='LATEST' (or no PARM) takes the newest,
002300* PARM='20261015' the one taken that day.  Members go
002400* back under the build and generation roots of the
002500* SITECFG record the JCL allocates - the QA config for
002600* the quarterly DR test - and the restore refuses to run
002700* if those are the roots the bundle was taken from.
002800* Restoring over production after a real loss is asked
002900* for in so many words, PARM='LATEST,LIVE', which puts
003000* the members back under the roots the bundle header
003100* carries and does not read SITECFG at all.
003200*
003300* RETURN-CODE 16 when there is nothing to restore from
003400* (no catalogue entry, no bundle or manifest, a bad
003500* PARM, a target that is the source); 8 when any member
003600* fails verification, so the JCL stops short of the
003700* PGVALID step and raises the alert.
003800*
003900* AUTHOR.     R. BLANCHETTE.
004000* INSTALLATION. DATA PROCESSING.
004100* DATE-WRITTEN. 2026-10-15.
004200* DATE-COMPILED.
004300*
004400* MODIFICATION HISTORY
004500* 2026-10-15  RLB  Written to restore and prove the
004600*                  nightly recovery bundle, for the
004700*                  quarterly DR test and for real.
004800******************************************************
004900
005000 identification division.
005100 program-id. drrestor.
005200
005300 environment division.
005400
005500 input-output section.
005600 file-control.
005700******************************************************
005800* SITECFG, DRCAT and DRVRPT are DD names DRRESTOR.JCL
005900* allocates.  The bundle and manifest come off the
006000* catalogue entry and every restored member is written
006100* under its own name, so those open through DYNAMIC
006200* assignments.  The page master is restored into a keyed
006300* file through RESTORE-MASTER-FILE; everything else is a
006400* line-sequential copy through RESTORE-FILE.
006500******************************************************
006600     select site-config-file
006700         assign to sitecfg
006800         organization is line sequential
006900         file status is drs-sitecfg-file-status.
007000
007100     select catalogue-file
007200         assign to drcat
007300         organization is line sequential
007400         file status is drs-drcat-file-status.
007500
007600     select bundle-file
007700         assign to dynamic drs-bundle-target
007800         organization is line sequential
007900         file status is drs-bundle-file-status.
008000
008100     select manifest-file
008200         assign to dynamic drs-manifest-target
008300         organization is line sequential
008400         file status is drs-manifest-file-status.
008500
008600     select restore-file
008700         assign to dynamic drs-restore-target
008800         organization is line sequential
008900         file status is drs-restore-file-status.
009000
009100     select restore-master-file
009200         assign to dynamic drs-restore-target
009300         organization is indexed
009400         access is sequential
009500         record key is pgctl-output-file
009600         file status is drs-restore-file-status.
009700
009800     select verify-report-file
009900         assign to drvrpt
010000         organization is line sequential.
010100
010200
010300 data division.
010400
010500 file section.
010600 fd  site-config-file.
010700     copy "sitecfgrec.cpy".
010800
010900 fd  catalogue-file.
011000     copy "drcatrec.cpy".
011100
011200 fd  bundle-file.
011300     copy "drbndrec.cpy".
011400
011500 fd  manifest-file.
011600     copy "drmanrec.cpy".
011700
011800 fd  restore-file.
011900 01  drs-restore-line               pic x(400).
012000
012100 fd  restore-master-file.
012200     copy "pgctlrec.cpy".
012300
012400 fd  verify-report-file.
012500 01  drs-report-line                pic x(132).
012600
012700
012800 working-storage section.
012900******************************************************
013000* Source roots come off the bundle header, target roots
013100* off SITECFG (or the header again for a LIVE restore).
013200******************************************************
013300 01  drs-source-build-root          pic x(40).
013400 01  drs-source-gen-root            pic x(40).
013500 01  drs-source-env-name            pic x(10).
013600 01  drs-target-build-root          pic x(40).
013700 01  drs-target-gen-root            pic x(40).
013800 01  drs-target-env-name            pic x(10).
013900 01  drs-bundle-target              pic x(80).
014000 01  drs-manifest-target            pic x(80).
014100 01  drs-restore-target             pic x(80).
014200 01  drs-bundle-id                  pic x(14).
014300
014400 01  drs-sitecfg-file-status        pic x(02).
014500 01  drs-drcat-file-status          pic x(02).
014600 01  drs-bundle-file-status         pic x(02).
014700 01  drs-manifest-file-status       pic x(02).
014800 01  drs-restore-file-status        pic x(02).
014900
015000 01  drs-switches.
015100     05  drs-config-failed-sw       pic x(01) value "N".
015200         88 drs-config-failed       value "Y".
015300     05  drs-verify-failed-sw       pic x(01) value "N".
015400         88 drs-verify-failed       value "Y".
015500     05  drs-live-sw                pic x(01) value "N".
015600         88 drs-live                value "Y".
015700     05  drs-drcat-eof-sw           pic x(01) value "N".
015800         88 drs-drcat-eof           value "Y".
015900     05  drs-manifest-eof-sw        pic x(01) value "N".
016000         88 drs-manifest-eof        value "Y".
016100     05  drs-bundle-eof-sw          pic x(01) value "N".
016200         88 drs-bundle-eof          value "Y".
016300     05  drs-restore-eof-sw         pic x(01) value "N".
016400         88 drs-restore-eof         value "Y".
016500     05  drs-end-seen-sw            pic x(01) value "N".
016600         88 drs-end-seen            value "Y".
016700     05  drs-in-member-sw           pic x(01) value "N".
016800         88 drs-in-member           value "Y".
016900     05  drs-target-open-sw         pic x(01) value "N".
017000         88 drs-target-open         value "Y".
017100     05  drs-write-failed-sw        pic x(01) value "N".
017200         88 drs-write-failed        value "Y".
017300
017400******************************************************
017500* Table capacity - a bundle with more members than the
017600* manifest table holds goes through
017700* 9900-CAPACITY-FAILURE and fails verification.
017800******************************************************
017900 01  drs-capacities.
018000     05  drs-max-member             pic 9(08) comp value 10000.
018100 01  drs-capacity-item              pic x(20).
018200 01  drs-capacity-hit-sw            pic x(01) value "N".
018300     88 drs-capacity-hit           value "Y".
018400
018500 01  drs-system-date.
018600     05  drs-sd-yyyy                pic 9(04).
018700     05  drs-sd-mm                  pic 9(02).
018800     05  drs-sd-dd                  pic 9(02).
018900
019000 01  drs-system-time.
019100     05  drs-st-hh                  pic 9(02).
019200     05  drs-st-mm                  pic 9(02).
019300     05  drs-st-ss                  pic 9(02).
019400     05  drs-st-hs                  pic 9(02).
019500
019600 01  drs-bundle-parm                pic x(08).
019700 01  drs-mode-parm                  pic x(04).
019800
019900******************************************************
020000* The manifest, one entry per member, held at the
020100* position of its member number - DRBUNDLE numbers the
020200* members from one with no gaps.
020300******************************************************
020400 01  drs-manifest-table.
020500     05  drs-manifest-count         pic 9(05) comp value zero.
020600     05  drs-manifest-entry occurs 10000 times.
020700         10  drs-mf-kind            pic x(06).
020800         10  drs-mf-root            pic x(01).
020900         10  drs-mf-name            pic x(60).
021000         10  drs-mf-record-count    pic 9(07).
021100         10  drs-mf-checksum        pic 9(09).
021200         10  drs-mf-size            pic 9(09).
021300         10  drs-mf-seen            pic x(01).
021400 01  drs-manifest-sub               pic 9(05) comp.
021500
021600******************************************************
021700* The member in hand - its number, kind and name off
021800* the member header, and the figures the bundle's D
021900* records sum to as they are restored.
022000******************************************************
022100 01  drs-member-no                  pic 9(05).
022200 01  drs-member-kind                pic x(06).
022300 01  drs-member-root                pic x(01).
022400 01  drs-member-name                pic x(60).
022500 01  drs-member-records             pic 9(07) comp.
022600 01  drs-bundle-checksum            pic 9(09).
022700 01  drs-bundle-size                pic 9(09).
022800 01  drs-member-status              pic x(24).
022900
023000******************************************************
023100* Checksum work area - the same arithmetic DRBUNDLE,
023200* HAMMER's publish step and LIVEMON run, over each line
023300* up to its last non-blank and then the line end.
023400******************************************************
023500 01  drs-sum-line                   pic x(400).
023600 01  drs-sum-work-area.
023700     05  drs-sum-value              pic 9(18) comp.
023800     05  drs-sum-quot               pic 9(18) comp.
023900     05  drs-sum-rem                pic 9(18) comp.
024000     05  drs-sum-size               pic 9(09) comp.
024100     05  drs-sum-records            pic 9(07) comp.
024200     05  drs-sum-line-len           pic 9(04) comp.
024300     05  drs-sum-pos                pic 9(04) comp.
024400
024500 01  drs-sum-char-pair.
024600     05  filler                     pic x(01) value low-value.
024700     05  drs-sum-char               pic x(01).
024800 01  drs-sum-char-num redefines drs-sum-char-pair
024900                                    pic 9(04) comp.
025000
025100 01  drs-counters.
025200     05  drs-members-restored       pic 9(05) comp value zero.
025300     05  drs-members-verified       pic 9(05) comp value zero.
025400     05  drs-records-restored       pic 9(09) comp value zero.
025500     05  drs-failure-count          pic 9(05) comp value zero.
025600
025700 01  drs-report-work.
025800     05  drs-rpt-header.
025900         10  filler                 pic x(33)
026000             value "DRRESTOR DR RESTORE VERIFY   RUN ".
026100         10  drs-rpt-hdr-yyyy       pic 9(04).
026200         10  filler                 pic x(01) value "-".
026300         10  drs-rpt-hdr-mm         pic 9(02).
026400         10  filler                 pic x(01) value "-".
026500         10  drs-rpt-hdr-dd         pic 9(02).
026600         10  filler                 pic x(01) value space.
026700         10  drs-rpt-hdr-hh         pic 9(02).
026800         10  filler                 pic x(01) value ":".
026900         10  drs-rpt-hdr-mi         pic 9(02).
027000         10  filler                 pic x(09) value "  BUNDLE ".
027100         10  drs-rpt-hdr-bundle     pic x(14).
027200         10  filler                 pic x(06) value " FROM ".
027300         10  drs-rpt-hdr-source     pic x(10).
027400         10  filler                 pic x(04) value " TO ".
027500         10  drs-rpt-hdr-target     pic x(10).
027600         10  filler                 pic x(01) value space.
027700         10  drs-rpt-hdr-mode       pic x(04) value spaces.
027800     05  drs-rpt-roots.
027900         10  filler                 pic x(14)
028000             value "TARGET ROOTS  ".
028100         10  drs-rpt-root-build     pic x(40).
028200         10  filler                 pic x(01) value space.
028300         10  drs-rpt-root-gen       pic x(40).
028400     05  drs-rpt-columns.
028500         10  filler                 pic x(07) value "MEMBER".
028600         10  filler                 pic x(07) value "KIND".
028700         10  filler                 pic x(61) value "NAME".
028800         10  filler                 pic x(09) value "  RECORDS".
028900         10  filler                 pic x(10) value "  CHECKSUM".
029000         10  filler                 pic x(12)
029100             value "        SIZE".
029200         10  filler                 pic x(10) value "  STATUS".
029300     05  drs-rpt-detail.
029400         10  drs-rpt-member-no      pic zzzz9.
029500         10  filler                 pic x(02) value spaces.
029600         10  drs-rpt-kind           pic x(06).
029700         10  filler                 pic x(01) value space.
029800         10  drs-rpt-name           pic x(60).
029900         10  filler                 pic x(01) value space.
030000         10  drs-rpt-records        pic z,zzz,zz9.
030100         10  filler                 pic x(01) value space.
030200         10  drs-rpt-checksum       pic 9(09).
030300         10  filler                 pic x(01) value space.
030400         10  drs-rpt-size           pic zzz,zzz,zz9.
030500         10  filler                 pic x(02) value spaces.
030600         10  drs-rpt-status         pic x(24).
030700     05  drs-rpt-total.
030800         10  drs-rpt-total-text     pic x(30).
030900         10  drs-rpt-total-count    pic z,zzz,zz9.
031000
031100 linkage section.
031200******************************************************
031300* PARM= is passed to a batch main program as a halfword
031400* binary length ahead of the text - the bundle date and
031500* the LIVE keyword are unstrung off the actual text.
031600******************************************************
031700 01  drs-parm-area.
031800     05  drs-parm-len               pic s9(04) comp.
031900     05  drs-parm-text              pic x(20).
032000
032100 procedure division using drs-parm-area.
032200
032300 0000-mainline.
032400     perform 1000-initialize
032500         thru 1000-exit.
032600
032700     if drs-config-failed
032800         move "NO BUNDLE RESTORED" to drs-rpt-total-text
032900         move zero to drs-rpt-total-count
033000         move drs-rpt-total to drs-report-line
033100         write drs-report-line
033200         close verify-report-file
033300         move 16 to return-code
033400         stop run
033500     end-if.
033600
033700     perform 2000-restore-bundle
033800         thru 2000-exit.
033900
034000     perform 3000-check-manifest
034100         thru 3000-exit.
034200
034300     perform 9000-terminate
034400         thru 9000-exit.
034500
034600     stop run.
034700
034800******************************************************
034900* 1000-INITIALIZE
035000*
035100* Finds the bundle on the catalogue, loads its manifest,
035200* reads the bundle header and settles the target roots -
035300* refusing a non-LIVE restore onto the very roots the
035400* bundle came from.  Anything missing here leaves
035500* nothing to restore from and fails the step.
035600******************************************************
035700 1000-initialize.
035800     accept drs-system-date from date yyyymmdd.
035900     accept drs-system-time from time.
036000
036100     open output verify-report-file.
036200
036300     move spaces to drs-bundle-parm.
036400     move spaces to drs-mode-parm.
036500     if drs-parm-len > zero
036600         unstring drs-parm-text (1:drs-parm-len)
036700             delimited by ","
036800             into drs-bundle-parm
036900                  drs-mode-parm
037000         end-unstring
037100     end-if.
037200     if drs-bundle-parm = spaces
037300         move "LATEST" to drs-bundle-parm
037400     end-if.
037500     if drs-mode-parm = "LIVE"
037600         move "Y" to drs-live-sw
037700     else
037800         if drs-mode-parm not = spaces
037900             display "DRRESTOR: PARM MODE NOT LIVE - "
038000                 drs-mode-parm upon console
038100             move "Y" to drs-config-failed-sw
038200             go to 1000-exit
038300         end-if
038400     end-if.
038500     if drs-bundle-parm not = "LATEST"
038600        and drs-bundle-parm is not numeric
038700         display "DRRESTOR: PARM NOT LATEST OR YYYYMMDD - "
038800             drs-bundle-parm upon console
038900         move "Y" to drs-config-failed-sw
039000         go to 1000-exit
039100     end-if.
039200
039300     perform 1100-find-bundle
039400         thru 1100-exit.
039500     if drs-config-failed
039600         go to 1000-exit
039700     end-if.
039800
039900     perform 1200-load-manifest
040000         thru 1200-exit.
040100     if drs-config-failed
040200         go to 1000-exit
040300     end-if.
040400
040500     perform 1300-read-bundle-header
040600         thru 1300-exit.
040700     if drs-config-failed
040800         go to 1000-exit
040900     end-if.
041000
041100     if drs-live
041200         move drs-source-build-root to drs-target-build-root
041300         move drs-source-gen-root to drs-target-gen-root
041400         move drs-source-env-name to drs-target-env-name
041500     else
041600         perform 1050-load-site-config
041700             thru 1050-exit
041800         if drs-config-failed
041900             close bundle-file
042000             go to 1000-exit
042100         end-if
042200         if drs-target-build-root = drs-source-build-root
042300            or drs-target-gen-root = drs-source-gen-root
042400             display "DRRESTOR: TARGET IS THE BUNDLE'S OWN "
042500                 "ROOTS - PARM LIVE NOT GIVEN" upon console
042600             close bundle-file
042700             move "Y" to drs-config-failed-sw
042800             go to 1000-exit
042900         end-if
043000     end-if.
043100
043200     move drs-sd-yyyy to drs-rpt-hdr-yyyy.
043300     move drs-sd-mm to drs-rpt-hdr-mm.
043400     move drs-sd-dd to drs-rpt-hdr-dd.
043500     move drs-st-hh to drs-rpt-hdr-hh.
043600     move drs-st-mm to drs-rpt-hdr-mi.
043700     move drs-bundle-id to drs-rpt-hdr-bundle.
043800     move drs-source-env-name to drs-rpt-hdr-source.
043900     move drs-target-env-name to drs-rpt-hdr-target.
044000     if drs-live
044100         move "LIVE" to drs-rpt-hdr-mode
044200     end-if.
044300     move spaces to drs-report-line.
044400     move drs-rpt-header to drs-report-line.
044500     write drs-report-line.
044600     move drs-target-build-root to drs-rpt-root-build.
044700     move drs-target-gen-root to drs-rpt-root-gen.
044800     move spaces to drs-report-line.
044900     move drs-rpt-roots to drs-report-line.
045000     write drs-report-line.
045100     move spaces to drs-report-line.
045200     write drs-report-line.
045300     move drs-rpt-columns to drs-report-line.
045400     write drs-report-line.
045500     move spaces to drs-report-line.
045600     write drs-report-line.
045700
045800 1000-exit.
045900     exit.
046000
046100******************************************************
046200* 1050-LOAD-SITE-CONFIG
046300*
046400* The target roots and environment off the one SITECFG
046500* record - the QA config for a DR test.
046600******************************************************
046700 1050-load-site-config.
046800     open input site-config-file.
046900     if drs-sitecfg-file-status not = "00"
047000         display "DRRESTOR: SITE CONFIG NOT AVAILABLE - "
047100             "STATUS " drs-sitecfg-file-status upon console
047200         move "Y" to drs-config-failed-sw
047300         go to 1050-exit
047400     end-if.
047500
047600     read site-config-file
047700         at end
047800             display "DRRESTOR: SITE CONFIG RECORD MISSING"
047900                 upon console
048000             move "Y" to drs-config-failed-sw
048100             close site-config-file
048200             go to 1050-exit
048300     end-read.
048400
048500     close site-config-file.
048600
048700     move site-cfg-env-name to drs-target-env-name.
048800     move site-cfg-build-root to drs-target-build-root.
048900     move site-cfg-gen-root to drs-target-gen-root.
049000
049100 1050-exit.
049200     exit.
049300
049400******************************************************
049500* 1100-FIND-BUNDLE
049600*
049700* The catalogue is oldest first, so the last entry read
049800* that qualifies - the last of all for LATEST, the last
049900* taken on the PARM date otherwise - is the one used.
050000******************************************************
050100 1100-find-bundle.
050200     move spaces to drs-bundle-id.
050300
050400     open input catalogue-file.
050500     if drs-drcat-file-status not = "00"
050600         display "DRRESTOR: DR CATALOGUE NOT AVAILABLE - "
050700             "STATUS " drs-drcat-file-status upon console
050800         move "Y" to drs-config-failed-sw
050900         go to 1100-exit
051000     end-if.
051100
051200     perform 1110-check-one-catalogue
051300         thru 1110-exit
051400         until drs-drcat-eof.
051500     close catalogue-file.
051600
051700     if drs-bundle-id = spaces
051800         display "DRRESTOR: NO BUNDLE ON THE CATALOGUE FOR "
051900             drs-bundle-parm upon console
052000         move "Y" to drs-config-failed-sw
052100     end-if.
052200
052300 1100-exit.
052400     exit.
052500
052600 1110-check-one-catalogue.
052700     read catalogue-file
052800         at end
052900             move "Y" to drs-drcat-eof-sw
053000             go to 1110-exit
053100     end-read.
053200
053300     if drc-bundle-id = spaces
053400         go to 1110-exit
053500     end-if.
053600
053700     if drs-bundle-parm = "LATEST"
053800        or drc-bundle-id (1:8) = drs-bundle-parm
053900         move drc-bundle-id to drs-bundle-id
054000         move drc-bundle-file to drs-bundle-target
054100         move drc-manifest-file to drs-manifest-target
054200     end-if.
054300
054400 1110-exit.
054500     exit.
054600
054700******************************************************
054800* 1200-LOAD-MANIFEST
054900*
055000* Every manifest record must belong to the bundle chosen
055100* - a manifest from another night cannot vouch for it.
055200******************************************************
055300 1200-load-manifest.
055400     open input manifest-file.
055500     if drs-manifest-file-status not = "00"
055600         display "DRRESTOR: DR MANIFEST NOT AVAILABLE - "
055700             "STATUS " drs-manifest-file-status " "
055800             drs-manifest-target upon console
055900         move "Y" to drs-config-failed-sw
056000         go to 1200-exit
056100     end-if.
056200
056300     perform 1210-load-one-manifest
056400         thru 1210-exit
056500         until drs-manifest-eof.
056600     close manifest-file.
056700
056800     if drs-manifest-count = zero
056900         display "DRRESTOR: DR MANIFEST CARRIES NO MEMBERS"
057000             upon console
057100         move "Y" to drs-config-failed-sw
057200     end-if.
057300
057400 1200-exit.
057500     exit.
057600
057700 1210-load-one-manifest.
057800     read manifest-file
057900         at end
058000             move "Y" to drs-manifest-eof-sw
058100             go to 1210-exit
058200     end-read.
058300
058400     if drm-bundle-id = spaces
058500         go to 1210-exit
058600     end-if.
058700
058800     if drm-bundle-id not = drs-bundle-id
058900         display "DRRESTOR: MANIFEST IS FOR BUNDLE "
059000             drm-bundle-id " NOT " drs-bundle-id upon console
059100         move "Y" to drs-config-failed-sw
059200         move "Y" to drs-manifest-eof-sw
059300         go to 1210-exit
059400     end-if.
059500
059600     if drm-member-no is not numeric
059700        or drm-member-no = zero
059800        or drm-member-no > drs-max-member
059900         move "DR-MANIFEST" to drs-capacity-item
060000         perform 9900-capacity-failure
060100             thru 9900-exit
060200         go to 1210-exit
060300     end-if.
060400
060500     move drm-member-no to drs-manifest-sub.
060600     move drm-member-kind to drs-mf-kind (drs-manifest-sub).
060700     move drm-member-root to drs-mf-root (drs-manifest-sub).
060800     move drm-member-name to drs-mf-name (drs-manifest-sub).
060900     move drm-record-count
061000         to drs-mf-record-count (drs-manifest-sub).
061100     move drm-checksum to drs-mf-checksum (drs-manifest-sub).
061200     move drm-size to drs-mf-size (drs-manifest-sub).
061300     move "N" to drs-mf-seen (drs-manifest-sub).
061400     if drs-manifest-sub > drs-manifest-count
061500         move drs-manifest-sub to drs-manifest-count
061600     end-if.
061700
061800 1210-exit.
061900     exit.
062000
062100******************************************************
062200* 1300-READ-BUNDLE-HEADER
062300*
062400* The first bundle record must be the header for the
062500* bundle the catalogue named; it carries the roots the
062600* members were taken from.
062700******************************************************
062800 1300-read-bundle-header.
062900     open input bundle-file.
063000     if drs-bundle-file-status not = "00"
063100         display "DRRESTOR: DR BUNDLE NOT AVAILABLE - "
063200             "STATUS " drs-bundle-file-status " "
063300             drs-bundle-target upon console
063400         move "Y" to drs-config-failed-sw
063500         go to 1300-exit
063600     end-if.
063700
063800     read bundle-file
063900         at end
064000             move "Y" to drs-bundle-eof-sw
064100     end-read.
064200
064300     if drs-bundle-eof
064400        or drb-record-type not = "H"
064500        or drb-bundle-id not = drs-bundle-id
064600         display "DRRESTOR: DR BUNDLE HEADER MISSING OR NOT FOR "
064700             drs-bundle-id upon console
064800         close bundle-file
064900         move "Y" to drs-config-failed-sw
065000         go to 1300-exit
065100     end-if.
065200
065300     move drb-env-name to drs-source-env-name.
065400     move drb-build-root to drs-source-build-root.
065500     move drb-gen-root to drs-source-gen-root.
065600
065700 1300-exit.
065800     exit.
065900
066000******************************************************
066100* 2000-RESTORE-BUNDLE
066200*
066300* Streams the bundle after its header: a member header
066400* opens the member's target, its D records are written
066500* and summed, and its trailer closes and verifies it.
066600* The end record checks the bundle's own totals.
066700******************************************************
066800 2000-restore-bundle.
066900     perform 2100-process-one-record
067000         thru 2100-exit
067100         until drs-bundle-eof.
067200
067300     close bundle-file.
067400
067500     if drs-in-member
067600         move "NO TRAILER - CUT SHORT" to drs-member-status
067700         perform 2500-close-target
067800             thru 2500-exit
067900         perform 8000-write-member
068000             thru 8000-exit
068100     end-if.
068200
068300     if not drs-end-seen
068400         move spaces to drs-rpt-detail
068500         move "DR BUNDLE" to drs-rpt-name
068600         move "NO END RECORD" to drs-rpt-status
068700         perform 8100-write-failure
068800             thru 8100-exit
068900     end-if.
069000
069100 2000-exit.
069200     exit.
069300
069400 2100-process-one-record.
069500     read bundle-file
069600         at end
069700             move "Y" to drs-bundle-eof-sw
069800             go to 2100-exit
069900     end-read.
070000
070100     evaluate drb-record-type
070200         when "M"
070300             perform 2200-start-member
070400                 thru 2200-exit
070500         when "D"
070600             perform 2300-restore-data-record
070700                 thru 2300-exit
070800         when "T"
070900             perform 2400-finish-member
071000                 thru 2400-exit
071100         when "E"
071200             perform 2600-check-bundle-end
071300                 thru 2600-exit
071400         when other
071500             continue
071600     end-evaluate.
071700
071800 2100-exit.
071900     exit.
072000
072100******************************************************
072200* 2200-START-MEMBER
072300*
072400* Opens the member's target under the target root its
072500* header names.  A member header arriving while the last
072600* member is still open means that member lost its
072700* trailer.  A target that will not open is still read
072800* through, so the bundle's own figures are checked, but
072900* the member is failed.
073000******************************************************
073100 2200-start-member.
073200     if drs-in-member
073300         move "NO TRAILER IN BUNDLE" to drs-member-status
073400         perform 2500-close-target
073500             thru 2500-exit
073600         perform 8000-write-member
073700             thru 8000-exit
073800     end-if.
073900
074000     move drb-member-no to drs-member-no.
074100     move drb-member-kind to drs-member-kind.
074200     move drb-member-root to drs-member-root.
074300     move drb-member-name to drs-member-name.
074400     move "Y" to drs-in-member-sw.
074500     move "N" to drs-write-failed-sw.
074600     move "N" to drs-target-open-sw.
074700     move zero to drs-sum-value.
074800     move zero to drs-sum-size.
074900     move zero to drs-sum-records.
075000
075100     move spaces to drs-restore-target.
075200     if drs-member-root = "G"
075300         string drs-target-gen-root delimited by space
075400             drs-member-name delimited by space
075500                                 into drs-restore-target
075600     else
075700         string drs-target-build-root delimited by space
075800             drs-member-name delimited by space
075900                                 into drs-restore-target
076000     end-if.
076100
076200     if drs-member-kind = "MASTER"
076300         open output restore-master-file
076400     else
076500         open output restore-file
076600     end-if.
076700     if drs-restore-file-status = "00"
076800         move "Y" to drs-target-open-sw
076900     else
077000         display "DRRESTOR: TARGET NOT WRITABLE - STATUS "
077100             drs-restore-file-status " " drs-restore-target
077200             upon console
077300         move "Y" to drs-write-failed-sw
077400     end-if.
077500
077600 2200-exit.
077700     exit.
077800
077900 2300-restore-data-record.
078000     if not drs-in-member
078100        or drb-member-no not = drs-member-no
078200         go to 2300-exit
078300     end-if.
078400
078500     move drb-data to drs-sum-line.
078600     perform 7200-sum-line
078700         thru 7200-exit.
078800
078900     if not drs-target-open
079000         go to 2300-exit
079100     end-if.
079200
079300     if drs-member-kind = "MASTER"
079400         move drb-data to pgctl-record
079500         write pgctl-record
079600     else
079700         move drb-data to drs-restore-line
079800         write drs-restore-line
079900     end-if.
080000     if drs-restore-file-status not = "00"
080100         move "Y" to drs-write-failed-sw
080200     end-if.
080300
080400 2300-exit.
080500     exit.
080600
080700******************************************************
080800* 2400-FINISH-MEMBER
080900*
081000* Holds what the D records summed to against the
081100* bundle's trailer and the manifest, then reads the
081200* restored file back off the target and holds that to
081300* the manifest as well.  The first disagreement found is
081400* the status reported.
081500******************************************************
081600 2400-finish-member.
081700     if not drs-in-member
081800        or drb-member-no not = drs-member-no
081900         go to 2400-exit
082000     end-if.
082100
082200     perform 2500-close-target
082300         thru 2500-exit.
082400
082500     move drs-sum-value to drs-bundle-checksum.
082600     move drs-sum-size to drs-bundle-size.
082700     move drs-sum-records to drs-member-records.
082800     move "VERIFIED" to drs-member-status.
082900
083000     if drs-member-no > drs-manifest-count
083100         move "NOT ON MANIFEST" to drs-member-status
083200         perform 8000-write-member
083300             thru 8000-exit
083400         go to 2400-exit
083500     end-if.
083600     move drs-member-no to drs-manifest-sub.
083700     move "Y" to drs-mf-seen (drs-manifest-sub).
083800
083900     evaluate true
084000         when drs-member-records not = drb-trl-record-count
084100           or drs-bundle-checksum not = drb-trl-checksum
084200           or drs-bundle-size not = drb-trl-size
084300             move "BUNDLE TRAILER MISMATCH" to drs-member-status
084400         when drs-member-name not = drs-mf-name (drs-manifest-sub)
084500             move "MANIFEST NAME MISMATCH" to drs-member-status
084600         when drs-member-records
084700                 not = drs-mf-record-count (drs-manifest-sub)
084800           or drs-bundle-checksum
084900                 not = drs-mf-checksum (drs-manifest-sub)
085000           or drs-bundle-size not = drs-mf-size (drs-manifest-sub)
085100             move "MANIFEST MISMATCH" to drs-member-status
085200         when drs-write-failed
085300             move "RESTORE WRITE FAILED" to drs-member-status
085400         when other
085500             perform 2700-reread-target
085600                 thru 2700-exit
085700     end-evaluate.
085800
085900     perform 8000-write-member
086000         thru 8000-exit.
086100
086200 2400-exit.
086300     exit.
086400
086500 2500-close-target.
086600     if drs-target-open
086700         if drs-member-kind = "MASTER"
086800             close restore-master-file
086900         else
087000             close restore-file
087100         end-if
087200         move "N" to drs-target-open-sw
087300     end-if.
087400     move "N" to drs-in-member-sw.
087500
087600 2500-exit.
087700     exit.
087800
087900******************************************************
088000* 2600-CHECK-BUNDLE-END
088100*
088200* The end record's member and record counts must match
088300* what the bundle actually carried.
088400******************************************************
088500 2600-check-bundle-end.
088600     move "Y" to drs-end-seen-sw.
088700
088800     if drb-end-member-count not = drs-manifest-count
088900        or drb-end-record-count not = drs-records-restored
089000         move spaces to drs-rpt-detail
089100         move "DR BUNDLE" to drs-rpt-name
089200         move drb-end-record-count to drs-rpt-records
089300         move "END RECORD MISMATCH" to drs-rpt-status
089400         perform 8100-write-failure
089500             thru 8100-exit
089600     end-if.
089700
089800 2600-exit.
089900     exit.
090000
090100******************************************************
090200* 2700-REREAD-TARGET
090300*
090400* Reads the restored copy back off the target disk and
090500* sums it afresh - proof the file as it now stands, not
090600* just the bytes handed to the write, matches the
090700* manifest.
090800******************************************************
090900 2700-reread-target.
091000     move zero to drs-sum-value.
091100     move zero to drs-sum-size.
091200     move zero to drs-sum-records.
091300     move "N" to drs-restore-eof-sw.
091400
091500     if drs-member-kind = "MASTER"
091600         open input restore-master-file
091700     else
091800         open input restore-file
091900     end-if.
092000     if drs-restore-file-status not = "00"
092100         move "RESTORED COPY UNREADABLE" to drs-member-status
092200         go to 2700-exit
092300     end-if.
092400
092500     if drs-member-kind = "MASTER"
092600         perform 2720-reread-one-master
092700             thru 2720-exit
092800             until drs-restore-eof
092900         close restore-master-file
093000     else
093100         perform 2710-reread-one-line
093200             thru 2710-exit
093300             until drs-restore-eof
093400         close restore-file
093500     end-if.
093600
093700     if drs-sum-records
093800             not = drs-mf-record-count (drs-manifest-sub)
093900        or drs-sum-value not = drs-mf-checksum (drs-manifest-sub)
094000        or drs-sum-size not = drs-mf-size (drs-manifest-sub)
094100         move "RESTORED COPY MISMATCH" to drs-member-status
094200     end-if.
094300
094400 2700-exit.
094500     exit.
094600
094700 2710-reread-one-line.
094800     read restore-file
094900         at end
095000             move "Y" to drs-restore-eof-sw
095100             go to 2710-exit
095200     end-read.
095300
095400     move drs-restore-line to drs-sum-line.
095500     perform 7200-sum-line
095600         thru 7200-exit.
095700
095800 2710-exit.
095900     exit.
096000
096100 2720-reread-one-master.
096200     read restore-master-file
096300         at end
096400             move "Y" to drs-restore-eof-sw
096500             go to 2720-exit
096600     end-read.
096700
096800     move spaces to drs-sum-line.
096900     move pgctl-record to drs-sum-line.
097000     perform 7200-sum-line
097100         thru 7200-exit.
097200
097300 2720-exit.
097400     exit.
097500
097600******************************************************
097700* 3000-CHECK-MANIFEST
097800*
097900* Every member the manifest lists must have come through
098000* the bundle - one that never did is lost, whatever
098100* became of the rest.
098200******************************************************
098300 3000-check-manifest.
098400     perform 3100-check-one-manifest
098500         thru 3100-exit
098600         varying drs-manifest-sub from 1 by 1
098700         until drs-manifest-sub > drs-manifest-count.
098800
098900 3000-exit.
099000     exit.
099100
099200 3100-check-one-manifest.
099300     if drs-mf-seen (drs-manifest-sub) = "Y"
099400         go to 3100-exit
099500     end-if.
099600
099700     move spaces to drs-rpt-detail.
099800     move drs-manifest-sub to drs-rpt-member-no.
099900     move drs-mf-kind (drs-manifest-sub) to drs-rpt-kind.
100000     move drs-mf-name (drs-manifest-sub) to drs-rpt-name.
100100     move drs-mf-record-count (drs-manifest-sub)
100200         to drs-rpt-records.
100300     move drs-mf-checksum (drs-manifest-sub) to drs-rpt-checksum.
100400     move drs-mf-size (drs-manifest-sub) to drs-rpt-size.
100500     move "MISSING FROM BUNDLE" to drs-rpt-status.
100600     perform 8100-write-failure
100700         thru 8100-exit.
100800
100900 3100-exit.
101000     exit.
101100
101200******************************************************
101300* 7200-SUM-LINE
101400*
101500* Folds DRS-SUM-LINE into the running record count,
101600* checksum and size - the text up to its last non-blank,
101700* then the line end.
101800******************************************************
101900 7200-sum-line.
102000     add 1 to drs-sum-records.
102100
102200     perform 7220-trim-scan-back
102300         thru 7220-exit
102400         varying drs-sum-line-len from 400 by -1
102500         until drs-sum-line-len = 0
102600            or drs-sum-line (drs-sum-line-len:1) not = space.
102700
102800     perform 7210-sum-one-byte
102900         thru 7210-exit
103000         varying drs-sum-pos from 1 by 1
103100         until drs-sum-pos > drs-sum-line-len.
103200
103300     compute drs-sum-value = drs-sum-value * 31 + 11.
103400     divide drs-sum-value by 999999937
103500         giving drs-sum-quot remainder drs-sum-rem.
103600     move drs-sum-rem to drs-sum-value.
103700
103800     compute drs-sum-size = drs-sum-size + drs-sum-line-len + 1.
103900
104000 7200-exit.
104100     exit.
104200
104300 7210-sum-one-byte.
104400     move drs-sum-line (drs-sum-pos:1) to drs-sum-char.
104500     compute drs-sum-value = drs-sum-value * 31
104600         + drs-sum-char-num + 1.
104700     divide drs-sum-value by 999999937
104800         giving drs-sum-quot remainder drs-sum-rem.
104900     move drs-sum-rem to drs-sum-value.
105000
105100 7210-exit.
105200     exit.
105300
105400 7220-trim-scan-back.
105500     continue.
105600
105700 7220-exit.
105800     exit.
105900
106000******************************************************
106100* 8000-WRITE-MEMBER
106200*
106300* One report line for the member just finished, with the
106400* figures the bundle carried for it; anything but
106500* VERIFIED counts as a failure.
106600******************************************************
106700 8000-write-member.
106800     add 1 to drs-members-restored.
106900     add drs-member-records to drs-records-restored.
107000
107100     move spaces to drs-rpt-detail.
107200     move drs-member-no to drs-rpt-member-no.
107300     move drs-member-kind to drs-rpt-kind.
107400     move drs-member-name to drs-rpt-name.
107500     move drs-member-records to drs-rpt-records.
107600     move drs-bundle-checksum to drs-rpt-checksum.
107700     move drs-bundle-size to drs-rpt-size.
107800     move drs-member-status to drs-rpt-status.
107900
108000     if drs-member-status = "VERIFIED"
108100         add 1 to drs-members-verified
108200         move drs-rpt-detail to drs-report-line
108300         write drs-report-line
108400         move spaces to drs-rpt-detail
108500     else
108600         perform 8100-write-failure
108700             thru 8100-exit
108800     end-if.
108900
109000 8000-exit.
109100     exit.
109200
109300 8100-write-failure.
109400     display "DRRESTOR: " drs-rpt-status " - " drs-rpt-name
109500         upon console.
109600     move drs-rpt-detail to drs-report-line.
109700     write drs-report-line.
109800     move spaces to drs-rpt-detail.
109900
110000     add 1 to drs-failure-count.
110100     move "Y" to drs-verify-failed-sw.
110200
110300 8100-exit.
110400     exit.
110500
110600******************************************************
110700* 9900-CAPACITY-FAILURE
110800*
110900* The one way a table ceiling gets hit - the first hit
111000* goes to the console, every hit fails verification, as
111100* a member past the ceiling cannot be vouched for.
111200******************************************************
111300 9900-capacity-failure.
111400     if not drs-capacity-hit
111500         display "DRRESTOR: TABLE CAPACITY EXCEEDED - "
111600             drs-capacity-item upon console
111700     end-if.
111800
111900     move "Y" to drs-capacity-hit-sw.
112000     move "Y" to drs-verify-failed-sw.
112100
112200 9900-exit.
112300     exit.
112400
112500******************************************************
112600* 9000-TERMINATE
112700*
112800* Writes the report totals and hands back RETURN-CODE 8
112900* when anything failed verification, so the JCL stops
113000* short of the PGVALID step and raises the alert.
113100******************************************************
113200 9000-terminate.
113300     move spaces to drs-report-line.
113400     write drs-report-line.
113500
113600     move "MEMBERS ON MANIFEST" to drs-rpt-total-text.
113700     move drs-manifest-count to drs-rpt-total-count.
113800     move drs-rpt-total to drs-report-line.
113900     write drs-report-line.
114000
114100     move "MEMBERS RESTORED" to drs-rpt-total-text.
114200     move drs-members-restored to drs-rpt-total-count.
114300     move drs-rpt-total to drs-report-line.
114400     write drs-report-line.
114500
114600     move "MEMBERS VERIFIED" to drs-rpt-total-text.
114700     move drs-members-verified to drs-rpt-total-count.
114800     move drs-rpt-total to drs-report-line.
114900     write drs-report-line.
115000
115100     move "RECORDS RESTORED" to drs-rpt-total-text.
115200     move drs-records-restored to drs-rpt-total-count.
115300     move drs-rpt-total to drs-report-line.
115400     write drs-report-line.
115500
115600     move "VERIFICATION FAILURES" to drs-rpt-total-text.
115700     move drs-failure-count to drs-rpt-total-count.
115800     move drs-rpt-total to drs-report-line.
115900     write drs-report-line.
116000
116100     close verify-report-file.
116200
116300     if drs-verify-failed
116400         move 8 to return-code
116500     end-if.
116600
116700 9000-exit.
116800     exit.
