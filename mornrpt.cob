002720*                  staged-page structure check) folded
002730*                  into the step outcomes and the
002740*                  disposition.
002750* 2026-10-15  RLB  SITE TRAFFIC section from the traffic
002760*                  report's exceptions (TRAFEXC) - the
002770*                  zero-hit pages and bad-path requests on
002780*                  the step outcomes and the report's
002790*                  totals carried over under them.  Kept
002791*                  out of the disposition; traffic is not
002792*                  a build outcome.
002793* 2026-10-15  RLB  OPERATOR ALERTS section from the alert
002794*                  log (ALERTLOG) - every alert raised in
002795*                  the 24 hours before the run and any
002796*                  older one still open, with who
002797*                  acknowledged it or who it escalated to.
002798*                  Kept out of the disposition; the steps
002799*                  that raised them are already in it.
002800******************************************************
002900
003000 identification division.
005530         assign to qcrpt
005540         organization is line sequential
005550         file status is mor-qcrpt-file-status.
005560
005570     select traffic-exception-file
005580         assign to trafexc
005590         organization is line sequential
005591         file status is mor-trafexc-file-status.
005592
005593     select alert-log-file
005594         assign to alertlog
005595         organization is line sequential
005596         file status is mor-alertlog-file-status.
005600
005700     select audit-log-file
005800         assign to auditlog
008010
008020 fd  qc-report-file.
008030 01  mor-qcrpt-line                 pic x(132).
008040
008050 fd  traffic-exception-file.
008060 01  mor-trafexc-line               pic x(132).
008070
008080 fd  alert-log-file.
008090     copy "alertrec.cpy".
008100
008200 fd  audit-log-file.
008300     copy "auditrec.cpy".
009300 01  mor-linkexc-file-status        pic x(02).
009400 01  mor-audit-file-status          pic x(02).
009410 01  mor-qcrpt-file-status          pic x(02).
009420 01  mor-trafexc-file-status        pic x(02).
009460 01  mor-alertlog-file-status       pic x(02).
009500
009600 01  mor-switches.
009700     05  mor-in-eof-sw              pic x(01).
010800         88 mor-audit-present       value "Y".
010810     05  mor-qcrpt-present-sw       pic x(01) value "N".
010820         88 mor-qcrpt-present       value "Y".
010830     05  mor-trafexc-present-sw     pic x(01) value "N".
010840         88 mor-trafexc-present     value "Y".
010843     05  mor-alertlog-present-sw    pic x(01) value "N".
010846         88 mor-alertlog-present    value "Y".
010850     05  mor-in-totals-sw           pic x(01).
010860         88 mor-in-totals           value "Y".
010900
011000 01  mor-system-date.
011100     05  mor-sd-yyyy                pic 9(04).
011200     05  mor-sd-mm                  pic 9(02).
011300     05  mor-sd-dd                  pic 9(02).
011333 01  mor-system-date-n redefines mor-system-date
011366                                    pic 9(08).
011400 01  mor-run-date                   pic x(08).
011404
011408******************************************************
011412* The alert section covers the 24 hours before the run -
011416* MOR-ALERT-SINCE is yesterday at this time of day, in
011420* the alert log's timestamp format, so it compares
011424* straight against ALERT-RAISED-TS.
011428******************************************************
011432 01  mor-system-time.
011436     05  mor-st-hh                  pic 9(02).
011440     05  mor-st-mi                  pic 9(02).
011444     05  mor-st-ss                  pic 9(02).
011448     05  mor-st-cc                  pic 9(02).
011452 01  mor-yesterday-integer          pic 9(08) comp.
011456 01  mor-yesterday.
011460     05  mor-yd-yyyy                pic 9(04).
011464     05  mor-yd-mm                  pic 9(02).
011468     05  mor-yd-dd                  pic 9(02).
011472 01  mor-yesterday-date redefines mor-yesterday
011476                                    pic 9(08).
011480 01  mor-alert-since                pic x(19).
011500
011600******************************************************
011700* The audit timestamp is YYYY-MM-DD HH:MM:SS - this work
014200     05  mor-rollback-count         pic 9(05) comp value zero.
014300     05  mor-takedown-count         pic 9(05) comp value zero.
014400     05  mor-tonight-count          pic 9(05) comp value zero.
014410     05  mor-traffic-zero-count     pic 9(05) comp value zero.
014420     05  mor-traffic-path-count     pic 9(05) comp value zero.
014430     05  mor-traffic-other-count    pic 9(05) comp value zero.
014431     05  mor-alert-count            pic 9(05) comp value zero.
014432     05  mor-alert-open-count       pic 9(05) comp value zero.
014433     05  mor-alert-acked-count      pic 9(05) comp value zero.
014434     05  mor-alert-escalated-count  pic 9(05) comp value zero.
014435     05  mor-alert-older-count      pic 9(05) comp value zero.
014440
014450******************************************************
014460* The traffic report's totals lines, carried over as
014470* written for the SITE TRAFFIC section.
014480******************************************************
014490 01  mor-traffic-total-table.
014491     05  mor-traffic-total-count    pic 9(04) comp value zero.
014492     05  mor-traffic-total-line occurs 10 times
014493                                    pic x(60).
014494 01  mor-traffic-sub                pic 9(04) comp.
014500
014600******************************************************
014700* Tonight's audit entries, held for the per-page detail
015800         10  mor-dt-output-file     pic x(40).
015900         10  mor-dt-status          pic x(08).
016000 01  mor-detail-sub                 pic 9(04) comp.
016003
016006******************************************************
016009* The alerts for the OPERATOR ALERTS section, held the
016012* same way - past the capacity they still count in the
016015* totals.  MOR-AT-OLDER marks one raised before the
016018* 24-hour window that is listed only because it is
016021* still open.
016024******************************************************
016027 01  mor-alert-table.
016030     05  mor-alert-table-count      pic 9(04) comp value zero.
016033     05  mor-alert-entry occurs 500 times
016036                 indexed by mor-alert-idx.
016039         10  mor-at-number          pic 9(06).
016042         10  mor-at-raised-ts       pic x(19).
016045         10  mor-at-job             pic x(08).
016048         10  mor-at-step            pic x(08).
016051         10  mor-at-severity        pic 9(01).
016054         10  mor-at-status          pic x(08).
016057         10  mor-at-escalate-count  pic 9(02).
016060         10  mor-at-contact-name    pic x(30).
016063         10  mor-at-ack-operator    pic x(08).
016066         10  mor-at-ack-ts          pic x(19).
016069         10  mor-at-reason          pic x(40).
016072         10  mor-at-ack-note        pic x(60).
016075         10  mor-at-older           pic x(01).
016078 01  mor-alert-sub                  pic 9(04) comp.
016081 01  mor-alert-state                pic x(60).
016100
016200 01  mor-disposition                pic x(20).
016300
019000         10  mor-rpt-dt-file        pic x(40).
019100         10  filler                 pic x(02) value spaces.
019200         10  mor-rpt-dt-status      pic x(08).
019210     05  mor-rpt-traffic-head       pic x(12)
019220                                    value "SITE TRAFFIC".
019224     05  mor-rpt-alert-head         pic x(15)
019228                                    value "OPERATOR ALERTS".
019232     05  mor-rpt-alert-line.
019236         10  mor-rpt-al-number      pic 9(06).
019240         10  filler                 pic x(02) value spaces.
019244         10  mor-rpt-al-raised-ts   pic x(19).
019248         10  filler                 pic x(02) value spaces.
019252         10  mor-rpt-al-job         pic x(08).
019256         10  filler                 pic x(01) value space.
019260         10  mor-rpt-al-step        pic x(08).
019264         10  filler                 pic x(05) value " SEV ".
019268         10  mor-rpt-al-severity    pic 9(01).
019272         10  filler                 pic x(02) value spaces.
019276         10  mor-rpt-al-state       pic x(60).
019280     05  mor-rpt-alert-line-2.
019284         10  filler                 pic x(08) value spaces.
019288         10  mor-rpt-al-reason      pic x(40).
019292         10  filler                 pic x(02) value spaces.
019296         10  mor-rpt-al-note        pic x(60).
019300     05  mor-rpt-total.
019400         10  mor-rpt-total-text     pic x(30).
019500         10  mor-rpt-total-count    pic zz,zz9.
020810
020820     perform 2750-tally-qc-report
020830         thru 2750-exit.
020840
020850     perform 2770-tally-traffic-report
020860         thru 2770-exit.
020900
021000     perform 2400-tally-recon-report
021100         thru 2400-exit.
021500
021600     perform 2800-tally-audit-log
021700         thru 2800-exit.
021725
021750     perform 2950-tally-alert-log
021775         thru 2950-exit.
021800
021900     perform 3000-settle-disposition
022000         thru 3000-exit.
023300 1000-initialize.
023400     accept mor-system-date from date yyyymmdd.
023500     move mor-system-date to mor-run-date.
023508
023516     accept mor-system-time from time.
023524     compute mor-yesterday-integer =
023532         function integer-of-date (mor-system-date-n) - 1.
023540     compute mor-yesterday-date =
023548         function date-of-integer (mor-yesterday-integer).
023556     string mor-yd-yyyy "-" mor-yd-mm "-" mor-yd-dd " "
023564            mor-st-hh ":" mor-st-mi ":" mor-st-ss
023572         delimited by size
023580         into mor-alert-since.
023600
023700     open output morning-report-file.
023800
041877 2760-exit.
041878     exit.
041879
041880******************************************************
041881* 2770-TALLY-TRAFFIC-REPORT
041882*
041883* The usual header/blank/detail/blank/totals shape - the
041884* detail region is split by its reason into zero-hit
041885* pages and bad-path requests (404s on retired pages and
041886* paths never on the master), and the totals region is
041887* held as written for the SITE TRAFFIC section.
041888******************************************************
041889 2770-tally-traffic-report.
041890     open input traffic-exception-file.
041891     if mor-trafexc-file-status not = "00"
041892         go to 2770-exit
041893     end-if.
041894     move "Y" to mor-trafexc-present-sw.
041895
041896     move zero to mor-seq.
041897     move "N" to mor-in-totals-sw.
041898     move "N" to mor-in-eof-sw.
041899     perform 2780-tally-one-traffic-line
041900         thru 2780-exit
041901         until mor-in-eof.
041902
041903     close traffic-exception-file.
041904
041905 2770-exit.
041906     exit.
041907
041908 2780-tally-one-traffic-line.
041909     read traffic-exception-file
041910         at end
041911             move "Y" to mor-in-eof-sw
041912             go to 2780-exit
041913     end-read.
041914
041915     add 1 to mor-seq.
041916     if mor-seq not > 2
041917         go to 2780-exit
041918     end-if.
041919
041920     if mor-trafexc-line = spaces
041921         move "Y" to mor-in-totals-sw
041922         go to 2780-exit
041923     end-if.
041924
041925     if mor-in-totals
041926         if mor-traffic-total-count < 10
041927             add 1 to mor-traffic-total-count
041928             move mor-trafexc-line
041929                 to mor-traffic-total-line
041930                                  (mor-traffic-total-count)
041931         end-if
041932         go to 2780-exit
041933     end-if.
041934
041935     evaluate true
041936         when mor-trafexc-line (1:7) = "NO HITS"
041937             add 1 to mor-traffic-zero-count
041938         when mor-trafexc-line (1:6) = "404 ON"
041939          or mor-trafexc-line (1:10) = "PATH NEVER"
041940             add 1 to mor-traffic-path-count
041941         when other
041942             add 1 to mor-traffic-other-count
041943     end-evaluate.
041944
041945 2780-exit.
041946     exit.
041947
041900******************************************************
042000* 2800-TALLY-AUDIT-LOG
042100*
048800
048900 2900-exit.
049000     exit.
049001
049002******************************************************
049003* 2950-TALLY-ALERT-LOG
049004*
049005* Every alert raised in the 24 hours before the run,
049006* whatever became of it, and any earlier alert nobody
049007* has acknowledged yet - an open alert from two nights
049008* ago is more to the point than last night's acked one.
049009* No log is not an error; the step line says so.
049010******************************************************
049011 2950-tally-alert-log.
049012     open input alert-log-file.
049013     if mor-alertlog-file-status not = "00"
049014         go to 2950-exit
049015     end-if.
049016     move "Y" to mor-alertlog-present-sw.
049017
049018     move "N" to mor-in-eof-sw.
049019     perform 2960-tally-one-alert
049020         thru 2960-exit
049021         until mor-in-eof.
049022
049023     close alert-log-file.
049024
049025 2950-exit.
049026     exit.
049027
049028 2960-tally-one-alert.
049029     read alert-log-file
049030         at end
049031             move "Y" to mor-in-eof-sw
049032             go to 2960-exit
049033     end-read.
049034
049035     if alert-raised-ts (1:19) not < mor-alert-since
049036         add 1 to mor-alert-count
049037         if alert-status not = "OPEN"
049038             add 1 to mor-alert-acked-count
049039         end-if
049040     else
049041         if alert-status not = "OPEN"
049042             go to 2960-exit
049043         end-if
049044         add 1 to mor-alert-older-count
049045     end-if.
049046
049047     if alert-status = "OPEN"
049048         add 1 to mor-alert-open-count
049049     end-if.
049050     if alert-escalate-count is numeric
049051        and alert-escalate-count > zero
049052         add 1 to mor-alert-escalated-count
049053     end-if.
049054
049055     if mor-alert-table-count < 500
049056         add 1 to mor-alert-table-count
049057         set mor-alert-idx to mor-alert-table-count
049058         move alert-number to mor-at-number (mor-alert-idx)
049059         move alert-raised-ts to mor-at-raised-ts (mor-alert-idx)
049060         move alert-job to mor-at-job (mor-alert-idx)
049061         move alert-step to mor-at-step (mor-alert-idx)
049062         move alert-severity to mor-at-severity (mor-alert-idx)
049063         move alert-status to mor-at-status (mor-alert-idx)
049064         move alert-escalate-count
049065             to mor-at-escalate-count (mor-alert-idx)
049066         move alert-contact-name
049067             to mor-at-contact-name (mor-alert-idx)
049068         move alert-ack-operator
049069             to mor-at-ack-operator (mor-alert-idx)
049070         move alert-ack-ts to mor-at-ack-ts (mor-alert-idx)
049071         move alert-reason to mor-at-reason (mor-alert-idx)
049072         move alert-ack-note to mor-at-ack-note (mor-alert-idx)
049073         if alert-raised-ts (1:19) < mor-alert-since
049074             move "Y" to mor-at-older (mor-alert-idx)
049075         else
049076             move "N" to mor-at-older (mor-alert-idx)
049077         end-if
049078     end-if.
049079
049080 2960-exit.
049081     exit.
049100
049200******************************************************
049300* 3000-SETTLE-DISPOSITION
059800     end-if.
059900     move mor-rpt-step-line to mor-report-line.
060000     write mor-report-line.
060010
060020     move spaces to mor-rpt-step-line.
060030     move "TRAFFIC" to mor-rpt-step-name.
060040     if mor-trafexc-present
060050         move "ZERO-HIT PGS" to mor-rpt-step-label-1
060060         move mor-traffic-zero-count to mor-rpt-step-count-1
060070         move "BAD PATHS" to mor-rpt-step-label-2
060080         move mor-traffic-path-count to mor-rpt-step-count-2
060090         if mor-traffic-other-count > zero
060091             move "REPORT INCOMPLETE" to mor-rpt-step-note
060092         end-if
060093     else
060094         move "REPORT NOT PRESENT" to mor-rpt-step-note
060095     end-if.
060096     move mor-rpt-step-line to mor-report-line.
060097     write mor-report-line.
060098
060099     move spaces to mor-rpt-step-line.
060100     move "ALERTS" to mor-rpt-step-name.
060101     if mor-alertlog-present
060102         move "RAISED" to mor-rpt-step-label-1
060103         move mor-alert-count to mor-rpt-step-count-1
060104         move "STILL OPEN" to mor-rpt-step-label-2
060105         move mor-alert-open-count to mor-rpt-step-count-2
060106     else
060107         move "LOG NOT PRESENT" to mor-rpt-step-note
060108     end-if.
060109     move mor-rpt-step-line to mor-report-line.
060110     write mor-report-line.
060100
060200     move spaces to mor-report-line.
060300     write mor-report-line.
060400
060410     perform 4200-write-traffic-section
060420         thru 4200-exit.
060422
060424     perform 4500-write-alert-section
060426         thru 4500-exit.
060430
060500 4100-exit.
060600     exit.
060700
060710******************************************************
060720* 4200-WRITE-TRAFFIC-SECTION
060730*
060740* The traffic report's own totals, as it wrote them -
060750* log records read, hits counted, zero-hit pages and
060760* the bad-path requests.  Nothing when the report is
060770* not there; the step line already says so.
060780******************************************************
060790 4200-write-traffic-section.
060791     if mor-traffic-total-count = zero
060792         go to 4200-exit
060793     end-if.
060794
060795     move spaces to mor-report-line.
060796     move mor-rpt-traffic-head to mor-report-line.
060797     write mor-report-line.
060798
060799     perform 4250-write-traffic-total
060800         thru 4250-exit
060801         varying mor-traffic-sub from 1 by 1
060802         until mor-traffic-sub > mor-traffic-total-count.
060803
060804     move spaces to mor-report-line.
060805     write mor-report-line.
060806
060807 4200-exit.
060808     exit.
060809
060810 4250-write-traffic-total.
060811     move spaces to mor-report-line.
060812     move mor-traffic-total-line (mor-traffic-sub)
060813         to mor-report-line.
060814     write mor-report-line.
060815
060816 4250-exit.
060817     exit.
060818
060800******************************************************
060900* 4300-WRITE-AUDIT-DETAIL
061000******************************************************
066800
066900 4400-exit.
067000     exit.
067001
067002******************************************************
067003* 4500-WRITE-ALERT-SECTION
067004*
067005* One line per alert - number, when, job and step, the
067006* severity it stands at and where it stands: acked by
067007* whom and when, escalated to whom, or still waiting -
067008* with the reason and any resolution note under it.
067009******************************************************
067010 4500-write-alert-section.
067011     if not mor-alertlog-present
067012         go to 4500-exit
067013     end-if.
067014
067015     move spaces to mor-report-line.
067016     move mor-rpt-alert-head to mor-report-line.
067017     write mor-report-line.
067018
067019     perform 4550-write-one-alert
067020         thru 4550-exit
067021         varying mor-alert-sub from 1 by 1
067022         until mor-alert-sub > mor-alert-table-count.
067023
067024     move spaces to mor-report-line.
067025     write mor-report-line.
067026
067027     move "ALERTS RAISED OVERNIGHT" to mor-rpt-total-text.
067028     move mor-alert-count to mor-rpt-total-count.
067029     move mor-rpt-total to mor-report-line.
067030     write mor-report-line.
067031
067032     move "ALERTS ACKNOWLEDGED" to mor-rpt-total-text.
067033     move mor-alert-acked-count to mor-rpt-total-count.
067034     move mor-rpt-total to mor-report-line.
067035     write mor-report-line.
067036
067037     move "ALERTS STILL OPEN" to mor-rpt-total-text.
067038     move mor-alert-open-count to mor-rpt-total-count.
067039     move mor-rpt-total to mor-report-line.
067040     write mor-report-line.
067041
067042     move "ALERTS ESCALATED" to mor-rpt-total-text.
067043     move mor-alert-escalated-count to mor-rpt-total-count.
067044     move mor-rpt-total to mor-report-line.
067045     write mor-report-line.
067046
067047     move "OPEN FROM EARLIER NIGHTS" to mor-rpt-total-text.
067048     move mor-alert-older-count to mor-rpt-total-count.
067049     move mor-rpt-total to mor-report-line.
067050     write mor-report-line.
067051
067052     move spaces to mor-report-line.
067053     write mor-report-line.
067054
067055 4500-exit.
067056     exit.
067057
067058 4550-write-one-alert.
067059     move spaces to mor-alert-state.
067060     evaluate true
067061         when mor-at-status (mor-alert-sub) not = "OPEN"
067062             string "ACKED BY " delimited by size
067063                    mor-at-ack-operator (mor-alert-sub)
067064                        delimited by space
067065                    " AT " delimited by size
067066                    mor-at-ack-ts (mor-alert-sub)
067067                        delimited by size
067068                 into mor-alert-state
067070         when mor-at-escalate-count (mor-alert-sub) is numeric
067071          and mor-at-escalate-count (mor-alert-sub) > zero
067072          and mor-at-contact-name (mor-alert-sub) not = spaces
067073             string "OPEN - ESCALATED TO " delimited by size
067074                    mor-at-contact-name (mor-alert-sub)
067075                        delimited by size
067076                 into mor-alert-state
067078         when mor-at-escalate-count (mor-alert-sub) is numeric
067079          and mor-at-escalate-count (mor-alert-sub) > zero
067080             move "OPEN - ESCALATED, NO ON-CALL CONTACT ON FILE"
067081                 to mor-alert-state
067082         when mor-at-older (mor-alert-sub) = "Y"
067083             move "OPEN - CARRIED OVER, NOT ACKNOWLEDGED"
067084                 to mor-alert-state
067085         when other
067086             move "OPEN - NOT ACKNOWLEDGED" to mor-alert-state
067087     end-evaluate.
067088
067089     move mor-at-number (mor-alert-sub) to mor-rpt-al-number.
067090     move mor-at-raised-ts (mor-alert-sub)
067091         to mor-rpt-al-raised-ts.
067092     move mor-at-job (mor-alert-sub) to mor-rpt-al-job.
067093     move mor-at-step (mor-alert-sub) to mor-rpt-al-step.
067094     move mor-at-severity (mor-alert-sub) to mor-rpt-al-severity.
067095     move mor-alert-state to mor-rpt-al-state.
067096     move spaces to mor-report-line.
067097     move mor-rpt-alert-line to mor-report-line.
067098     write mor-report-line.
067099
067100     move mor-at-reason (mor-alert-sub) to mor-rpt-al-reason.
067101     move mor-at-ack-note (mor-alert-sub) to mor-rpt-al-note.
067102     move spaces to mor-report-line.
067103     move mor-rpt-alert-line-2 to mor-report-line.
067104     write mor-report-line.
067105
067106 4550-exit.
067107     exit.
067100
067200******************************************************
067300* 9000-TERMINATE
