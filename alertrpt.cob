000100******************************************************
000200* ALERTRPT.COB
000300*
000400* Monthly operator alert summary and alert-log archival.
000500*
000600* Reads the ALERT-LOG and reports one month of alerts by
000700* job and step - how many were raised, acknowledged, left
000800* open and escalated, and the average and longest time to
000900* acknowledge in minutes - with shop-wide totals and a
001000* spread of acknowledgement times.  The same pass splits
001100* the log on a retention cutoff the way AUDRPT splits the
001200* audit log: acknowledged alerts older than the cutoff go
001300* to the ALERTHST history dataset and the log is rewritten
001400* with the rest, so ALERTOP, ALERTACK and ALERTESC are not
001500* reading an unbounded file.  An alert still OPEN is never
001600* archived, however old.
001700*
001800* PARM='090' is the retention in days, optionally
001900* followed by the month to report (PARM='090,202609');
002000* without the month it is the calendar month before the
002100* run.  The cutoff never falls inside the month being
002200* reported, so a short retention cannot archive the
002300* alerts out from under the report.  A blank or
002400* non-numeric retention defaults to a year.
002500*
002600* AUTHOR.     R. BLANCHETTE.
002700* INSTALLATION. DATA PROCESSING.
002800* DATE-WRITTEN. 2026-10-15.
002900* DATE-COMPILED.
003000*
003100* MODIFICATION HISTORY
003200* 2026-10-15  RLB  Written with the alert log, for the
003300*                  monthly review of alert volumes and
003400*                  response times.
003433* 2026-10-15  RLB  Entries ALERTOP adds during the pass are
003466*                  carried into the rewrite.
003500******************************************************
003600
003700 identification division.
003800 program-id. alertrpt.
003900
004000 environment division.
004100
004200 input-output section.
004300 file-control.
004400******************************************************
004500* ALERTLOG, ALERTHST, ALERTWRK and ALERTSUM are DD names
004600* ALERTRPT.JCL allocates - the log is rewritten from the
004700* work file exactly as AUDRPT rewrites the audit log.
004800******************************************************
004900     select alert-log-file
005000         assign to alertlog
005100         organization is line sequential
005200         file status is alr-log-file-status.
005300
005400     select alert-history-file
005500         assign to alerthst
005600         organization is line sequential
005700         file status is alr-hist-file-status.
005800
005900     select alert-work-file
006000         assign to alertwrk
006100         organization is line sequential
006200         file status is alr-work-file-status.
006300
006400     select summary-report-file
006500         assign to alertsum
006600         organization is line sequential.
006700
006800
006900 data division.
007000
007100 file section.
007200 fd  alert-log-file.
007300     copy "alertrec.cpy".
007400
007500 fd  alert-history-file.
007600 01  alr-hist-record                pic x(249).
007700
007800 fd  alert-work-file.
007900 01  alr-work-record                pic x(249).
008000
008100 fd  summary-report-file.
008200 01  alr-report-line                pic x(132).
008300
008400
008500 working-storage section.
008600 01  alr-log-file-status            pic x(02).
008700 01  alr-hist-file-status           pic x(02).
008800 01  alr-work-file-status           pic x(02).
008900
009000 01  alr-switches.
009100     05  alr-log-eof-sw             pic x(01) value "N".
009200         88 alr-log-eof             value "Y".
009300     05  alr-work-eof-sw            pic x(01) value "N".
009400         88 alr-work-eof            value "Y".
009500     05  alr-found-sw               pic x(01).
009600         88 alr-found               value "Y".
009700     05  alr-ts-valid-sw            pic x(01).
009800         88 alr-ts-valid            value "Y".
009900
010000 01  alr-system-date.
010100     05  alr-sd-yyyy                pic 9(04).
010200     05  alr-sd-mm                  pic 9(02).
010300     05  alr-sd-dd                  pic 9(02).
010400 01  alr-run-date redefines alr-system-date
010500                                    pic 9(08).
010600
010700 01  alr-retention-days             pic 9(03) value 365.
010800 01  alr-cutoff-integer             pic 9(08) comp.
010900 01  alr-cutoff-date                pic 9(08).
011000
011100******************************************************
011200* The month reported, as YYYYMM, and its first day - the
011300* latest the retention cutoff is allowed to fall.
011400******************************************************
011500 01  alr-report-month.
011600     05  alr-rm-yyyy                pic 9(04).
011700     05  alr-rm-mm                  pic 9(02).
011800 01  alr-report-month-x redefines alr-report-month
011900                                    pic x(06).
012000 01  alr-month-start.
012100     05  alr-ms-yyyymm              pic 9(06).
012200     05  alr-ms-dd                  pic 9(02) value 1.
012300 01  alr-month-start-date redefines alr-month-start
012400                                    pic 9(08).
012500
012600******************************************************
012700* An alert timestamp (YYYY-MM-DD HH:MM:SS) picked apart -
012800* as one YYYYMMDD for the month and the cutoff, and in
012900* minutes since day one of the calendar for the time to
013000* acknowledge.
013100******************************************************
013200 01  alr-ts-source                  pic x(26).
013300 01  alr-ts-work.
013400     05  alr-tw-yyyy                pic x(04).
013500     05  alr-tw-mm                  pic x(02).
013600     05  alr-tw-dd                  pic x(02).
013700 01  alr-ts-date redefines alr-ts-work
013800                                    pic 9(08).
013900 01  alr-ts-hh                      pic 9(02).
014000 01  alr-ts-mi                      pic 9(02).
014100 01  alr-ts-minutes                 pic 9(11) comp.
014200 01  alr-raised-date                pic 9(08).
014300 01  alr-raised-minutes             pic 9(11) comp.
014400 01  alr-ack-minutes                pic s9(09) comp.
014500
014600******************************************************
014700* Table capacities - a job/step past the ceiling goes
014800* through 9900-CAPACITY-FAILURE and is left off the
014900* detail, though it still counts in the totals.
015000******************************************************
015100 01  alr-capacities.
015200     05  alr-max-step               pic 9(08) comp value 200.
015300 01  alr-capacity-item              pic x(20).
015400 01  alr-capacity-hit-sw            pic x(01) value "N".
015500     88 alr-capacity-hit           value "Y".
015600
015700******************************************************
015800* ALR-STEP-SUB holds the table position of the job/step
015900* the current alert tallies into, captured at match time
016000* in 2210-SEARCH-STEP as AUDRPT does.
016100******************************************************
016200 01  alr-step-sub                   pic 9(04) comp.
016300
016400 01  alr-step-table.
016500     05  alr-step-count             pic 9(04) comp value zero.
016600     05  alr-step-entry occurs 200 times
016700                 indexed by alr-step-idx.
016800         10  alr-st-job             pic x(08).
016900         10  alr-st-step            pic x(08).
017000         10  alr-st-raised          pic 9(05) comp.
017100         10  alr-st-acked           pic 9(05) comp.
017200         10  alr-st-open            pic 9(05) comp.
017300         10  alr-st-escalated       pic 9(05) comp.
017400         10  alr-st-ack-total       pic 9(09) comp.
017500         10  alr-st-ack-longest     pic 9(07) comp.
017600
017700 01  alr-counters.
017800     05  alr-records-read           pic 9(07) comp value zero.
017900     05  alr-records-archived       pic 9(07) comp value zero.
018000     05  alr-records-retained       pic 9(07) comp value zero.
018050     05  alr-records-reread         pic 9(07) comp value zero.
018100     05  alr-total-raised           pic 9(07) comp value zero.
018200     05  alr-total-acked            pic 9(07) comp value zero.
018300     05  alr-total-open             pic 9(07) comp value zero.
018400     05  alr-total-escalated        pic 9(07) comp value zero.
018500     05  alr-total-ack-minutes      pic 9(09) comp value zero.
018600     05  alr-longest-ack            pic 9(07) comp value zero.
018700     05  alr-ack-within-15          pic 9(07) comp value zero.
018800     05  alr-ack-within-60          pic 9(07) comp value zero.
018900     05  alr-ack-within-240         pic 9(07) comp value zero.
019000     05  alr-ack-after-240          pic 9(07) comp value zero.
019100 01  alr-average                    pic 9(07) comp.
019200
019300 01  alr-report-work.
019400     05  alr-rpt-header.
019500         10  filler                 pic x(34)
019600             value "ALERTRPT MONTHLY ALERT SUMMARY RUN".
019700         10  filler                 pic x(01) value space.
019800         10  alr-rpt-hdr-yyyy       pic 9(04).
019900         10  filler                 pic x(01) value "-".
020000         10  alr-rpt-hdr-mm         pic 9(02).
020100         10  filler                 pic x(01) value "-".
020200         10  alr-rpt-hdr-dd         pic 9(02).
020300         10  filler                 pic x(08) value "  MONTH ".
020400         10  alr-rpt-hdr-rm-yyyy    pic 9(04).
020500         10  filler                 pic x(01) value "-".
020600         10  alr-rpt-hdr-rm-mm      pic 9(02).
020700         10  filler                 pic x(12)
020800             value "  RETENTION ".
020900         10  alr-rpt-hdr-days       pic zz9.
021000         10  filler                 pic x(05) value " DAYS".
021100     05  alr-rpt-columns.
021200         10  filler                 pic x(09) value "JOB".
021300         10  filler                 pic x(09) value "STEP".
021400         10  filler                 pic x(08) value "  RAISED".
021500         10  filler                 pic x(08) value "   ACKED".
021600         10  filler                 pic x(08) value "    OPEN".
021700         10  filler                 pic x(10) value " ESCALATED".
021800         10  filler                 pic x(14)
021900             value "  AVG MIN TO".
022000         10  filler                 pic x(14)
022100             value "  MAX MIN TO".
022200     05  alr-rpt-columns-2.
022300         10  filler                 pic x(52) value spaces.
022400         10  filler                 pic x(14)
022500             value "   ACKNOWLEDGE".
022600         10  filler                 pic x(14)
022700             value "   ACKNOWLEDGE".
022800     05  alr-rpt-detail.
022900         10  alr-rpt-job            pic x(08).
023000         10  filler                 pic x(01) value space.
023100         10  alr-rpt-step           pic x(08).
023200         10  filler                 pic x(01) value space.
023300         10  alr-rpt-raised         pic zzz,zz9.
023400         10  filler                 pic x(01) value space.
023500         10  alr-rpt-acked          pic zzz,zz9.
023600         10  filler                 pic x(01) value space.
023700         10  alr-rpt-open           pic zzz,zz9.
023800         10  filler                 pic x(03) value spaces.
023900         10  alr-rpt-escalated      pic zzz,zz9.
024000         10  filler                 pic x(03) value spaces.
024100         10  alr-rpt-avg            pic z,zzz,zz9.
024200         10  filler                 pic x(05) value spaces.
024300         10  alr-rpt-max            pic z,zzz,zz9.
024400     05  alr-rpt-total.
024500         10  alr-rpt-total-text     pic x(30).
024600         10  alr-rpt-total-count    pic z,zzz,zz9.
024700
024800 linkage section.
024900******************************************************
025000* PARM= is passed to a batch main program as a halfword
025100* binary length ahead of the text - ALR-PARM-LEN picks
025200* that up so the retention and month line up on the
025300* actual parameter text instead of the length prefix.
025400******************************************************
025500 01  alr-parm-area.
025600     05  alr-parm-len               pic s9(04) comp.
025700     05  alr-retention-parm         pic x(03).
025800     05  alr-parm-comma             pic x(01).
025900     05  alr-month-parm             pic x(06).
026000
026100 procedure division using alr-parm-area.
026200
026300 0000-mainline.
026400     perform 1000-initialize
026500         thru 1000-exit.
026600
026700     perform 2000-process-alert-log
026800         thru 2000-exit.
026900
027000     perform 3000-write-summary
027100         thru 3000-exit.
027200
027300     perform 4000-rewrite-alert-log
027400         thru 4000-exit.
027500
027600     perform 9000-terminate
027700         thru 9000-exit.
027800
027900     stop run.
028000
028100******************************************************
028200* 1000-INITIALIZE
028300*
028400* Settles the month reported and the retention cutoff -
028500* today backed off by the PARM day count, but never later
028600* than the first of the month reported - and opens the
028700* log, history and work files for the split.
028800******************************************************
028900 1000-initialize.
029000     accept alr-system-date from date yyyymmdd.
029100
029200     if alr-parm-len > zero
029300        and alr-retention-parm is numeric
029400         move alr-retention-parm to alr-retention-days
029500     end-if.
029600
029700     if alr-sd-mm = 1
029800         compute alr-rm-yyyy = alr-sd-yyyy - 1
029900         move 12 to alr-rm-mm
030000     else
030100         move alr-sd-yyyy to alr-rm-yyyy
030200         compute alr-rm-mm = alr-sd-mm - 1
030300     end-if.
030400     if alr-parm-len = 10
030500        and alr-month-parm is numeric
030600        and alr-month-parm (5:2) >= "01"
030700        and alr-month-parm (5:2) <= "12"
030800         move alr-month-parm to alr-report-month-x
030900     end-if.
031000     move alr-report-month-x to alr-ms-yyyymm.
031100
031200     compute alr-cutoff-integer =
031300         function integer-of-date (alr-run-date)
031400             - alr-retention-days.
031500     compute alr-cutoff-date =
031600         function date-of-integer (alr-cutoff-integer).
031700     if alr-cutoff-date > alr-month-start-date
031800         move alr-month-start-date to alr-cutoff-date
031900     end-if.
032000
032100     open input alert-log-file.
032200     if alr-log-file-status not = "00"
032300         move "Y" to alr-log-eof-sw
032400     end-if.
032500
032600     open extend alert-history-file.
032700     if alr-hist-file-status = "35"
032800         open output alert-history-file
032900     end-if.
033000
033100     open output alert-work-file.
033200     open output summary-report-file.
033300
033400 1000-exit.
033500     exit.
033600
033700******************************************************
033800* 2000-PROCESS-ALERT-LOG
033900*
034000* One pass over the log: each alert raised in the month
034100* is tallied under its job and step, and every entry is
034200* routed to the history dataset or the work file.
034300******************************************************
034400 2000-process-alert-log.
034500     perform 2100-process-one-alert
034600         thru 2100-exit
034700         until alr-log-eof.
034800
034900 2000-exit.
035000     exit.
035100
035200 2100-process-one-alert.
035300     read alert-log-file
035400         at end
035500             move "Y" to alr-log-eof-sw
035600             go to 2100-exit
035700     end-read.
035800
035900     add 1 to alr-records-read.
036000
036100     move alert-raised-ts to alr-ts-source.
036200     perform 2500-timestamp-minutes
036300         thru 2500-exit.
036400     if alr-ts-valid
036500         move alr-ts-date to alr-raised-date
036600         move alr-ts-minutes to alr-raised-minutes
036700     else
036800         move zero to alr-raised-date
036900         move zero to alr-raised-minutes
037000     end-if.
037100
037200     if alr-ts-valid
037300        and alr-raised-date (1:6) = alr-report-month-x
037400         perform 2200-tally-alert
037500             thru 2200-exit
037600     end-if.
037700
037800     perform 2300-split-alert
037900         thru 2300-exit.
038000
038100 2100-exit.
038200     exit.
038300
038400******************************************************
038500* 2200-TALLY-ALERT
038600*
038700* Finds (or adds) the job/step entry and rolls the alert
038800* into it and into the totals.  Time to acknowledge is
038900* the minutes from the raise to the acknowledgement.
039000******************************************************
039100 2200-tally-alert.
039200     move "N" to alr-found-sw.
039300     perform 2210-search-step
039400         thru 2210-exit
039500         varying alr-step-idx from 1 by 1
039600         until alr-step-idx > alr-step-count
039700            or alr-found.
039800
039900     if not alr-found
040000         if alr-step-count >= alr-max-step
040100             move "JOB/STEP" to alr-capacity-item
040200             perform 9900-capacity-failure
040300                 thru 9900-exit
040400             move zero to alr-step-sub
040500         else
040600             add 1 to alr-step-count
040700             move alr-step-count to alr-step-sub
040800             move alert-job to alr-st-job (alr-step-sub)
040900             move alert-step to alr-st-step (alr-step-sub)
041000             move zero to alr-st-raised (alr-step-sub)
041100             move zero to alr-st-acked (alr-step-sub)
041200             move zero to alr-st-open (alr-step-sub)
041300             move zero to alr-st-escalated (alr-step-sub)
041400             move zero to alr-st-ack-total (alr-step-sub)
041500             move zero to alr-st-ack-longest (alr-step-sub)
041600         end-if
041700     end-if.
041800
041900     add 1 to alr-total-raised.
042000     if alr-step-sub > zero
042100         add 1 to alr-st-raised (alr-step-sub)
042200     end-if.
042300
042400     if alert-escalate-count is numeric
042500        and alert-escalate-count > zero
042600         add 1 to alr-total-escalated
042700         if alr-step-sub > zero
042800             add 1 to alr-st-escalated (alr-step-sub)
042900         end-if
043000     end-if.
043100
043200     if alert-status = "OPEN"
043300         add 1 to alr-total-open
043400         if alr-step-sub > zero
043500             add 1 to alr-st-open (alr-step-sub)
043600         end-if
043700         go to 2200-exit
043800     end-if.
043900
044000     add 1 to alr-total-acked.
044100     if alr-step-sub > zero
044200         add 1 to alr-st-acked (alr-step-sub)
044300     end-if.
044400
044500     move alert-ack-ts to alr-ts-source.
044600     perform 2500-timestamp-minutes
044700         thru 2500-exit.
044800     if not alr-ts-valid
044900         go to 2200-exit
045000     end-if.
045100     compute alr-ack-minutes =
045200         alr-ts-minutes - alr-raised-minutes.
045300     if alr-ack-minutes < zero
045400         move zero to alr-ack-minutes
045500     end-if.
045600
045700     add alr-ack-minutes to alr-total-ack-minutes.
045800     if alr-ack-minutes > alr-longest-ack
045900         move alr-ack-minutes to alr-longest-ack
046000     end-if.
046100     evaluate true
046200         when alr-ack-minutes not > 15
046300             add 1 to alr-ack-within-15
046400         when alr-ack-minutes not > 60
046500             add 1 to alr-ack-within-60
046600         when alr-ack-minutes not > 240
046700             add 1 to alr-ack-within-240
046800         when other
046900             add 1 to alr-ack-after-240
047000     end-evaluate.
047100
047200     if alr-step-sub > zero
047300         add alr-ack-minutes to alr-st-ack-total (alr-step-sub)
047400         if alr-ack-minutes > alr-st-ack-longest (alr-step-sub)
047500             move alr-ack-minutes
047600                 to alr-st-ack-longest (alr-step-sub)
047700         end-if
047800     end-if.
047900
048000 2200-exit.
048100     exit.
048200
048300 2210-search-step.
048400     if alr-st-job (alr-step-idx) = alert-job
048500        and alr-st-step (alr-step-idx) = alert-step
048600         move "Y" to alr-found-sw
048700         set alr-step-sub to alr-step-idx
048800     end-if.
048900
049000 2210-exit.
049100     exit.
049200
049300******************************************************
049400* 2300-SPLIT-ALERT
049500*
049600* An acknowledged alert raised before the cutoff goes to
049700* history; everything else, every OPEN alert included,
049800* stays on the log.
049900******************************************************
050000 2300-split-alert.
050100     if alert-status not = "OPEN"
050200        and alr-raised-date > zero
050300        and alr-raised-date < alr-cutoff-date
050400         write alr-hist-record from alert-record
050500         add 1 to alr-records-archived
050600     else
050700         write alr-work-record from alert-record
050800         add 1 to alr-records-retained
050900     end-if.
051000
051100 2300-exit.
051200     exit.
051300
051400******************************************************
051500* 2500-TIMESTAMP-MINUTES
051600*
051700* ALR-TS-SOURCE as a YYYYMMDD date in ALR-TS-DATE and in
051800* minutes since day one of the calendar in
051900* ALR-TS-MINUTES, through the intrinsic day-number
052000* conversion as for the cutoff.  ALR-TS-VALID is off
052100* when the timestamp will not parse.
052200******************************************************
052300 2500-timestamp-minutes.
052400     move "N" to alr-ts-valid-sw.
052500     move alr-ts-source (1:4) to alr-tw-yyyy.
052600     move alr-ts-source (6:2) to alr-tw-mm.
052700     move alr-ts-source (9:2) to alr-tw-dd.
052800     if alr-ts-date not numeric
052900        or alr-ts-source (12:2) not numeric
053000        or alr-ts-source (15:2) not numeric
053100         go to 2500-exit
053200     end-if.
053300     move alr-ts-source (12:2) to alr-ts-hh.
053400     move alr-ts-source (15:2) to alr-ts-mi.
053500
053600     compute alr-ts-minutes =
053700         function integer-of-date (alr-ts-date) * 1440
053800             + alr-ts-hh * 60 + alr-ts-mi.
053900     move "Y" to alr-ts-valid-sw.
054000
054100 2500-exit.
054200     exit.
054300
054400******************************************************
054500* 3000-WRITE-SUMMARY
054600******************************************************
054700 3000-write-summary.
054800     move alr-sd-yyyy to alr-rpt-hdr-yyyy.
054900     move alr-sd-mm to alr-rpt-hdr-mm.
055000     move alr-sd-dd to alr-rpt-hdr-dd.
055100     move alr-rm-yyyy to alr-rpt-hdr-rm-yyyy.
055200     move alr-rm-mm to alr-rpt-hdr-rm-mm.
055300     move alr-retention-days to alr-rpt-hdr-days.
055400     move spaces to alr-report-line.
055500     move alr-rpt-header to alr-report-line.
055600     write alr-report-line.
055700     move spaces to alr-report-line.
055800     write alr-report-line.
055900     move alr-rpt-columns to alr-report-line.
056000     write alr-report-line.
056100     move alr-rpt-columns-2 to alr-report-line.
056200     write alr-report-line.
056300
056400     perform 3100-write-step-line
056500         thru 3100-exit
056600         varying alr-step-idx from 1 by 1
056700         until alr-step-idx > alr-step-count.
056800
056900     perform 3200-write-totals
057000         thru 3200-exit.
057100
057200 3000-exit.
057300     exit.
057400
057500 3100-write-step-line.
057600     move spaces to alr-rpt-detail.
057700     move alr-st-job (alr-step-idx) to alr-rpt-job.
057800     move alr-st-step (alr-step-idx) to alr-rpt-step.
057900     move alr-st-raised (alr-step-idx) to alr-rpt-raised.
058000     move alr-st-acked (alr-step-idx) to alr-rpt-acked.
058100     move alr-st-open (alr-step-idx) to alr-rpt-open.
058200     move alr-st-escalated (alr-step-idx) to alr-rpt-escalated.
058300     if alr-st-acked (alr-step-idx) > zero
058400         compute alr-average rounded =
058500             alr-st-ack-total (alr-step-idx)
058600                 / alr-st-acked (alr-step-idx)
058700     else
058800         move zero to alr-average
058900     end-if.
059000     move alr-average to alr-rpt-avg.
059100     move alr-st-ack-longest (alr-step-idx) to alr-rpt-max.
059200     move spaces to alr-report-line.
059300     move alr-rpt-detail to alr-report-line.
059400     write alr-report-line.
059500
059600 3100-exit.
059700     exit.
059800
059900 3200-write-totals.
060000     move spaces to alr-report-line.
060100     write alr-report-line.
060200
060300     move "ALERTS RAISED IN MONTH" to alr-rpt-total-text.
060400     move alr-total-raised to alr-rpt-total-count.
060500     perform 3300-write-total
060600         thru 3300-exit.
060700
060800     move "ACKNOWLEDGED" to alr-rpt-total-text.
060900     move alr-total-acked to alr-rpt-total-count.
061000     perform 3300-write-total
061100         thru 3300-exit.
061200
061300     move "STILL OPEN" to alr-rpt-total-text.
061400     move alr-total-open to alr-rpt-total-count.
061500     perform 3300-write-total
061600         thru 3300-exit.
061700
061800     move "ESCALATED" to alr-rpt-total-text.
061900     move alr-total-escalated to alr-rpt-total-count.
062000     perform 3300-write-total
062100         thru 3300-exit.
062200
062300     if alr-total-acked > zero
062400         compute alr-average rounded =
062500             alr-total-ack-minutes / alr-total-acked
062600     else
062700         move zero to alr-average
062800     end-if.
062900     move "AVG MINUTES TO ACKNOWLEDGE" to alr-rpt-total-text.
063000     move alr-average to alr-rpt-total-count.
063100     perform 3300-write-total
063200         thru 3300-exit.
063300
063400     move "LONGEST MINUTES TO ACKNOWLEDGE" to alr-rpt-total-text.
063500     move alr-longest-ack to alr-rpt-total-count.
063600     perform 3300-write-total
063700         thru 3300-exit.
063800
063900     move "ACKNOWLEDGED IN 15 MIN" to alr-rpt-total-text.
064000     move alr-ack-within-15 to alr-rpt-total-count.
064100     perform 3300-write-total
064200         thru 3300-exit.
064300
064400     move "ACKNOWLEDGED IN 16-60 MIN" to alr-rpt-total-text.
064500     move alr-ack-within-60 to alr-rpt-total-count.
064600     perform 3300-write-total
064700         thru 3300-exit.
064800
064900     move "ACKNOWLEDGED IN 1-4 HOURS" to alr-rpt-total-text.
065000     move alr-ack-within-240 to alr-rpt-total-count.
065100     perform 3300-write-total
065200         thru 3300-exit.
065300
065400     move "ACKNOWLEDGED AFTER 4 HOURS" to alr-rpt-total-text.
065500     move alr-ack-after-240 to alr-rpt-total-count.
065600     perform 3300-write-total
065700         thru 3300-exit.
065800
065900     move "ENTRIES READ" to alr-rpt-total-text.
066000     move alr-records-read to alr-rpt-total-count.
066100     perform 3300-write-total
066200         thru 3300-exit.
066300
066400     move "ENTRIES ARCHIVED TO HISTORY" to alr-rpt-total-text.
066500     move alr-records-archived to alr-rpt-total-count.
066600     perform 3300-write-total
066700         thru 3300-exit.
066800
066900     move "ENTRIES RETAINED ON LOG" to alr-rpt-total-text.
067000     move alr-records-retained to alr-rpt-total-count.
067100     perform 3300-write-total
067200         thru 3300-exit.
067300
067400 3200-exit.
067500     exit.
067600
067700 3300-write-total.
067800     move spaces to alr-report-line.
067900     move alr-rpt-total to alr-report-line.
068000     write alr-report-line.
068100
068200 3300-exit.
068300     exit.
068400
068500******************************************************
068600* 4000-REWRITE-ALERT-LOG
068700*
068765* Copies the retained entries back over the log, read to
068830* end in 2000-PROCESS-ALERT-LOG - the AUDRPT idiom.  A
068895* log that never opened is left alone.  Just before the
068960* rewrite the log is read again and any entry ALERTOP has
069026* appended since the pass goes onto the end of the work
069091* file - retained, and reported next month - so the
069156* rewrite does not lose it.
069221******************************************************
069286 4000-rewrite-alert-log.
069352     if alr-log-file-status not = "00"
069417        and alr-records-read = zero
069482         close alert-work-file
069547         go to 4000-exit
069613     end-if.
069678
069743     close alert-log-file.
069808     perform 4050-carry-late-entries
069873         thru 4050-exit.
069939     close alert-work-file.
070004
070069     open output alert-log-file.
070134     open input alert-work-file.
070200
070300     perform 4100-copy-one-entry
070400         thru 4100-exit
070500         until alr-work-eof.
070600
070700     close alert-work-file.
070800
070900 4000-exit.
071000     exit.
071002
071005 4050-carry-late-entries.
071008     move zero to alr-records-reread.
071011     move "N" to alr-log-eof-sw.
071014     open input alert-log-file.
071017     if alr-log-file-status not = "00"
071020         go to 4050-exit
071023     end-if.
071026
071029     perform 4060-carry-one-entry
071032         thru 4060-exit
071035         until alr-log-eof.
071038
071041     close alert-log-file.
071044
071047 4050-exit.
071050     exit.
071052
071055 4060-carry-one-entry.
071058     read alert-log-file
071061         at end
071064             move "Y" to alr-log-eof-sw
071067             go to 4060-exit
071070     end-read.
071073
071076     add 1 to alr-records-reread.
071079     if alr-records-reread > alr-records-read
071082         write alr-work-record from alert-record
071088     end-if.
071091
071094 4060-exit.
071097     exit.
071100
071200 4100-copy-one-entry.
071300     read alert-work-file
071400         at end
071500             move "Y" to alr-work-eof-sw
071600         not at end
071700             write alert-record from alr-work-record
071800     end-read.
071900
072000 4100-exit.
072100     exit.
072200
072300******************************************************
072400* 9900-CAPACITY-FAILURE
072500******************************************************
072600 9900-capacity-failure.
072700     if not alr-capacity-hit
072800         display "ALERTRPT: TABLE CAPACITY EXCEEDED - "
072900             alr-capacity-item upon console
073000     end-if.
073100
073200     move "Y" to alr-capacity-hit-sw.
073300
073400 9900-exit.
073500     exit.
073600
073700******************************************************
073800* 9000-TERMINATE
073900******************************************************
074000 9000-terminate.
074100     close alert-log-file.
074200     close alert-history-file.
074300     close summary-report-file.
074400
074500     if alr-capacity-hit
074600         move 8 to return-code
074700     end-if.
074800
074900 9000-exit.
075000     exit.
