000100******************************************************
000200* ALERTACK.COB
000300*
000400* Operator alert acknowledgement.
000500*
000600* Applies acknowledgement transactions against the
000700* ALERT-LOG ALERTOP writes - each names an alert by the
000800* number it went out under on the console, the operator
000900* answering it and a resolution note.  An OPEN alert is
001000* set ACKED with the operator, the time the transaction
001100* was applied and the note; an alert already acknowledged
001200* or not on the log is rejected.  Every transaction,
001300* applied or rejected, is printed on a register, and a
001400* reject hands back RETURN-CODE 8 so the submitter knows
001500* an alert is still standing open.
001600*
001700* AUTHOR.     R. BLANCHETTE.
001800* INSTALLATION. DATA PROCESSING.
001900* DATE-WRITTEN. 2026-10-15.
002000* DATE-COMPILED.
002100*
002200* MODIFICATION HISTORY
002300* 2026-10-15  RLB  Written - nobody could say afterward
002400*                  whether anyone had answered an alert.
002433* 2026-10-15  RLB  Entries ALERTOP adds during the pass are
002466*                  carried into the rewrite.
002500******************************************************
002600
002700 identification division.
002800 program-id. alertack.
002900
003000 environment division.
003100
003200 input-output section.
003300 file-control.
003400******************************************************
003500* ALACKTXN, ALERTLOG, ALERTWRK and ACKRPT are DD names
003600* ALERTACK.JCL allocates.  The log is read once through,
003700* each entry copied to ALERTWRK with any acknowledgement
003800* applied, then re-opened OUTPUT and rewritten from the
003900* work file - the record-by-record copy idiom AUDRPT
004000* uses to shrink the audit log in place.
004100******************************************************
004200     select transaction-file
004300         assign to alacktxn
004400         organization is line sequential
004500         file status is ack-txn-file-status.
004600
004700     select alert-log-file
004800         assign to alertlog
004900         organization is line sequential
005000         file status is ack-log-file-status.
005100
005200     select alert-work-file
005300         assign to alertwrk
005400         organization is line sequential
005500         file status is ack-work-file-status.
005600
005700     select ack-report-file
005800         assign to ackrpt
005900         organization is line sequential.
006000
006100
006200 data division.
006300
006400 file section.
006500 fd  transaction-file.
006600     copy "alackrec.cpy".
006700
006800 fd  alert-log-file.
006900     copy "alertrec.cpy".
007000
007100 fd  alert-work-file.
007200 01  ack-work-record                pic x(249).
007300
007400 fd  ack-report-file.
007500 01  ack-report-line                pic x(132).
007600
007700
007800 working-storage section.
007900 01  ack-txn-file-status            pic x(02).
008000 01  ack-log-file-status            pic x(02).
008100 01  ack-work-file-status           pic x(02).
008200
008300 01  ack-switches.
008400     05  ack-txn-eof-sw             pic x(01) value "N".
008500         88 ack-txn-eof             value "Y".
008600     05  ack-log-eof-sw             pic x(01) value "N".
008700         88 ack-log-eof             value "Y".
008800     05  ack-work-eof-sw            pic x(01) value "N".
008900         88 ack-work-eof            value "Y".
009000     05  ack-log-open-sw            pic x(01) value "N".
009100         88 ack-log-open            value "Y".
009200
009300 01  ack-system-date.
009400     05  ack-sd-yyyy                pic 9(04).
009500     05  ack-sd-mm                  pic 9(02).
009600     05  ack-sd-dd                  pic 9(02).
009700 01  ack-system-time.
009800     05  ack-st-hh                  pic 9(02).
009900     05  ack-st-mm                  pic 9(02).
010000     05  ack-st-ss                  pic 9(02).
010100     05  ack-st-hs                  pic 9(02).
010200 01  ack-timestamp                  pic x(26).
010300
010400******************************************************
010500* Table capacities - a transaction file past the ceiling
010600* goes through 9900-CAPACITY-FAILURE.
010700******************************************************
010800 01  ack-capacities.
010900     05  ack-max-txn                pic 9(08) comp value 200.
011000 01  ack-capacity-item              pic x(20).
011100 01  ack-capacity-hit-sw            pic x(01) value "N".
011200     88 ack-capacity-hit           value "Y".
011300
011400******************************************************
011500* The run's transactions, edited as they load.  Each one
011600* stays PENDING until the pass over the log applies or
011700* rejects it; one still PENDING after the pass named an
011800* alert that is not on the log.
011900******************************************************
012000 01  ack-txn-table.
012100     05  ack-txn-count              pic 9(04) comp value zero.
012200     05  ack-txn-entry occurs 200 times
012300                 indexed by ack-txn-idx.
012400         10  ack-tt-alert-number    pic 9(06).
012500         10  ack-tt-keyed-number    pic x(06).
012600         10  ack-tt-operator        pic x(08).
012700         10  ack-tt-note            pic x(60).
012800         10  ack-tt-disp            pic x(08).
012900         10  ack-tt-reason          pic x(40).
013000         10  ack-tt-job             pic x(08).
013100         10  ack-tt-step            pic x(08).
013200 01  ack-txn-sub                    pic 9(04) comp.
013300
013400 01  ack-counters.
013500     05  ack-txn-read-count         pic 9(05) comp value zero.
013600     05  ack-applied-count          pic 9(05) comp value zero.
013700     05  ack-reject-count           pic 9(05) comp value zero.
013800     05  ack-open-count             pic 9(05) comp value zero.
013833     05  ack-log-read-count         pic 9(07) comp value zero.
013866     05  ack-log-reread-count       pic 9(07) comp value zero.
013900 01  ack-count-edit                 pic zz,zz9.
014000
014100 01  ack-report-work.
014200     05  ack-rpt-header.
014300         10  filler                 pic x(35)
014400             value "ALERTACK ACKNOWLEDGEMENT REGISTER ".
014500         10  filler                 pic x(04) value "RUN ".
014600         10  ack-rpt-hdr-yyyy       pic 9(04).
014700         10  filler                 pic x(01) value "-".
014800         10  ack-rpt-hdr-mm         pic 9(02).
014900         10  filler                 pic x(01) value "-".
015000         10  ack-rpt-hdr-dd         pic 9(02).
015100     05  ack-rpt-columns.
015200         10  filler                 pic x(08) value "ALERT".
015300         10  filler                 pic x(10) value "OPERATOR".
015400         10  filler                 pic x(09) value "JOB".
015500         10  filler                 pic x(09) value "STEP".
015600         10  filler                 pic x(09) value "DISP".
015700         10  filler                 pic x(40) value "REASON".
015800     05  ack-rpt-detail.
015900         10  ack-rpt-alert-number   pic x(06).
016000         10  filler                 pic x(02) value spaces.
016100         10  ack-rpt-operator       pic x(08).
016200         10  filler                 pic x(02) value spaces.
016300         10  ack-rpt-job            pic x(08).
016400         10  filler                 pic x(01) value space.
016500         10  ack-rpt-step           pic x(08).
016600         10  filler                 pic x(01) value space.
016700         10  ack-rpt-disp           pic x(08).
016800         10  filler                 pic x(01) value space.
016900         10  ack-rpt-reason         pic x(40).
017000******************************************************
017100* Second register line - the resolution note, which has
017200* no room on the main line and belongs on the trail.
017300******************************************************
017400     05  ack-rpt-note-line.
017500         10  filler                 pic x(08) value spaces.
017600         10  filler                 pic x(06) value "NOTE: ".
017700         10  ack-rpt-note           pic x(60).
017800     05  ack-rpt-total.
017900         10  ack-rpt-total-text     pic x(30).
018000         10  ack-rpt-total-count    pic zz,zz9.
018100
018200
018300 procedure division.
018400
018500 0000-mainline.
018600     perform 1000-initialize
018700         thru 1000-exit.
018800
018900     if ack-log-open
019000         perform 2000-apply-to-log
019100             thru 2000-exit
019200         perform 4000-rewrite-alert-log
019300             thru 4000-exit
019400     end-if.
019500
019600     perform 3000-write-register
019700         thru 3000-exit.
019800
019900     perform 9000-terminate
020000         thru 9000-exit.
020100
020200     stop run.
020300
020400******************************************************
020500* 1000-INITIALIZE
020600*
020700* Loads and edits the transactions, then opens the log
020800* and the work file for the pass.  A log that will not
020900* open leaves every good transaction pending, so each is
021000* rejected as not on the log.
021100******************************************************
021200 1000-initialize.
021300     accept ack-system-date from date yyyymmdd.
021400     accept ack-system-time from time.
021500     move spaces to ack-timestamp.
021600     string ack-sd-yyyy "-" ack-sd-mm "-" ack-sd-dd " "
021700         ack-st-hh ":" ack-st-mm ":" ack-st-ss
021800                                 into ack-timestamp.
021900
022000     open output ack-report-file.
022100
022200     open input transaction-file.
022300     if ack-txn-file-status = "00"
022400         perform 1100-load-one-txn
022500             thru 1100-exit
022600             until ack-txn-eof
022700         close transaction-file
022800     end-if.
022900
023000     open input alert-log-file.
023100     if ack-log-file-status = "00"
023200         move "Y" to ack-log-open-sw
023300         open output alert-work-file
023400     end-if.
023500
023600 1000-exit.
023700     exit.
023800
023900******************************************************
024000* 1100-LOAD-ONE-TXN
024100*
024200* The field edits - a numeric alert number, the
024300* operator's initials and a resolution note are all
024400* required.  A transaction failing an edit is rejected
024500* here and never touches the log.
024600******************************************************
024700 1100-load-one-txn.
024800     read transaction-file
024900         at end
025000             move "Y" to ack-txn-eof-sw
025100             go to 1100-exit
025200     end-read.
025300
025400     if alack-record = spaces
025500         go to 1100-exit
025600     end-if.
025700
025800     add 1 to ack-txn-read-count.
025900
026000     if ack-txn-count >= ack-max-txn
026100         move "TRANSACTIONS" to ack-capacity-item
026200         perform 9900-capacity-failure
026300             thru 9900-exit
026400         go to 1100-exit
026500     end-if.
026600
026700     add 1 to ack-txn-count.
026800     move ack-txn-count to ack-txn-sub.
026900     move zero to ack-tt-alert-number (ack-txn-sub).
027000     move alack-alert-number to ack-tt-keyed-number (ack-txn-sub).
027100     move alack-operator to ack-tt-operator (ack-txn-sub).
027200     move alack-note to ack-tt-note (ack-txn-sub).
027300     move "PENDING" to ack-tt-disp (ack-txn-sub).
027400     move spaces to ack-tt-reason (ack-txn-sub).
027500     move spaces to ack-tt-job (ack-txn-sub).
027600     move spaces to ack-tt-step (ack-txn-sub).
027700
027800     evaluate true
027900         when alack-alert-number not numeric
028000          or alack-alert-number = "000000"
028100             move "ALERT NUMBER NOT NUMERIC"
028200                 to ack-tt-reason (ack-txn-sub)
028300         when alack-operator = spaces
028400             move "OPERATOR INITIALS MISSING"
028500                 to ack-tt-reason (ack-txn-sub)
028600         when alack-note = spaces
028700             move "RESOLUTION NOTE MISSING"
028800                 to ack-tt-reason (ack-txn-sub)
028900         when other
029000             move alack-alert-number
029100                 to ack-tt-alert-number (ack-txn-sub)
029200     end-evaluate.
029300
029400     if ack-tt-reason (ack-txn-sub) not = spaces
029500         move "REJECTED" to ack-tt-disp (ack-txn-sub)
029600     end-if.
029700
029800 1100-exit.
029900     exit.
030000
030100******************************************************
030200* 2000-APPLY-TO-LOG
030300*
030400* One pass over the log.  Every pending transaction for
030500* the entry's number is settled against it, in the order
030600* they were keyed - the first acknowledges an OPEN alert,
030700* and any after it find the alert already ACKED.
030800******************************************************
030900 2000-apply-to-log.
031000     perform 2100-apply-one-entry
031100         thru 2100-exit
031200         until ack-log-eof.
031300
031400 2000-exit.
031500     exit.
031600
031700 2100-apply-one-entry.
031800     read alert-log-file
031900         at end
032000             move "Y" to ack-log-eof-sw
032100             go to 2100-exit
032200     end-read.
032233
032266     add 1 to ack-log-read-count.
032300
032400     perform 2200-settle-one-txn
032500         thru 2200-exit
032600         varying ack-txn-sub from 1 by 1
032700         until ack-txn-sub > ack-txn-count.
032800
032900     if alert-status = "OPEN"
033000         add 1 to ack-open-count
033100     end-if.
033200
033300     write ack-work-record from alert-record.
033400
033500 2100-exit.
033600     exit.
033700
033800 2200-settle-one-txn.
033900     if ack-tt-disp (ack-txn-sub) not = "PENDING"
034000        or alert-number not numeric
034100        or ack-tt-alert-number (ack-txn-sub) not = alert-number
034200         go to 2200-exit
034300     end-if.
034400
034500     move alert-job to ack-tt-job (ack-txn-sub).
034600     move alert-step to ack-tt-step (ack-txn-sub).
034700
034800     if alert-status not = "OPEN"
034900         move "REJECTED" to ack-tt-disp (ack-txn-sub)
035000         string "ALREADY ACKNOWLEDGED BY " delimited by size
035100             alert-ack-operator delimited by space
035200             " AT " delimited by size
035300             alert-ack-ts (12:5) delimited by size
035400                                 into ack-tt-reason (ack-txn-sub)
035500         go to 2200-exit
035600     end-if.
035700
035800     move "ACKED" to alert-status.
035900     move ack-tt-operator (ack-txn-sub) to alert-ack-operator.
036000     move ack-timestamp to alert-ack-ts.
036100     move ack-tt-note (ack-txn-sub) to alert-ack-note.
036200
036300     move "APPLIED" to ack-tt-disp (ack-txn-sub).
036400     move alert-reason to ack-tt-reason (ack-txn-sub).
036500
036600 2200-exit.
036700     exit.
036800
036900******************************************************
037000* 3000-WRITE-REGISTER
037100*
037200* One line per transaction in the order keyed, with the
037300* resolution note under it.  A transaction still PENDING
037400* here named an alert the log does not hold.
037500******************************************************
037600 3000-write-register.
037700     move ack-sd-yyyy to ack-rpt-hdr-yyyy.
037800     move ack-sd-mm to ack-rpt-hdr-mm.
037900     move ack-sd-dd to ack-rpt-hdr-dd.
038000     move spaces to ack-report-line.
038100     move ack-rpt-header to ack-report-line.
038200     write ack-report-line.
038300     move spaces to ack-report-line.
038400     write ack-report-line.
038500     move ack-rpt-columns to ack-report-line.
038600     write ack-report-line.
038700
038800     perform 3100-write-one-txn
038900         thru 3100-exit
039000         varying ack-txn-sub from 1 by 1
039100         until ack-txn-sub > ack-txn-count.
039200
039300     move spaces to ack-report-line.
039400     write ack-report-line.
039500
039600     move "TRANSACTIONS READ" to ack-rpt-total-text.
039700     move ack-txn-read-count to ack-rpt-total-count.
039800     perform 3200-write-total
039900         thru 3200-exit.
040000
040100     move "ALERTS ACKNOWLEDGED" to ack-rpt-total-text.
040200     move ack-applied-count to ack-rpt-total-count.
040300     perform 3200-write-total
040400         thru 3200-exit.
040500
040600     move "TRANSACTIONS REJECTED" to ack-rpt-total-text.
040700     move ack-reject-count to ack-rpt-total-count.
040800     perform 3200-write-total
040900         thru 3200-exit.
041000
041100     move "ALERTS STILL OPEN" to ack-rpt-total-text.
041200     move ack-open-count to ack-rpt-total-count.
041300     perform 3200-write-total
041400         thru 3200-exit.
041500
041600 3000-exit.
041700     exit.
041800
041900 3100-write-one-txn.
042000     if ack-tt-disp (ack-txn-sub) = "PENDING"
042100         move "REJECTED" to ack-tt-disp (ack-txn-sub)
042200         if ack-log-open
042300             move "ALERT NOT ON THE ALERT LOG"
042400                 to ack-tt-reason (ack-txn-sub)
042500         else
042600             move "ALERT LOG NOT AVAILABLE"
042700                 to ack-tt-reason (ack-txn-sub)
042800         end-if
042900     end-if.
043000
043100     if ack-tt-disp (ack-txn-sub) = "APPLIED"
043200         add 1 to ack-applied-count
043300     else
043400         add 1 to ack-reject-count
043500     end-if.
043600
043700     move spaces to ack-rpt-detail.
043800     move ack-tt-keyed-number (ack-txn-sub)
043900         to ack-rpt-alert-number.
044000     move ack-tt-operator (ack-txn-sub) to ack-rpt-operator.
044100     move ack-tt-job (ack-txn-sub) to ack-rpt-job.
044200     move ack-tt-step (ack-txn-sub) to ack-rpt-step.
044300     move ack-tt-disp (ack-txn-sub) to ack-rpt-disp.
044400     move ack-tt-reason (ack-txn-sub) to ack-rpt-reason.
044500     move spaces to ack-report-line.
044600     move ack-rpt-detail to ack-report-line.
044700     write ack-report-line.
044800
044900     if ack-tt-note (ack-txn-sub) not = spaces
045000         move ack-tt-note (ack-txn-sub) to ack-rpt-note
045100         move spaces to ack-report-line
045200         move ack-rpt-note-line to ack-report-line
045300         write ack-report-line
045400     end-if.
045500
045600 3100-exit.
045700     exit.
045800
045900 3200-write-total.
046000     move spaces to ack-report-line.
046100     move ack-rpt-total to ack-report-line.
046200     write ack-report-line.
046300
046400 3200-exit.
046500     exit.
046600
046700******************************************************
046800* 4000-REWRITE-ALERT-LOG
046900*
046964* Copies the work file back over the log, which was read
047029* to end in 2000-APPLY-TO-LOG - re-opening it OUTPUT
047094* truncates it and the work file supplies every entry,
047158* acknowledged or not.  Just before that the log is read
047223* again and any entry ALERTOP has appended since the pass
047288* goes onto the end of the work file, so the rewrite does
047352* not lose it.
047417******************************************************
047482 4000-rewrite-alert-log.
047547     close alert-log-file.
047611     perform 4050-carry-late-entries
047676         thru 4050-exit.
047741     close alert-work-file.
047805
047870     open output alert-log-file.
047935     open input alert-work-file.
048000
048100     perform 4100-copy-one-entry
048200         thru 4100-exit
048300         until ack-work-eof.
048400
048500     close alert-work-file.
048600     close alert-log-file.
048700
048800 4000-exit.
048900     exit.
048903
048906 4050-carry-late-entries.
048909     move zero to ack-log-reread-count.
048912     move "N" to ack-log-eof-sw.
048915     open input alert-log-file.
048918     if ack-log-file-status not = "00"
048921         go to 4050-exit
048924     end-if.
048927
048930     perform 4060-carry-one-entry
048933         thru 4060-exit
048936         until ack-log-eof.
048939
048942     close alert-log-file.
048945
048948 4050-exit.
048951     exit.
048954
048957 4060-carry-one-entry.
048960     read alert-log-file
048963         at end
048966             move "Y" to ack-log-eof-sw
048969             go to 4060-exit
048972     end-read.
048975
048978     add 1 to ack-log-reread-count.
048981     if ack-log-reread-count > ack-log-read-count
048984         write ack-work-record from alert-record
048987     end-if.
048990
048993 4060-exit.
048996     exit.
049000
049100 4100-copy-one-entry.
049200     read alert-work-file
049300         at end
049400             move "Y" to ack-work-eof-sw
049500         not at end
049600             write alert-record from ack-work-record
049700     end-read.
049800
049900 4100-exit.
050000     exit.
050100
050200******************************************************
050300* 9900-CAPACITY-FAILURE
050400*
050500* The first hit goes to the console; the step hands back
050600* RETURN-CODE 8 and the transactions past the ceiling are
050700* left for a second run.
050800******************************************************
050900 9900-capacity-failure.
051000     if not ack-capacity-hit
051100         display "ALERTACK: TABLE CAPACITY EXCEEDED - "
051200             ack-capacity-item upon console
051300     end-if.
051400
051500     move "Y" to ack-capacity-hit-sw.
051600
051700 9900-exit.
051800     exit.
051900
052000******************************************************
052100* 9000-TERMINATE
052200******************************************************
052300 9000-terminate.
052400     close ack-report-file.
052500
052600     if ack-reject-count > zero
052700        or ack-capacity-hit
052800         move ack-reject-count to ack-count-edit
052900         display "ALERTACK: " ack-count-edit
053000             " TRANSACTION(S) REJECTED - SEE THE REGISTER"
053100             upon console
053200         move 8 to return-code
053300     end-if.
053400
053500 9000-exit.
053600     exit.
