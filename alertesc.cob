000100******************************************************
000200* ALERTESC.COB
000300*
000400* Operator alert escalation pass.
000500*
000600* Reads the ALERT-LOG ALERTOP writes and re-issues every
000700* alert still OPEN once the escalation interval on PARM=
000800* (minutes, PARM='030') has gone by since it last went to
000900* the console - one severity higher each time, naming the
001000* on-call contact the ON-CALL CONTACT file holds for that
001100* severity at this hour.  The log entry is updated with
001200* the new severity, the escalation count, the time and
001300* the contact, so the interval runs again from there and
001400* the morning report and the monthly summary can show
001500* what was escalated and to whom.
001600*
001700* A blank or non-numeric PARM defaults to thirty minutes.
001800* Minutes between timestamps go through the intrinsic
001900* day-number conversion, as AUDRPT's retention cutoff
002000* does - an alert raised at 23:50 is still forty minutes
002100* old at 00:30.
002200*
002300* AUTHOR.     R. BLANCHETTE.
002400* INSTALLATION. DATA PROCESSING.
002500* DATE-WRITTEN. 2026-10-15.
002600* DATE-COMPILED.
002700*
002800* MODIFICATION HISTORY
002900* 2026-10-15  RLB  Written - a console message missed at
003000*                  02:00 was simply gone.
003025* 2026-10-15  RLB  Log left alone when nothing escalated;
003050*                  entries ALERTOP adds during the pass
003075*                  are carried into the rewrite.
003100******************************************************
003200
003300 identification division.
003400 program-id. alertesc.
003500
003600 environment division.
003700
003800 input-output section.
003900 file-control.
004000******************************************************
004100* ONCALL, ALERTLOG and ALERTWRK are DD names ALERTESC.JCL
004200* allocates.  The log is rewritten from ALERTWRK after
004300* the pass, the same copy idiom ALERTACK uses.
004400******************************************************
004500     select oncall-file
004600         assign to oncall
004700         organization is line sequential
004800         file status is esc-oncall-file-status.
004900
005000     select alert-log-file
005100         assign to alertlog
005200         organization is line sequential
005300         file status is esc-log-file-status.
005400
005500     select alert-work-file
005600         assign to alertwrk
005700         organization is line sequential
005800         file status is esc-work-file-status.
005900
006000
006100 data division.
006200
006300 file section.
006400 fd  oncall-file.
006500     copy "oncalrec.cpy".
006600
006700 fd  alert-log-file.
006800     copy "alertrec.cpy".
006900
007000 fd  alert-work-file.
007100 01  esc-work-record                pic x(249).
007200
007300
007400 working-storage section.
007500 01  esc-oncall-file-status         pic x(02).
007600 01  esc-log-file-status            pic x(02).
007700 01  esc-work-file-status           pic x(02).
007800
007900 01  esc-switches.
008000     05  esc-oncall-eof-sw          pic x(01) value "N".
008100         88 esc-oncall-eof          value "Y".
008200     05  esc-log-eof-sw             pic x(01) value "N".
008300         88 esc-log-eof             value "Y".
008400     05  esc-work-eof-sw            pic x(01) value "N".
008500         88 esc-work-eof            value "Y".
008600     05  esc-in-window-sw           pic x(01).
008700         88 esc-in-window           value "Y".
008800
008900 01  esc-interval-minutes           pic 9(03) value 30.
009000
009100 01  esc-system-date.
009200     05  esc-sd-yyyy                pic 9(04).
009300     05  esc-sd-mm                  pic 9(02).
009400     05  esc-sd-dd                  pic 9(02).
009500 01  esc-run-date redefines esc-system-date
009600                                    pic 9(08).
009700 01  esc-system-time.
009800     05  esc-st-hh                  pic 9(02).
009900     05  esc-st-mm                  pic 9(02).
010000     05  esc-st-ss                  pic 9(02).
010100     05  esc-st-hs                  pic 9(02).
010200 01  esc-now-hhmm                   pic x(04).
010300 01  esc-timestamp                  pic x(26).
010400
010500******************************************************
010600* Minutes since day one of the calendar, for now and for
010700* an alert timestamp - the difference is the alert's age
010800* in minutes.
010900******************************************************
011000 01  esc-now-minutes                pic 9(11) comp.
011100 01  esc-ts-minutes                 pic 9(11) comp.
011200 01  esc-ts-source                  pic x(26).
011300 01  esc-ts-valid-sw                pic x(01).
011400     88 esc-ts-valid                value "Y".
011500 01  esc-age-minutes                pic s9(11) comp.
011600 01  esc-age-edit                   pic z,zzz,zz9.
011700
011800******************************************************
011900* An alert timestamp (YYYY-MM-DD HH:MM:SS) picked apart
012000* for the minute arithmetic.
012100******************************************************
012200 01  esc-ts-work.
012300     05  esc-tw-yyyy                pic x(04).
012400     05  esc-tw-mm                  pic x(02).
012500     05  esc-tw-dd                  pic x(02).
012600 01  esc-ts-date redefines esc-ts-work
012700                                    pic 9(08).
012800 01  esc-ts-hh                      pic 9(02).
012900 01  esc-ts-mi                      pic 9(02).
013000
013100******************************************************
013200* Table capacities - a contact file past the ceiling
013300* goes through 9900-CAPACITY-FAILURE.
013400******************************************************
013500 01  esc-capacities.
013600     05  esc-max-oncall             pic 9(08) comp value 50.
013700 01  esc-capacity-item              pic x(20).
013800 01  esc-capacity-hit-sw            pic x(01) value "N".
013900     88 esc-capacity-hit           value "Y".
014000
014100 01  esc-oncall-table.
014200     05  esc-oncall-count           pic 9(04) comp value zero.
014300     05  esc-oncall-entry occurs 50 times
014400                 indexed by esc-oncall-idx.
014500         10  esc-ot-severity        pic 9(01).
014600         10  esc-ot-start-time      pic x(04).
014700         10  esc-ot-end-time        pic x(04).
014800         10  esc-ot-contact-name    pic x(30).
014900         10  esc-ot-phone           pic x(20).
015000 01  esc-oncall-sub                 pic 9(04) comp.
015100 01  esc-best-sub                   pic 9(04) comp.
015200 01  esc-best-severity              pic 9(01).
015300
015400 01  esc-counters.
015500     05  esc-open-count             pic 9(05) comp value zero.
015600     05  esc-escalated-count        pic 9(05) comp value zero.
015633     05  esc-log-read-count         pic 9(07) comp value zero.
015666     05  esc-log-reread-count       pic 9(07) comp value zero.
015700 01  esc-count-edit                 pic zz,zz9.
015800
015900 linkage section.
016000******************************************************
016100* PARM= is passed to a batch main program as a halfword
016200* binary length ahead of the text - ESC-PARM-LEN picks
016300* that up so ESC-INTERVAL-PARM lines up on the actual
016400* parameter text instead of the length prefix.
016500******************************************************
016600 01  esc-parm-area.
016700     05  esc-parm-len               pic s9(04) comp.
016800     05  esc-interval-parm          pic x(03).
016900
017000 procedure division using esc-parm-area.
017100
017200 0000-mainline.
017300     perform 1000-initialize
017400         thru 1000-exit.
017500
017600     perform 2000-escalate-log
017700         thru 2000-exit.
017800
017900     perform 9000-terminate
018000         thru 9000-exit.
018100
018200     stop run.
018300
018400******************************************************
018500* 1000-INITIALIZE
018600*
018700* The interval, now in minutes, and the contact table.
018800* A missing contact file still escalates - the console
018900* message says there is nobody on file to call.
019000******************************************************
019100 1000-initialize.
019200     if esc-parm-len > zero
019300        and esc-interval-parm is numeric
019400        and esc-interval-parm not = "000"
019500         move esc-interval-parm to esc-interval-minutes
019600     end-if.
019700
019800     accept esc-system-date from date yyyymmdd.
019900     accept esc-system-time from time.
020000     move spaces to esc-timestamp.
020100     string esc-sd-yyyy "-" esc-sd-mm "-" esc-sd-dd " "
020200         esc-st-hh ":" esc-st-mm ":" esc-st-ss
020300                                 into esc-timestamp.
020400     move esc-system-time (1:4) to esc-now-hhmm.
020500
020600     compute esc-now-minutes =
020700         function integer-of-date (esc-run-date) * 1440
020800             + esc-st-hh * 60 + esc-st-mm.
020900
021000     open input oncall-file.
021100     if esc-oncall-file-status = "00"
021200         perform 1100-load-one-contact
021300             thru 1100-exit
021400             until esc-oncall-eof
021500         close oncall-file
021600     end-if.
021700
021800 1000-exit.
021900     exit.
022000
022100 1100-load-one-contact.
022200     read oncall-file
022300         at end
022400             move "Y" to esc-oncall-eof-sw
022500             go to 1100-exit
022600     end-read.
022700
022800     if oncall-record = spaces
022900        or oncall-severity not numeric
023000         go to 1100-exit
023100     end-if.
023200
023300     if esc-oncall-count >= esc-max-oncall
023400         move "ON-CALL CONTACTS" to esc-capacity-item
023500         perform 9900-capacity-failure
023600             thru 9900-exit
023700         go to 1100-exit
023800     end-if.
023900
024000     add 1 to esc-oncall-count.
024100     move esc-oncall-count to esc-oncall-sub.
024200     move oncall-severity to esc-ot-severity (esc-oncall-sub).
024300     move oncall-start-time to esc-ot-start-time (esc-oncall-sub).
024400     move oncall-end-time to esc-ot-end-time (esc-oncall-sub).
024500     move oncall-contact-name
024600         to esc-ot-contact-name (esc-oncall-sub).
024700     move oncall-phone to esc-ot-phone (esc-oncall-sub).
024800
024900 1100-exit.
025000     exit.
025100
025200******************************************************
025300* 2000-ESCALATE-LOG
025400*
025450* One pass over the log through the work file, then the
025500* work file copied back over the log.  Nothing to do
025550* when there is no log yet, and nothing rewritten when no
025600* alert was escalated.  Just before the rewrite the log
025650* is read again and any entry ALERTOP has appended since
025700* the pass goes onto the end of the work file, so the
025750* rewrite does not lose it.
025800******************************************************
025900 2000-escalate-log.
026000     open input alert-log-file.
026100     if esc-log-file-status not = "00"
026200         go to 2000-exit
026300     end-if.
026400
026500     open output alert-work-file.
026600
026700     perform 2100-check-one-alert
026800         thru 2100-exit
026900         until esc-log-eof.
027000
027042     close alert-log-file.
027085
027128     if esc-escalated-count = zero
027171         close alert-work-file
027214         go to 2000-exit
027257     end-if.
027300
027342     perform 2800-carry-late-entries
027385         thru 2800-exit.
027428     close alert-work-file.
027471
027514     open output alert-log-file.
027557     open input alert-work-file.
027600     perform 2900-copy-one-entry
027700         thru 2900-exit
027800         until esc-work-eof.
027900     close alert-work-file.
028000     close alert-log-file.
028100
028200 2000-exit.
028300     exit.
028400
028500 2100-check-one-alert.
028600     read alert-log-file
028700         at end
028800             move "Y" to esc-log-eof-sw
028900             go to 2100-exit
029000     end-read.
029033
029066     add 1 to esc-log-read-count.
029100
029200     if alert-status = "OPEN"
029300         add 1 to esc-open-count
029400         perform 2200-check-age
029500             thru 2200-exit
029600     end-if.
029700
029800     write esc-work-record from alert-record.
029900
030000 2100-exit.
030100     exit.
030200
030300******************************************************
030400* 2200-CHECK-AGE
030500*
030600* An OPEN alert last issued at least the interval ago is
030700* escalated.  One whose timestamp will not parse is left
030800* alone rather than escalated on a guess.
030900******************************************************
031000 2200-check-age.
031100     move alert-last-issued-ts to esc-ts-source.
031200     perform 2250-timestamp-minutes
031300         thru 2250-exit.
031400     if not esc-ts-valid
031500         go to 2200-exit
031600     end-if.
031700
031800     compute esc-age-minutes =
031900         esc-now-minutes - esc-ts-minutes.
032000
032100     if esc-age-minutes < esc-interval-minutes
032200         go to 2200-exit
032300     end-if.
032400
032500     perform 3000-escalate-alert
032600         thru 3000-exit.
032700
032800 2200-exit.
032900     exit.
033000
033100******************************************************
033200* 2250-TIMESTAMP-MINUTES
033300*
033400* ESC-TS-SOURCE in minutes since day one of the calendar,
033500* into ESC-TS-MINUTES - ESC-TS-VALID is off when the
033600* timestamp will not parse.
033700******************************************************
033800 2250-timestamp-minutes.
033900     move "N" to esc-ts-valid-sw.
034000     move esc-ts-source (1:4) to esc-tw-yyyy.
034100     move esc-ts-source (6:2) to esc-tw-mm.
034200     move esc-ts-source (9:2) to esc-tw-dd.
034300     if esc-ts-date not numeric
034400        or esc-ts-source (12:2) not numeric
034500        or esc-ts-source (15:2) not numeric
034600         go to 2250-exit
034700     end-if.
034800     move esc-ts-source (12:2) to esc-ts-hh.
034900     move esc-ts-source (15:2) to esc-ts-mi.
035000
035100     compute esc-ts-minutes =
035200         function integer-of-date (esc-ts-date) * 1440
035300             + esc-ts-hh * 60 + esc-ts-mi.
035400     move "Y" to esc-ts-valid-sw.
035500
035600 2250-exit.
035700     exit.
035703
035706 2800-carry-late-entries.
035709     move zero to esc-log-reread-count.
035712     move "N" to esc-log-eof-sw.
035715     open input alert-log-file.
035718     if esc-log-file-status not = "00"
035721         go to 2800-exit
035724     end-if.
035727
035730     perform 2810-carry-one-entry
035733         thru 2810-exit
035736         until esc-log-eof.
035739
035742     close alert-log-file.
035745
035748 2800-exit.
035751     exit.
035754
035757 2810-carry-one-entry.
035760     read alert-log-file
035763         at end
035766             move "Y" to esc-log-eof-sw
035769             go to 2810-exit
035772     end-read.
035775
035778     add 1 to esc-log-reread-count.
035781     if esc-log-reread-count > esc-log-read-count
035784         write esc-work-record from alert-record
035787     end-if.
035790
035793 2810-exit.
035796     exit.
035800
035900 2900-copy-one-entry.
036000     read alert-work-file
036100         at end
036200             move "Y" to esc-work-eof-sw
036300         not at end
036400             write alert-record from esc-work-record
036500     end-read.
036600
036700 2900-exit.
036800     exit.
036900
037000******************************************************
037100* 3000-ESCALATE-ALERT
037200*
037300* One severity up (9 is the ceiling), the contact for
037400* that severity at this hour, the log entry updated and
037500* the alert re-issued to the console under an escalation
037600* banner.  An alert whose raised time will not parse is
037650* still escalated on its last-issued age, but its age
037660* since raised is shown as unknown, not guessed.
037700******************************************************
037800 3000-escalate-alert.
037900     if alert-severity < 9
038000         add 1 to alert-severity
038100     end-if.
038200     if alert-escalate-count < 99
038300         add 1 to alert-escalate-count
038400     end-if.
038500     move esc-timestamp to alert-last-issued-ts.
038600
038700     perform 3100-find-contact
038800         thru 3100-exit.
038900
039000     if esc-best-sub > zero
039100         move esc-ot-contact-name (esc-best-sub)
039200             to alert-contact-name
039300     else
039400         move spaces to alert-contact-name
039500     end-if.
039600
039700     add 1 to esc-escalated-count.
039800
039900     move alert-raised-ts to esc-ts-source.
040000     perform 2250-timestamp-minutes
040100         thru 2250-exit.
040200     if esc-ts-valid
040300         compute esc-age-minutes =
040400             esc-now-minutes - esc-ts-minutes
040500         move esc-age-minutes to esc-age-edit
040550     end-if.
040700
040800     display "HAMMER ALERT ESCALATION - SEVERITY "
040900         alert-severity " - ALERT " alert-number
041000         " STILL OPEN" upon console.
041100     display "    JOB=" alert-job " STEP=" alert-step " "
041200         alert-reason upon console.
041300     if esc-ts-valid
041350         display "    RAISED " alert-raised-ts (1:19)
041400             " - UNACKNOWLEDGED FOR " esc-age-edit " MINUTES"
041450             upon console
041460     else
041470         display "    RAISED " alert-raised-ts (1:19)
041480             " - RAISED TIME UNREADABLE, AGE UNKNOWN"
041490             upon console
041500     end-if.
041600     if esc-best-sub > zero
041700         display "    CALL " esc-ot-contact-name (esc-best-sub)
041800             " " esc-ot-phone (esc-best-sub) upon console
041900     else
042000         display "    NO ON-CALL CONTACT ON FILE FOR SEVERITY "
042100             alert-severity upon console
042200     end-if.
042300
042400 3000-exit.
042500     exit.
042600
042700******************************************************
042800* 3100-FIND-CONTACT
042900*
043000* The contact whose shift covers this hour at the
043100* alert's new severity - or, with nobody listed at that
043200* severity, the highest one below it that is covered, so
043300* an alert past the top of the list still goes to the
043400* last rung of the ladder.  ESC-BEST-SUB is zero when
043500* nobody at all is on for this hour.
043600******************************************************
043700 3100-find-contact.
043800     move zero to esc-best-sub.
043900     move zero to esc-best-severity.
044000
044100     perform 3110-weigh-one-contact
044200         thru 3110-exit
044300         varying esc-oncall-sub from 1 by 1
044400         until esc-oncall-sub > esc-oncall-count.
044500
044600 3100-exit.
044700     exit.
044800
044900 3110-weigh-one-contact.
045000     if esc-ot-severity (esc-oncall-sub) > alert-severity
045100        or esc-ot-severity (esc-oncall-sub)
045200               not > esc-best-severity
045300         go to 3110-exit
045400     end-if.
045500
045600     move "N" to esc-in-window-sw.
045700     evaluate true
045800         when esc-ot-start-time (esc-oncall-sub) = spaces
045900          and esc-ot-end-time (esc-oncall-sub) = spaces
046000             move "Y" to esc-in-window-sw
046100         when esc-ot-start-time (esc-oncall-sub)
046200                 not > esc-ot-end-time (esc-oncall-sub)
046300             if esc-now-hhmm
046400                     not < esc-ot-start-time (esc-oncall-sub)
046500                and esc-now-hhmm
046600                     < esc-ot-end-time (esc-oncall-sub)
046700                 move "Y" to esc-in-window-sw
046800             end-if
046900         when other
047000             if esc-now-hhmm
047100                     not < esc-ot-start-time (esc-oncall-sub)
047200                or esc-now-hhmm
047300                     < esc-ot-end-time (esc-oncall-sub)
047400                 move "Y" to esc-in-window-sw
047500             end-if
047600     end-evaluate.
047700
047800     if esc-in-window
047900         move esc-oncall-sub to esc-best-sub
048000         move esc-ot-severity (esc-oncall-sub)
048100             to esc-best-severity
048200     end-if.
048300
048400 3110-exit.
048500     exit.
048600
048700******************************************************
048800* 9900-CAPACITY-FAILURE
048900******************************************************
049000 9900-capacity-failure.
049100     if not esc-capacity-hit
049200         display "ALERTESC: TABLE CAPACITY EXCEEDED - "
049300             esc-capacity-item upon console
049400     end-if.
049500
049600     move "Y" to esc-capacity-hit-sw.
049700
049800 9900-exit.
049900     exit.
050000
050100******************************************************
050200* 9000-TERMINATE
050300*
050400* A one-line tally for the job log.  RETURN-CODE 8 only
050500* when the contact file overflowed - an escalation has
050600* already been to the console and needs no second alarm.
050700******************************************************
050800 9000-terminate.
050900     move esc-open-count to esc-count-edit.
051000     display "ALERTESC: " esc-count-edit " ALERT(S) OPEN".
051100     move esc-escalated-count to esc-count-edit.
051200     display "ALERTESC: " esc-count-edit " ESCALATED".
051300
051400     if esc-capacity-hit
051500         move 8 to return-code
051600     end-if.
051700
051800 9000-exit.
051900     exit.
