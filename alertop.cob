001800* MODIFICATION HISTORY
001900* 2026-08-09  RLB  Written as the ALERT step target for the
002000*                  HAMMER JCL's condition-code check.
002010* 2026-10-15  RLB  Optional ALERTIN detail file - when the
002020*                  step allocates one, each line on it is
002030*                  echoed to the console under the banner
002040*                  (up to a limit), so an alert can name
002050*                  the files behind it instead of sending
002060*                  the operator off to find a report.
002061* 2026-10-15  RLB  Every alert is numbered and entered
002062*                  OPEN on the ALERT-LOG, with its job,
002063*                  step and reason split off PARM=, so a
002064*                  missed console message can still be
002065*                  acknowledged, escalated and reported
002066*                  on.  The number goes out under the
002067*                  banner for the acknowledgement.
002100******************************************************

002200 identification division.

002400 environment division.

002410 input-output section.
002420 file-control.
002430******************************************************
002440* ALERTIN is allocated only by the steps that have detail
002450* to pass on; everywhere else the open fails and the
002460* banner goes out on its own, exactly as before.
002470******************************************************
002480     select alert-detail-file
002490         assign to alertin
002491         organization is line sequential
002492         file status is alo-detail-file-status.

002493******************************************************
002494* ALERTLOG is on every ALERTOP step.  It is read to the
002495* end for the last alert number, then extended with this
002496* one.
002497******************************************************
002498     select alert-log-file
002499         assign to alertlog
002499         organization is line sequential
002499         file status is alo-log-file-status.

002500 data division.

002510 file section.
002520 fd  alert-detail-file.
002530 01  alo-detail-line                pic x(132).

002540 fd  alert-log-file.
002550     copy "alertrec.cpy".

002600 working-storage section.
002650******************************************************
002660* Sized for the worst case - the 29-byte banner literal
002696******************************************************
002700 01  alo-message-text               pic x(107).

002710 01  alo-detail-file-status         pic x(02).
002720 01  alo-detail-eof-sw              pic x(01) value "N".
002730     88 alo-detail-eof              value "Y".
002740 01  alo-detail-count               pic 9(05) comp value zero.
002750 01  alo-detail-max                 pic 9(05) comp value 50.
002760 01  alo-detail-more                pic 9(05) comp value zero.
002770 01  alo-detail-more-edit           pic zz,zz9.

002771 01  alo-log-file-status            pic x(02).
002772 01  alo-log-eof-sw                 pic x(01) value "N".
002773     88 alo-log-eof                 value "Y".
002774 01  alo-logged-sw                  pic x(01) value "N".
002775     88 alo-logged                  value "Y".
002776 01  alo-last-number                pic 9(06) value zero.
002777 01  alo-alert-number               pic 9(06) value zero.

002778 01  alo-system-date.
002779     05  alo-sd-yyyy                pic 9(04).
002780     05  alo-sd-mm                  pic 9(02).
002781     05  alo-sd-dd                  pic 9(02).
002782 01  alo-system-time.
002783     05  alo-st-hh                  pic 9(02).
002784     05  alo-st-mm                  pic 9(02).
002785     05  alo-st-ss                  pic 9(02).
002786     05  alo-st-hs                  pic 9(02).

002787******************************************************
002788* PARM= is JOB=name STEP=name reason - the first two
002789* words are split off for the log, and everything after
002790* them is the reason.
002791******************************************************
002792 01  alo-parm-word-1                pic x(20).
002793 01  alo-parm-word-2                pic x(20).
002794 01  alo-parm-ptr                   pic 9(04) comp.

002800 linkage section.
002810******************************************************
002820* PARM= is passed to a batch main program as a halfword
003500* supplied on the JCL PARM= for this step - normally the
003600* failing job and step name - which gets wrapped in a
003700* standard banner and written to the console via DISPLAY
003800* UPON CONSOLE.  The alert is logged first so its number
003801* can go out under the banner.
003810******************************************************
003900 0000-mainline.
003910     perform 2000-log-alert
003920         thru 2000-exit.

004000     move spaces to alo-message-text.
004100     string "HAMMER NIGHTLY BUILD ALERT - " delimited by size
004200         alo-alert-parm-text delimited by size

004400     display alo-message-text upon console.

004401     if alo-logged
004402         display "    ALERT " alo-alert-number
004403             " LOGGED OPEN - ACKNOWLEDGE IT THROUGH ALERTACK"
004404             upon console
004405     else
004406         display "    ALERT NOT LOGGED - ALERT LOG STATUS "
004407             alo-log-file-status upon console
004408     end-if.

004410     perform 1000-echo-details
004420         thru 1000-exit.

004500     stop run.

004510******************************************************
004520* 1000-ECHO-DETAILS
004530*
004540* Echoes each non-blank ALERTIN line under the banner.
004550* Past ALO-DETAIL-MAX lines the rest are only counted, so
004560* a mass failure cannot flood the console - the full list
004570* is on the calling step's own report.
004580******************************************************
004590 1000-echo-details.
004600     open input alert-detail-file.
004610     if alo-detail-file-status not = "00"
004620         go to 1000-exit
004630     end-if.

004640     perform 1100-echo-one-line
004650         thru 1100-exit
004660         until alo-detail-eof.

004670     close alert-detail-file.

004680     if alo-detail-more > zero
004690         move alo-detail-more to alo-detail-more-edit
004700         display "    ... AND " alo-detail-more-edit
004710             " MORE - SEE THE STEP REPORT" upon console
004720     end-if.

004730 1000-exit.
004740     exit.

004750 1100-echo-one-line.
004760     read alert-detail-file
004770         at end
004780             move "Y" to alo-detail-eof-sw
004790             go to 1100-exit
004800     end-read.

004810     if alo-detail-line = spaces
004820         go to 1100-exit
004830     end-if.

004840     if alo-detail-count >= alo-detail-max
004850         add 1 to alo-detail-more
004860         go to 1100-exit
004870     end-if.

004880     add 1 to alo-detail-count.
004890     display "    " alo-detail-line upon console.

004900 1100-exit.
004910     exit.

004920******************************************************
004930* 2000-LOG-ALERT
004940*
004950* Numbers the alert one past the last on the log and
004960* appends it OPEN at severity 1.  A log that cannot be
004970* written never stops the alert itself - the banner
004980* still goes out, saying the alert was not logged.
004990******************************************************
005000 2000-log-alert.
005010     open input alert-log-file.
005020     if alo-log-file-status = "00"
005030         perform 2100-read-last-number
005040             thru 2100-exit
005050             until alo-log-eof
005060         close alert-log-file
005070     end-if.

005080     if alo-last-number = 999999
005090         move 1 to alo-alert-number
005100     else
005110         compute alo-alert-number = alo-last-number + 1
005120     end-if.

005130     accept alo-system-date from date yyyymmdd.
005140     accept alo-system-time from time.

005150     move spaces to alert-record.
005160     move alo-alert-number to alert-number.
005170     string alo-sd-yyyy "-" alo-sd-mm "-" alo-sd-dd " "
005180         alo-st-hh ":" alo-st-mm ":" alo-st-ss
005190                                 into alert-raised-ts.
005200     move alert-raised-ts to alert-last-issued-ts.
005210     move 1 to alert-severity.
005220     move "OPEN" to alert-status.
005230     move zero to alert-escalate-count.

005240     if alo-parm-len > zero and alo-parm-len not > 78
005250         perform 2200-split-parm
005260             thru 2200-exit
005270     end-if.

005280     open extend alert-log-file.
005290     if alo-log-file-status = "35"
005300         open output alert-log-file
005310     end-if.
005320     if alo-log-file-status not = "00"
005330         go to 2000-exit
005340     end-if.

005350     write alert-record.
005360     if alo-log-file-status = "00"
005370         move "Y" to alo-logged-sw
005380     end-if.

005390     close alert-log-file.

005400 2000-exit.
005410     exit.

005420 2100-read-last-number.
005430     read alert-log-file
005440         at end
005450             move "Y" to alo-log-eof-sw
005460             go to 2100-exit
005470     end-read.

005480     if alert-number is numeric
005490        and alert-number > alo-last-number
005500         move alert-number to alo-last-number
005510     end-if.

005520 2100-exit.
005530     exit.

005540 2200-split-parm.
005550     move spaces to alo-parm-word-1.
005560     move spaces to alo-parm-word-2.
005570     move 1 to alo-parm-ptr.
005580     unstring alo-alert-parm-text (1:alo-parm-len)
005590         delimited by all space
005600         into alo-parm-word-1 alo-parm-word-2
005610         with pointer alo-parm-ptr.

005620     if alo-parm-word-1 (1:4) = "JOB="
005630         move alo-parm-word-1 (5:8) to alert-job
005640     else
005650         move alo-parm-word-1 to alert-job
005660     end-if.

005670     if alo-parm-word-2 (1:5) = "STEP="
005680         move alo-parm-word-2 (6:8) to alert-step
005690     else
005700         move alo-parm-word-2 to alert-step
005710     end-if.

005720     if alo-parm-ptr not > alo-parm-len
005730         move alo-alert-parm-text
005740                 (alo-parm-ptr:alo-parm-len - alo-parm-ptr + 1)
005750             to alert-reason
005760     end-if.

005770 2200-exit.
005780     exit.
