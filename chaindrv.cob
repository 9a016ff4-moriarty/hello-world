000010* chaindrv.cob Nightly chain driver for the HELLO batch suite.
000020* Until now the order of the nightly steps lived only in the
000030* scheduler and in each step's own gate (HELLO-PRED-STEP,
000040* CTLROLL-STEPS, ...). This program reads the STEPDEF step
000050* definitions and calls the steps one after another: each
000060* definition gives the step name, the program to call, the
000070* highest return code that lets the chain go on, whether the
000080* step runs every night, only on a business day, or only on
000090* the last business day of the month (judged from the RUNCTL
000100* processing date and the CALENDAR holidays, as CTLROLL
000110* judges them), and the run parameters to set in the
000120* environment before the call (see STEPDEF.cpy).
000130* With no STEPDEF file the standard nightly sequence is run:
000140* TRANEDIT, TRRECYC, HELLO (PROCESS mode), GLFEED, BALPROOF,
000150* MONTHEND (month-end only), RPTDIST, AUDARCH, CKPURGE, and
000160* CTLROLL, each allowed up to RC=4.
000170* Restart: before calling anything the driver reads JOBSTAT
000180* for the processing date. The leading steps that already
000190* ENDED within their RC limit are skipped, and the chain
000200* resumes at the first step that failed, was left STARTED by
000210* an abend, or never started; every step from there on runs.
000220* The chain stops at the first step that ends over its RC
000230* limit or cannot be called, and the rest are not run.
000240* Each run ends with a one-page chain summary on SYSOUT after
000250* the steps' own reports.
000260* RC=4 a step ended with a warning within its limit, RC=8
000270* chain stopped, RC=12 step definitions empty or in error
000280* (nothing run), RC=20 STEPDEF, CALENDAR, or JOBSTAT
000290* unreadable (nothing run).
000300* 2026-10-15 Initial version.
000310 identification division.
000320 program-id. chaindrv.
000330 environment division.
000340 input-output section.
000350 file-control.
000360     select sysout-file assign to "SYSOUT"
000370         organization is line sequential
000380         file status is ws-sysout-status.
000390     select step-def-file assign to "STEPDEF"
000400         organization is line sequential
000410         file status is ws-step-def-status.
000420     select calendar-file assign to "CALENDAR"
000430         organization is line sequential
000440         file status is ws-calendar-status.
000450     select audit-log assign to "AUDITLOG"
000460         organization is line sequential
000470         file status is ws-audit-log-status.
000480     select runctl-file assign to "RUNCTL"
000490         organization is line sequential
000500         file status is ws-runctl-status.
000510     select job-status-file assign to "JOBSTAT"
000520         organization is indexed
000530         access mode is random
000540         record key is js-key
000550         file status is ws-jobstat-status.
000560 data division.
000570 file section.
000580 fd  sysout-file
000590     recording mode is f.
000600 01  sysout-record             pic x(132).
000610 fd  step-def-file.
000620     copy "STEPDEF.cpy".
000630 fd  calendar-file.
000640     copy "CALREC.cpy".
000650 fd  audit-log.
000660 01  audit-record              pic x(80).
000670 fd  runctl-file.
000680     copy "RUNCTL.cpy".
000690 fd  job-status-file.
000700     copy "JOBSTAT.cpy".
000710 working-storage section.
000720     copy "JOBHDR.cpy".
000730 01  ws-site-name-disp         pic x(30)
000740         value "NIGHTLY CHAIN DRIVER".
000750 01  ws-page-no                pic 9(4) value 1.
000760 01  ws-page-no-disp           pic zzz9.
000770 01  ws-header-line-1          pic x(132).
000780 01  ws-header-line-2          pic x(132).
000790 01  ws-detail-line            pic x(132).
000800 01  ws-footer-line            pic x(132).
000810 01  ws-lines-on-page          pic 9(3) value zero.
000820 01  ws-max-lines-per-page     pic 9(3) value 060.
000830 01  ws-sysout-status          pic x(2).
000840 01  ws-step-def-status        pic x(2).
000850 01  ws-calendar-status        pic x(2).
000860 01  ws-audit-log-status       pic x(2).
000870 01  ws-runctl-status          pic x(2).
000880 01  ws-jobstat-status         pic x(2).
000890 01  ws-audit-line             pic x(80).
000900 01  ws-return-code-disp       pic 9(4).
000910 01  ws-open-failed            pic x value "N".
000920 01  ws-open-text              pic x(40) value spaces.
000930 01  ws-def-eof                pic x.
000940 01  ws-def-missing            pic x value "N".
000950 01  ws-def-full               pic x value "N".
000960 01  ws-def-errors             pic 9(4) value zero.
000970 01  ws-std-values.
000980     05  filler                pic x(26)
000990             value "TRANEDITtranedit04DAILY   ".
001000     05  filler                pic x(30) value spaces.
001010     05  filler                pic x(26)
001020             value "TRRECYC trrecyc 04DAILY   ".
001030     05  filler                pic x(30) value spaces.
001040     05  filler                pic x(26)
001050             value "HELLO   hello   04DAILY   ".
001060     05  filler                pic x(30)
001070             value "HELLO-RUN-MODE=PROCESS".
001080     05  filler                pic x(26)
001090             value "GLFEED  glfeed  04DAILY   ".
001100     05  filler                pic x(30) value spaces.
001110     05  filler                pic x(26)
001120             value "BALPROOFbalproof04DAILY   ".
001130     05  filler                pic x(30) value spaces.
001140     05  filler                pic x(26)
001150             value "MONTHENDmonthend04MONTHEND".
001160     05  filler                pic x(30) value spaces.
001170     05  filler                pic x(26)
001180             value "RPTDIST rptdist 04DAILY   ".
001190     05  filler                pic x(30) value spaces.
001200     05  filler                pic x(26)
001210             value "AUDARCH audarch 04DAILY   ".
001220     05  filler                pic x(30) value spaces.
001230     05  filler                pic x(26)
001240             value "CKPURGE ckpurge 04DAILY   ".
001250     05  filler                pic x(30) value spaces.
001260     05  filler                pic x(26)
001270             value "CTLROLL ctlroll 04DAILY   ".
001280     05  filler                pic x(30) value spaces.
001290 01  ws-std-table redefines ws-std-values.
001300     05  ws-std-entry occurs 10.
001310         10  ws-sd-name        pic x(8).
001320         10  ws-sd-program     pic x(8).
001330         10  ws-sd-max-rc      pic 9(2).
001340         10  ws-sd-when        pic x(8).
001350         10  ws-sd-params      pic x(30).
001360 01  ws-std-count              pic 9(4) comp value 10.
001370 01  ws-std-sub                pic 9(4) comp.
001380 01  ws-step-max               pic 9(4) comp value 30.
001390 01  ws-step-table.
001400     05  ws-step-count         pic 9(4) comp value zero.
001410     05  ws-step-entry occurs 30.
001420         10  ws-st-name        pic x(8).
001430         10  ws-st-program     pic x(8).
001440         10  ws-st-max-rc      pic 9(2).
001450         10  ws-st-when        pic x(8).
001460         10  ws-st-params      pic x(100).
001470         10  ws-st-prior-found pic x.
001480         10  ws-st-prior-status
001490                               pic x(8).
001500         10  ws-st-prior-rc    pic 9(4).
001510         10  ws-st-action      pic x(10).
001520         10  ws-st-rc          pic 9(4).
001530         10  ws-st-rc-set      pic x.
001540         10  ws-st-result      pic x(14).
001550 01  ws-step-sub               pic 9(4) comp.
001560 01  ws-step-due               pic x.
001570 01  ws-resume-sub             pic 9(4) comp value zero.
001580 01  ws-chain-stopped          pic x value "N".
001590 01  ws-stop-step              pic x(8) value spaces.
001600 01  ws-chain-warning          pic x value "N".
001610 01  ws-call-program           pic x(8).
001620 01  ws-call-missing           pic x.
001630 01  ws-call-site              pic x(4).
001640 01  ws-call-message           pic x(60).
001650 01  ws-call-mode              pic x(8).
001660 01  ws-step-rc                pic 9(4).
001670 01  ws-param-table.
001680     05  ws-param-pair         pic x(100) occurs 8.
001690 01  ws-param-sub              pic 9(4) comp.
001700 01  ws-env-name               pic x(30).
001710 01  ws-env-value              pic x(100).
001720 01  ws-cal-eof                pic x.
001730 01  ws-cal-missing            pic x value "N".
001740 01  ws-cal-bad                pic x value "N".
001750 01  ws-cal-max                pic 9(4) comp value 400.
001760 01  ws-cal-table.
001770     05  ws-cal-count          pic 9(4) comp value zero.
001780     05  ws-cal-day            pic x(8) occurs 400.
001790 01  ws-cal-sub                pic 9(4) comp.
001800 01  ws-cal-hit                pic x.
001810 01  ws-work-int               pic 9(8).
001820 01  ws-work-date              pic 9(8).
001830 01  ws-work-date-x redefines ws-work-date
001840                               pic x(8).
001850 01  ws-day-of-week            pic 9(1).
001860 01  ws-day-ok                 pic x.
001870 01  ws-next-found             pic x.
001880 01  ws-skip-limit             pic 9(3) comp value 60.
001890 01  ws-skip-count             pic 9(3) comp.
001900 01  ws-business-day           pic x value "N".
001910 01  ws-month-end              pic x value "N".
001920 01  ws-ran-count              pic 9(4) value zero.
001930 01  ws-skipped-count          pic 9(4) value zero.
001940 01  ws-not-due-count          pic 9(4) value zero.
001950 01  ws-not-run-count          pic 9(4) value zero.
001960 01  ws-seq-disp               pic z9.
001970 01  ws-max-rc-disp            pic z9.
001980 01  ws-rc-disp                pic zzz9.
001990 01  ws-count-disp             pic zzz9.
002000 01  ws-count-disp-2           pic zzz9.
002010 01  ws-count-disp-3           pic zzz9.
002020 01  ws-count-disp-4           pic zzz9.
002030 procedure division.
002040 main-para.
002050     move "CHAINDRV" to jh-job-name
002060     move "ALL" to jh-site-code
002070     perform initialize-run
002080     perform post-job-start
002090     perform print-report
002100     perform validate-run
002110     perform write-audit-record
002120     perform post-job-status
002130     goback.
002140 initialize-run.
002150     move function current-date (1:8) to jh-run-date
002160     move function current-date (9:6) to jh-run-time
002170     accept jh-operator-id from environment "USER"
002180     perform read-run-control.
002190 print-report.
002200     perform load-step-table
002210     if ws-open-failed = "N"
002220         perform load-calendar
002230     end-if
002240     if ws-open-failed = "N"
002250         perform judge-processing-date
002260         perform read-prior-status
002270     end-if
002280     if ws-open-failed = "N"
002290         and ws-def-errors = zero
002300         and ws-def-full = "N"
002310         and ws-step-count > zero
002320         perform find-resume-step
002330         perform run-chain
002340     end-if
002350     open extend sysout-file
002360     move zero to ws-lines-on-page
002370     perform write-report-header
002380     perform write-chain-summary
002390     perform write-report-footer
002400     close sysout-file.
002410 load-step-table.
002420     open input step-def-file
002430     if ws-step-def-status = "35"
002440         move "Y" to ws-def-missing
002450         perform load-standard-steps
002460     else
002470         if ws-step-def-status not = "00"
002480             move "Y" to ws-open-failed
002490             move "STEPDEF UNREADABLE" to ws-open-text
002500             display "CHAINDRV - STEPDEF OPEN FAILED, STATUS="
002510                 ws-step-def-status upon console end-display
002520         else
002530             move "N" to ws-def-eof
002540             perform until ws-def-eof = "Y"
002550                 read step-def-file
002560                     at end
002570                         move "Y" to ws-def-eof
002580                     not at end
002590                         perform load-one-step
002600                 end-read
002610             end-perform
002620             close step-def-file
002630         end-if
002640     end-if.
002650 load-standard-steps.
002660     perform varying ws-std-sub from 1 by 1
002670             until ws-std-sub > ws-std-count
002680         add 1 to ws-step-count
002690         move ws-step-count to ws-step-sub
002700         perform clear-step-entry
002710         move ws-sd-name (ws-std-sub) to ws-st-name (ws-step-sub)
002720         move ws-sd-program (ws-std-sub)
002730             to ws-st-program (ws-step-sub)
002740         move ws-sd-max-rc (ws-std-sub)
002750             to ws-st-max-rc (ws-step-sub)
002760         move ws-sd-when (ws-std-sub) to ws-st-when (ws-step-sub)
002770         move ws-sd-params (ws-std-sub)
002780             to ws-st-params (ws-step-sub)
002790     end-perform.
002800 load-one-step.
002810     if sd-step-name = spaces or sd-step-name (1:1) = "*"
002820         continue
002830     else
002840         if ws-step-count >= ws-step-max
002850             move "Y" to ws-def-full
002860         else
002870             add 1 to ws-step-count
002880             move ws-step-count to ws-step-sub
002890             perform clear-step-entry
002900             perform edit-one-step
002910         end-if
002920     end-if.
002930 clear-step-entry.
002940     move spaces to ws-step-entry (ws-step-sub)
002950     move "N" to ws-st-prior-found (ws-step-sub)
002960     move zero to ws-st-prior-rc (ws-step-sub)
002970     move zero to ws-st-max-rc (ws-step-sub)
002980     move zero to ws-st-rc (ws-step-sub)
002990     move "N" to ws-st-rc-set (ws-step-sub).
003000 edit-one-step.
003010     move sd-step-name to ws-st-name (ws-step-sub)
003020     if sd-program = spaces
003030         move function lower-case (sd-step-name)
003040             to ws-st-program (ws-step-sub)
003050     else
003060         move sd-program to ws-st-program (ws-step-sub)
003070     end-if
003080     if sd-run-when = spaces
003090         move "DAILY" to ws-st-when (ws-step-sub)
003100     else
003110         move sd-run-when to ws-st-when (ws-step-sub)
003120     end-if
003130     move sd-params to ws-st-params (ws-step-sub)
003140     if sd-max-rc-x = spaces
003150         move 4 to ws-st-max-rc (ws-step-sub)
003160     else
003170         if sd-max-rc is numeric
003180             move sd-max-rc to ws-st-max-rc (ws-step-sub)
003190         else
003200             move "INVALID" to ws-st-action (ws-step-sub)
003210             move "BAD MAX RC" to ws-st-result (ws-step-sub)
003220             add 1 to ws-def-errors
003230         end-if
003240     end-if
003250     if ws-st-action (ws-step-sub) = spaces
003260         and ws-st-when (ws-step-sub) not = "DAILY"
003270         and ws-st-when (ws-step-sub) not = "BUSDAY"
003280         and ws-st-when (ws-step-sub) not = "MONTHEND"
003290         move "INVALID" to ws-st-action (ws-step-sub)
003300         move "BAD RUN WHEN" to ws-st-result (ws-step-sub)
003310         add 1 to ws-def-errors
003320     end-if.
003330 load-calendar.
003340     move "N" to ws-cal-eof
003350     open input calendar-file
003360     if ws-calendar-status = "35"
003370         move "Y" to ws-cal-missing
003380     else
003390         if ws-calendar-status not = "00"
003400             move "Y" to ws-cal-bad
003410             move "Y" to ws-open-failed
003420             move "CALENDAR UNREADABLE" to ws-open-text
003430             display "CHAINDRV - CALENDAR OPEN FAILED, STATUS="
003440                 ws-calendar-status
003450                 " - CHAIN NOT RUN" upon console end-display
003460         else
003470             perform until ws-cal-eof = "Y"
003480                 read calendar-file
003490                     at end
003500                         move "Y" to ws-cal-eof
003510                     not at end
003520                         perform load-one-holiday
003530                 end-read
003540             end-perform
003550             close calendar-file
003560         end-if
003570     end-if.
003580 load-one-holiday.
003590     if cal-date is numeric
003600         and ws-cal-count < ws-cal-max
003610         add 1 to ws-cal-count
003620         move cal-date to ws-cal-day (ws-cal-count)
003630     end-if.
003640 judge-processing-date.
003650     move jh-run-date to ws-work-date-x
003660     compute ws-work-int =
003670         function integer-of-date (ws-work-date)
003680     perform check-business-day
003690     move ws-day-ok to ws-business-day
003700     move "N" to ws-next-found
003710     move zero to ws-skip-count
003720     perform until ws-next-found = "Y"
003730             or ws-skip-count > ws-skip-limit
003740         add 1 to ws-work-int
003750         add 1 to ws-skip-count
003760         compute ws-work-date =
003770             function date-of-integer (ws-work-int)
003780         perform check-business-day
003790         if ws-day-ok = "Y"
003800             move "Y" to ws-next-found
003810         end-if
003820     end-perform
003830     if ws-next-found = "Y"
003840         and ws-work-date-x (1:6) not = jh-run-date (1:6)
003850         move "Y" to ws-month-end
003860     end-if.
003870 check-business-day.
003880     compute ws-day-of-week =
003890         function mod (ws-work-int 7)
003900     if ws-day-of-week = 6 or ws-day-of-week = 0
003910         move "N" to ws-day-ok
003920     else
003930         perform check-holiday
003940         if ws-cal-hit = "Y"
003950             move "N" to ws-day-ok
003960         else
003970             move "Y" to ws-day-ok
003980         end-if
003990     end-if.
004000 check-holiday.
004010     move "N" to ws-cal-hit
004020     perform varying ws-cal-sub from 1 by 1
004030             until ws-cal-sub > ws-cal-count
004040             or ws-cal-hit = "Y"
004050         if ws-cal-day (ws-cal-sub) = ws-work-date-x
004060             move "Y" to ws-cal-hit
004070         end-if
004080     end-perform.
004090 read-prior-status.
004100     open input job-status-file
004110     if ws-jobstat-status = "00"
004120         perform varying ws-step-sub from 1 by 1
004130                 until ws-step-sub > ws-step-count
004140             perform read-one-prior-status
004150         end-perform
004160         close job-status-file
004170     else
004180         if ws-jobstat-status not = "35"
004190             move "Y" to ws-open-failed
004200             move "JOBSTAT UNREADABLE" to ws-open-text
004210             display "CHAINDRV - JOB STATUS OPEN FAILED, STATUS="
004220                 ws-jobstat-status
004230                 " - CHAIN NOT RUN" upon console end-display
004240         end-if
004250     end-if.
004260 read-one-prior-status.
004270     move jh-run-date to js-run-date
004280     move ws-st-name (ws-step-sub) to js-job-name
004290     read job-status-file
004300         invalid key
004310             move "N" to ws-st-prior-found (ws-step-sub)
004320         not invalid key
004330             move "Y" to ws-st-prior-found (ws-step-sub)
004340             move js-status to ws-st-prior-status (ws-step-sub)
004350             move js-return-code to ws-st-prior-rc (ws-step-sub)
004360     end-read.
004370 find-resume-step.
004380     move zero to ws-resume-sub
004390     perform varying ws-step-sub from 1 by 1
004400             until ws-step-sub > ws-step-count
004410             or ws-resume-sub > zero
004420         perform check-step-due
004430         if ws-step-due = "Y"
004440             if ws-st-prior-found (ws-step-sub) = "Y"
004450                 and (ws-st-prior-status (ws-step-sub) = "ENDED"
004460                 or ws-st-prior-status (ws-step-sub) = spaces)
004470                 and ws-st-prior-rc (ws-step-sub)
004480                     not > ws-st-max-rc (ws-step-sub)
004490                 continue
004500             else
004510                 move ws-step-sub to ws-resume-sub
004520             end-if
004530         end-if
004540     end-perform.
004550 check-step-due.
004560     evaluate ws-st-when (ws-step-sub)
004570         when "BUSDAY"
004580             move ws-business-day to ws-step-due
004590         when "MONTHEND"
004600             move ws-month-end to ws-step-due
004610         when other
004620             move "Y" to ws-step-due
004630     end-evaluate.
004640 run-chain.
004650     perform varying ws-step-sub from 1 by 1
004660             until ws-step-sub > ws-step-count
004670         perform check-step-due
004680         if ws-step-sub < ws-resume-sub or ws-resume-sub = zero
004690             if ws-step-due = "Y"
004700                 perform skip-ended-step
004710             else
004720                 perform skip-not-due-step
004730             end-if
004740         else
004750             if ws-chain-stopped = "Y"
004760                 move "NOT RUN" to ws-st-action (ws-step-sub)
004770                 add 1 to ws-not-run-count
004780             else
004790                 if ws-step-due = "Y"
004800                     perform run-one-step
004810                 else
004820                     perform skip-not-due-step
004830                 end-if
004840             end-if
004850         end-if
004860     end-perform.
004870 skip-ended-step.
004880     move "SKIPPED" to ws-st-action (ws-step-sub)
004890     move ws-st-prior-rc (ws-step-sub) to ws-st-rc (ws-step-sub)
004900     move "Y" to ws-st-rc-set (ws-step-sub)
004910     move "ENDED EARLIER" to ws-st-result (ws-step-sub)
004920     if ws-st-prior-rc (ws-step-sub) > zero
004930         move "Y" to ws-chain-warning
004940     end-if
004950     add 1 to ws-skipped-count.
004960 skip-not-due-step.
004970     move "NOT DUE" to ws-st-action (ws-step-sub)
004980     add 1 to ws-not-due-count.
004990 run-one-step.
005000     perform set-step-params
005010     move ws-st-program (ws-step-sub) to ws-call-program
005020     move spaces to ws-call-site
005030     move spaces to ws-call-message
005040     move spaces to ws-call-mode
005050     move "N" to ws-call-missing
005060     display "CHAINDRV - STARTING STEP " ws-st-name (ws-step-sub)
005070         " (" ws-call-program ")" upon console end-display
005080     move 0 to return-code
005090     call ws-call-program using ws-call-site
005100         ws-call-message ws-call-mode
005110         on exception
005120             move "Y" to ws-call-missing
005130     end-call
005140     if ws-call-missing = "Y"
005150         move "NOT FOUND" to ws-st-action (ws-step-sub)
005160         move "CANNOT CALL" to ws-st-result (ws-step-sub)
005170         move "Y" to ws-chain-stopped
005180         move ws-st-name (ws-step-sub) to ws-stop-step
005190         display "CHAINDRV - PROGRAM " ws-call-program
005200             " NOT FOUND - CHAIN STOPPED" upon console
005210             end-display
005220     else
005230         move return-code to ws-step-rc
005240         cancel ws-call-program
005250         add 1 to ws-ran-count
005260         move "RAN" to ws-st-action (ws-step-sub)
005270         move ws-step-rc to ws-st-rc (ws-step-sub)
005280         move "Y" to ws-st-rc-set (ws-step-sub)
005290         perform judge-step-rc
005300     end-if
005310     move 0 to return-code.
005320 judge-step-rc.
005330     if ws-step-rc > ws-st-max-rc (ws-step-sub)
005340         move "OVER LIMIT" to ws-st-result (ws-step-sub)
005350         move "Y" to ws-chain-stopped
005360         move ws-st-name (ws-step-sub) to ws-stop-step
005370         move ws-step-rc to ws-return-code-disp
005380         display "CHAINDRV - STEP " ws-st-name (ws-step-sub)
005390             " ENDED RC=" ws-return-code-disp
005400             " - CHAIN STOPPED" upon console end-display
005410     else
005420         if ws-step-rc > zero
005430             move "WARNING" to ws-st-result (ws-step-sub)
005440             move "Y" to ws-chain-warning
005450         else
005460             move "OK" to ws-st-result (ws-step-sub)
005470         end-if
005480     end-if.
005490 set-step-params.
005500     move spaces to ws-param-table
005510     unstring ws-st-params (ws-step-sub) delimited by ";"
005520         into ws-param-pair (1) ws-param-pair (2)
005530              ws-param-pair (3) ws-param-pair (4)
005540              ws-param-pair (5) ws-param-pair (6)
005550              ws-param-pair (7) ws-param-pair (8)
005560     end-unstring
005570     perform varying ws-param-sub from 1 by 1
005580             until ws-param-sub > 8
005590         if ws-param-pair (ws-param-sub) not = spaces
005600             perform set-one-param
005610         end-if
005620     end-perform.
005630 set-one-param.
005640     move spaces to ws-env-name
005650     move spaces to ws-env-value
005660     unstring ws-param-pair (ws-param-sub) delimited by "="
005670         into ws-env-name ws-env-value
005680     end-unstring
005690     if ws-env-name not = spaces
005700         display ws-env-name upon environment-name
005710         display ws-env-value upon environment-value
005720     end-if.
005730 write-chain-summary.
005740     move spaces to ws-detail-line
005750     string "  NIGHTLY CHAIN FOR PROCESSING DATE " jh-run-date
005760         "  CYCLE " jh-cycle-no
005770         delimited by size into ws-detail-line
005780     end-string
005790     perform print-detail-line
005800     if ws-def-missing = "Y"
005810         move "  STEPS: STANDARD NIGHTLY SEQUENCE (NO STEPDEF)"
005820             to ws-detail-line
005830     else
005840         move "  STEPS: FROM STEPDEF" to ws-detail-line
005850     end-if
005860     perform print-detail-line
005870     if ws-open-failed = "N"
005880         perform write-calendar-line
005890         perform write-restart-line
005900     end-if
005910     move spaces to ws-detail-line
005920     perform print-detail-line
005930     move "  SEQ  STEP      PROGRAM   WHEN      MAX RC  ACTION"
005940         to ws-detail-line
005950     move "     RC  RESULT" to ws-detail-line (53:15)
005960     perform print-detail-line
005970     perform varying ws-step-sub from 1 by 1
005980             until ws-step-sub > ws-step-count
005990         perform write-step-line
006000     end-perform
006010     if ws-def-full = "Y"
006020         move "  *** MORE THAN 30 STEPS DEFINED ***"
006030             to ws-detail-line
006040         perform print-detail-line
006050     end-if
006060     move spaces to ws-detail-line
006070     perform print-detail-line
006080     perform write-chain-outcome
006090     move ws-ran-count to ws-count-disp
006100     move ws-skipped-count to ws-count-disp-2
006110     move ws-not-due-count to ws-count-disp-3
006120     move ws-not-run-count to ws-count-disp-4
006130     move spaces to ws-detail-line
006140     string "  STEPS RUN: " ws-count-disp
006150         "   SKIPPED: " ws-count-disp-2
006160         "   NOT DUE: " ws-count-disp-3
006170         "   NOT RUN: " ws-count-disp-4
006180         delimited by size into ws-detail-line
006190     end-string
006200     perform print-detail-line.
006210 write-calendar-line.
006220     move spaces to ws-detail-line
006230     if ws-business-day = "Y"
006240         move "  CALENDAR: BUSINESS DAY" to ws-detail-line
006250         if ws-month-end = "Y"
006260             move ", MONTH-END" to ws-detail-line (25:11)
006270         end-if
006280     else
006290         move "  CALENDAR: NOT A BUSINESS DAY" to ws-detail-line
006300         if ws-month-end = "Y"
006310             move ", MONTH-END" to ws-detail-line (31:11)
006320         end-if
006330     end-if
006340     if ws-cal-missing = "Y"
006350         move "(NO CALENDAR FILE - WEEKENDS ONLY)"
006360             to ws-detail-line (45:34)
006370     end-if
006380     perform print-detail-line.
006390 write-restart-line.
006400     move spaces to ws-detail-line
006410     if ws-def-errors > zero or ws-def-full = "Y"
006420         or ws-step-count = zero
006430         continue
006440     else
006450         if ws-resume-sub = zero
006460             move "  RESTART: EVERY STEP ALREADY ENDED FOR THE"
006470                 to ws-detail-line
006480             move "DATE - NOTHING RUN" to ws-detail-line (45:18)
006490         else
006500             if ws-skipped-count > zero
006510                 string "  RESTART: RESUMED AT STEP "
006520                     ws-st-name (ws-resume-sub)
006530                     delimited by size into ws-detail-line
006540                 end-string
006550             else
006560                 move "  RESTART: NONE - FULL RUN"
006570                     to ws-detail-line
006580             end-if
006590         end-if
006600         perform print-detail-line
006610     end-if.
006620 write-step-line.
006630     move ws-step-sub to ws-seq-disp
006640     move ws-st-max-rc (ws-step-sub) to ws-max-rc-disp
006650     move spaces to ws-detail-line
006660     string "   " ws-seq-disp
006670         "  " ws-st-name (ws-step-sub)
006680         "  " ws-st-program (ws-step-sub)
006690         "  " ws-st-when (ws-step-sub)
006700         "  " ws-max-rc-disp
006710         "      " ws-st-action (ws-step-sub)
006720         delimited by size into ws-detail-line
006730     end-string
006740     if ws-st-rc-set (ws-step-sub) = "Y"
006750         move ws-st-rc (ws-step-sub) to ws-rc-disp
006760         move ws-rc-disp to ws-detail-line (56:4)
006770     end-if
006780     move ws-st-result (ws-step-sub) to ws-detail-line (61:14)
006790     perform print-detail-line.
006800 write-chain-outcome.
006810     evaluate true
006820         when ws-open-failed = "Y"
006830             move spaces to ws-detail-line
006840             string "  *** " ws-open-text
006850                 " - CHAIN NOT RUN ***"
006860                 delimited by size into ws-detail-line
006870             end-string
006880         when ws-def-errors > zero or ws-def-full = "Y"
006890             move spaces to ws-detail-line
006900             string "  *** STEP DEFINITIONS IN ERROR"
006910                 " - CHAIN NOT RUN ***"
006920                 delimited by size into ws-detail-line
006930             end-string
006940         when ws-step-count = zero
006950             move "  *** NO STEPS DEFINED - CHAIN NOT RUN ***"
006960                 to ws-detail-line
006970         when ws-chain-stopped = "Y"
006980             move spaces to ws-detail-line
006990             string "  *** CHAIN STOPPED AT STEP " ws-stop-step
007000                 " ***"
007010                 delimited by size into ws-detail-line
007020             end-string
007030         when other
007040             move "  CHAIN COMPLETE" to ws-detail-line
007050     end-evaluate
007060     perform print-detail-line.
007070 print-detail-line.
007080     display ws-detail-line end-display
007090     write sysout-record from ws-detail-line
007100     perform count-report-line.
007110 count-report-line.
007120     add 1 to ws-lines-on-page
007130     if ws-lines-on-page >= ws-max-lines-per-page
007140         perform write-report-header
007150     end-if.
007160 write-report-header.
007170     move ws-page-no to ws-page-no-disp
007180     move spaces to ws-header-line-1
007190     string "1RUN DATE: " jh-run-date
007200         "  CYCLE: " jh-cycle-no
007210         "   PAGE: " ws-page-no-disp
007220         "   JOB: " jh-job-name
007230         delimited by size into ws-header-line-1
007240     end-string
007250     move spaces to ws-header-line-2
007260     string "  SITE: " jh-site-code
007270         " (" ws-site-name-disp ")"
007280         "   TIME: " jh-run-time
007290         "   USER: " jh-operator-id
007300         delimited by size into ws-header-line-2
007310     end-string
007320     display ws-header-line-1 (2:131) end-display
007330     write sysout-record from ws-header-line-1
007340     write sysout-record from ws-header-line-2
007350     add 1 to ws-page-no
007360     move zero to ws-lines-on-page.
007370 write-report-footer.
007380     move "  *** END OF REPORT ***" to ws-footer-line
007390     display ws-footer-line end-display
007400     write sysout-record from ws-footer-line.
007410 validate-run.
007420     if ws-sysout-status = "00"
007430         move 0 to jh-return-code
007440     else
007450         move 16 to jh-return-code
007460     end-if
007470     if ws-open-failed = "Y"
007480         move 20 to jh-return-code
007490     end-if
007500     if jh-return-code = 0 and ws-chain-stopped = "Y"
007510         move 8 to jh-return-code
007520     end-if
007530     if jh-return-code = 0
007540         and (ws-def-errors > zero or ws-def-full = "Y"
007550         or ws-step-count = zero)
007560         move 12 to jh-return-code
007570     end-if
007580     if jh-return-code = 0 and ws-chain-warning = "Y"
007590         move 4 to jh-return-code
007600     end-if
007610     move jh-return-code to return-code.
007620 write-audit-record.
007630     move jh-return-code to ws-return-code-disp
007640     move spaces to ws-audit-line
007650     string jh-run-date "-" jh-run-time
007660         " JOB=" jh-job-name
007670         " SITE=" jh-site-code
007680         " RC=" ws-return-code-disp
007690         delimited by size into ws-audit-line
007700     end-string
007710     open extend audit-log
007720     write audit-record from ws-audit-line
007730     if ws-audit-log-status not = "00"
007740         display "CHAINDRV - AUDIT LOG WRITE FAILED, STATUS="
007750             ws-audit-log-status upon console end-display
007760         if jh-return-code = 0
007770             move 24 to jh-return-code
007780             move jh-return-code to return-code
007790         end-if
007800     end-if
007810     close audit-log.
007820 read-run-control.
007830     open input runctl-file
007840     if ws-runctl-status = "00"
007850         read runctl-file
007860             at end
007870                 continue
007880             not at end
007890                 if ctl-process-date is numeric
007900                     move ctl-process-date to jh-run-date
007910                 end-if
007920                 if ctl-cycle-number is numeric
007930                     move ctl-cycle-number to jh-cycle-no
007940                 end-if
007950         end-read
007960         close runctl-file
007970     end-if.
007980 post-job-status.
007990     open i-o job-status-file
008000     if ws-jobstat-status = "35"
008010         open output job-status-file
008020         close job-status-file
008030         open i-o job-status-file
008040     end-if
008050     if ws-jobstat-status = "00"
008060         move jh-run-date to js-run-date
008070         move jh-job-name to js-job-name
008080         move function current-date (9:6) to js-run-time
008090         move jh-site-code to js-site-code
008100         move jh-return-code to js-return-code
008110         move "ENDED" to js-status
008120         move jh-run-time to js-start-time
008130         write js-status-record
008140             invalid key
008150                 rewrite js-status-record
008160                     invalid key
008170                         continue
008180                 end-rewrite
008190         end-write
008200         close job-status-file
008210     else
008220         display "CHAINDRV - JOB STATUS OPEN FAILED, STATUS="
008230             ws-jobstat-status upon console end-display
008240     end-if.
008250 post-job-start.
008260     open i-o job-status-file
008270     if ws-jobstat-status = "35"
008280         open output job-status-file
008290         close job-status-file
008300         open i-o job-status-file
008310     end-if
008320     if ws-jobstat-status = "00"
008330         move jh-run-date to js-run-date
008340         move jh-job-name to js-job-name
008350         move jh-run-time to js-run-time
008360         move jh-site-code to js-site-code
008370         move zero to js-return-code
008380         move "STARTED" to js-status
008390         move jh-run-time to js-start-time
008400         write js-status-record
008410             invalid key
008420                 rewrite js-status-record
008430                     invalid key
008440                         continue
008450                 end-rewrite
008460         end-write
008470         close job-status-file
008480     else
008490         display "CHAINDRV - JOB STATUS OPEN FAILED, STATUS="
008500             ws-jobstat-status upon console end-display
008510     end-if.
008520 end program chaindrv.
