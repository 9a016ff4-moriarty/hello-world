000010* thpurge.cob Detail-history housekeeping for the HELLO batch
000020* suite. Deletes TRANHIST posted-detail records whose business
000030* date is older than the retention period, printing a report of
000040* what was purged and what remains per site so the history stays
000050* the size the dispute window needs and no bigger. Retention
000060* defaults to 400 days (a year of disputes plus the month-end
000070* slack) and can be overridden through the THPURGE-RETAIN-DAYS
000080* environment name. Details dated today are never purged,
000090* whatever the retention says.
000100* 2026-10-15 Initial version, modelled on CKPURGE.
000110 identification division.
000120 program-id. thpurge.
000130 environment division.
000140 input-output section.
000150 file-control.
000160     select sysout-file assign to "SYSOUT"
000170         organization is line sequential
000180         file status is ws-sysout-status.
000190     select trans-history assign to "TRANHIST"
000200         organization is indexed
000210         access mode is dynamic
000220         record key is th-key
000230         alternate record key is th-trans-id with duplicates
000240         file status is ws-trans-hist-status.
000250     select audit-log assign to "AUDITLOG"
000260         organization is line sequential
000270         file status is ws-audit-log-status.
000280     select runctl-file assign to "RUNCTL"
000290         organization is line sequential
000300         file status is ws-runctl-status.
000310     select job-status-file assign to "JOBSTAT"
000320         organization is indexed
000330         access mode is random
000340         record key is js-key
000350         file status is ws-jobstat-status.
000360 data division.
000370 file section.
000380 fd  sysout-file
000390     recording mode is f.
000400 01  sysout-record             pic x(132).
000410 fd  trans-history.
000420     copy "TRANHIST.cpy".
000430 fd  audit-log.
000440 01  audit-record              pic x(80).
000450 fd  runctl-file.
000460     copy "RUNCTL.cpy".
000470 fd  job-status-file.
000480     copy "JOBSTAT.cpy".
000490 working-storage section.
000500     copy "JOBHDR.cpy".
000510 01  ws-site-name-disp         pic x(30)
000520         value "DETAIL HISTORY HOUSEKEEPING".
000530 01  ws-page-no                pic 9(4) value 1.
000540 01  ws-page-no-disp           pic zzz9.
000550 01  ws-header-line-1          pic x(132).
000560 01  ws-header-line-2          pic x(132).
000570 01  ws-detail-line            pic x(132).
000580 01  ws-footer-line            pic x(132).
000590 01  ws-lines-on-page          pic 9(3) value zero.
000600 01  ws-max-lines-per-page     pic 9(3) value 060.
000610 01  ws-sysout-status          pic x(2).
000620 01  ws-trans-hist-status      pic x(2).
000630 01  ws-audit-log-status       pic x(2).
000640 01  ws-runctl-status          pic x(2).
000650 01  ws-jobstat-status         pic x(2).
000660 01  ws-audit-line             pic x(80).
000670 01  ws-return-code-disp       pic 9(4).
000680 01  ws-hist-eof               pic x.
000690 01  ws-hist-open              pic x value "N".
000700 01  ws-hist-missing           pic x value "N".
000710 01  ws-retain-days-x          pic x(3).
000720 01  ws-retain-days            pic 9(3) value 400.
000730 01  ws-today-9                pic 9(8).
000740 01  ws-cutoff-int             pic 9(8).
000750 01  ws-cutoff-9               pic 9(8).
000760 01  ws-cutoff-date            pic x(8).
000770 01  ws-site-max               pic 9(4) comp value 500.
000780 01  ws-site-table.
000790     05  ws-site-count         pic 9(4) comp value zero.
000800     05  ws-site-entry occurs 500.
000810         10  ws-st-code        pic x(4).
000820         10  ws-st-purged      pic 9(7).
000830         10  ws-st-kept        pic 9(7).
000840 01  ws-sub                    pic 9(4) comp.
000850 01  ws-hit-sub                pic 9(4) comp.
000860 01  ws-read-count             pic 9(9) value zero.
000870 01  ws-purge-count            pic 9(9) value zero.
000880 01  ws-keep-count             pic 9(9) value zero.
000890 01  ws-count-disp             pic zzzzzzzz9.
000900 procedure division.
000910 main-para.
000920     move "THPURGE" to jh-job-name
000930     move "ALL" to jh-site-code
000940     perform initialize-run
000950     perform post-job-start
000960     perform print-report
000970     perform validate-run
000980     perform write-audit-record
000990     perform post-job-status
001000     goback.
001010 initialize-run.
001020     move function current-date (1:8) to jh-run-date
001030     move function current-date (9:6) to jh-run-time
001040     accept jh-operator-id from environment "USER"
001050     perform read-run-control
001060     move spaces to ws-retain-days-x
001070     accept ws-retain-days-x
001080         from environment "THPURGE-RETAIN-DAYS"
001090     if ws-retain-days-x = spaces
001100         or ws-retain-days-x = low-values
001110         continue
001120     else
001130         if function test-numval (ws-retain-days-x) = zero
001140             compute ws-retain-days =
001150                 function numval (ws-retain-days-x)
001160         else
001170             display "THPURGE - THPURGE-RETAIN-DAYS VALUE "
001180                 ws-retain-days-x " NOT NUMERIC, USING "
001190                 ws-retain-days " DAYS"
001200                 upon console end-display
001210         end-if
001220     end-if
001230     move jh-run-date to ws-today-9
001240     compute ws-cutoff-int =
001250         function integer-of-date (ws-today-9) - ws-retain-days
001260     compute ws-cutoff-9 =
001270         function date-of-integer (ws-cutoff-int)
001280     move ws-cutoff-9 to ws-cutoff-date.
001290 print-report.
001300     open extend sysout-file
001310     move zero to ws-lines-on-page
001320     perform write-report-header
001330     perform write-retention-line
001340     perform purge-trans-history
001350     if ws-hist-open = "Y"
001360         perform write-site-lines
001370         perform write-report-totals
001380     end-if
001390     if ws-hist-missing = "Y"
001400         move "  (NO DETAIL HISTORY FILE - NOTHING TO PURGE)"
001410             to ws-detail-line
001420         perform print-detail-line
001430     end-if
001440     perform write-report-footer
001450     close sysout-file.
001460 write-retention-line.
001470     move spaces to ws-detail-line
001480     string "  RETENTION: " ws-retain-days
001490         " DAYS - PURGING DETAILS DATED BEFORE "
001500         ws-cutoff-date
001510         delimited by size into ws-detail-line
001520     end-string
001530     perform print-detail-line.
001540 purge-trans-history.
001550     move "N" to ws-hist-eof
001560     open i-o trans-history
001570     if ws-trans-hist-status = "35"
001580         move "Y" to ws-hist-missing
001590     else
001600         if ws-trans-hist-status not = "00"
001610             display "THPURGE - DETAIL HISTORY OPEN FAILED,"
001620                 " STATUS=" ws-trans-hist-status
001625                 upon console end-display
001630         else
001640             move "Y" to ws-hist-open
001650             perform until ws-hist-eof = "Y"
001660                 read trans-history next
001670                     at end
001680                         move "Y" to ws-hist-eof
001690                     not at end
001700                         add 1 to ws-read-count
001710                         perform judge-one-detail
001720                 end-read
001730             end-perform
001740             close trans-history
001750         end-if
001760     end-if.
001770 judge-one-detail.
001780     if th-business-date < ws-cutoff-date
001790         and th-business-date not = jh-run-date
001800         delete trans-history
001810             invalid key
001820                 display "THPURGE - DELETE FAILED, KEY="
001830                     th-key upon console end-display
001840         end-delete
001850         if ws-trans-hist-status = "00"
001860             add 1 to ws-purge-count
001870             perform tally-site-purged
001880         else
001890             add 1 to ws-keep-count
001900             perform tally-site-kept
001910         end-if
001920     else
001930         add 1 to ws-keep-count
001940         perform tally-site-kept
001950     end-if.
001960 tally-site-purged.
001970     perform find-site-entry
001980     if ws-hit-sub > zero
001990         add 1 to ws-st-purged (ws-hit-sub)
002000     end-if.
002010 tally-site-kept.
002020     perform find-site-entry
002030     if ws-hit-sub > zero
002040         add 1 to ws-st-kept (ws-hit-sub)
002050     end-if.
002060 find-site-entry.
002070     move zero to ws-hit-sub
002080     perform varying ws-sub from 1 by 1
002090             until ws-sub > ws-site-count
002100             or ws-hit-sub > zero
002110         if ws-st-code (ws-sub) = th-site-code
002120             move ws-sub to ws-hit-sub
002130         end-if
002140     end-perform
002150     if ws-hit-sub = zero
002160         if ws-site-count < ws-site-max
002170             add 1 to ws-site-count
002180             move ws-site-count to ws-hit-sub
002190             move th-site-code to ws-st-code (ws-hit-sub)
002200             move zero to ws-st-purged (ws-hit-sub)
002210             move zero to ws-st-kept (ws-hit-sub)
002220         end-if
002230     end-if.
002240 write-site-lines.
002250     move spaces to ws-detail-line
002260     perform print-detail-line
002270     move "  DETAILS BY SITE" to ws-detail-line
002280     perform print-detail-line
002290     perform varying ws-sub from 1 by 1
002300             until ws-sub > ws-site-count
002310         move spaces to ws-detail-line
002320         string "    SITE " ws-st-code (ws-sub)
002330             "  PURGED: " ws-st-purged (ws-sub)
002340             "  REMAINING: " ws-st-kept (ws-sub)
002350             delimited by size into ws-detail-line
002360         end-string
002370         perform print-detail-line
002380     end-perform
002390     if ws-site-count = zero
002400         move "    (FILE IS EMPTY)" to ws-detail-line
002410         perform print-detail-line
002420     end-if.
002430 write-report-totals.
002440     move spaces to ws-detail-line
002450     perform print-detail-line
002460     move ws-read-count to ws-count-disp
002470     move spaces to ws-detail-line
002480     string "  DETAILS READ:        " ws-count-disp
002490         delimited by size into ws-detail-line
002500     end-string
002510     perform print-detail-line
002520     move ws-purge-count to ws-count-disp
002530     move spaces to ws-detail-line
002540     string "  DETAILS PURGED:      " ws-count-disp
002550         delimited by size into ws-detail-line
002560     end-string
002570     perform print-detail-line
002580     move ws-keep-count to ws-count-disp
002590     move spaces to ws-detail-line
002600     string "  DETAILS KEPT:        " ws-count-disp
002610         delimited by size into ws-detail-line
002620     end-string
002630     perform print-detail-line.
002640 print-detail-line.
002650     display ws-detail-line end-display
002660     write sysout-record from ws-detail-line
002670     perform count-report-line.
002680 count-report-line.
002690     add 1 to ws-lines-on-page
002700     if ws-lines-on-page >= ws-max-lines-per-page
002710         perform write-report-header
002720     end-if.
002730 write-report-header.
002740     move ws-page-no to ws-page-no-disp
002750     move spaces to ws-header-line-1
002760     string "1RUN DATE: " jh-run-date
002770         "  CYCLE: " jh-cycle-no
002780         "   PAGE: " ws-page-no-disp
002790         "   JOB: " jh-job-name
002800         delimited by size into ws-header-line-1
002810     end-string
002820     move spaces to ws-header-line-2
002830     string "  SITE: " jh-site-code
002840         " (" ws-site-name-disp ")"
002850         "   TIME: " jh-run-time
002860         "   USER: " jh-operator-id
002870         delimited by size into ws-header-line-2
002880     end-string
002890     display ws-header-line-1 (2:131) end-display
002900     write sysout-record from ws-header-line-1
002910     write sysout-record from ws-header-line-2
002920     add 1 to ws-page-no
002930     move zero to ws-lines-on-page.
002940 write-report-footer.
002950     move "  *** END OF REPORT ***" to ws-footer-line
002960     display ws-footer-line end-display
002970     write sysout-record from ws-footer-line.
002980 validate-run.
002990     if ws-sysout-status = "00"
003000         move 0 to jh-return-code
003010     else
003020         move 16 to jh-return-code
003030     end-if
003040     if ws-hist-open = "N" and ws-hist-missing = "N"
003050         move 20 to jh-return-code
003060     end-if
003070     move jh-return-code to return-code.
003080 write-audit-record.
003090     move jh-return-code to ws-return-code-disp
003100     move spaces to ws-audit-line
003110     string jh-run-date "-" jh-run-time
003120         " JOB=" jh-job-name
003130         " SITE=" jh-site-code
003140         " RC=" ws-return-code-disp
003150         delimited by size into ws-audit-line
003160     end-string
003170     open extend audit-log
003180     write audit-record from ws-audit-line
003190     if ws-audit-log-status not = "00"
003200         display "THPURGE - AUDIT LOG WRITE FAILED, STATUS="
003210             ws-audit-log-status upon console end-display
003220         if jh-return-code = 0
003230             move 24 to jh-return-code
003240             move jh-return-code to return-code
003250         end-if
003260     end-if
003270     close audit-log.
003280 read-run-control.
003290     open input runctl-file
003300     if ws-runctl-status = "00"
003310         read runctl-file
003320             at end
003330                 continue
003340             not at end
003350                 if ctl-process-date is numeric
003360                     move ctl-process-date to jh-run-date
003370                 end-if
003380                 if ctl-cycle-number is numeric
003390                     move ctl-cycle-number to jh-cycle-no
003400                 end-if
003410         end-read
003420         close runctl-file
003430     end-if.
003440 post-job-status.
003450     open i-o job-status-file
003460     if ws-jobstat-status = "35"
003470         open output job-status-file
003480         close job-status-file
003490         open i-o job-status-file
003500     end-if
003510     if ws-jobstat-status = "00"
003520         move jh-run-date to js-run-date
003530         move jh-job-name to js-job-name
003540         move function current-date (9:6) to js-run-time
003550         move jh-site-code to js-site-code
003560         move jh-return-code to js-return-code
003570         move "ENDED" to js-status
003580         move jh-run-time to js-start-time
003590         write js-status-record
003600             invalid key
003610                 rewrite js-status-record
003620                     invalid key
003630                         continue
003640                 end-rewrite
003650         end-write
003660         close job-status-file
003670     else
003680         display "THPURGE - JOB STATUS OPEN FAILED, STATUS="
003690             ws-jobstat-status upon console end-display
003700     end-if.
003710 post-job-start.
003720     open i-o job-status-file
003730     if ws-jobstat-status = "35"
003740         open output job-status-file
003750         close job-status-file
003760         open i-o job-status-file
003770     end-if
003780     if ws-jobstat-status = "00"
003790         move jh-run-date to js-run-date
003800         move jh-job-name to js-job-name
003810         move jh-run-time to js-run-time
003820         move jh-site-code to js-site-code
003830         move zero to js-return-code
003840         move "STARTED" to js-status
003850         move jh-run-time to js-start-time
003860         write js-status-record
003870             invalid key
003880                 rewrite js-status-record
003890                     invalid key
003900                         continue
003910                 end-rewrite
003920         end-write
003930         close job-status-file
003940     else
003950         display "THPURGE - JOB STATUS OPEN FAILED, STATUS="
003960             ws-jobstat-status upon console end-display
003970     end-if.
003980 end program thpurge.
