000010* traninq.cob Operator posted-transaction inquiry for the HELLO
000020* batch suite. Answers the help-desk question a site asks when
000030* it disputes a figure - which transactions made it up - with
000040* keyed reads of the TRANHIST detail history HELLO PROCESS
000050* mode writes, in the same one-screenful style as SITEINQ.
000060* Two ways in:
000070*   TRANINQ-ID names a trans-id and lists every posting of it
000080*   wherever it landed, through the history's alternate
000090*   trans-id key (TRANINQ-SITE, when also set, narrows the
000100*   list to one site).
000110*   TRANINQ-SITE without an id lists the site's details for
000120*   the TRANINQ-FROM to TRANINQ-TO business dates in date
000130*   order with a running item count and net amount after each
000140*   line, then the range totals. FROM defaults to the RUNCTL
000150*   business date and TO defaults to FROM.
000160* Read-only against the history; safe to run while the daytime
000170* belongs to the operators.
000180* 2026-10-15 Initial version.
000181* 2026-10-15 A detail ADJPOST has adjusted shows the number of
000182*            adjustments and their net under its line, and the
000183*            running and range amounts carry the adjusted net.
000190 identification division.
000200 program-id. traninq.
000210 environment division.
000220 input-output section.
000230 file-control.
000240     select trans-history assign to "TRANHIST"
000250         organization is indexed
000260         access mode is dynamic
000270         record key is th-key
000280         alternate record key is th-trans-id with duplicates
000290         file status is ws-trans-hist-status.
000300     select audit-log assign to "AUDITLOG"
000310         organization is line sequential
000320         file status is ws-audit-log-status.
000330     select runctl-file assign to "RUNCTL"
000340         organization is line sequential
000350         file status is ws-runctl-status.
000360 data division.
000370 file section.
000380 fd  trans-history.
000390     copy "TRANHIST.cpy".
000400 fd  audit-log.
000410 01  audit-record              pic x(80).
000420 fd  runctl-file.
000430     copy "RUNCTL.cpy".
000440 working-storage section.
000450     copy "JOBHDR.cpy".
000460 01  ws-trans-hist-status      pic x(2).
000470 01  ws-audit-log-status       pic x(2).
000480 01  ws-runctl-status          pic x(2).
000490 01  ws-audit-line             pic x(80).
000500 01  ws-return-code-disp       pic 9(4).
000510 01  ws-inq-id                 pic x(8).
000520 01  ws-inq-site               pic x(4).
000530 01  ws-inq-from               pic x(8).
000540 01  ws-inq-to                 pic x(8).
000550 01  ws-inq-line               pic x(100).
000560 01  ws-hist-eof               pic x.
000570 01  ws-hist-shown             pic 9(7) value zero.
000580 01  ws-run-count              pic 9(7) value zero.
000590 01  ws-run-amount             pic s9(11)v99 value zero.
000600 01  ws-amount-disp            pic z(6)9.99-.
000610 01  ws-amount-disp-2          pic z(10)9.99-.
000620 01  ws-count-disp             pic zzzzzz9.
000630 procedure division.
000640 main-para.
000650     move "TRANINQ" to jh-job-name
000660     perform initialize-run
000670     if (ws-inq-id = spaces or ws-inq-id = low-values)
000680         and (ws-inq-site = spaces or ws-inq-site = low-values)
000690         display "TRANINQ - SET TRANINQ-ID TO THE TRANS ID, OR"
000700             " TRANINQ-SITE AND THE DATE RANGE, WANTED"
000710             end-display
000720         move "ALL" to jh-site-code
000730         move 20 to jh-return-code
000740     else
000750         if ws-inq-site = spaces or ws-inq-site = low-values
000760             move "ALL" to jh-site-code
000770         else
000780             move ws-inq-site to jh-site-code
000790         end-if
000800         move 0 to jh-return-code
000810         perform show-inquiry
000820     end-if
000830     move jh-return-code to return-code
000840     perform write-audit-record
000850     goback.
000860 initialize-run.
000870     move function current-date (1:8) to jh-run-date
000880     move function current-date (9:6) to jh-run-time
000890     accept jh-operator-id from environment "USER"
000900     perform read-run-control
000910     move spaces to ws-inq-id
000920     accept ws-inq-id from environment "TRANINQ-ID"
000930     move spaces to ws-inq-site
000940     accept ws-inq-site from environment "TRANINQ-SITE"
000950     move spaces to ws-inq-from
000960     accept ws-inq-from from environment "TRANINQ-FROM"
000970     if ws-inq-from = spaces or ws-inq-from = low-values
000980         move jh-run-date to ws-inq-from
000990     end-if
001000     move spaces to ws-inq-to
001010     accept ws-inq-to from environment "TRANINQ-TO"
001020     if ws-inq-to = spaces or ws-inq-to = low-values
001030         move ws-inq-from to ws-inq-to
001040     end-if.
001050 show-inquiry.
001060     open input trans-history
001070     if ws-trans-hist-status not = "00"
001080         display "DETAIL HISTORY: (FILE NOT AVAILABLE)"
001090         end-display
001100         move 20 to jh-return-code
001110     else
001120         if ws-inq-id = spaces or ws-inq-id = low-values
001130             perform show-site-range
001140         else
001150             perform show-trans-id
001160         end-if
001170         close trans-history
001180         display " " end-display
001190         display "*** END OF INQUIRY ***" end-display
001200     end-if.
001210 show-trans-id.
001220     move spaces to ws-inq-line
001230     if ws-inq-site = spaces or ws-inq-site = low-values
001240         string "TRANSACTION INQUIRY - TRANS ID " ws-inq-id
001250             "  ASKED " jh-run-date "-" jh-run-time
001260             delimited by size into ws-inq-line
001270         end-string
001280     else
001290         string "TRANSACTION INQUIRY - TRANS ID " ws-inq-id
001300             "  SITE " ws-inq-site
001310             "  ASKED " jh-run-date "-" jh-run-time
001320             delimited by size into ws-inq-line
001330         end-string
001340     end-if
001350     display ws-inq-line end-display
001360     display " " end-display
001370     move "N" to ws-hist-eof
001380     move ws-inq-id to th-trans-id
001390     start trans-history key = th-trans-id
001400         invalid key
001410             move "Y" to ws-hist-eof
001420     end-start
001430     perform until ws-hist-eof = "Y"
001440         read trans-history next
001450             at end
001460                 move "Y" to ws-hist-eof
001470             not at end
001480                 if th-trans-id = ws-inq-id
001490                     if ws-inq-site = spaces
001500                         or ws-inq-site = low-values
001510                         or ws-inq-site = th-site-code
001520                         perform show-one-posting
001530                     end-if
001540                 else
001550                     move "Y" to ws-hist-eof
001560                 end-if
001570         end-read
001580     end-perform
001590     if ws-hist-shown = zero
001600         display "  *** NOT ON FILE ***" end-display
001610     end-if.
001620 show-one-posting.
001630     add 1 to ws-hist-shown
001640     move th-posted-amount to ws-amount-disp
001650     move spaces to ws-inq-line
001660     string "  SITE " th-site-code
001670         "  DATE " th-business-date
001680         "  CYCLE " th-cycle-no
001690         "  TYPE " th-type-code
001700         "  QTY " th-qty
001710         "  AMOUNT " ws-amount-disp
001720         "  POSTED " th-post-time
001730         delimited by size into ws-inq-line
001740     end-string
001750     display ws-inq-line end-display
001751     perform show-adjusted-line.
001752 show-adjusted-line.
001753     if th-adj-count > zero
001754         move th-adj-net to ws-amount-disp
001755         move spaces to ws-inq-line
001756         string "      ADJUSTED " th-adj-count
001757             " TIME(S) BY ADJPOST,"
001758             " NET ADJUSTMENT " ws-amount-disp
001759             delimited by size into ws-inq-line
001760         end-string
001761         display ws-inq-line end-display
001762     end-if.
001763 show-site-range.
001770     move spaces to ws-inq-line
001780     string "TRANSACTION INQUIRY - SITE " ws-inq-site
001790         "  DATES " ws-inq-from " TO " ws-inq-to
001800         "  ASKED " jh-run-date "-" jh-run-time
001810         delimited by size into ws-inq-line
001820     end-string
001830     display ws-inq-line end-display
001840     display " " end-display
001850     display "  DATE      TRANS ID  TYPE    QTY      AMOUNT"
001860         "    ITEMS  RUNNING AMOUNT" end-display
001870     move "N" to ws-hist-eof
001880     move ws-inq-site to th-site-code
001890     move ws-inq-from to th-business-date
001900     move low-values to th-trans-id
001910     start trans-history key not < th-key
001920         invalid key
001930             move "Y" to ws-hist-eof
001940     end-start
001950     perform until ws-hist-eof = "Y"
001960         read trans-history next
001970             at end
001980                 move "Y" to ws-hist-eof
001990             not at end
002000                 if th-site-code = ws-inq-site
002010                     and th-business-date not > ws-inq-to
002020                     perform show-one-range-line
002030                 else
002040                     move "Y" to ws-hist-eof
002050                 end-if
002060         end-read
002070     end-perform
002080     if ws-hist-shown = zero
002090         display "  *** NO DETAILS ON FILE FOR THE RANGE ***"
002100         end-display
002110     else
002120         move ws-run-count to ws-count-disp
002130         move ws-run-amount to ws-amount-disp-2
002140         move spaces to ws-inq-line
002150         string "  RANGE TOTAL: ITEMS " ws-count-disp
002160             "  NET AMOUNT " ws-amount-disp-2
002170             delimited by size into ws-inq-line
002180         end-string
002190         display " " end-display
002200         display ws-inq-line end-display
002210     end-if.
002220 show-one-range-line.
002230     add 1 to ws-hist-shown
002240     add 1 to ws-run-count
002250     add th-posted-amount to ws-run-amount
002251     add th-adj-net to ws-run-amount
002260     move th-posted-amount to ws-amount-disp
002270     move ws-run-count to ws-count-disp
002280     move ws-run-amount to ws-amount-disp-2
002290     move spaces to ws-inq-line
002300     string "  " th-business-date
002310         "  " th-trans-id
002320         "  " th-type-code
002330         "  " th-qty
002340         " " ws-amount-disp
002350         "  " ws-count-disp
002360         " " ws-amount-disp-2
002370         delimited by size into ws-inq-line
002380     end-string
002390     display ws-inq-line end-display
002391     perform show-adjusted-line.
002400 write-audit-record.
002410     move jh-return-code to ws-return-code-disp
002420     move spaces to ws-audit-line
002430     string jh-run-date "-" jh-run-time
002440         " JOB=" jh-job-name
002450         " SITE=" jh-site-code
002460         " RC=" ws-return-code-disp
002470         delimited by size into ws-audit-line
002480     end-string
002490     open extend audit-log
002500     write audit-record from ws-audit-line
002510     if ws-audit-log-status not = "00"
002520         display "TRANINQ - AUDIT LOG WRITE FAILED, STATUS="
002530             ws-audit-log-status upon console end-display
002540         if jh-return-code = 0
002550             move 24 to jh-return-code
002560             move jh-return-code to return-code
002570         end-if
002580     end-if
002590     close audit-log.
002600 read-run-control.
002610     open input runctl-file
002620     if ws-runctl-status = "00"
002630         read runctl-file
002640             at end
002650                 continue
002660             not at end
002670                 if ctl-process-date is numeric
002680                     move ctl-process-date to jh-run-date
002690                 end-if
002700                 if ctl-cycle-number is numeric
002710                     move ctl-cycle-number to jh-cycle-no
002720                 end-if
002730         end-read
002740         close runctl-file
002750     end-if.
002760 end program traninq.
