000010* balproof.cob Cross-file proof of balance for the HELLO batch
000020* suite. Every posting step balances itself; this step proves
000030* the files agree with each other, nightly, before the date
000040* rolls. Three proofs for the RUNCTL processing date:
000050*   1. Every site's SITEACT lifetime count and amount equal the
000060*      sum of its SITEHIST closed periods plus its open period
000070*      buckets.
000080*   2. Every site's SITEACT day buckets equal the change the
000090*      date's MSTJRNL SITEACT before/after images account for
000100*      (a before image posted under an earlier date counts as
000110*      an empty day), and a site with journalled day activity
000120*      must still show it on SITEACT.
000130*   3. Every HELLO PROCESS run the date's AUDITLOG lines record
000140*      has an ENDED entry in JOBSTAT.
000150* Only exceptions print, each with the difference; the totals
000160* give the sites proved and out. Anything out of balance ends
000170* RC=28 so the CTLROLL step gate holds the date.
000180* 2026-10-15 Initial version.
000190 identification division.
000200 program-id. balproof.
000210 environment division.
000220 input-output section.
000230 file-control.
000240     select sysout-file assign to "SYSOUT"
000250         organization is line sequential
000260         file status is ws-sysout-status.
000270     select site-activity assign to "SITEACT"
000280         organization is indexed
000290         access mode is dynamic
000300         record key is sa-site-code
000310         file status is ws-site-act-status.
000320     select site-history assign to "SITEHIST"
000330         organization is indexed
000340         access mode is dynamic
000350         record key is sh-key
000360         file status is ws-site-hist-status.
000370     select journal-file assign to "MSTJRNL"
000380         organization is line sequential
000390         file status is ws-journal-status.
000400     select audit-log assign to "AUDITLOG"
000410         organization is line sequential
000420         file status is ws-audit-log-status.
000430     select runctl-file assign to "RUNCTL"
000440         organization is line sequential
000450         file status is ws-runctl-status.
000460     select job-status-file assign to "JOBSTAT"
000470         organization is indexed
000480         access mode is random
000490         record key is js-key
000500         file status is ws-jobstat-status.
000510 data division.
000520 file section.
000530 fd  sysout-file
000540     recording mode is f.
000550 01  sysout-record             pic x(132).
000560 fd  site-activity.
000570     copy "SITEACT.cpy".
000580 fd  site-history.
000590     copy "SITEHIST.cpy".
000600 fd  journal-file.
000610     copy "MSTJRNL.cpy".
000620 fd  audit-log.
000630 01  audit-record              pic x(80).
000640 fd  runctl-file.
000650     copy "RUNCTL.cpy".
000660 fd  job-status-file.
000670     copy "JOBSTAT.cpy".
000680 working-storage section.
000690     copy "JOBHDR.cpy".
000700 01  ws-site-name-disp         pic x(30)
000710         value "PROOF OF BALANCE".
000720 01  ws-page-no                pic 9(4) value 1.
000730 01  ws-page-no-disp           pic zzz9.
000740 01  ws-header-line-1          pic x(132).
000750 01  ws-header-line-2          pic x(132).
000760 01  ws-detail-line            pic x(132).
000770 01  ws-footer-line            pic x(132).
000780 01  ws-lines-on-page          pic 9(3) value zero.
000790 01  ws-max-lines-per-page     pic 9(3) value 060.
000800 01  ws-sysout-status          pic x(2).
000810 01  ws-site-act-status        pic x(2).
000820 01  ws-site-hist-status       pic x(2).
000830 01  ws-journal-status         pic x(2).
000840 01  ws-audit-log-status       pic x(2).
000850 01  ws-runctl-status          pic x(2).
000860 01  ws-jobstat-status         pic x(2).
000870 01  ws-audit-line             pic x(80).
000880 01  ws-return-code-disp       pic 9(4).
000890 01  ws-open-failed            pic x value "N".
000900 01  ws-proof-ok               pic x value "Y".
000910 01  ws-act-eof                pic x.
000920 01  ws-act-open               pic x value "N".
000930 01  ws-hist-eof               pic x.
000940 01  ws-hist-open              pic x value "N".
000950 01  ws-jrn-eof                pic x.
000960 01  ws-aud-eof                pic x.
000970 01  ws-jrn-old-img            pic x(120).
000980 01  ws-jrn-old-view redefines ws-jrn-old-img.
000990     05  ws-old-site           pic x(4).
001000     05  ws-old-post-date      pic x(8).
001010     05  ws-old-day-count      pic 9(9).
001020     05  ws-old-day-amount     pic s9(11)v99.
001030     05  filler                pic x(86).
001040 01  ws-jrn-new-img            pic x(120).
001050 01  ws-jrn-new-view redefines ws-jrn-new-img.
001060     05  ws-new-site           pic x(4).
001070     05  ws-new-post-date      pic x(8).
001080     05  ws-new-day-count      pic 9(9).
001090     05  ws-new-day-amount     pic s9(11)v99.
001100     05  filler                pic x(86).
001110 01  ws-old-count              pic s9(9).
001120 01  ws-old-amount             pic s9(11)v99.
001130 01  ws-new-count              pic s9(9).
001140 01  ws-new-amount             pic s9(11)v99.
001150 01  ws-jrn-max                pic 9(4) comp value 500.
001160 01  ws-jrn-table.
001170     05  ws-jrn-count          pic 9(4) comp value zero.
001180     05  ws-jrn-entry occurs 500.
001190         10  ws-jt-site        pic x(4).
001200         10  ws-jt-count       pic s9(9).
001210         10  ws-jt-amount      pic s9(11)v99.
001220         10  ws-jt-matched     pic x.
001230 01  ws-jrn-sub                pic 9(4) comp.
001240 01  ws-jrn-hit                pic 9(4) comp.
001250 01  ws-jrn-site               pic x(4).
001260 01  ws-jrn-images             pic 9(7) value zero.
001270 01  ws-hist-count             pic 9(9).
001280 01  ws-hist-amount            pic s9(11)v99.
001290 01  ws-expect-count           pic s9(9).
001300 01  ws-expect-amount          pic s9(11)v99.
001310 01  ws-actual-count           pic s9(9).
001320 01  ws-actual-amount          pic s9(11)v99.
001330 01  ws-diff-count             pic s9(9).
001340 01  ws-diff-amount            pic s9(11)v99.
001350 01  ws-exc-site               pic x(4).
001360 01  ws-exc-label-1            pic x(14).
001370 01  ws-exc-label-2            pic x(14).
001380 01  ws-site-out               pic x.
001390 01  ws-sites-read             pic 9(5) value zero.
001400 01  ws-sites-proved           pic 9(5) value zero.
001410 01  ws-sites-out              pic 9(5) value zero.
001420 01  ws-life-out               pic 9(5) value zero.
001430 01  ws-day-out                pic 9(5) value zero.
001440 01  ws-process-runs           pic 9(5) value zero.
001450 01  ws-runs-out               pic 9(5) value zero.
001460 01  ws-aud-rec                pic x(80).
001470 01  ws-aud-fields redefines ws-aud-rec.
001480     05  aud-date              pic x(8).
001490     05  filler                pic x(1).
001500     05  aud-time              pic x(6).
001510     05  filler                pic x(1).
001520     05  aud-lit-job           pic x(4).
001530     05  aud-job               pic x(8).
001540     05  filler                pic x(1).
001550     05  aud-lit-site          pic x(5).
001560     05  aud-site              pic x(4).
001570     05  filler                pic x(1).
001580     05  aud-lit-rc            pic x(3).
001590     05  aud-rc                pic x(4).
001600     05  filler                pic x(1).
001610     05  aud-lit-mode          pic x(5).
001620     05  aud-mode              pic x(8).
001630     05  filler                pic x(20).
001640 01  ws-count-disp             pic zzzzzzzz9-.
001650 01  ws-count-disp-2           pic zzzzzzzz9-.
001660 01  ws-count-disp-3           pic zzzzzzzz9-.
001670 01  ws-amount-disp            pic z(10)9.99-.
001680 01  ws-amount-disp-2          pic z(10)9.99-.
001690 01  ws-amount-disp-3          pic z(10)9.99-.
001700 01  ws-total-disp             pic zzzz9.
001710 procedure division.
001720 main-para.
001730     move "BALPROOF" to jh-job-name
001740     move "ALL" to jh-site-code
001750     perform initialize-run
001760     perform post-job-start
001770     perform print-report
001780     perform validate-run
001790     perform write-audit-record
001800     perform post-job-status
001810     goback.
001820 initialize-run.
001830     move function current-date (1:8) to jh-run-date
001840     move function current-date (9:6) to jh-run-time
001850     accept jh-operator-id from environment "USER"
001860     perform read-run-control.
001870 print-report.
001880     open extend sysout-file
001890     move zero to ws-lines-on-page
001900     perform write-report-header
001910     move spaces to ws-detail-line
001920     string "  PROOF OF BALANCE FOR PROCESSING DATE " jh-run-date
001930         delimited by size into ws-detail-line
001940     end-string
001950     perform print-detail-line
001960     perform load-journal-changes
001970     perform prove-site-activity
001980     perform prove-process-runs
001990     perform write-report-totals
002000     perform write-report-footer
002010     close sysout-file.
002020 load-journal-changes.
002030     move "N" to ws-jrn-eof
002040     move zero to ws-jrn-count
002050     open input journal-file
002060     if ws-journal-status = "35"
002070         move "Y" to ws-jrn-eof
002080     else
002090         if ws-journal-status not = "00"
002100             move "Y" to ws-jrn-eof
002110             move "Y" to ws-open-failed
002120             display "BALPROOF - MSTJRNL OPEN FAILED, STATUS="
002130                 ws-journal-status upon console end-display
002140         end-if
002150     end-if
002160     perform until ws-jrn-eof = "Y"
002170         read journal-file
002180             at end
002190                 move "Y" to ws-jrn-eof
002200                 close journal-file
002210             not at end
002220                 if jr-date = jh-run-date
002230                     and jr-file-id = "SITEACT"
002240                     perform tally-journal-change
002250                 end-if
002260         end-read
002270     end-perform.
002280 tally-journal-change.
002290     add 1 to ws-jrn-images
002300     move jr-old-image to ws-jrn-old-img
002310     move jr-new-image to ws-jrn-new-img
002320     move zero to ws-old-count
002330     move zero to ws-old-amount
002340     move zero to ws-new-count
002350     move zero to ws-new-amount
002360     if ws-old-site not = spaces
002370         and ws-old-post-date = jh-run-date
002380         and ws-old-day-count is numeric
002390         and ws-old-day-amount is numeric
002400         move ws-old-day-count to ws-old-count
002410         move ws-old-day-amount to ws-old-amount
002420     end-if
002430     if ws-new-site not = spaces
002440         and ws-new-post-date = jh-run-date
002450         and ws-new-day-count is numeric
002460         and ws-new-day-amount is numeric
002470         move ws-new-day-count to ws-new-count
002480         move ws-new-day-amount to ws-new-amount
002490     end-if
002500     move jr-key (1:4) to ws-jrn-site
002510     perform find-journal-site
002520     if ws-jrn-hit = zero
002530         if ws-jrn-count < ws-jrn-max
002540             add 1 to ws-jrn-count
002550             move ws-jrn-count to ws-jrn-hit
002560             move ws-jrn-site to ws-jt-site (ws-jrn-hit)
002570             move zero to ws-jt-count (ws-jrn-hit)
002580             move zero to ws-jt-amount (ws-jrn-hit)
002590             move "N" to ws-jt-matched (ws-jrn-hit)
002600         else
002610             move "N" to ws-proof-ok
002620             move spaces to ws-detail-line
002630             string "    *** JOURNAL SITE TABLE FULL - SITE "
002640                 ws-jrn-site " NOT PROVED ***"
002650                 delimited by size into ws-detail-line
002660             end-string
002670             perform print-detail-line
002680         end-if
002690     end-if
002700     if ws-jrn-hit > zero
002710         compute ws-jt-count (ws-jrn-hit) =
002720             ws-jt-count (ws-jrn-hit) + ws-new-count
002730             - ws-old-count
002740         compute ws-jt-amount (ws-jrn-hit) =
002750             ws-jt-amount (ws-jrn-hit) + ws-new-amount
002760             - ws-old-amount
002770     end-if.
002780 find-journal-site.
002790     move zero to ws-jrn-hit
002800     perform varying ws-jrn-sub from 1 by 1
002810             until ws-jrn-sub > ws-jrn-count
002820                 or ws-jrn-hit > zero
002830         if ws-jt-site (ws-jrn-sub) = ws-jrn-site
002840             move ws-jrn-sub to ws-jrn-hit
002850         end-if
002860     end-perform.
002870 prove-site-activity.
002880     move spaces to ws-detail-line
002890     perform print-detail-line
002900     move "  SITEACT AGAINST SITEHIST AND MSTJRNL - EXCEPTIONS"
002910         to ws-detail-line
002920     perform print-detail-line
002930     move "N" to ws-act-eof
002940     open input site-activity
002950     if ws-site-act-status = "35"
002960         move "Y" to ws-act-eof
002970         move "    (NO SITEACT FILE - NOTHING TO PROVE)"
002980             to ws-detail-line
002990         perform print-detail-line
003000     else
003010         if ws-site-act-status not = "00"
003020             move "Y" to ws-act-eof
003030             move "Y" to ws-open-failed
003040             display "BALPROOF - SITEACT OPEN FAILED, STATUS="
003050                 ws-site-act-status upon console end-display
003060         else
003070             move "Y" to ws-act-open
003080         end-if
003090     end-if
003100     if ws-act-open = "Y"
003110         open input site-history
003120         if ws-site-hist-status = "00"
003130             move "Y" to ws-hist-open
003140         else
003150             if ws-site-hist-status not = "35"
003160                 move "Y" to ws-open-failed
003170                 display "BALPROOF - SITEHIST OPEN FAILED, "
003180                     "STATUS=" ws-site-hist-status
003181                     upon console end-display
003190             end-if
003200         end-if
003210     end-if
003220     perform until ws-act-eof = "Y"
003230         read site-activity next
003240             at end
003250                 move "Y" to ws-act-eof
003260             not at end
003270                 perform prove-one-site
003280         end-read
003290     end-perform
003300     if ws-hist-open = "Y"
003310         close site-history
003320     end-if
003330     if ws-act-open = "Y"
003340         close site-activity
003350     end-if
003360     perform varying ws-jrn-sub from 1 by 1
003370             until ws-jrn-sub > ws-jrn-count
003380         if ws-jt-matched (ws-jrn-sub) = "N"
003390             and (ws-jt-count (ws-jrn-sub) not = zero
003400                 or ws-jt-amount (ws-jrn-sub) not = zero)
003410             add 1 to ws-sites-out
003420             add 1 to ws-day-out
003430             move "N" to ws-proof-ok
003440             move ws-jt-site (ws-jrn-sub) to ws-exc-site
003450             move zero to ws-actual-count
003460             move zero to ws-actual-amount
003470             move ws-jt-count (ws-jrn-sub) to ws-expect-count
003480             move ws-jt-amount (ws-jrn-sub) to ws-expect-amount
003490             move "DAY:" to ws-exc-label-1
003500             move "JOURNAL:" to ws-exc-label-2
003510             perform write-exception-line
003520             move "      (JOURNALLED ACTIVITY NOT ON SITEACT)"
003530                 to ws-detail-line
003540             perform print-detail-line
003550         end-if
003560     end-perform.
003570 prove-one-site.
003580     add 1 to ws-sites-read
003590     move "N" to ws-site-out
003600     move sa-site-code to ws-exc-site
003610     perform sum-site-history
003620     compute ws-expect-count =
003630         ws-hist-count + sa-period-trans-count
003640     compute ws-expect-amount =
003650         ws-hist-amount + sa-period-trans-amount
003660     move sa-total-trans-count to ws-actual-count
003670     move sa-total-trans-amount to ws-actual-amount
003680     if ws-actual-count not = ws-expect-count
003690         or ws-actual-amount not = ws-expect-amount
003700         move "Y" to ws-site-out
003710         add 1 to ws-life-out
003720         move "LIFETIME:" to ws-exc-label-1
003730         move "HIST+PERIOD:" to ws-exc-label-2
003740         perform write-exception-line
003750     end-if
003760     move sa-site-code to ws-jrn-site
003770     perform find-journal-site
003780     if ws-jrn-hit > zero
003790         move "Y" to ws-jt-matched (ws-jrn-hit)
003800         move ws-jt-count (ws-jrn-hit) to ws-expect-count
003810         move ws-jt-amount (ws-jrn-hit) to ws-expect-amount
003820     else
003830         move zero to ws-expect-count
003840         move zero to ws-expect-amount
003850     end-if
003860     if sa-last-post-date = jh-run-date
003870         move sa-day-trans-count to ws-actual-count
003880         move sa-day-trans-amount to ws-actual-amount
003890     else
003900         move zero to ws-actual-count
003910         move zero to ws-actual-amount
003920     end-if
003930     if ws-actual-count not = ws-expect-count
003940         or ws-actual-amount not = ws-expect-amount
003950         move "Y" to ws-site-out
003960         add 1 to ws-day-out
003970         move "DAY:" to ws-exc-label-1
003980         move "JOURNAL:" to ws-exc-label-2
003990         perform write-exception-line
004000     end-if
004010     if ws-site-out = "Y"
004020         add 1 to ws-sites-out
004030         move "N" to ws-proof-ok
004040     else
004050         add 1 to ws-sites-proved
004060     end-if.
004070 sum-site-history.
004080     move zero to ws-hist-count
004090     move zero to ws-hist-amount
004100     if ws-hist-open = "Y"
004110         move "N" to ws-hist-eof
004120         move sa-site-code to sh-site-code
004130         move "000000" to sh-period
004140         start site-history key not < sh-key
004150             invalid key
004160                 move "Y" to ws-hist-eof
004170         end-start
004180         perform until ws-hist-eof = "Y"
004190             read site-history next
004200                 at end
004210                     move "Y" to ws-hist-eof
004220                 not at end
004230                     if sh-site-code = sa-site-code
004240                         add sh-trans-count to ws-hist-count
004250                         add sh-trans-amount to ws-hist-amount
004260                     else
004270                         move "Y" to ws-hist-eof
004280                     end-if
004290             end-read
004300         end-perform
004310     end-if.
004320 write-exception-line.
004330     compute ws-diff-count = ws-actual-count - ws-expect-count
004340     compute ws-diff-amount = ws-actual-amount - ws-expect-amount
004350     move ws-actual-count to ws-count-disp
004360     move ws-actual-amount to ws-amount-disp
004370     move ws-expect-count to ws-count-disp-2
004380     move ws-expect-amount to ws-amount-disp-2
004390     move ws-diff-count to ws-count-disp-3
004400     move ws-diff-amount to ws-amount-disp-3
004410     move spaces to ws-detail-line
004420     string "    SITE " ws-exc-site
004430         "  " ws-exc-label-1 ws-count-disp " " ws-amount-disp
004440         delimited by size into ws-detail-line
004450     end-string
004460     perform print-detail-line
004470     move spaces to ws-detail-line
004480     string "               " ws-exc-label-2
004490         ws-count-disp-2 " " ws-amount-disp-2
004500         "   DIFFERENCE: " ws-count-disp-3 " " ws-amount-disp-3
004510         delimited by size into ws-detail-line
004520     end-string
004530     perform print-detail-line.
004540 prove-process-runs.
004550     move spaces to ws-detail-line
004560     perform print-detail-line
004570     move "  HELLO PROCESS RUNS WITHOUT AN ENDED JOBSTAT"
004580         to ws-detail-line
004590     perform print-detail-line
004600     move "N" to ws-aud-eof
004610     open input audit-log
004620     if ws-audit-log-status not = "00"
004630         move "Y" to ws-aud-eof
004640         if ws-audit-log-status not = "35"
004650             move "Y" to ws-open-failed
004660             display "BALPROOF - AUDIT LOG OPEN FAILED, STATUS="
004670                 ws-audit-log-status upon console end-display
004680         end-if
004690     end-if
004700     if ws-aud-eof = "N"
004710         open input job-status-file
004720         if ws-jobstat-status not = "00"
004730             and ws-jobstat-status not = "35"
004740             move "Y" to ws-open-failed
004750             display "BALPROOF - JOBSTAT OPEN FAILED, STATUS="
004760                 ws-jobstat-status upon console end-display
004770         end-if
004780         perform until ws-aud-eof = "Y"
004790             read audit-log
004800                 at end
004810                     move "Y" to ws-aud-eof
004820                 not at end
004830                     move audit-record to ws-aud-rec
004840                     perform prove-one-run
004850             end-read
004860         end-perform
004870         close audit-log
004880         if ws-jobstat-status = "00"
004890             close job-status-file
004900         end-if
004910     end-if
004920     if ws-runs-out = zero
004930         move "    (NONE)" to ws-detail-line
004940         perform print-detail-line
004950     end-if.
004960 prove-one-run.
004970     if aud-date = jh-run-date
004980         and aud-lit-job = "JOB="
004990         and aud-job = "HELLO"
005000         and aud-lit-mode = "MODE="
005010         and aud-mode = "PROCESS"
005020         add 1 to ws-process-runs
005030         move spaces to ws-detail-line
005040         if ws-jobstat-status not = "00"
005050             string "    " aud-date " " aud-time
005060                 "  SITE=" aud-site "  RC=" aud-rc
005070                 "  *** JOBSTAT NOT AVAILABLE ***"
005080                 delimited by size into ws-detail-line
005090             end-string
005100         else
005110             move aud-date to js-run-date
005120             move aud-job to js-job-name
005130             read job-status-file
005140                 invalid key
005150                     string "    " aud-date " " aud-time
005160                         "  SITE=" aud-site "  RC=" aud-rc
005170                         "  *** NO JOBSTAT ENTRY ***"
005180                         delimited by size into ws-detail-line
005190                     end-string
005200                 not invalid key
005210                     if js-status = "STARTED"
005220                         string "    " aud-date " " aud-time
005230                             "  SITE=" aud-site "  RC=" aud-rc
005240                             "  *** JOBSTAT STILL STARTED ***"
005250                             delimited by size into ws-detail-line
005260                         end-string
005270                     end-if
005280             end-read
005290         end-if
005300         if ws-detail-line not = spaces
005310             add 1 to ws-runs-out
005320             move "N" to ws-proof-ok
005330             perform print-detail-line
005340         end-if
005350     end-if.
005360 write-report-totals.
005370     move spaces to ws-detail-line
005380     perform print-detail-line
005390     move ws-sites-read to ws-total-disp
005400     move spaces to ws-detail-line
005410     string "  SITES READ:             " ws-total-disp
005420         delimited by size into ws-detail-line
005430     end-string
005440     perform print-detail-line
005450     move ws-sites-proved to ws-total-disp
005460     move spaces to ws-detail-line
005470     string "  SITES IN BALANCE:       " ws-total-disp
005480         delimited by size into ws-detail-line
005490     end-string
005500     perform print-detail-line
005510     move ws-sites-out to ws-total-disp
005520     move spaces to ws-detail-line
005530     string "  SITES OUT OF BALANCE:   " ws-total-disp
005540         delimited by size into ws-detail-line
005550     end-string
005560     perform print-detail-line
005570     move ws-life-out to ws-total-disp
005580     move spaces to ws-detail-line
005590     string "    LIFETIME EXCEPTIONS:  " ws-total-disp
005600         delimited by size into ws-detail-line
005610     end-string
005620     perform print-detail-line
005630     move ws-day-out to ws-total-disp
005640     move spaces to ws-detail-line
005650     string "    DAY EXCEPTIONS:       " ws-total-disp
005660         delimited by size into ws-detail-line
005670     end-string
005680     perform print-detail-line
005690     move ws-jrn-images to ws-total-disp
005700     move spaces to ws-detail-line
005710     string "  SITEACT JOURNAL IMAGES: " ws-total-disp
005720         delimited by size into ws-detail-line
005730     end-string
005740     perform print-detail-line
005750     move ws-process-runs to ws-total-disp
005760     move spaces to ws-detail-line
005770     string "  PROCESS RUNS CHECKED:   " ws-total-disp
005780         delimited by size into ws-detail-line
005790     end-string
005800     perform print-detail-line
005810     move ws-runs-out to ws-total-disp
005820     move spaces to ws-detail-line
005830     string "  RUNS NOT ENDED:         " ws-total-disp
005840         delimited by size into ws-detail-line
005850     end-string
005860     perform print-detail-line
005870     if ws-proof-ok = "Y"
005880         move "  ALL FILES IN BALANCE" to ws-detail-line
005890     else
005900         move "  *** FILES OUT OF BALANCE ***" to ws-detail-line
005910     end-if
005920     perform print-detail-line.
005930 print-detail-line.
005940     display ws-detail-line end-display
005950     write sysout-record from ws-detail-line
005960     perform count-report-line.
005970 count-report-line.
005980     add 1 to ws-lines-on-page
005990     if ws-lines-on-page >= ws-max-lines-per-page
006000         perform write-report-header
006010     end-if.
006020 write-report-header.
006030     move ws-page-no to ws-page-no-disp
006040     move spaces to ws-header-line-1
006050     string "1RUN DATE: " jh-run-date
006060         "  CYCLE: " jh-cycle-no
006070         "   PAGE: " ws-page-no-disp
006080         "   JOB: " jh-job-name
006090         delimited by size into ws-header-line-1
006100     end-string
006110     move spaces to ws-header-line-2
006120     string "  SITE: " jh-site-code
006130         " (" ws-site-name-disp ")"
006140         "   TIME: " jh-run-time
006150         "   USER: " jh-operator-id
006160         delimited by size into ws-header-line-2
006170     end-string
006180     display ws-header-line-1 (2:131) end-display
006190     write sysout-record from ws-header-line-1
006200     write sysout-record from ws-header-line-2
006210     add 1 to ws-page-no
006220     move zero to ws-lines-on-page.
006230 write-report-footer.
006240     move "  *** END OF REPORT ***" to ws-footer-line
006250     display ws-footer-line end-display
006260     write sysout-record from ws-footer-line.
006270 validate-run.
006280     if ws-sysout-status = "00"
006290         move 0 to jh-return-code
006300     else
006310         move 16 to jh-return-code
006320     end-if
006330     if ws-open-failed = "Y"
006340         move 20 to jh-return-code
006350     end-if
006360     if jh-return-code = 0 and ws-proof-ok = "N"
006370         move 28 to jh-return-code
006380     end-if
006390     move jh-return-code to return-code.
006400 write-audit-record.
006410     move jh-return-code to ws-return-code-disp
006420     move spaces to ws-audit-line
006430     string jh-run-date "-" jh-run-time
006440         " JOB=" jh-job-name
006450         " SITE=" jh-site-code
006460         " RC=" ws-return-code-disp
006470         delimited by size into ws-audit-line
006480     end-string
006490     open extend audit-log
006500     write audit-record from ws-audit-line
006510     if ws-audit-log-status not = "00"
006520         display "BALPROOF - AUDIT LOG WRITE FAILED, STATUS="
006530             ws-audit-log-status upon console end-display
006540         if jh-return-code = 0
006550             move 24 to jh-return-code
006560             move jh-return-code to return-code
006570         end-if
006580     end-if
006590     close audit-log.
006600 read-run-control.
006610     open input runctl-file
006620     if ws-runctl-status = "00"
006630         read runctl-file
006640             at end
006650                 continue
006660             not at end
006670                 if ctl-process-date is numeric
006680                     move ctl-process-date to jh-run-date
006690                 end-if
006700                 if ctl-cycle-number is numeric
006710                     move ctl-cycle-number to jh-cycle-no
006720                 end-if
006730         end-read
006740         close runctl-file
006750     end-if.
006760 post-job-status.
006770     open i-o job-status-file
006780     if ws-jobstat-status = "35"
006790         open output job-status-file
006800         close job-status-file
006810         open i-o job-status-file
006820     end-if
006830     if ws-jobstat-status = "00"
006840         move jh-run-date to js-run-date
006850         move jh-job-name to js-job-name
006860         move function current-date (9:6) to js-run-time
006870         move jh-site-code to js-site-code
006880         move jh-return-code to js-return-code
006890         move "ENDED" to js-status
006900         move jh-run-time to js-start-time
006910         write js-status-record
006920             invalid key
006930                 rewrite js-status-record
006940                     invalid key
006950                         continue
006960                 end-rewrite
006970         end-write
006980         close job-status-file
006990     else
007000         display "BALPROOF - JOB STATUS OPEN FAILED, STATUS="
007010             ws-jobstat-status upon console end-display
007020     end-if.
007030 post-job-start.
007040     open i-o job-status-file
007050     if ws-jobstat-status = "35"
007060         open output job-status-file
007070         close job-status-file
007080         open i-o job-status-file
007090     end-if
007100     if ws-jobstat-status = "00"
007110         move jh-run-date to js-run-date
007120         move jh-job-name to js-job-name
007130         move jh-run-time to js-run-time
007140         move jh-site-code to js-site-code
007150         move zero to js-return-code
007160         move "STARTED" to js-status
007170         move jh-run-time to js-start-time
007180         write js-status-record
007190             invalid key
007200                 rewrite js-status-record
007210                     invalid key
007220                         continue
007230                 end-rewrite
007240         end-write
007250         close job-status-file
007260     else
007270         display "BALPROOF - JOB STATUS OPEN FAILED, STATUS="
007280             ws-jobstat-status upon console end-display
007290     end-if.
007300 end program balproof.
