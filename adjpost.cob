000010* adjpost.cob Adjustment and reversal posting for the HELLO
000020* batch suite. Replaces the hand-keyed SITEACT patches finance
000030* used to ask for when a posted detail was wrong: each ADJTRAN
000040* adjustment names the original posting (site, trans-id, and
000050* business date on TRANHIST), REV to reverse it or COR to
000060* correct it by a signed amount, a reason code, and the
000070* operator who authorized it.
000080* An adjustment is checked before anything moves:
000090*   A01 site not on SITEMAST
000100*   A02 original posting not on TRANHIST
000110*   A03 action not REV or COR, or a COR sign not + or -
000120*   A04 amount not numeric, or a COR of zero
000130*   A05 reason code missing
000140*   A06 authorizer missing, or the same as the submitting user
000150*   A07 reversal larger than what still stands on the original
000160*   A08 no SITEACT/TYPEACT record to post to, or the SITEACT
000170*       rewrite failed
000180* A good adjustment posts its amount (never an item count) to
000190* the site's SITEACT day, period, and lifetime buckets and the
000200* original type's TYPEACT day and lifetime buckets, reductions
000210* included, under the RUNCTL processing date, so GLFEED feeds
000220* it and BALPROOF proves it with the day's postings. Every
000230* SITEACT and TYPEACT rewrite is journalled to MSTJRNL for
000240* JRNRCV. The original's TRANHIST record carries the running
000250* adjusted net, the ADJHIST record keeps who, why, and how
000260* much (and stops a rerun posting the same adjustment twice),
000270* and each posting writes its own AUDITLOG line naming the
000280* adjustment, authorizer, and reason.
000290* Rejects are held in the ADJSUSP suspense file the way TRRECYC
000300* holds edit rejects: every run retries them ahead of the new
000310* ADJTRAN file (a resubmitted adjustment with the same site
000320* and id replaces the held one), ages them once per processing
000330* date, and escalates and drops any that reach the age cutoff
000340* (ADJPOST-AGE-LIMIT, default 5 processing dates).
000350* The register lists every adjustment's outcome, then each
000360* adjusted site's day, period, and lifetime figures before and
000370* after, the aged items, and the run totals.
000380* RC=4 rejects or escalations, RC=8 suspense table full,
000390* RC=20 open failure, RC=32 posting failure, RC=34 journal
000400* write failure, RC=24 audit log write failure.
000410* 2026-10-15 Initial version.
000420 identification division.
000430 program-id. adjpost.
000440 environment division.
000450 input-output section.
000460 file-control.
000470     select sysout-file assign to "SYSOUT"
000480         organization is line sequential
000490         file status is ws-sysout-status.
000500     select adj-tran-file assign to "ADJTRAN"
000510         organization is line sequential
000520         file status is ws-adj-tran-status.
000530     select adj-susp-file assign to "ADJSUSP"
000540         organization is line sequential
000550         file status is ws-adj-susp-status.
000560     select adj-history assign to "ADJHIST"
000570         organization is indexed
000580         access mode is random
000590         record key is ah-key
000600         file status is ws-adj-hist-status.
000610     select site-master assign to "SITEMAST"
000620         organization is indexed
000630         access mode is random
000640         record key is sm-site-code
000650         file status is ws-site-master-status.
000660     select site-activity assign to "SITEACT"
000670         organization is indexed
000680         access mode is random
000690         record key is sa-site-code
000700         file status is ws-site-act-status.
000710     select type-activity assign to "TYPEACT"
000720         organization is indexed
000730         access mode is random
000740         record key is ta-key
000750         file status is ws-type-act-status.
000760     select trans-history assign to "TRANHIST"
000770         organization is indexed
000780         access mode is random
000790         record key is th-key
000800         alternate record key is th-trans-id with duplicates
000810         file status is ws-trans-hist-status.
000820     select journal-file assign to "MSTJRNL"
000830         organization is line sequential
000840         file status is ws-journal-status.
000850     select audit-log assign to "AUDITLOG"
000860         organization is line sequential
000870         file status is ws-audit-log-status.
000880     select runctl-file assign to "RUNCTL"
000890         organization is line sequential
000900         file status is ws-runctl-status.
000910     select job-status-file assign to "JOBSTAT"
000920         organization is indexed
000930         access mode is random
000940         record key is js-key
000950         file status is ws-jobstat-status.
000960 data division.
000970 file section.
000980 fd  sysout-file
000990     recording mode is f.
001000 01  sysout-record             pic x(132).
001010 fd  adj-tran-file.
001020 01  adj-tran-line             pic x(80).
001030 fd  adj-susp-file.
001040     copy "ADJSUSP.cpy".
001050 fd  adj-history.
001060     copy "ADJHIST.cpy".
001070 fd  site-master.
001080     copy "SITEMAST.cpy".
001090 fd  site-activity.
001100     copy "SITEACT.cpy".
001110 fd  type-activity.
001120     copy "TYPEACT.cpy".
001130 fd  trans-history.
001140     copy "TRANHIST.cpy".
001150 fd  journal-file.
001160     copy "MSTJRNL.cpy".
001170 fd  audit-log.
001180 01  audit-record              pic x(80).
001190 fd  runctl-file.
001200     copy "RUNCTL.cpy".
001210 fd  job-status-file.
001220     copy "JOBSTAT.cpy".
001230 working-storage section.
001240     copy "JOBHDR.cpy".
001250     copy "ADJTRAN.cpy".
001260 01  ws-site-name-disp         pic x(30)
001270         value "ADJUSTMENT REGISTER".
001280 01  ws-page-no                pic 9(4) value 1.
001290 01  ws-page-no-disp           pic zzz9.
001300 01  ws-header-line-1          pic x(132).
001310 01  ws-header-line-2          pic x(132).
001320 01  ws-detail-line            pic x(132).
001330 01  ws-footer-line            pic x(132).
001340 01  ws-lines-on-page          pic 9(3) value zero.
001350 01  ws-max-lines-per-page     pic 9(3) value 060.
001360 01  ws-sysout-status          pic x(2).
001370 01  ws-adj-tran-status        pic x(2).
001380 01  ws-adj-susp-status        pic x(2).
001390 01  ws-adj-hist-status        pic x(2).
001400 01  ws-site-master-status     pic x(2).
001410 01  ws-site-act-status        pic x(2).
001420 01  ws-type-act-status        pic x(2).
001430 01  ws-trans-hist-status      pic x(2).
001440 01  ws-journal-status         pic x(2).
001450 01  ws-audit-log-status       pic x(2).
001460 01  ws-runctl-status          pic x(2).
001470 01  ws-jobstat-status         pic x(2).
001480 01  ws-audit-line             pic x(80).
001490 01  ws-return-code-disp       pic 9(4).
001500 01  ws-open-failed            pic x value "N".
001510 01  ws-inputs-ok              pic x value "Y".
001520 01  ws-outputs-ok             pic x value "Y".
001530 01  ws-post-failed            pic x value "N".
001540 01  ws-journal-ok             pic x value "Y".
001550 01  ws-audit-ok               pic x value "Y".
001560 01  ws-susp-full              pic x value "N".
001570 01  ws-master-open            pic x value "N".
001580 01  ws-act-open               pic x value "N".
001590 01  ws-type-open              pic x value "N".
001600 01  ws-hist-open              pic x value "N".
001610 01  ws-adjh-open              pic x value "N".
001620 01  ws-susp-eof               pic x.
001630 01  ws-adj-eof                pic x.
001640 01  ws-jrn-action             pic x(8).
001650 01  ws-jrn-file               pic x(8).
001660 01  ws-jrn-key                pic x(10).
001670 01  ws-jrn-old                pic x(120).
001680 01  ws-jrn-new                pic x(120).
001690 01  ws-age-limit-x            pic x(3).
001700 01  ws-age-limit              pic 9(3) value 005.
001710 01  ws-susp-max               pic 9(4) comp value 1000.
001720 01  ws-susp-table.
001730     05  ws-susp-count         pic 9(4) comp value zero.
001740     05  ws-susp-entry occurs 1000.
001750         10  ws-sp-image       pic x(59).
001760         10  ws-sp-reject      pic x(3).
001770         10  ws-sp-date        pic x(8).
001780         10  ws-sp-age         pic 9(3).
001790         10  ws-sp-tried       pic x(8).
001800         10  ws-sp-origin      pic x.
001810         10  ws-sp-result      pic x.
001820 01  ws-sub                    pic 9(4) comp.
001830 01  ws-hit-sub                pic 9(4) comp.
001840 01  ws-site-max               pic 9(4) comp value 500.
001850 01  ws-site-table.
001860     05  ws-site-count         pic 9(4) comp value zero.
001870     05  ws-site-entry occurs 500.
001880         10  ws-st-code        pic x(4).
001890         10  ws-st-adjs        pic 9(5).
001900         10  ws-st-net         pic s9(11)v99.
001910         10  ws-st-before-day  pic s9(11)v99.
001920         10  ws-st-before-per  pic s9(11)v99.
001930         10  ws-st-before-tot  pic s9(11)v99.
001940         10  ws-st-after-day   pic s9(11)v99.
001950         10  ws-st-after-per   pic s9(11)v99.
001960         10  ws-st-after-tot   pic s9(11)v99.
001970 01  ws-st-sub                 pic 9(4) comp.
001980 01  ws-st-hit                 pic 9(4) comp.
001990 01  ws-reject-code            pic x(3).
002000 01  ws-reject-text            pic x(40).
002010 01  ws-already-applied        pic x.
002020 01  ws-adj-value              pic 9(7)v99.
002030 01  ws-adj-delta              pic s9(7)v99.
002040 01  ws-orig-net               pic s9(8)v99.
002050 01  ws-orig-left              pic s9(8)v99.
002060 01  ws-carried-count          pic 9(5) value zero.
002070 01  ws-read-count             pic 9(5) value zero.
002080 01  ws-resubmit-count         pic 9(5) value zero.
002090 01  ws-applied-count          pic 9(5) value zero.
002100 01  ws-skipped-count          pic 9(5) value zero.
002110 01  ws-reject-count           pic 9(5) value zero.
002120 01  ws-aged-count             pic 9(5) value zero.
002130 01  ws-held-count             pic 9(5) value zero.
002140 01  ws-net-total              pic s9(11)v99 value zero.
002150 01  ws-count-disp             pic zzzz9.
002160 01  ws-amount-disp            pic z(10)9.99-.
002170 01  ws-amount-disp-2          pic z(10)9.99-.
002180 01  ws-amount-disp-3          pic z(10)9.99-.
002190 procedure division.
002200 main-para.
002210     move "ADJPOST" to jh-job-name
002220     move "ALL" to jh-site-code
002230     perform initialize-run
002240     perform post-job-start
002250     perform print-report
002260     perform validate-run
002270     perform write-audit-record
002280     perform post-job-status
002290     goback.
002300 initialize-run.
002310     move function current-date (1:8) to jh-run-date
002320     move function current-date (9:6) to jh-run-time
002330     accept jh-operator-id from environment "USER"
002340     perform read-run-control
002350     move spaces to ws-age-limit-x
002360     accept ws-age-limit-x from environment "ADJPOST-AGE-LIMIT"
002370     if ws-age-limit-x = spaces
002380         or ws-age-limit-x = low-values
002390         continue
002400     else
002410         if function test-numval (ws-age-limit-x) = zero
002420             compute ws-age-limit =
002430                 function numval (ws-age-limit-x)
002440         else
002450             display "ADJPOST - ADJPOST-AGE-LIMIT VALUE "
002460                 ws-age-limit-x " NOT NUMERIC, USING "
002470                 ws-age-limit " CYCLES"
002480                 upon console end-display
002490         end-if
002500     end-if.
002510 print-report.
002520     open extend sysout-file
002530     move zero to ws-lines-on-page
002540     perform write-report-header
002550     move spaces to ws-detail-line
002560     string "  AGE CUTOFF: " ws-age-limit " CYCLES"
002570         delimited by size into ws-detail-line
002580     end-string
002590     perform print-detail-line
002600     perform open-posting-files
002610     if ws-open-failed = "N"
002620         perform load-suspense-table
002630     end-if
002640     if ws-open-failed = "N" and ws-inputs-ok = "Y"
002650         perform load-new-adjustments
002660     end-if
002670     if ws-open-failed = "N" and ws-inputs-ok = "Y"
002680         move spaces to ws-detail-line
002690         perform print-detail-line
002700         move "  ADJUSTMENTS" to ws-detail-line
002710         perform print-detail-line
002720         perform varying ws-sub from 1 by 1
002730                 until ws-sub > ws-susp-count
002740             perform process-one-adjustment
002750         end-perform
002760         if ws-susp-count = zero
002770             move "    (NO ADJUSTMENTS TO POST)" to ws-detail-line
002780             perform print-detail-line
002790         end-if
002800         perform write-site-section
002810         perform write-aging-section
002820         perform write-suspense-file
002830         perform write-report-totals
002840     else
002850         move "  *** OPEN FAILED - NOTHING POSTED, SUSPENSE FILE"
002860             to ws-detail-line
002870         perform print-detail-line
002880         move "  *** LEFT AS IT WAS" to ws-detail-line
002890         perform print-detail-line
002900     end-if
002910     perform close-posting-files
002920     perform write-report-footer
002930     close sysout-file.
002940 open-posting-files.
002950     open input site-master
002960     if ws-site-master-status = "00"
002970         move "Y" to ws-master-open
002980     else
002990         move "Y" to ws-open-failed
003000         display "ADJPOST - SITE MASTER OPEN FAILED, STATUS="
003010             ws-site-master-status upon console end-display
003020     end-if
003030     open i-o site-activity
003040     if ws-site-act-status = "00"
003050         move "Y" to ws-act-open
003060     else
003070         move "Y" to ws-open-failed
003080         display "ADJPOST - SITE ACTIVITY OPEN FAILED, STATUS="
003090             ws-site-act-status upon console end-display
003100     end-if
003110     open i-o type-activity
003120     if ws-type-act-status = "00"
003130         move "Y" to ws-type-open
003140     else
003150         move "Y" to ws-open-failed
003160         display "ADJPOST - TYPE ACTIVITY OPEN FAILED, STATUS="
003170             ws-type-act-status upon console end-display
003180     end-if
003190     open i-o trans-history
003200     if ws-trans-hist-status = "00"
003210         move "Y" to ws-hist-open
003220     else
003230         move "Y" to ws-open-failed
003240         display "ADJPOST - DETAIL HISTORY OPEN FAILED,"
003250             " STATUS=" ws-trans-hist-status
003260             upon console end-display
003270     end-if
003280     open i-o adj-history
003290     if ws-adj-hist-status = "35"
003300         open output adj-history
003310         close adj-history
003320         open i-o adj-history
003330     end-if
003340     if ws-adj-hist-status = "00"
003350         move "Y" to ws-adjh-open
003360     else
003370         move "Y" to ws-open-failed
003380         display "ADJPOST - ADJUSTMENT HISTORY OPEN FAILED,"
003390             " STATUS=" ws-adj-hist-status
003400             upon console end-display
003410     end-if.
003420 close-posting-files.
003430     if ws-master-open = "Y"
003440         close site-master
003450     end-if
003460     if ws-act-open = "Y"
003470         close site-activity
003480     end-if
003490     if ws-type-open = "Y"
003500         close type-activity
003510     end-if
003520     if ws-hist-open = "Y"
003530         close trans-history
003540     end-if
003550     if ws-adjh-open = "Y"
003560         close adj-history
003570     end-if.
003580 load-suspense-table.
003590     move "N" to ws-susp-eof
003600     open input adj-susp-file
003610     if ws-adj-susp-status = "35"
003620         move "  (NO SUSPENSE FILE - STARTING EMPTY)"
003630             to ws-detail-line
003640         perform print-detail-line
003650     else
003660         if ws-adj-susp-status not = "00"
003670             move "N" to ws-inputs-ok
003680             display "ADJPOST - ADJSUSP OPEN FAILED, STATUS="
003690                 ws-adj-susp-status upon console end-display
003700         else
003710             perform until ws-susp-eof = "Y"
003720                 read adj-susp-file
003730                     at end
003740                         move "Y" to ws-susp-eof
003750                     not at end
003760                         perform load-one-suspense
003770                 end-read
003780             end-perform
003790             close adj-susp-file
003800         end-if
003810     end-if
003820     move ws-susp-count to ws-carried-count.
003830 load-one-suspense.
003840     if ws-susp-count < ws-susp-max
003850         add 1 to ws-susp-count
003860         move as-adj-image to ws-sp-image (ws-susp-count)
003870         move as-reject-code to ws-sp-reject (ws-susp-count)
003880         move as-reject-date to ws-sp-date (ws-susp-count)
003890         if as-age is numeric
003900             move as-age to ws-sp-age (ws-susp-count)
003910         else
003920             move 1 to ws-sp-age (ws-susp-count)
003930         end-if
003940         move as-last-tried to ws-sp-tried (ws-susp-count)
003950         move "C" to ws-sp-origin (ws-susp-count)
003960         move space to ws-sp-result (ws-susp-count)
003970     end-if.
003980 load-new-adjustments.
003990     move "N" to ws-adj-eof
004000     open input adj-tran-file
004010     if ws-adj-tran-status = "35"
004020         move "  (NO ADJTRAN FILE - NO NEW ADJUSTMENTS)"
004030             to ws-detail-line
004040         perform print-detail-line
004050     else
004060         if ws-adj-tran-status not = "00"
004070             move "N" to ws-inputs-ok
004080             display "ADJPOST - ADJTRAN OPEN FAILED, STATUS="
004090                 ws-adj-tran-status upon console end-display
004100         else
004110             perform until ws-adj-eof = "Y"
004120                 read adj-tran-file into adj-record
004130                     at end
004140                         move "Y" to ws-adj-eof
004150                     not at end
004160                         if adj-record not = spaces
004170                             add 1 to ws-read-count
004180                             perform load-one-adjustment
004190                         end-if
004200                 end-read
004210             end-perform
004220             close adj-tran-file
004230         end-if
004240     end-if.
004250 load-one-adjustment.
004260     move zero to ws-hit-sub
004270     perform varying ws-sub from 1 by 1
004280             until ws-sub > ws-carried-count
004290             or ws-hit-sub > zero
004300         if ws-sp-image (ws-sub) (1:13) = adj-record (1:13)
004310             move ws-sub to ws-hit-sub
004320         end-if
004330     end-perform
004340     if ws-hit-sub > zero
004350         add 1 to ws-resubmit-count
004360         move adj-record to ws-sp-image (ws-hit-sub)
004370     else
004380         if ws-susp-count < ws-susp-max
004390             add 1 to ws-susp-count
004400             move adj-record to ws-sp-image (ws-susp-count)
004410             move spaces to ws-sp-reject (ws-susp-count)
004420             move jh-run-date to ws-sp-date (ws-susp-count)
004430             move zero to ws-sp-age (ws-susp-count)
004440             move spaces to ws-sp-tried (ws-susp-count)
004450             move "N" to ws-sp-origin (ws-susp-count)
004460             move space to ws-sp-result (ws-susp-count)
004470         else
004480             move "Y" to ws-susp-full
004490             move spaces to ws-detail-line
004500             string "  *** ADJUSTMENT TABLE FULL - ADJ "
004510                 adj-id " SITE " adj-site-code " NOT READ ***"
004520                 delimited by size into ws-detail-line
004530             end-string
004540             perform print-detail-line
004550         end-if
004560     end-if.
004570 process-one-adjustment.
004580     move ws-sp-image (ws-sub) to adj-record
004590     move spaces to ws-reject-code
004600     perform validate-adjustment
004610     if ws-already-applied = "Y"
004620         move "S" to ws-sp-result (ws-sub)
004630         add 1 to ws-skipped-count
004640         move spaces to ws-detail-line
004650         string "    SKIPPED  ADJ " adj-id
004660             " SITE " adj-site-code
004670             " ORIG " adj-orig-trans-id " " adj-orig-date
004680             "  ALREADY APPLIED"
004690             delimited by size into ws-detail-line
004700         end-string
004710         perform print-detail-line
004720     else
004730         if ws-reject-code = spaces
004740             perform post-adjustment
004750         end-if
004760         if ws-reject-code = spaces
004770             move "A" to ws-sp-result (ws-sub)
004780             add 1 to ws-applied-count
004790             add ws-adj-delta to ws-net-total
004800             perform write-applied-line
004810         else
004820             perform reject-adjustment
004830         end-if
004840     end-if.
004850 validate-adjustment.
004860     move "N" to ws-already-applied
004870     move zero to ws-adj-value
004880     move zero to ws-adj-delta
004890     if adj-action not = "REV" and adj-action not = "COR"
004900         move "A03" to ws-reject-code
004910     end-if
004920     if ws-reject-code = spaces and adj-action = "COR"
004930         and adj-sign not = "+" and adj-sign not = "-"
004940         move "A03" to ws-reject-code
004950     end-if
004960     if ws-reject-code = spaces
004970         if adj-amount-x = spaces
004980             move zero to ws-adj-value
004990         else
005000             if adj-amount-x is numeric
005010                 move adj-amount to ws-adj-value
005020             else
005030                 move "A04" to ws-reject-code
005040             end-if
005050         end-if
005060     end-if
005070     if ws-reject-code = spaces and adj-action = "COR"
005080         and ws-adj-value = zero
005090         move "A04" to ws-reject-code
005100     end-if
005110     if ws-reject-code = spaces
005120         and (adj-reason-code = spaces
005130         or adj-reason-code = low-values)
005140         move "A05" to ws-reject-code
005150     end-if
005160     if ws-reject-code = spaces
005170         and (adj-auth-oper = spaces
005180         or adj-auth-oper = low-values
005190         or adj-auth-oper = jh-operator-id)
005200         move "A06" to ws-reject-code
005210     end-if
005220     if ws-reject-code = spaces
005230         move adj-site-code to ah-site-code
005240         move adj-id to ah-adj-id
005250         read adj-history
005260             invalid key
005270                 continue
005280             not invalid key
005290                 move "Y" to ws-already-applied
005300         end-read
005310     end-if
005320     if ws-reject-code = spaces and ws-already-applied = "N"
005330         move adj-site-code to sm-site-code
005340         read site-master
005350             invalid key
005360                 move "A01" to ws-reject-code
005370         end-read
005380     end-if
005390     if ws-reject-code = spaces and ws-already-applied = "N"
005400         move adj-site-code to th-site-code
005410         move adj-orig-date to th-business-date
005420         move adj-orig-trans-id to th-trans-id
005430         read trans-history
005440             invalid key
005450                 move "A02" to ws-reject-code
005460         end-read
005470     end-if
005480     if ws-reject-code = spaces and ws-already-applied = "N"
005490         perform set-adjustment-delta
005500     end-if.
005510 set-adjustment-delta.
005520     compute ws-orig-net = th-posted-amount + th-adj-net
005530     if ws-orig-net < zero
005540         compute ws-orig-left = zero - ws-orig-net
005550     else
005560         move ws-orig-net to ws-orig-left
005570     end-if
005580     if adj-action = "REV"
005590         if ws-adj-value = zero
005600             move ws-orig-left to ws-adj-value
005610         end-if
005620         if ws-orig-left = zero
005630             or ws-adj-value > ws-orig-left
005640             move "A07" to ws-reject-code
005650         else
005660             if ws-orig-net > zero
005670                 compute ws-adj-delta = zero - ws-adj-value
005680             else
005690                 move ws-adj-value to ws-adj-delta
005700             end-if
005710         end-if
005720     else
005730         if adj-sign = "-"
005740             compute ws-adj-delta = zero - ws-adj-value
005750         else
005760             move ws-adj-value to ws-adj-delta
005770         end-if
005780     end-if.
005790 post-adjustment.
005800     move adj-site-code to sa-site-code
005810     read site-activity
005820         invalid key
005830             move "A08" to ws-reject-code
005840     end-read
005850     if ws-reject-code = spaces
005860         move adj-site-code to ta-site-code
005870         move th-type-code to ta-type-code
005880         read type-activity
005890             invalid key
005900                 move "A08" to ws-reject-code
005910         end-read
005920     end-if
005930     if ws-reject-code = spaces
005940         perform post-site-adjustment
005950     end-if
005960     if ws-reject-code = spaces
005970         perform post-type-adjustment
005980         perform post-history-adjustment
005990         perform write-adjust-history
006000         perform write-adjust-audit
006010     end-if.
006020 post-site-adjustment.
006030     move spaces to ws-jrn-old
006040     move sa-site-record to ws-jrn-old
006050     if sa-last-post-date not = jh-run-date
006060         move zero to sa-day-trans-count
006070         move zero to sa-day-trans-amount
006080     end-if
006090     perform find-site-entry
006100     move jh-run-date to sa-last-post-date
006110     add ws-adj-delta to sa-day-trans-amount
006120     add ws-adj-delta to sa-period-trans-amount
006130     add ws-adj-delta to sa-total-trans-amount
006140     rewrite sa-site-record
006150         invalid key
006160             move "A08" to ws-reject-code
006170             move "Y" to ws-post-failed
006180     end-rewrite
006190     if ws-reject-code = spaces
006200         move "REWRITE" to ws-jrn-action
006210         move "SITEACT" to ws-jrn-file
006220         move spaces to ws-jrn-key
006230         move sa-site-code to ws-jrn-key
006240         move spaces to ws-jrn-new
006250         move sa-site-record to ws-jrn-new
006260         perform write-journal-record
006270         if ws-st-hit > zero
006280             add 1 to ws-st-adjs (ws-st-hit)
006290             add ws-adj-delta to ws-st-net (ws-st-hit)
006300             move sa-day-trans-amount
006310                 to ws-st-after-day (ws-st-hit)
006320             move sa-period-trans-amount
006330                 to ws-st-after-per (ws-st-hit)
006340             move sa-total-trans-amount
006350                 to ws-st-after-tot (ws-st-hit)
006360         end-if
006370     end-if.
006380 find-site-entry.
006390     move zero to ws-st-hit
006400     perform varying ws-st-sub from 1 by 1
006410             until ws-st-sub > ws-site-count
006420             or ws-st-hit > zero
006430         if ws-st-code (ws-st-sub) = sa-site-code
006440             move ws-st-sub to ws-st-hit
006450         end-if
006460     end-perform
006470     if ws-st-hit = zero and ws-site-count < ws-site-max
006480         add 1 to ws-site-count
006490         move ws-site-count to ws-st-hit
006500         move sa-site-code to ws-st-code (ws-st-hit)
006510         move zero to ws-st-adjs (ws-st-hit)
006520         move zero to ws-st-net (ws-st-hit)
006530         move sa-day-trans-amount
006540             to ws-st-before-day (ws-st-hit)
006550         move sa-period-trans-amount
006560             to ws-st-before-per (ws-st-hit)
006570         move sa-total-trans-amount
006580             to ws-st-before-tot (ws-st-hit)
006590         move sa-day-trans-amount
006600             to ws-st-after-day (ws-st-hit)
006610         move sa-period-trans-amount
006620             to ws-st-after-per (ws-st-hit)
006630         move sa-total-trans-amount
006640             to ws-st-after-tot (ws-st-hit)
006650     end-if.
006660 post-type-adjustment.
006670     move spaces to ws-jrn-old
006680     move ta-type-record to ws-jrn-old
006690     if ta-last-post-date not = jh-run-date
006700         move zero to ta-day-trans-count
006710         move zero to ta-day-trans-amount
006720     end-if
006730     move jh-run-date to ta-last-post-date
006740     add ws-adj-delta to ta-day-trans-amount
006750     add ws-adj-delta to ta-total-trans-amount
006760     rewrite ta-type-record
006770         invalid key
006780             move "Y" to ws-post-failed
006790             move spaces to ws-detail-line
006800             string "    *** TYPEACT REWRITE FAILED - SITE "
006810                 ta-site-code " TYPE " ta-type-code
006820                 " ADJ " adj-id
006830                 delimited by size into ws-detail-line
006840             end-string
006850             perform print-detail-line
006860         not invalid key
006870             move "REWRITE" to ws-jrn-action
006880             move "TYPEACT" to ws-jrn-file
006890             move spaces to ws-jrn-key
006900             move ta-key to ws-jrn-key
006910             move spaces to ws-jrn-new
006920             move ta-type-record to ws-jrn-new
006930             perform write-journal-record
006940     end-rewrite.
006950 post-history-adjustment.
006960     add ws-adj-delta to th-adj-net
006970     add 1 to th-adj-count
006980     rewrite th-history-record
006990         invalid key
007000             move "Y" to ws-post-failed
007010             move spaces to ws-detail-line
007020             string "    *** TRANHIST REWRITE FAILED - SITE "
007030                 th-site-code " ORIG " th-trans-id
007040                 " ADJ " adj-id
007050                 delimited by size into ws-detail-line
007060             end-string
007070             perform print-detail-line
007080     end-rewrite.
007090 write-adjust-history.
007100     move adj-site-code to ah-site-code
007110     move adj-id to ah-adj-id
007120     move adj-orig-trans-id to ah-orig-trans-id
007130     move adj-orig-date to ah-orig-date
007140     move th-type-code to ah-type-code
007150     move adj-action to ah-action
007160     move ws-adj-delta to ah-posted-amount
007170     move adj-reason-code to ah-reason-code
007180     move adj-auth-oper to ah-auth-oper
007190     move jh-operator-id to ah-entered-by
007200     move jh-run-date to ah-applied-date
007210     move function current-date (9:6) to ah-applied-time
007220     move jh-cycle-no to ah-cycle-no
007230     write ah-adjust-record
007240         invalid key
007250             move "Y" to ws-post-failed
007260             move spaces to ws-detail-line
007270             string "    *** ADJHIST WRITE FAILED - SITE "
007280                 ah-site-code " ADJ " ah-adj-id
007290                 delimited by size into ws-detail-line
007300             end-string
007310             perform print-detail-line
007320     end-write.
007330 write-adjust-audit.
007340     move spaces to ws-audit-line
007350     string jh-run-date "-" function current-date (9:6)
007360         " JOB=" jh-job-name
007370         " SITE=" adj-site-code
007380         " RC=0000"
007390         " ADJ=" adj-id
007400         " BY=" adj-auth-oper
007410         " R=" adj-reason-code
007420         delimited by size into ws-audit-line
007430     end-string
007440     open extend audit-log
007450     write audit-record from ws-audit-line
007460     if ws-audit-log-status not = "00"
007470         move "N" to ws-audit-ok
007480         display "ADJPOST - AUDIT LOG WRITE FAILED, STATUS="
007490             ws-audit-log-status upon console end-display
007500     end-if
007510     close audit-log.
007520 write-applied-line.
007530     move ws-adj-delta to ws-amount-disp
007540     move spaces to ws-detail-line
007550     string "    APPLIED  ADJ " adj-id
007560         " SITE " adj-site-code
007570         " ORIG " adj-orig-trans-id " " adj-orig-date
007580         " TYPE " th-type-code
007590         " " adj-action
007600         " " ws-amount-disp
007610         "  RSN " adj-reason-code
007620         "  AUTH " adj-auth-oper
007630         delimited by size into ws-detail-line
007640     end-string
007650     perform print-detail-line.
007660 reject-adjustment.
007670     move ws-reject-code to ws-sp-reject (ws-sub)
007680     move "R" to ws-sp-result (ws-sub)
007690     if ws-sp-origin (ws-sub) = "N"
007700         move jh-run-date to ws-sp-date (ws-sub)
007710         move 1 to ws-sp-age (ws-sub)
007720     else
007730         if ws-sp-tried (ws-sub) not = jh-run-date
007740             add 1 to ws-sp-age (ws-sub)
007750         end-if
007760     end-if
007770     move jh-run-date to ws-sp-tried (ws-sub)
007780     add 1 to ws-reject-count
007790     perform set-reject-text
007800     move spaces to ws-detail-line
007810     string "    REJECTED ADJ " adj-id
007820         " SITE " adj-site-code
007830         " ORIG " adj-orig-trans-id " " adj-orig-date
007840         " (" ws-reject-code ") " ws-reject-text
007850         delimited by size into ws-detail-line
007860     end-string
007870     perform print-detail-line.
007880 set-reject-text.
007890     evaluate ws-reject-code
007900         when "A01"
007910             move "SITE NOT ON SITEMAST" to ws-reject-text
007920         when "A02"
007930             move "ORIGINAL NOT ON TRANHIST" to ws-reject-text
007940         when "A03"
007950             move "ACTION NOT REV/COR OR BAD SIGN"
007960                 to ws-reject-text
007970         when "A04"
007980             move "AMOUNT NOT NUMERIC OR ZERO"
007990                 to ws-reject-text
008000         when "A05"
008010             move "REASON CODE MISSING" to ws-reject-text
008020         when "A06"
008030             move "AUTHORIZER MISSING OR SAME AS SUBMITTER"
008040                 to ws-reject-text
008050         when "A07"
008060             move "MORE THAN STANDS ON ORIGINAL"
008070                 to ws-reject-text
008080         when "A08"
008090             move "NO ACTIVITY RECORD OR POSTING FAILED"
008100                 to ws-reject-text
008110         when other
008120             move spaces to ws-reject-text
008130     end-evaluate.
008140 write-site-section.
008150     move spaces to ws-detail-line
008160     perform print-detail-line
008170     move "  SITE ACTIVITY BEFORE AND AFTER ADJUSTMENT"
008180         to ws-detail-line
008190     perform print-detail-line
008200     if ws-site-count = zero
008210         move "    (NO SITE ACTIVITY ADJUSTED)" to ws-detail-line
008220         perform print-detail-line
008230     end-if
008240     perform varying ws-st-sub from 1 by 1
008250             until ws-st-sub > ws-site-count
008260         perform write-one-site
008270     end-perform.
008280 write-one-site.
008290     move ws-st-adjs (ws-st-sub) to ws-count-disp
008300     move ws-st-net (ws-st-sub) to ws-amount-disp
008310     move spaces to ws-detail-line
008320     string "    SITE " ws-st-code (ws-st-sub)
008330         "  ADJUSTMENTS: " ws-count-disp
008340         "  NET: " ws-amount-disp
008350         delimited by size into ws-detail-line
008360     end-string
008370     perform print-detail-line
008380     move ws-st-before-day (ws-st-sub) to ws-amount-disp
008390     move ws-st-before-per (ws-st-sub) to ws-amount-disp-2
008400     move ws-st-before-tot (ws-st-sub) to ws-amount-disp-3
008410     move spaces to ws-detail-line
008420     string "      BEFORE  DAY: " ws-amount-disp
008430         "  PERIOD: " ws-amount-disp-2
008440         "  LIFETIME: " ws-amount-disp-3
008450         delimited by size into ws-detail-line
008460     end-string
008470     perform print-detail-line
008480     move ws-st-after-day (ws-st-sub) to ws-amount-disp
008490     move ws-st-after-per (ws-st-sub) to ws-amount-disp-2
008500     move ws-st-after-tot (ws-st-sub) to ws-amount-disp-3
008510     move spaces to ws-detail-line
008520     string "      AFTER   DAY: " ws-amount-disp
008530         "  PERIOD: " ws-amount-disp-2
008540         "  LIFETIME: " ws-amount-disp-3
008550         delimited by size into ws-detail-line
008560     end-string
008570     perform print-detail-line.
008580 write-aging-section.
008590     move spaces to ws-detail-line
008600     perform print-detail-line
008610     move "  AGED ADJUSTMENTS AT OR PAST CUTOFF" to ws-detail-line
008620     perform print-detail-line
008630     perform varying ws-sub from 1 by 1
008640             until ws-sub > ws-susp-count
008650         if ws-sp-result (ws-sub) = "R"
008660             and ws-sp-age (ws-sub) >= ws-age-limit
008670             add 1 to ws-aged-count
008680             perform write-aged-line
008690         end-if
008700     end-perform
008710     if ws-aged-count = zero
008720         move "    (NO ITEMS AT CUTOFF)" to ws-detail-line
008730         perform print-detail-line
008740     end-if.
008750 write-aged-line.
008760     move ws-sp-image (ws-sub) to adj-record
008770     move spaces to ws-detail-line
008780     string "    SITE " adj-site-code
008790         " ADJ " adj-id
008800         " REASON " ws-sp-reject (ws-sub)
008810         " AGE " ws-sp-age (ws-sub)
008820         " SINCE " ws-sp-date (ws-sub)
008830         " AUTH " adj-auth-oper
008840         delimited by size into ws-detail-line
008850     end-string
008860     perform print-detail-line.
008870 write-suspense-file.
008880     open output adj-susp-file
008890     if ws-adj-susp-status not = "00"
008900         display "ADJPOST - ADJSUSP OUTPUT OPEN FAILED, STATUS="
008910             ws-adj-susp-status upon console end-display
008920         move "N" to ws-outputs-ok
008930     else
008940         perform varying ws-sub from 1 by 1
008950                 until ws-sub > ws-susp-count
008960             if ws-sp-result (ws-sub) = "R"
008970                 and ws-sp-age (ws-sub) < ws-age-limit
008980                 perform write-one-suspense
008990             end-if
009000         end-perform
009010         close adj-susp-file
009020     end-if.
009030 write-one-suspense.
009040     move spaces to as-suspense-record
009050     move ws-sp-image (ws-sub) to as-adj-image
009060     move ws-sp-reject (ws-sub) to as-reject-code
009070     move ws-sp-date (ws-sub) to as-reject-date
009080     move ws-sp-age (ws-sub) to as-age
009090     move ws-sp-tried (ws-sub) to as-last-tried
009100     write as-suspense-record
009110     add 1 to ws-held-count.
009120 write-report-totals.
009130     move spaces to ws-detail-line
009140     perform print-detail-line
009150     move ws-carried-count to ws-count-disp
009160     move spaces to ws-detail-line
009170     string "  SUSPENSE CARRIED IN:      " ws-count-disp
009180         delimited by size into ws-detail-line
009190     end-string
009200     perform print-detail-line
009210     move ws-read-count to ws-count-disp
009220     move spaces to ws-detail-line
009230     string "  NEW ADJUSTMENTS READ:     " ws-count-disp
009240         delimited by size into ws-detail-line
009250     end-string
009260     perform print-detail-line
009270     move ws-resubmit-count to ws-count-disp
009280     move spaces to ws-detail-line
009290     string "  RESUBMITTED OVER HELD:    " ws-count-disp
009300         delimited by size into ws-detail-line
009310     end-string
009320     perform print-detail-line
009330     move ws-applied-count to ws-count-disp
009340     move spaces to ws-detail-line
009350     string "  APPLIED:                  " ws-count-disp
009360         delimited by size into ws-detail-line
009370     end-string
009380     perform print-detail-line
009390     move ws-skipped-count to ws-count-disp
009400     move spaces to ws-detail-line
009410     string "  ALREADY APPLIED, SKIPPED: " ws-count-disp
009420         delimited by size into ws-detail-line
009430     end-string
009440     perform print-detail-line
009450     move ws-reject-count to ws-count-disp
009460     move spaces to ws-detail-line
009470     string "  REJECTED:                 " ws-count-disp
009480         delimited by size into ws-detail-line
009490     end-string
009500     perform print-detail-line
009510     move ws-aged-count to ws-count-disp
009520     move spaces to ws-detail-line
009530     string "  ESCALATED AND DROPPED:    " ws-count-disp
009540         delimited by size into ws-detail-line
009550     end-string
009560     perform print-detail-line
009570     move ws-held-count to ws-count-disp
009580     move spaces to ws-detail-line
009590     string "  HELD IN SUSPENSE:         " ws-count-disp
009600         delimited by size into ws-detail-line
009610     end-string
009620     perform print-detail-line
009630     move ws-net-total to ws-amount-disp
009640     move spaces to ws-detail-line
009650     string "  NET AMOUNT ADJUSTED:      " ws-amount-disp
009660         delimited by size into ws-detail-line
009670     end-string
009680     perform print-detail-line.
009690 write-journal-record.
009700     move jh-run-date to jr-date
009710     move function current-date (9:6) to jr-time
009720     move jh-job-name to jr-job-name
009730     move ws-jrn-file to jr-file-id
009740     move ws-jrn-action to jr-action
009750     move ws-jrn-key to jr-key
009760     move ws-jrn-old to jr-old-image
009770     move ws-jrn-new to jr-new-image
009780     open extend journal-file
009790     if ws-journal-status = "35"
009800         open output journal-file
009810     end-if
009820     if ws-journal-status = "00"
009830         write jr-journal-record
009840         if ws-journal-status not = "00"
009850             move "N" to ws-journal-ok
009860         end-if
009870         close journal-file
009880     else
009890         move "N" to ws-journal-ok
009900     end-if
009910     if ws-journal-ok = "N"
009920         display "ADJPOST - JOURNAL WRITE FAILED, STATUS="
009930             ws-journal-status upon console end-display
009940     end-if.
009950 print-detail-line.
009960     display ws-detail-line end-display
009970     write sysout-record from ws-detail-line
009980     perform count-report-line.
009990 count-report-line.
010000     add 1 to ws-lines-on-page
010010     if ws-lines-on-page >= ws-max-lines-per-page
010020         perform write-report-header
010030     end-if.
010040 write-report-header.
010050     move ws-page-no to ws-page-no-disp
010060     move spaces to ws-header-line-1
010070     string "1RUN DATE: " jh-run-date
010080         "  CYCLE: " jh-cycle-no
010090         "   PAGE: " ws-page-no-disp
010100         "   JOB: " jh-job-name
010110         delimited by size into ws-header-line-1
010120     end-string
010130     move spaces to ws-header-line-2
010140     string "  SITE: " jh-site-code
010150         " (" ws-site-name-disp ")"
010160         "   TIME: " jh-run-time
010170         "   USER: " jh-operator-id
010180         delimited by size into ws-header-line-2
010190     end-string
010200     display ws-header-line-1 (2:131) end-display
010210     write sysout-record from ws-header-line-1
010220     write sysout-record from ws-header-line-2
010230     add 1 to ws-page-no
010240     move zero to ws-lines-on-page.
010250 write-report-footer.
010260     move "  *** END OF REPORT ***" to ws-footer-line
010270     display ws-footer-line end-display
010280     write sysout-record from ws-footer-line.
010290 validate-run.
010300     if ws-sysout-status = "00"
010310         move 0 to jh-return-code
010320     else
010330         move 16 to jh-return-code
010340     end-if
010350     if ws-open-failed = "Y"
010360         or ws-inputs-ok = "N" or ws-outputs-ok = "N"
010370         move 20 to jh-return-code
010380     end-if
010390     if jh-return-code = 0 and ws-post-failed = "Y"
010400         move 32 to jh-return-code
010410     end-if
010420     if jh-return-code = 0 and ws-journal-ok = "N"
010430         move 34 to jh-return-code
010440     end-if
010450     if jh-return-code = 0 and ws-susp-full = "Y"
010460         move 8 to jh-return-code
010470     end-if
010480     if jh-return-code = 0
010490         and (ws-reject-count > zero or ws-aged-count > zero)
010500         move 4 to jh-return-code
010510     end-if
010520     if jh-return-code = 0 and ws-audit-ok = "N"
010530         move 24 to jh-return-code
010540     end-if
010550     move jh-return-code to return-code.
010560 write-audit-record.
010570     move jh-return-code to ws-return-code-disp
010580     move spaces to ws-audit-line
010590     string jh-run-date "-" jh-run-time
010600         " JOB=" jh-job-name
010610         " SITE=" jh-site-code
010620         " RC=" ws-return-code-disp
010630         delimited by size into ws-audit-line
010640     end-string
010650     open extend audit-log
010660     write audit-record from ws-audit-line
010670     if ws-audit-log-status not = "00"
010680         display "ADJPOST - AUDIT LOG WRITE FAILED, STATUS="
010690             ws-audit-log-status upon console end-display
010700         if jh-return-code = 0
010710             move 24 to jh-return-code
010720             move jh-return-code to return-code
010730         end-if
010740     end-if
010750     close audit-log.
010760 read-run-control.
010770     open input runctl-file
010780     if ws-runctl-status = "00"
010790         read runctl-file
010800             at end
010810                 continue
010820             not at end
010830                 if ctl-process-date is numeric
010840                     move ctl-process-date to jh-run-date
010850                 end-if
010860                 if ctl-cycle-number is numeric
010870                     move ctl-cycle-number to jh-cycle-no
010880                 end-if
010890         end-read
010900         close runctl-file
010910     end-if.
010920 post-job-status.
010930     open i-o job-status-file
010940     if ws-jobstat-status = "35"
010950         open output job-status-file
010960         close job-status-file
010970         open i-o job-status-file
010980     end-if
010990     if ws-jobstat-status = "00"
011000         move jh-run-date to js-run-date
011010         move jh-job-name to js-job-name
011020         move function current-date (9:6) to js-run-time
011030         move jh-site-code to js-site-code
011040         move jh-return-code to js-return-code
011050         move "ENDED" to js-status
011060         move jh-run-time to js-start-time
011070         write js-status-record
011080             invalid key
011090                 rewrite js-status-record
011100                     invalid key
011110                         continue
011120                 end-rewrite
011130         end-write
011140         close job-status-file
011150     else
011160         display "ADJPOST - JOB STATUS OPEN FAILED, STATUS="
011170             ws-jobstat-status upon console end-display
011180     end-if.
011190 post-job-start.
011200     open i-o job-status-file
011210     if ws-jobstat-status = "35"
011220         open output job-status-file
011230         close job-status-file
011240         open i-o job-status-file
011250     end-if
011260     if ws-jobstat-status = "00"
011270         move jh-run-date to js-run-date
011280         move jh-job-name to js-job-name
011290         move jh-run-time to js-run-time
011300         move jh-site-code to js-site-code
011310         move zero to js-return-code
011320         move "STARTED" to js-status
011330         move jh-run-time to js-start-time
011340         write js-status-record
011350             invalid key
011360                 rewrite js-status-record
011370                     invalid key
011380                         continue
011390                 end-rewrite
011400         end-write
011410         close job-status-file
011420     else
011430         display "ADJPOST - JOB STATUS OPEN FAILED, STATUS="
011440             ws-jobstat-status upon console end-display
011450     end-if.
011460 end program adjpost.
