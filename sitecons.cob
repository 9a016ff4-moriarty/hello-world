000010* sitecons.cob Site consolidation for the HELLO batch suite.
000020* When two branches merge or a site code is re-issued, SITEMNT
000030* can only delete the old code and add the new one, which
000040* leaves the old site's figures and open items stranded. This
000050* step takes the CONSREQ old-to-new mapping requests and, for
000060* each one, carries everything the old code owns over to the
000070* surviving code:
000080*   SITEACT  - the old record's period and lifetime buckets are
000090*              added into the survivor's (its day bucket too,
000100*              when both last posted on the same date; the more
000110*              recent day wins otherwise) and the old record
000120*              is deleted.
000130*   SITEHIST - every closed period of the old site is added
000140*              into the survivor's record for the same period,
000150*              or moved across if the survivor has none, and
000160*              the old record is deleted.
000170*   TYPEACT  - each per-type record folds the same way.
000180*   SITEMAST - the old site's record is retired (deleted).
000190* Every write, rewrite, and delete is journalled to MSTJRNL, so
000200* JRNRCV can replay the consolidation onto a restored master.
000210* Once the masters are done, the open items in SUSPENSE,
000220* TRANSREJ, TRANSRCY, and ADJSUSP that carry an old code (as
000230* the department or as the detail's site) are re-keyed to the
000240* survivor, mappings applied in request order.
000250* A mapping is refused, and nothing of it is touched, when the
000260* old and surviving codes are the same, the survivor is not on
000270* SITEMAST, the old code has nothing on file, or either site
000280* has work posted under tonight's RUNCTL processing date (its
000290* SITEACT or TYPEACT last post date is the processing date),
000300* which has not been closed by CTLROLL yet.
000310* The report prints each mapping's before and after figures
000320* for sign-off, then the suspense re-keying and the totals.
000330* Detail history (TRANHIST, ADJHIST) and the received-file
000340* registers stay under the code the work was posted under.
000350* RC=4 a mapping refused, RC=8 a suspense file not re-keyed,
000360* RC=12 no requests, RC=20 open failure, RC=32 update failure,
000370* RC=34 journal write failure.
000380* 2026-10-15 Initial version.
000390 identification division.
000400 program-id. sitecons.
000410 environment division.
000420 input-output section.
000430 file-control.
000440     select sysout-file assign to "SYSOUT"
000450         organization is line sequential
000460         file status is ws-sysout-status.
000470     select request-file assign to "CONSREQ"
000480         organization is line sequential
000490         file status is ws-request-status.
000500     select site-master assign to "SITEMAST"
000510         organization is indexed
000520         access mode is random
000530         record key is sm-site-code
000540         file status is ws-site-master-status.
000550     select site-activity assign to "SITEACT"
000560         organization is indexed
000570         access mode is random
000580         record key is sa-site-code
000590         file status is ws-site-act-status.
000600     select site-history assign to "SITEHIST"
000610         organization is indexed
000620         access mode is dynamic
000630         record key is sh-key
000640         file status is ws-site-hist-status.
000650     select type-activity assign to "TYPEACT"
000660         organization is indexed
000670         access mode is dynamic
000680         record key is ta-key
000690         file status is ws-type-act-status.
000700     select suspense-file assign to "SUSPENSE"
000710         organization is line sequential
000720         file status is ws-suspense-status.
000730     select reject-file assign to "TRANSREJ"
000740         organization is line sequential
000750         file status is ws-reject-status.
000760     select recycle-trans-file assign to "TRANSRCY"
000770         organization is line sequential
000780         file status is ws-recycle-status.
000790     select adj-susp-file assign to "ADJSUSP"
000800         organization is line sequential
000810         file status is ws-adj-susp-status.
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
001010 fd  request-file.
001020 01  request-line              pic x(80).
001030 fd  site-master.
001040     copy "SITEMAST.cpy".
001050 fd  site-activity.
001060     copy "SITEACT.cpy".
001070 fd  site-history.
001080     copy "SITEHIST.cpy".
001090 fd  type-activity.
001100     copy "TYPEACT.cpy".
001110 fd  suspense-file.
001120 01  susp-record.
001130     05  susp-trans-record     pic x(80).
001140     05  filler                pic x(1).
001150     05  susp-reason-code      pic x(3).
001160     05  filler                pic x(1).
001170     05  susp-dept             pic x(4).
001180     05  filler                pic x(1).
001190     05  susp-reject-date      pic x(8).
001200     05  filler                pic x(1).
001210     05  susp-age              pic 9(3).
001220 fd  reject-file.
001230     copy "TRANSREJ.cpy".
001240 fd  recycle-trans-file.
001250     copy "TRANSRCY.cpy".
001290 fd  adj-susp-file.
001300     copy "ADJSUSP.cpy".
001310 fd  journal-file.
001320     copy "MSTJRNL.cpy".
001330 fd  audit-log.
001340 01  audit-record              pic x(80).
001350 fd  runctl-file.
001360     copy "RUNCTL.cpy".
001370 fd  job-status-file.
001380     copy "JOBSTAT.cpy".
001390 working-storage section.
001400     copy "JOBHDR.cpy".
001410     copy "CONSREQ.cpy".
001420     copy "TRANSREC.cpy".
001430 01  ws-site-name-disp         pic x(30)
001440         value "SITE CONSOLIDATION".
001450 01  ws-page-no                pic 9(4) value 1.
001460 01  ws-page-no-disp           pic zzz9.
001470 01  ws-header-line-1          pic x(132).
001480 01  ws-header-line-2          pic x(132).
001490 01  ws-detail-line            pic x(132).
001500 01  ws-footer-line            pic x(132).
001510 01  ws-lines-on-page          pic 9(3) value zero.
001520 01  ws-max-lines-per-page     pic 9(3) value 060.
001530 01  ws-sysout-status          pic x(2).
001540 01  ws-request-status         pic x(2).
001550 01  ws-site-master-status     pic x(2).
001560 01  ws-site-act-status        pic x(2).
001570 01  ws-site-hist-status       pic x(2).
001580 01  ws-type-act-status        pic x(2).
001590 01  ws-suspense-status        pic x(2).
001600 01  ws-reject-status          pic x(2).
001610 01  ws-recycle-status         pic x(2).
001620 01  ws-adj-susp-status        pic x(2).
001630 01  ws-journal-status         pic x(2).
001640 01  ws-audit-log-status       pic x(2).
001650 01  ws-runctl-status          pic x(2).
001660 01  ws-jobstat-status         pic x(2).
001670 01  ws-audit-line             pic x(80).
001680 01  ws-return-code-disp       pic 9(4).
001690 01  ws-open-failed            pic x value "N".
001700 01  ws-update-failed          pic x value "N".
001710 01  ws-journal-ok             pic x value "Y".
001720 01  ws-audit-ok               pic x value "Y".
001730 01  ws-rekey-failed           pic x value "N".
001740 01  ws-master-open            pic x value "N".
001750 01  ws-act-open               pic x value "N".
001760 01  ws-hist-open              pic x value "N".
001770 01  ws-type-open              pic x value "N".
001780 01  ws-req-eof                pic x.
001790 01  ws-scan-eof               pic x.
001800 01  ws-line-eof               pic x.
001810 01  ws-jrn-action             pic x(8).
001820 01  ws-jrn-file               pic x(8).
001830 01  ws-jrn-key                pic x(10).
001840 01  ws-jrn-old                pic x(120).
001850 01  ws-jrn-new                pic x(120).
001860 01  ws-req-max                pic 9(4) comp value 200.
001870 01  ws-req-table.
001880     05  ws-req-count          pic 9(4) comp value zero.
001890     05  ws-req-entry occurs 200.
001900         10  ws-rq-old         pic x(4).
001910         10  ws-rq-new         pic x(4).
001920         10  ws-rq-by          pic x(8).
001930         10  ws-rq-done        pic x.
001940 01  ws-req-sub                pic 9(4) comp.
001950 01  ws-req-full               pic x value "N".
001960 01  ws-old-site               pic x(4).
001970 01  ws-new-site               pic x(4).
001980 01  ws-refuse-text            pic x(60).
001990 01  ws-old-master-found       pic x.
002000 01  ws-old-master-image       pic x(120).
002010 01  ws-old-act-found          pic x.
002020 01  ws-old-act-image          pic x(120).
002030 01  ws-rec-ok                 pic x.
002040 01  ws-fold-date              pic x(8).
002050 01  ws-fold-day-count         pic 9(9).
002060 01  ws-fold-day-amount        pic s9(11)v99.
002070 01  ws-fold-per-count         pic 9(9).
002080 01  ws-fold-per-amount        pic s9(11)v99.
002090 01  ws-fold-tot-count         pic 9(9).
002100 01  ws-fold-tot-amount        pic s9(11)v99.
002110 01  ws-hist-max               pic 9(4) comp value 600.
002120 01  ws-hist-table.
002130     05  ws-hist-count         pic 9(4) comp value zero.
002140     05  ws-hist-entry occurs 600.
002150         10  ws-hh-image       pic x(40).
002160 01  ws-hist-sub               pic 9(4) comp.
002170 01  ws-type-max               pic 9(4) comp value 200.
002180 01  ws-type-table.
002190     05  ws-type-count         pic 9(4) comp value zero.
002200     05  ws-type-entry occurs 200.
002210         10  ws-tp-image       pic x(60).
002220 01  ws-type-sub               pic 9(4) comp.
002230 01  ws-scan-site              pic x(4).
002240 01  ws-scan-count             pic 9(4) comp.
002250 01  ws-scan-unclosed          pic x.
002260 01  ws-scan-full              pic x.
002270 01  ws-fig-table.
002280     05  ws-fig-entry occurs 3.
002290         10  ws-fg-label       pic x(12).
002300         10  ws-fg-site        pic x(4).
002310         10  ws-fg-per-count   pic 9(9).
002320         10  ws-fg-per-amount  pic s9(11)v99.
002330         10  ws-fg-tot-count   pic 9(9).
002340         10  ws-fg-tot-amount  pic s9(11)v99.
002350         10  ws-fg-months      pic 9(4).
002360         10  ws-fg-types       pic 9(4).
002370 01  ws-fig-sub                pic 9(4) comp.
002380 01  ws-hist-moved             pic 9(4).
002390 01  ws-hist-merged            pic 9(4).
002400 01  ws-type-moved             pic 9(4).
002410 01  ws-type-merged            pic 9(4).
002420 01  ws-retire-text            pic x(30).
002430 01  ws-line-max               pic 9(4) comp value 2000.
002440 01  ws-line-table.
002450     05  ws-line-count         pic 9(4) comp value zero.
002460     05  ws-line-entry occurs 2000.
002470         10  ws-ln-text        pic x(102).
002480 01  ws-line-sub               pic 9(4) comp.
002490 01  ws-line-full              pic x.
002500 01  ws-line-write             pic x.
002510 01  ws-line-status            pic x(2).
002520 01  ws-rekey-line             pic x(102).
002530 01  ws-line-open              pic x.
002540 01  ws-line-file              pic x(8).
002550 01  ws-line-rekeyed           pic 9(5).
002560 01  ws-rekey-site             pic x(4).
002570 01  ws-rekey-hit              pic x.
002580 01  ws-record-hit             pic x.
002590 01  ws-map-sub                pic 9(4) comp.
002600 01  ws-read-count             pic 9(5) value zero.
002610 01  ws-done-count             pic 9(5) value zero.
002620 01  ws-refused-count          pic 9(5) value zero.
002630 01  ws-rekeyed-total          pic 9(5) value zero.
002640 01  ws-count-disp             pic zzzz9.
002650 01  ws-count-disp-2           pic zzzzzzzz9.
002660 01  ws-count-disp-3           pic zzzzzzzz9.
002670 01  ws-months-disp            pic zzz9.
002680 01  ws-types-disp             pic zzz9.
002690 01  ws-moved-disp             pic zzz9.
002700 01  ws-merged-disp            pic zzz9.
002710 01  ws-amount-disp            pic z(10)9.99-.
002720 01  ws-amount-disp-2          pic z(10)9.99-.
002730 procedure division.
002740 main-para.
002750     move "SITECONS" to jh-job-name
002760     move "ALL" to jh-site-code
002770     perform initialize-run
002780     perform post-job-start
002790     perform print-report
002800     perform validate-run
002810     perform write-audit-record
002820     perform post-job-status
002830     goback.
002840 initialize-run.
002850     move function current-date (1:8) to jh-run-date
002860     move function current-date (9:6) to jh-run-time
002870     accept jh-operator-id from environment "USER"
002880     perform read-run-control.
002890 print-report.
002900     open extend sysout-file
002910     move zero to ws-lines-on-page
002920     perform write-report-header
002930     perform open-master-files
002940     if ws-open-failed = "N"
002950         perform load-requests
002960     end-if
002970     if ws-open-failed = "N"
002980         perform varying ws-req-sub from 1 by 1
002990                 until ws-req-sub > ws-req-count
003000             perform process-one-request
003010         end-perform
003020         if ws-req-count = zero
003030             move "  (NO CONSOLIDATION REQUESTS)"
003040                 to ws-detail-line
003050             perform print-detail-line
003060         end-if
003070     else
003080         move "  *** OPEN FAILED - NO MAPPING CARRIED OUT"
003090             to ws-detail-line
003100         perform print-detail-line
003110     end-if
003120     perform close-master-files
003130     if ws-done-count > zero
003140         perform rekey-open-items
003150     end-if
003160     if ws-open-failed = "N"
003170         perform write-report-totals
003180     end-if
003190     perform write-report-footer
003200     close sysout-file.
003210 open-master-files.
003220     open i-o site-master
003230     if ws-site-master-status = "00"
003240         move "Y" to ws-master-open
003250     else
003260         move "Y" to ws-open-failed
003270         display "SITECONS - SITE MASTER OPEN FAILED, STATUS="
003280             ws-site-master-status upon console end-display
003290     end-if
003300     open i-o site-activity
003310     if ws-site-act-status = "35"
003320         open output site-activity
003330         close site-activity
003340         open i-o site-activity
003350     end-if
003360     if ws-site-act-status = "00"
003370         move "Y" to ws-act-open
003380     else
003390         move "Y" to ws-open-failed
003400         display "SITECONS - SITE ACTIVITY OPEN FAILED, STATUS="
003410             ws-site-act-status upon console end-display
003420     end-if
003430     open i-o site-history
003440     if ws-site-hist-status = "35"
003450         open output site-history
003460         close site-history
003470         open i-o site-history
003480     end-if
003490     if ws-site-hist-status = "00"
003500         move "Y" to ws-hist-open
003510     else
003520         move "Y" to ws-open-failed
003530         display "SITECONS - SITE HISTORY OPEN FAILED, STATUS="
003540             ws-site-hist-status upon console end-display
003550     end-if
003560     open i-o type-activity
003570     if ws-type-act-status = "35"
003580         open output type-activity
003590         close type-activity
003600         open i-o type-activity
003610     end-if
003620     if ws-type-act-status = "00"
003630         move "Y" to ws-type-open
003640     else
003650         move "Y" to ws-open-failed
003660         display "SITECONS - TYPE ACTIVITY OPEN FAILED, STATUS="
003670             ws-type-act-status upon console end-display
003680     end-if.
003690 close-master-files.
003700     if ws-master-open = "Y"
003710         close site-master
003720     end-if
003730     if ws-act-open = "Y"
003740         close site-activity
003750     end-if
003760     if ws-hist-open = "Y"
003770         close site-history
003780     end-if
003790     if ws-type-open = "Y"
003800         close type-activity
003810     end-if.
003820 load-requests.
003830     move "N" to ws-req-eof
003840     open input request-file
003850     if ws-request-status = "35"
003860         continue
003870     else
003880         if ws-request-status not = "00"
003890             move "Y" to ws-open-failed
003900             display "SITECONS - CONSREQ OPEN FAILED, STATUS="
003910                 ws-request-status upon console end-display
003920         else
003930             perform until ws-req-eof = "Y"
003940                 read request-file into cr-request-record
003950                     at end
003960                         move "Y" to ws-req-eof
003970                     not at end
003980                         if cr-request-record not = spaces
003990                             add 1 to ws-read-count
004000                             perform load-one-request
004010                         end-if
004020                 end-read
004030             end-perform
004040             close request-file
004050         end-if
004060     end-if.
004070 load-one-request.
004080     if ws-req-count < ws-req-max
004090         add 1 to ws-req-count
004100         move cr-old-site to ws-rq-old (ws-req-count)
004110         move cr-new-site to ws-rq-new (ws-req-count)
004120         move cr-requested-by to ws-rq-by (ws-req-count)
004130         move "N" to ws-rq-done (ws-req-count)
004140     else
004150         move "Y" to ws-req-full
004160         add 1 to ws-refused-count
004170         move spaces to ws-detail-line
004180         string "  *** REQUEST TABLE FULL - MAPPING "
004190             cr-old-site " TO " cr-new-site " NOT READ ***"
004200             delimited by size into ws-detail-line
004210         end-string
004220         perform print-detail-line
004230     end-if.
004240 process-one-request.
004250     move ws-rq-old (ws-req-sub) to ws-old-site
004260     move ws-rq-new (ws-req-sub) to ws-new-site
004270     move spaces to ws-detail-line
004280     perform print-detail-line
004290     move spaces to ws-detail-line
004300     string "  MAPPING " ws-old-site " TO SURVIVOR " ws-new-site
004310         "   REQUESTED BY " ws-rq-by (ws-req-sub)
004320         delimited by size into ws-detail-line
004330     end-string
004340     perform print-detail-line
004350     move spaces to ws-refuse-text
004360     perform check-request
004370     if ws-refuse-text not = spaces
004380         add 1 to ws-refused-count
004390         move spaces to ws-detail-line
004400         string "    *** REFUSED - " ws-refuse-text
004410             delimited by size into ws-detail-line
004420         end-string
004430         perform print-detail-line
004440     else
004450         perform write-before-lines
004460         perform consolidate-site
004470         perform write-after-lines
004480         move "Y" to ws-rq-done (ws-req-sub)
004490         add 1 to ws-done-count
004500         perform write-mapping-audit
004510     end-if.
004520 check-request.
004530     if ws-old-site = spaces or ws-new-site = spaces
004540         or ws-old-site = ws-new-site
004550         move "OLD AND SURVIVING SITE CODES MUST DIFFER"
004560             to ws-refuse-text
004570     end-if
004580     if ws-refuse-text = spaces
004590         move ws-new-site to sm-site-code
004600         read site-master
004610             invalid key
004620                 move "SURVIVING SITE IS NOT ON SITEMAST"
004630                     to ws-refuse-text
004640         end-read
004650     end-if
004660     if ws-refuse-text = spaces
004670         move "N" to ws-old-master-found
004680         move spaces to ws-old-master-image
004690         move ws-old-site to sm-site-code
004700         read site-master
004710             invalid key
004720                 continue
004730             not invalid key
004740                 move "Y" to ws-old-master-found
004750                 move sm-site-record to ws-old-master-image
004760         end-read
004770         move 2 to ws-fig-sub
004780         move ws-new-site to ws-scan-site
004790         perform collect-site-figures
004800         if ws-scan-unclosed = "Y"
004810             string "SURVIVING SITE HAS UNCLOSED WORK POSTED FOR "
004820                 jh-run-date
004830                 delimited by size into ws-refuse-text
004840             end-string
004850         end-if
004860     end-if
004870     if ws-refuse-text = spaces
004880         move 1 to ws-fig-sub
004890         move ws-old-site to ws-scan-site
004900         perform collect-site-figures
004910         if ws-scan-unclosed = "Y"
004920             string "OLD SITE HAS UNCLOSED WORK POSTED FOR "
004930                 jh-run-date
004940                 delimited by size into ws-refuse-text
004950             end-string
004960         end-if
004970     end-if
004980     if ws-refuse-text = spaces and ws-scan-full = "Y"
004990         move "OLD SITE HAS TOO MANY SITEHIST/TYPEACT RECORDS"
005000             to ws-refuse-text
005010     end-if
005020     if ws-refuse-text = spaces
005030         and ws-old-master-found = "N"
005040         and ws-old-act-found = "N"
005050         and ws-hist-count = zero
005060         and ws-type-count = zero
005070         move "OLD SITE HAS NOTHING ON FILE" to ws-refuse-text
005080     end-if.
005090 collect-site-figures.
005100     move "N" to ws-scan-unclosed
005110     move "N" to ws-scan-full
005120     move ws-scan-site to ws-fg-site (ws-fig-sub)
005130     move zero to ws-fg-per-count (ws-fig-sub)
005140     move zero to ws-fg-per-amount (ws-fig-sub)
005150     move zero to ws-fg-tot-count (ws-fig-sub)
005160     move zero to ws-fg-tot-amount (ws-fig-sub)
005170     move zero to ws-fg-months (ws-fig-sub)
005180     move zero to ws-fg-types (ws-fig-sub)
005190     move zero to ws-hist-count
005200     move zero to ws-type-count
005210     move "N" to ws-old-act-found
005220     move spaces to ws-old-act-image
005230     move ws-scan-site to sa-site-code
005240     read site-activity
005250         invalid key
005260             continue
005270         not invalid key
005280             move "Y" to ws-old-act-found
005290             move sa-site-record to ws-old-act-image
005300             move sa-period-trans-count
005310                 to ws-fg-per-count (ws-fig-sub)
005320             move sa-period-trans-amount
005330                 to ws-fg-per-amount (ws-fig-sub)
005340             move sa-total-trans-count
005350                 to ws-fg-tot-count (ws-fig-sub)
005360             move sa-total-trans-amount
005370                 to ws-fg-tot-amount (ws-fig-sub)
005380             if sa-last-post-date = jh-run-date
005390                 move "Y" to ws-scan-unclosed
005400             end-if
005410     end-read
005420     move "N" to ws-scan-eof
005430     move ws-scan-site to sh-site-code
005440     move low-values to sh-period
005450     start site-history key not < sh-key
005460         invalid key
005470             move "Y" to ws-scan-eof
005480     end-start
005490     perform until ws-scan-eof = "Y"
005500         read site-history next
005510             at end
005520                 move "Y" to ws-scan-eof
005530             not at end
005540                 if sh-site-code = ws-scan-site
005550                     perform collect-one-history
005560                 else
005570                     move "Y" to ws-scan-eof
005580                 end-if
005590         end-read
005600     end-perform
005610     move "N" to ws-scan-eof
005620     move ws-scan-site to ta-site-code
005630     move low-values to ta-type-code
005640     start type-activity key not < ta-key
005650         invalid key
005660             move "Y" to ws-scan-eof
005670     end-start
005680     perform until ws-scan-eof = "Y"
005690         read type-activity next
005700             at end
005710                 move "Y" to ws-scan-eof
005720             not at end
005730                 if ta-site-code = ws-scan-site
005740                     perform collect-one-type
005750                 else
005760                     move "Y" to ws-scan-eof
005770                 end-if
005780         end-read
005790     end-perform.
005800 collect-one-history.
005810     add 1 to ws-fg-months (ws-fig-sub)
005820     if ws-hist-count < ws-hist-max
005830         add 1 to ws-hist-count
005840         move sh-history-record to ws-hh-image (ws-hist-count)
005850     else
005860         move "Y" to ws-scan-full
005870     end-if.
005880 collect-one-type.
005890     add 1 to ws-fg-types (ws-fig-sub)
005900     if ta-last-post-date = jh-run-date
005910         move "Y" to ws-scan-unclosed
005920     end-if
005930     if ws-type-count < ws-type-max
005940         add 1 to ws-type-count
005950         move ta-type-record to ws-tp-image (ws-type-count)
005960     else
005970         move "Y" to ws-scan-full
005980     end-if.
005990 consolidate-site.
006000     move zero to ws-hist-moved
006010     move zero to ws-hist-merged
006020     move zero to ws-type-moved
006030     move zero to ws-type-merged
006040     perform fold-site-activity
006050     perform varying ws-hist-sub from 1 by 1
006060             until ws-hist-sub > ws-hist-count
006070         perform fold-one-history
006080     end-perform
006090     perform varying ws-type-sub from 1 by 1
006100             until ws-type-sub > ws-type-count
006110         perform fold-one-type
006120     end-perform
006130     perform retire-site-master.
006140 fold-site-activity.
006150     move ws-fig-entry (2) to ws-fig-entry (3)
006160     if ws-old-act-found = "Y"
006170         move ws-old-act-image to sa-site-record
006180         move sa-last-post-date to ws-fold-date
006190         move sa-day-trans-count to ws-fold-day-count
006200         move sa-day-trans-amount to ws-fold-day-amount
006210         move sa-period-trans-count to ws-fold-per-count
006220         move sa-period-trans-amount to ws-fold-per-amount
006230         move sa-total-trans-count to ws-fold-tot-count
006240         move sa-total-trans-amount to ws-fold-tot-amount
006250         move ws-new-site to sa-site-code
006260         move spaces to ws-jrn-old
006270         read site-activity
006280             invalid key
006290                 move "WRITE" to ws-jrn-action
006300                 move ws-new-site to sa-site-code
006310                 move spaces to sa-last-post-date
006320                 move zero to sa-day-trans-count
006330                 move zero to sa-day-trans-amount
006340                 move zero to sa-period-trans-count
006350                 move zero to sa-period-trans-amount
006360                 move zero to sa-total-trans-count
006370                 move zero to sa-total-trans-amount
006380             not invalid key
006390                 move "REWRITE" to ws-jrn-action
006400                 move sa-site-record to ws-jrn-old
006410         end-read
006420         if ws-fold-date = sa-last-post-date
006430             add ws-fold-day-count to sa-day-trans-count
006440             add ws-fold-day-amount to sa-day-trans-amount
006450         else
006460             if ws-fold-date > sa-last-post-date
006470                 move ws-fold-date to sa-last-post-date
006480                 move ws-fold-day-count to sa-day-trans-count
006490                 move ws-fold-day-amount to sa-day-trans-amount
006500             end-if
006510         end-if
006520         add ws-fold-per-count to sa-period-trans-count
006530         add ws-fold-per-amount to sa-period-trans-amount
006540         add ws-fold-tot-count to sa-total-trans-count
006550         add ws-fold-tot-amount to sa-total-trans-amount
006560         move "Y" to ws-rec-ok
006570         if ws-jrn-action = "WRITE"
006580             write sa-site-record
006590                 invalid key
006600                     move "N" to ws-rec-ok
006610                     move "Y" to ws-update-failed
006620             end-write
006630         else
006640             rewrite sa-site-record
006650                 invalid key
006660                     move "N" to ws-rec-ok
006670                     move "Y" to ws-update-failed
006680             end-rewrite
006690         end-if
006700         move "SITEACT" to ws-jrn-file
006710         if ws-rec-ok = "Y"
006720             move spaces to ws-jrn-key
006730             move sa-site-code to ws-jrn-key
006740             move spaces to ws-jrn-new
006750             move sa-site-record to ws-jrn-new
006760             perform write-journal-record
006770         end-if
006780         move sa-period-trans-count to ws-fg-per-count (3)
006790         move sa-period-trans-amount to ws-fg-per-amount (3)
006800         move sa-total-trans-count to ws-fg-tot-count (3)
006810         move sa-total-trans-amount to ws-fg-tot-amount (3)
006820         move ws-old-site to sa-site-code
006830         move "Y" to ws-rec-ok
006840         delete site-activity
006850             invalid key
006860                 move "N" to ws-rec-ok
006870                 move "Y" to ws-update-failed
006880         end-delete
006890         if ws-rec-ok = "Y"
006900             move "DELETE" to ws-jrn-action
006910             move spaces to ws-jrn-key
006920             move ws-old-site to ws-jrn-key
006930             move ws-old-act-image to ws-jrn-old
006940             move spaces to ws-jrn-new
006950             perform write-journal-record
006960         end-if
006970     end-if.
006980 fold-one-history.
006990     move ws-hh-image (ws-hist-sub) to sh-history-record
007000     move sh-close-date to ws-fold-date
007010     move sh-trans-count to ws-fold-tot-count
007020     move sh-trans-amount to ws-fold-tot-amount
007030     move ws-new-site to sh-site-code
007040     move spaces to ws-jrn-old
007050     read site-history
007060         invalid key
007070             move "WRITE" to ws-jrn-action
007080             move ws-hh-image (ws-hist-sub) to sh-history-record
007090             move ws-new-site to sh-site-code
007100         not invalid key
007110             move "REWRITE" to ws-jrn-action
007120             move sh-history-record to ws-jrn-old
007130             add ws-fold-tot-count to sh-trans-count
007140             add ws-fold-tot-amount to sh-trans-amount
007150     end-read
007160     move "Y" to ws-rec-ok
007170     if ws-jrn-action = "WRITE"
007180         add 1 to ws-hist-moved
007190         add 1 to ws-fg-months (3)
007200         write sh-history-record
007210             invalid key
007220                 move "N" to ws-rec-ok
007230                 move "Y" to ws-update-failed
007240         end-write
007250     else
007260         add 1 to ws-hist-merged
007270         rewrite sh-history-record
007280             invalid key
007290                 move "N" to ws-rec-ok
007300                 move "Y" to ws-update-failed
007310         end-rewrite
007320     end-if
007330     move "SITEHIST" to ws-jrn-file
007340     if ws-rec-ok = "Y"
007350         move spaces to ws-jrn-key
007360         move sh-key to ws-jrn-key
007370         move spaces to ws-jrn-new
007380         move sh-history-record to ws-jrn-new
007390         perform write-journal-record
007400     end-if
007410     move ws-hh-image (ws-hist-sub) to sh-history-record
007420     move "Y" to ws-rec-ok
007430     delete site-history
007440         invalid key
007450             move "N" to ws-rec-ok
007460             move "Y" to ws-update-failed
007470     end-delete
007480     if ws-rec-ok = "Y"
007490         move "DELETE" to ws-jrn-action
007500         move spaces to ws-jrn-key
007510         move sh-key to ws-jrn-key
007520         move spaces to ws-jrn-old
007530         move ws-hh-image (ws-hist-sub) to ws-jrn-old
007540         move spaces to ws-jrn-new
007550         perform write-journal-record
007560     end-if.
007570 fold-one-type.
007580     move ws-tp-image (ws-type-sub) to ta-type-record
007590     move ta-last-post-date to ws-fold-date
007600     move ta-day-trans-count to ws-fold-day-count
007610     move ta-day-trans-amount to ws-fold-day-amount
007620     move ta-total-trans-count to ws-fold-tot-count
007630     move ta-total-trans-amount to ws-fold-tot-amount
007640     move ws-new-site to ta-site-code
007650     move spaces to ws-jrn-old
007660     read type-activity
007670         invalid key
007680             move "WRITE" to ws-jrn-action
007690             move ws-tp-image (ws-type-sub) to ta-type-record
007700             move ws-new-site to ta-site-code
007710         not invalid key
007720             move "REWRITE" to ws-jrn-action
007730             move ta-type-record to ws-jrn-old
007740             if ws-fold-date = ta-last-post-date
007750                 add ws-fold-day-count to ta-day-trans-count
007760                 add ws-fold-day-amount to ta-day-trans-amount
007770             else
007780                 if ws-fold-date > ta-last-post-date
007790                     move ws-fold-date to ta-last-post-date
007800                     move ws-fold-day-count
007810                         to ta-day-trans-count
007820                     move ws-fold-day-amount
007830                         to ta-day-trans-amount
007840                 end-if
007850             end-if
007860             add ws-fold-tot-count to ta-total-trans-count
007870             add ws-fold-tot-amount to ta-total-trans-amount
007880     end-read
007890     move "Y" to ws-rec-ok
007900     if ws-jrn-action = "WRITE"
007910         add 1 to ws-type-moved
007920         add 1 to ws-fg-types (3)
007930         write ta-type-record
007940             invalid key
007950                 move "N" to ws-rec-ok
007960                 move "Y" to ws-update-failed
007970         end-write
007980     else
007990         add 1 to ws-type-merged
008000         rewrite ta-type-record
008010             invalid key
008020                 move "N" to ws-rec-ok
008030                 move "Y" to ws-update-failed
008040         end-rewrite
008050     end-if
008060     move "TYPEACT" to ws-jrn-file
008070     if ws-rec-ok = "Y"
008080         move spaces to ws-jrn-key
008090         move ta-key to ws-jrn-key
008100         move spaces to ws-jrn-new
008110         move ta-type-record to ws-jrn-new
008120         perform write-journal-record
008130     end-if
008140     move ws-tp-image (ws-type-sub) to ta-type-record
008150     move "Y" to ws-rec-ok
008160     delete type-activity
008170         invalid key
008180             move "N" to ws-rec-ok
008190             move "Y" to ws-update-failed
008200     end-delete
008210     if ws-rec-ok = "Y"
008220         move "DELETE" to ws-jrn-action
008230         move spaces to ws-jrn-key
008240         move ta-key to ws-jrn-key
008250         move spaces to ws-jrn-old
008260         move ws-tp-image (ws-type-sub) to ws-jrn-old
008270         move spaces to ws-jrn-new
008280         perform write-journal-record
008290     end-if.
008300 retire-site-master.
008310     if ws-old-master-found = "Y"
008320         move ws-old-site to sm-site-code
008330         move "Y" to ws-rec-ok
008340         delete site-master
008350             invalid key
008360                 move "N" to ws-rec-ok
008370                 move "Y" to ws-update-failed
008380         end-delete
008390         if ws-rec-ok = "Y"
008400             move "SITEMAST" to ws-jrn-file
008410             move "DELETE" to ws-jrn-action
008420             move spaces to ws-jrn-key
008430             move ws-old-site to ws-jrn-key
008440             move ws-old-master-image to ws-jrn-old
008450             move spaces to ws-jrn-new
008460             perform write-journal-record
008470             move "RETIRED" to ws-retire-text
008480         else
008490             move "*** DELETE FAILED ***" to ws-retire-text
008500         end-if
008510     else
008520         move "NOT ON FILE, NOTHING TO RETIRE"
008530             to ws-retire-text
008540     end-if.
008550 write-before-lines.
008560     move "BEFORE  OLD " to ws-fg-label (1)
008570     move "BEFORE  SURV" to ws-fg-label (2)
008580     move 1 to ws-fig-sub
008590     perform write-figure-line
008600     move 2 to ws-fig-sub
008610     perform write-figure-line.
008620 write-after-lines.
008630     move "AFTER   SURV" to ws-fg-label (3)
008640     move 3 to ws-fig-sub
008650     perform write-figure-line
008660     move ws-hist-moved to ws-moved-disp
008670     move ws-hist-merged to ws-merged-disp
008680     move spaces to ws-detail-line
008690     string "    SITEHIST PERIODS MOVED: " ws-moved-disp
008700         "  MERGED: " ws-merged-disp
008710         delimited by size into ws-detail-line
008720     end-string
008730     perform print-detail-line
008740     move ws-type-moved to ws-moved-disp
008750     move ws-type-merged to ws-merged-disp
008760     move spaces to ws-detail-line
008770     string "    TYPEACT RECORDS MOVED:  " ws-moved-disp
008780         "  MERGED: " ws-merged-disp
008790         delimited by size into ws-detail-line
008800     end-string
008810     perform print-detail-line
008820     move spaces to ws-detail-line
008830     string "    SITEMAST " ws-old-site ": " ws-retire-text
008840         delimited by size into ws-detail-line
008850     end-string
008860     perform print-detail-line.
008870 write-figure-line.
008880     move ws-fg-per-count (ws-fig-sub) to ws-count-disp-2
008890     move ws-fg-per-amount (ws-fig-sub) to ws-amount-disp
008900     move ws-fg-tot-count (ws-fig-sub) to ws-count-disp-3
008910     move ws-fg-tot-amount (ws-fig-sub) to ws-amount-disp-2
008920     move ws-fg-months (ws-fig-sub) to ws-months-disp
008930     move ws-fg-types (ws-fig-sub) to ws-types-disp
008940     move spaces to ws-detail-line
008950     string "    " ws-fg-label (ws-fig-sub)
008960         " " ws-fg-site (ws-fig-sub)
008970         "  PERIOD: " ws-count-disp-2 " / " ws-amount-disp
008980         "  LIFETIME: " ws-count-disp-3 " / " ws-amount-disp-2
008990         "  MONTHS: " ws-months-disp
009000         "  TYPES: " ws-types-disp
009010         delimited by size into ws-detail-line
009020     end-string
009030     perform print-detail-line.
009040 write-mapping-audit.
009050     move spaces to ws-audit-line
009060     string jh-run-date "-" function current-date (9:6)
009070         " JOB=" jh-job-name
009080         " SITE=" ws-new-site
009090         " RC=0000"
009100         " FROM=" ws-old-site
009110         delimited by size into ws-audit-line
009120     end-string
009130     open extend audit-log
009140     write audit-record from ws-audit-line
009150     if ws-audit-log-status not = "00"
009160         move "N" to ws-audit-ok
009170         display "SITECONS - AUDIT LOG WRITE FAILED, STATUS="
009180             ws-audit-log-status upon console end-display
009190     end-if
009200     close audit-log.
009210 rekey-open-items.
009220     move spaces to ws-detail-line
009230     perform print-detail-line
009240     move "  OPEN ITEMS RE-KEYED TO THE SURVIVING SITES"
009250         to ws-detail-line
009260     perform print-detail-line
009270     perform rekey-suspense
009280     perform rekey-rejects
009290     perform rekey-recycle
009300     perform rekey-adj-suspense.
009310 rekey-suspense.
009320     move "SUSPENSE" to ws-line-file
009330     perform start-line-file
009340     open input suspense-file
009350     if ws-suspense-status = "00"
009360         move "Y" to ws-line-open
009370         perform until ws-line-eof = "Y"
009380             read suspense-file
009390                 at end
009400                     move "Y" to ws-line-eof
009410                 not at end
009420                     move "N" to ws-record-hit
009430                     move susp-dept to ws-rekey-site
009440                     perform rekey-site-code
009450                     move ws-rekey-site to susp-dept
009460                     move susp-trans-record to trans-record
009470                     perform rekey-trans-image
009480                     move trans-record to susp-trans-record
009490                     move susp-record to ws-rekey-line
009500                     perform keep-line
009510             end-read
009520         end-perform
009530         close suspense-file
009540     end-if
009550     move ws-suspense-status to ws-line-status
009560     perform judge-line-file
009570     if ws-line-write = "Y"
009580         open output suspense-file
009590         perform varying ws-line-sub from 1 by 1
009600                 until ws-line-sub > ws-line-count
009610             move ws-ln-text (ws-line-sub) to susp-record
009620             write susp-record
009630         end-perform
009640         close suspense-file
009650     end-if
009660     perform write-line-file-result.
009670 rekey-rejects.
009680     move "TRANSREJ" to ws-line-file
009690     perform start-line-file
009700     open input reject-file
009710     if ws-reject-status = "00"
009720         move "Y" to ws-line-open
009730         perform until ws-line-eof = "Y"
009740             read reject-file
009750                 at end
009760                     move "Y" to ws-line-eof
009770                 not at end
009780                     move "N" to ws-record-hit
009790                     move rej-dept to ws-rekey-site
009800                     perform rekey-site-code
009810                     move ws-rekey-site to rej-dept
009820                     move rej-trans-record to trans-record
009830                     perform rekey-trans-image
009840                     move trans-record to rej-trans-record
009850                     move rej-record to ws-rekey-line
009860                     perform keep-line
009870             end-read
009880         end-perform
009890         close reject-file
009900     end-if
009910     move ws-reject-status to ws-line-status
009920     perform judge-line-file
009930     if ws-line-write = "Y"
009940         open output reject-file
009950         perform varying ws-line-sub from 1 by 1
009960                 until ws-line-sub > ws-line-count
009970             move ws-ln-text (ws-line-sub) to rej-record
009980             write rej-record
009990         end-perform
010000         close reject-file
010010     end-if
010020     perform write-line-file-result.
010030 rekey-recycle.
010040     move "TRANSRCY" to ws-line-file
010050     perform start-line-file
010060     open input recycle-trans-file
010070     if ws-recycle-status = "00"
010080         move "Y" to ws-line-open
010090         perform until ws-line-eof = "Y"
010100             read recycle-trans-file
010110                 at end
010120                     move "Y" to ws-line-eof
010130                 not at end
010140                     move "N" to ws-record-hit
010150                     move rcy-dept to ws-rekey-site
010160                     perform rekey-site-code
010170                     move ws-rekey-site to rcy-dept
010180                     move rcy-trans-record to trans-record
010190                     perform rekey-trans-image
010200                     move trans-record to rcy-trans-record
010210                     move rcy-record to ws-rekey-line
010220                     perform keep-line
010230             end-read
010240         end-perform
010250         close recycle-trans-file
010260     end-if
010270     move ws-recycle-status to ws-line-status
010280     perform judge-line-file
010290     if ws-line-write = "Y"
010300         open output recycle-trans-file
010310         perform varying ws-line-sub from 1 by 1
010320                 until ws-line-sub > ws-line-count
010330             move ws-ln-text (ws-line-sub) to rcy-record
010340             write rcy-record
010350         end-perform
010360         close recycle-trans-file
010370     end-if
010380     perform write-line-file-result.
010390 rekey-adj-suspense.
010400     move "ADJSUSP" to ws-line-file
010410     perform start-line-file
010420     open input adj-susp-file
010430     if ws-adj-susp-status = "00"
010440         move "Y" to ws-line-open
010450         perform until ws-line-eof = "Y"
010460             read adj-susp-file
010470                 at end
010480                     move "Y" to ws-line-eof
010490                 not at end
010500                     move "N" to ws-record-hit
010510                     move as-site-code to ws-rekey-site
010520                     perform rekey-site-code
010530                     move ws-rekey-site to as-site-code
010540                     move as-suspense-record to ws-rekey-line
010550                     perform keep-line
010560             end-read
010570         end-perform
010580         close adj-susp-file
010590     end-if
010600     move ws-adj-susp-status to ws-line-status
010610     perform judge-line-file
010620     if ws-line-write = "Y"
010630         open output adj-susp-file
010640         perform varying ws-line-sub from 1 by 1
010650                 until ws-line-sub > ws-line-count
010660             move ws-ln-text (ws-line-sub) to as-suspense-record
010670             write as-suspense-record
010680         end-perform
010690         close adj-susp-file
010700     end-if
010710     perform write-line-file-result.
010720 start-line-file.
010730     move zero to ws-line-count
010740     move zero to ws-line-rekeyed
010750     move "N" to ws-line-eof
010760     move "N" to ws-line-full
010770     move "N" to ws-line-open
010780     move "N" to ws-line-write.
010790 keep-line.
010800     if ws-line-count < ws-line-max
010810         add 1 to ws-line-count
010820         move ws-rekey-line to ws-ln-text (ws-line-count)
010830         if ws-record-hit = "Y"
010840             add 1 to ws-line-rekeyed
010850         end-if
010860     else
010870         move "Y" to ws-line-full
010880     end-if.
010890 rekey-trans-image.
010900     if trans-id not = "HEADER" and trans-id not = "TRAILER"
010910         move trans-dtl-site to ws-rekey-site
010920         perform rekey-site-code
010930         move ws-rekey-site to trans-dtl-site
010940     end-if.
010950 rekey-site-code.
010960     move "N" to ws-rekey-hit
010970     perform varying ws-map-sub from 1 by 1
010980             until ws-map-sub > ws-req-count
010990         if ws-rq-done (ws-map-sub) = "Y"
011000             and ws-rekey-site = ws-rq-old (ws-map-sub)
011010             move ws-rq-new (ws-map-sub) to ws-rekey-site
011020             move "Y" to ws-rekey-hit
011030         end-if
011040     end-perform
011050     if ws-rekey-hit = "Y"
011060         move "Y" to ws-record-hit
011070     end-if.
011080 judge-line-file.
011090     if ws-line-open = "N"
011100         if ws-line-status not = "35"
011110             move "Y" to ws-rekey-failed
011120             display "SITECONS - " ws-line-file
011130                 " OPEN FAILED, STATUS=" ws-line-status
011140                 upon console end-display
011150         end-if
011160     else
011170         if ws-line-full = "Y"
011180             move "Y" to ws-rekey-failed
011190         else
011200             if ws-line-rekeyed > zero
011210                 move "Y" to ws-line-write
011220             end-if
011230         end-if
011240     end-if.
011250 write-line-file-result.
011260     move spaces to ws-detail-line
011270     if ws-line-open = "N"
011280         if ws-line-status = "35"
011290             string "    " ws-line-file ": NOT PRESENT"
011300                 delimited by size into ws-detail-line
011310             end-string
011320         else
011330             string "    " ws-line-file
011340                 ": *** OPEN FAILED, STATUS " ws-line-status
011350                 " - NOT RE-KEYED ***"
011360                 delimited by size into ws-detail-line
011370             end-string
011380         end-if
011390     else
011400         if ws-line-full = "Y"
011410             move ws-line-max to ws-count-disp
011420             string "    " ws-line-file
011430                 ": *** MORE THAN " ws-count-disp
011440                 " ITEMS - NOT RE-KEYED ***"
011450                 delimited by size into ws-detail-line
011460             end-string
011470         else
011480             add ws-line-rekeyed to ws-rekeyed-total
011490             move ws-line-count to ws-count-disp
011500             move ws-line-rekeyed to ws-moved-disp
011510             string "    " ws-line-file ": " ws-count-disp
011520                 " ITEMS READ, " ws-moved-disp " RE-KEYED"
011530                 delimited by size into ws-detail-line
011540             end-string
011550         end-if
011560     end-if
011570     perform print-detail-line.
011580 write-report-totals.
011590     move spaces to ws-detail-line
011600     perform print-detail-line
011610     move ws-read-count to ws-count-disp
011620     move spaces to ws-detail-line
011630     string "  MAPPINGS READ:        " ws-count-disp
011640         delimited by size into ws-detail-line
011650     end-string
011660     perform print-detail-line
011670     move ws-done-count to ws-count-disp
011680     move spaces to ws-detail-line
011690     string "  MAPPINGS CARRIED OUT: " ws-count-disp
011700         delimited by size into ws-detail-line
011710     end-string
011720     perform print-detail-line
011730     move ws-refused-count to ws-count-disp
011740     move spaces to ws-detail-line
011750     string "  MAPPINGS REFUSED:     " ws-count-disp
011760         delimited by size into ws-detail-line
011770     end-string
011780     perform print-detail-line
011790     move ws-rekeyed-total to ws-count-disp
011800     move spaces to ws-detail-line
011810     string "  OPEN ITEMS RE-KEYED:  " ws-count-disp
011820         delimited by size into ws-detail-line
011830     end-string
011840     perform print-detail-line.
011850 write-journal-record.
011860     move jh-run-date to jr-date
011870     move function current-date (9:6) to jr-time
011880     move jh-job-name to jr-job-name
011890     move ws-jrn-file to jr-file-id
011900     move ws-jrn-action to jr-action
011910     move ws-jrn-key to jr-key
011920     move ws-jrn-old to jr-old-image
011930     move ws-jrn-new to jr-new-image
011940     open extend journal-file
011950     if ws-journal-status = "35"
011960         open output journal-file
011970     end-if
011980     if ws-journal-status = "00"
011990         write jr-journal-record
012000         if ws-journal-status not = "00"
012010             move "N" to ws-journal-ok
012020         end-if
012030         close journal-file
012040     else
012050         move "N" to ws-journal-ok
012060     end-if
012070     if ws-journal-ok = "N"
012080         display "SITECONS - JOURNAL WRITE FAILED, STATUS="
012090             ws-journal-status upon console end-display
012100     end-if.
012110 print-detail-line.
012120     display ws-detail-line end-display
012130     write sysout-record from ws-detail-line
012140     perform count-report-line.
012150 count-report-line.
012160     add 1 to ws-lines-on-page
012170     if ws-lines-on-page >= ws-max-lines-per-page
012180         perform write-report-header
012190     end-if.
012200 write-report-header.
012210     move ws-page-no to ws-page-no-disp
012220     move spaces to ws-header-line-1
012230     string "1RUN DATE: " jh-run-date
012240         "  CYCLE: " jh-cycle-no
012250         "   PAGE: " ws-page-no-disp
012260         "   JOB: " jh-job-name
012270         delimited by size into ws-header-line-1
012280     end-string
012290     move spaces to ws-header-line-2
012300     string "  SITE: " jh-site-code
012310         " (" ws-site-name-disp ")"
012320         "   TIME: " jh-run-time
012330         "   USER: " jh-operator-id
012340         delimited by size into ws-header-line-2
012350     end-string
012360     display ws-header-line-1 (2:131) end-display
012370     write sysout-record from ws-header-line-1
012380     write sysout-record from ws-header-line-2
012390     add 1 to ws-page-no
012400     move zero to ws-lines-on-page.
012410 write-report-footer.
012420     move "  *** END OF REPORT ***" to ws-footer-line
012430     display ws-footer-line end-display
012440     write sysout-record from ws-footer-line.
012450 validate-run.
012460     if ws-sysout-status = "00"
012470         move 0 to jh-return-code
012480     else
012490         move 16 to jh-return-code
012500     end-if
012510     if ws-open-failed = "Y"
012520         move 20 to jh-return-code
012530     end-if
012540     if jh-return-code = 0 and ws-update-failed = "Y"
012550         move 32 to jh-return-code
012560     end-if
012570     if jh-return-code = 0 and ws-journal-ok = "N"
012580         move 34 to jh-return-code
012590     end-if
012600     if jh-return-code = 0 and ws-read-count = zero
012610         move 12 to jh-return-code
012620     end-if
012630     if jh-return-code = 0 and ws-rekey-failed = "Y"
012640         move 8 to jh-return-code
012650     end-if
012660     if jh-return-code = 0 and ws-refused-count > zero
012670         move 4 to jh-return-code
012680     end-if
012690     if jh-return-code = 0 and ws-audit-ok = "N"
012700         move 24 to jh-return-code
012710     end-if
012720     move jh-return-code to return-code.
012730 write-audit-record.
012740     move jh-return-code to ws-return-code-disp
012750     move spaces to ws-audit-line
012760     string jh-run-date "-" jh-run-time
012770         " JOB=" jh-job-name
012780         " SITE=" jh-site-code
012790         " RC=" ws-return-code-disp
012800         delimited by size into ws-audit-line
012810     end-string
012820     open extend audit-log
012830     write audit-record from ws-audit-line
012840     if ws-audit-log-status not = "00"
012850         display "SITECONS - AUDIT LOG WRITE FAILED, STATUS="
012860             ws-audit-log-status upon console end-display
012870         if jh-return-code = 0
012880             move 24 to jh-return-code
012890             move jh-return-code to return-code
012900         end-if
012910     end-if
012920     close audit-log.
012930 read-run-control.
012940     open input runctl-file
012950     if ws-runctl-status = "00"
012960         read runctl-file
012970             at end
012980                 continue
012990             not at end
013000                 if ctl-process-date is numeric
013010                     move ctl-process-date to jh-run-date
013020                 end-if
013030                 if ctl-cycle-number is numeric
013040                     move ctl-cycle-number to jh-cycle-no
013050                 end-if
013060         end-read
013070         close runctl-file
013080     end-if.
013090 post-job-status.
013100     open i-o job-status-file
013110     if ws-jobstat-status = "35"
013120         open output job-status-file
013130         close job-status-file
013140         open i-o job-status-file
013150     end-if
013160     if ws-jobstat-status = "00"
013170         move jh-run-date to js-run-date
013180         move jh-job-name to js-job-name
013190         move function current-date (9:6) to js-run-time
013200         move jh-site-code to js-site-code
013210         move jh-return-code to js-return-code
013220         move "ENDED" to js-status
013230         move jh-run-time to js-start-time
013240         write js-status-record
013250             invalid key
013260                 rewrite js-status-record
013270                     invalid key
013280                         continue
013290                 end-rewrite
013300         end-write
013310         close job-status-file
013320     else
013330         display "SITECONS - JOB STATUS OPEN FAILED, STATUS="
013340             ws-jobstat-status upon console end-display
013350     end-if.
013360 post-job-start.
013370     open i-o job-status-file
013380     if ws-jobstat-status = "35"
013390         open output job-status-file
013400         close job-status-file
013410         open i-o job-status-file
013420     end-if
013430     if ws-jobstat-status = "00"
013440         move jh-run-date to js-run-date
013450         move jh-job-name to js-job-name
013460         move jh-run-time to js-run-time
013470         move jh-site-code to js-site-code
013480         move zero to js-return-code
013490         move "STARTED" to js-status
013500         move jh-run-time to js-start-time
013510         write js-status-record
013520             invalid key
013530                 rewrite js-status-record
013540                     invalid key
013550                         continue
013560                 end-rewrite
013570         end-write
013580         close job-status-file
013590     else
013600         display "SITECONS - JOB STATUS OPEN FAILED, STATUS="
013610             ws-jobstat-status upon console end-display
013620     end-if.
013630 end program sitecons.
