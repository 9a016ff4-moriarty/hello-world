000010* glfeed.cob General-ledger interface feed for the HELLO batch
000020* suite. Runs after HELLO PROCESS mode has posted the day and
000030* replaces the hand re-keying of the nightly totals from the
000040* run report: every TYPEACT record posted under the RUNCTL
000050* processing date becomes one balanced debit/credit pair in
000060* the GL journal feed, the accounts coming from the GLMAP
000070* site/type-to-account table (a site-specific record wins over
000080* the ALL default for the type). A positive net debits the
000090* mapped debit account and credits the credit account; a
000100* negative net (refunds outweighing sales) posts the reverse
000110* pair for the absolute amount. The feed opens with a header
000120* and closes with a trailer carrying the detail record count
000130* and the debit and credit totals.
000140* The feed is a dated generation (logical name GLFEED, mapped
000150* per run to GLFD plus the business date) opened OUTPUT, so a
000160* rerun of a held cycle on the same RUNCTL date replaces that
000170* date's feed instead of handing the ledger a second copy.
000180* The control report lists every pair, then re-reads the
000190* written feed and proves it: trailer count and totals against
000200* the records actually on file, debits equal to credits, and
000210* each site's fed item count and net amount equal to its
000220* SITEACT day buckets for the date. A site/type with no GLMAP
000230* mapping is listed and not fed (RC=8); a feed that does not
000240* prove ends RC=28 so CTLROLL holds the roll. GLFEED-PRED-STEP
000250* names an optional predecessor gate exactly as HELLO's does
000260* (RC=90 unless the step ENDED with RC < 8 for the date).
000270* 2026-10-15 Initial version.
000280 identification division.
000290 program-id. glfeed.
000300 environment division.
000310 input-output section.
000320 file-control.
000330     select sysout-file assign to "SYSOUT"
000340         organization is line sequential
000350         file status is ws-sysout-status.
000360     select gl-map-file assign to "GLMAP"
000370         organization is line sequential
000380         file status is ws-gl-map-status.
000390     select gl-feed-file assign to "GLFEED"
000400         organization is line sequential
000410         file status is ws-gl-feed-status.
000420     select type-activity assign to "TYPEACT"
000430         organization is indexed
000440         access mode is dynamic
000450         record key is ta-key
000460         file status is ws-type-act-status.
000470     select site-activity assign to "SITEACT"
000480         organization is indexed
000490         access mode is dynamic
000500         record key is sa-site-code
000510         file status is ws-site-act-status.
000520     select audit-log assign to "AUDITLOG"
000530         organization is line sequential
000540         file status is ws-audit-log-status.
000550     select runctl-file assign to "RUNCTL"
000560         organization is line sequential
000570         file status is ws-runctl-status.
000580     select job-status-file assign to "JOBSTAT"
000590         organization is indexed
000600         access mode is random
000610         record key is js-key
000620         file status is ws-jobstat-status.
000630 data division.
000640 file section.
000650 fd  sysout-file
000660     recording mode is f.
000670 01  sysout-record             pic x(132).
000680 fd  gl-map-file.
000690     copy "GLMAP.cpy".
000700 fd  gl-feed-file.
000710     copy "GLFEED.cpy".
000720 fd  type-activity.
000730     copy "TYPEACT.cpy".
000740 fd  site-activity.
000750     copy "SITEACT.cpy".
000760 fd  audit-log.
000770 01  audit-record              pic x(80).
000780 fd  runctl-file.
000790     copy "RUNCTL.cpy".
000800 fd  job-status-file.
000810     copy "JOBSTAT.cpy".
000820 working-storage section.
000830     copy "JOBHDR.cpy".
000840 01  ws-site-name-disp         pic x(30)
000850         value "GENERAL LEDGER FEED".
000860 01  ws-page-no                pic 9(4) value 1.
000870 01  ws-page-no-disp           pic zzz9.
000880 01  ws-header-line-1          pic x(132).
000890 01  ws-header-line-2          pic x(132).
000900 01  ws-detail-line            pic x(132).
000910 01  ws-footer-line            pic x(132).
000920 01  ws-lines-on-page          pic 9(3) value zero.
000930 01  ws-max-lines-per-page     pic 9(3) value 060.
000940 01  ws-sysout-status          pic x(2).
000950 01  ws-gl-map-status          pic x(2).
000960 01  ws-gl-feed-status         pic x(2).
000970 01  ws-type-act-status        pic x(2).
000980 01  ws-site-act-status        pic x(2).
000990 01  ws-audit-log-status       pic x(2).
001000 01  ws-runctl-status          pic x(2).
001010 01  ws-jobstat-status         pic x(2).
001020 01  ws-audit-line             pic x(80).
001030 01  ws-return-code-disp       pic 9(4).
001040 01  ws-pred-step              pic x(8).
001050 01  ws-pred-ok                pic x.
001060 01  ws-feed-gen-name          pic x(28).
001070 01  ws-open-failed            pic x value "N".
001080 01  ws-map-eof                pic x.
001090 01  ws-map-ok                 pic x value "N".
001100 01  ws-map-full               pic x value "N".
001110 01  ws-map-max                pic 9(4) comp value 500.
001120 01  ws-map-table.
001130     05  ws-map-count          pic 9(4) comp value zero.
001140     05  ws-map-entry occurs 500.
001150         10  ws-map-site       pic x(4).
001160         10  ws-map-type       pic x(2).
001170         10  ws-map-debit      pic x(12).
001180         10  ws-map-credit     pic x(12).
001190         10  ws-map-desc       pic x(20).
001200 01  ws-map-sub                pic 9(4) comp.
001210 01  ws-map-hit                pic 9(4) comp.
001220 01  ws-map-all-hit            pic 9(4) comp.
001230 01  ws-look-site              pic x(4).
001240 01  ws-look-type              pic x(2).
001250 01  ws-act-eof                pic x.
001260 01  ws-feed-ok                pic x value "N".
001270 01  ws-feed-eof               pic x.
001280 01  ws-dr-account             pic x(12).
001290 01  ws-cr-account             pic x(12).
001300 01  ws-pair-amount            pic 9(11)v99.
001310 01  ws-pairs-fed              pic 9(7) value zero.
001320 01  ws-pairs-unmapped         pic 9(7) value zero.
001330 01  ws-feed-records           pic 9(9) value zero.
001340 01  ws-feed-debits            pic 9(13)v99 value zero.
001350 01  ws-feed-credits           pic 9(13)v99 value zero.
001360 01  ws-read-records           pic 9(9).
001370 01  ws-read-debits            pic 9(13)v99.
001380 01  ws-read-credits           pic 9(13)v99.
001390 01  ws-trl-seen               pic x.
001400 01  ws-trl-records            pic 9(9).
001410 01  ws-trl-debits             pic 9(13)v99.
001420 01  ws-trl-credits            pic 9(13)v99.
001430 01  ws-proof-ok               pic x value "Y".
001440 01  ws-proof-max              pic 9(4) comp value 500.
001450 01  ws-proof-table.
001460     05  ws-proof-count        pic 9(4) comp value zero.
001470     05  ws-proof-entry occurs 500.
001480         10  ws-pf-site        pic x(4).
001490         10  ws-pf-items       pic 9(9).
001500         10  ws-pf-amount      pic s9(11)v99.
001510         10  ws-pf-matched     pic x.
001520 01  ws-proof-sub              pic 9(4) comp.
001530 01  ws-proof-hit              pic 9(4) comp.
001540 01  ws-signed-amount          pic s9(11)v99.
001550 01  ws-proof-site             pic x(4).
001560 01  ws-act-items              pic 9(9).
001570 01  ws-fed-items              pic 9(9).
001580 01  ws-fed-amount             pic s9(11)v99.
001590 01  ws-act-amount             pic s9(11)v99.
001600 01  ws-diff-amount            pic s9(11)v99.
001610 01  ws-sites-proved           pic 9(5) value zero.
001620 01  ws-sites-out              pic 9(5) value zero.
001630 01  ws-count-disp             pic zzzzzzzz9.
001640 01  ws-count-disp-2           pic zzzzzzzz9.
001650 01  ws-amount-disp            pic z(10)9.99-.
001660 01  ws-amount-disp-2          pic z(10)9.99-.
001670 01  ws-amount-disp-3          pic z(10)9.99-.
001680 01  ws-total-disp             pic z(12)9.99.
001690 01  ws-total-disp-2           pic z(12)9.99.
001700 procedure division.
001710 main-para.
001720     move "GLFEED" to jh-job-name
001730     move "ALL" to jh-site-code
001740     perform initialize-run
001750     perform post-job-start
001760     perform check-predecessor-gate
001770     if ws-pred-ok = "N"
001780         move 90 to jh-return-code
001790         move jh-return-code to return-code
001800         perform write-audit-record
001810         perform post-job-status
001820         goback
001830     end-if
001840     perform print-report
001850     perform validate-run
001860     perform write-audit-record
001870     perform post-job-status
001880     goback.
001890 initialize-run.
001900     move function current-date (1:8) to jh-run-date
001910     move function current-date (9:6) to jh-run-time
001920     accept jh-operator-id from environment "USER"
001930     perform read-run-control
001940     perform set-feed-generation.
001950 set-feed-generation.
001960     move spaces to ws-feed-gen-name
001970     string "GLFD" jh-run-date delimited by size
001980         into ws-feed-gen-name
001990     end-string
002000     display "GLFEED" upon environment-name
002010     display ws-feed-gen-name upon environment-value.
002020 print-report.
002030     open extend sysout-file
002040     move zero to ws-lines-on-page
002050     perform write-report-header
002060     move spaces to ws-detail-line
002070     string "  GL FEED FOR PROCESSING DATE " jh-run-date
002080         " TO " ws-feed-gen-name
002090         delimited by size into ws-detail-line
002100     end-string
002110     perform print-detail-line
002120     perform load-gl-map
002130     if ws-map-ok = "Y"
002140         perform build-gl-feed
002150         if ws-feed-ok = "Y"
002160             perform prove-gl-feed
002170         end-if
002180     end-if
002190     perform write-report-footer
002200     close sysout-file.
002210 load-gl-map.
002220     move "N" to ws-map-eof
002230     move zero to ws-map-count
002240     open input gl-map-file
002250     if ws-gl-map-status not = "00"
002260         move "Y" to ws-open-failed
002270         move "  *** GLMAP NOT AVAILABLE - NO FEED ***"
002280             to ws-detail-line
002290         perform print-detail-line
002300         display "GLFEED - GLMAP OPEN FAILED, STATUS="
002310             ws-gl-map-status upon console end-display
002320     else
002330         move "Y" to ws-map-ok
002340         perform until ws-map-eof = "Y"
002350             read gl-map-file
002360                 at end
002370                     move "Y" to ws-map-eof
002380                 not at end
002390                     perform load-one-mapping
002400             end-read
002410         end-perform
002420         close gl-map-file
002430         if ws-map-full = "Y"
002440             move "  *** GLMAP TABLE FULL - LATER LINES IGNORED"
002450                 to ws-detail-line
002460             perform print-detail-line
002470         end-if
002480     end-if.
002490 load-one-mapping.
002500     if gm-site-code = spaces or gm-type-code = spaces
002510         continue
002520     else
002530         if ws-map-count < ws-map-max
002540             add 1 to ws-map-count
002550             move gm-site-code to ws-map-site (ws-map-count)
002560             move gm-type-code to ws-map-type (ws-map-count)
002570             move gm-debit-account
002580                 to ws-map-debit (ws-map-count)
002590             move gm-credit-account
002600                 to ws-map-credit (ws-map-count)
002610             move gm-description to ws-map-desc (ws-map-count)
002620         else
002630             move "Y" to ws-map-full
002640         end-if
002650     end-if.
002660 build-gl-feed.
002670     move "N" to ws-act-eof
002680     open input type-activity
002690     if ws-type-act-status = "35"
002700         move "Y" to ws-act-eof
002710     else
002720         if ws-type-act-status not = "00"
002730             move "Y" to ws-open-failed
002740             display "GLFEED - TYPEACT OPEN FAILED, STATUS="
002750                 ws-type-act-status upon console end-display
002760         end-if
002770     end-if
002780     if ws-open-failed = "N"
002790         open output gl-feed-file
002800         if ws-gl-feed-status not = "00"
002810             move "Y" to ws-open-failed
002820             display "GLFEED - " ws-feed-gen-name
002830                 " OPEN FAILED, STATUS="
002840                 ws-gl-feed-status upon console end-display
002850             if ws-act-eof = "N"
002860                 close type-activity
002870             end-if
002880         else
002890             move "Y" to ws-feed-ok
002900             perform write-feed-header
002910             move spaces to ws-detail-line
002920             perform print-detail-line
002930             move "  FEED DETAIL - ONE DEBIT/CREDIT PAIR PER SITE"
002940                 to ws-detail-line
002950             perform print-detail-line
002960             perform until ws-act-eof = "Y"
002970                 read type-activity next
002980                     at end
002990                         move "Y" to ws-act-eof
003000                         close type-activity
003010                     not at end
003020                         if ta-last-post-date = jh-run-date
003030                             perform feed-one-type
003040                         end-if
003050                 end-read
003060             end-perform
003070             if ws-type-act-status = "35"
003080                 move "    (NO TYPEACT FILE - EMPTY FEED WRITTEN)"
003090                     to ws-detail-line
003100                 perform print-detail-line
003110             else
003120                 if ws-pairs-fed = zero
003130                     and ws-pairs-unmapped = zero
003140                     move "    (NOTHING POSTED FOR THE DATE)"
003150                         to ws-detail-line
003160                     perform print-detail-line
003170                 end-if
003180             end-if
003190             perform write-feed-trailer
003200             close gl-feed-file
003210         end-if
003220     end-if.
003230 feed-one-type.
003240     move ta-site-code to ws-look-site
003250     move ta-type-code to ws-look-type
003260     perform find-gl-mapping
003270     if ws-map-hit = zero
003280         add 1 to ws-pairs-unmapped
003290         move spaces to ws-detail-line
003300         string "    SITE " ta-site-code
003310             " TYPE " ta-type-code
003320             "  *** NO GL ACCOUNT MAPPING - NOT FED ***"
003330             delimited by size into ws-detail-line
003340         end-string
003350         perform print-detail-line
003360     else
003370         if ta-day-trans-amount < zero
003380             move ws-map-credit (ws-map-hit) to ws-dr-account
003390             move ws-map-debit (ws-map-hit) to ws-cr-account
003400             compute ws-pair-amount = zero - ta-day-trans-amount
003410         else
003420             move ws-map-debit (ws-map-hit) to ws-dr-account
003430             move ws-map-credit (ws-map-hit) to ws-cr-account
003440             move ta-day-trans-amount to ws-pair-amount
003450         end-if
003460         move ws-dr-account to gl-dtl-account
003470         move "DR" to gl-dtl-dr-cr
003480         perform write-feed-detail
003490         add ws-pair-amount to ws-feed-debits
003500         move ws-cr-account to gl-dtl-account
003510         move "CR" to gl-dtl-dr-cr
003520         perform write-feed-detail
003530         add ws-pair-amount to ws-feed-credits
003540         add 1 to ws-pairs-fed
003550         move ta-day-trans-count to ws-count-disp
003560         move ws-pair-amount to ws-amount-disp
003570         move spaces to ws-detail-line
003580         string "    SITE " ta-site-code
003590             " TYPE " ta-type-code
003600             "  ITEMS: " ws-count-disp
003610             "  DR " ws-dr-account
003620             "  CR " ws-cr-account
003630             "  AMOUNT: " ws-amount-disp
003640             delimited by size into ws-detail-line
003650         end-string
003660         perform print-detail-line
003670     end-if.
003680 find-gl-mapping.
003690     move zero to ws-map-hit
003700     move zero to ws-map-all-hit
003710     perform varying ws-map-sub from 1 by 1
003720             until ws-map-sub > ws-map-count
003730                 or ws-map-hit > zero
003740         if ws-map-type (ws-map-sub) = ws-look-type
003750             if ws-map-site (ws-map-sub) = ws-look-site
003760                 move ws-map-sub to ws-map-hit
003770             else
003780                 if ws-map-site (ws-map-sub) = "ALL"
003790                     and ws-map-all-hit = zero
003800                     move ws-map-sub to ws-map-all-hit
003810                 end-if
003820             end-if
003830         end-if
003840     end-perform
003850     if ws-map-hit = zero
003860         move ws-map-all-hit to ws-map-hit
003870     end-if.
003880 write-feed-header.
003890     move spaces to gl-feed-record
003900     move "H" to gl-rec-type
003910     move jh-run-date to gl-feed-date
003920     move jh-job-name to gl-hdr-source
003930     move jh-cycle-no to gl-hdr-cycle
003940     move function current-date (1:8) to gl-hdr-created-date
003950     move function current-date (9:6) to gl-hdr-created-time
003960     write gl-feed-record.
003970 write-feed-detail.
003980     move "D" to gl-rec-type
003990     move jh-run-date to gl-feed-date
004000     move ta-site-code to gl-dtl-site
004010     move ta-type-code to gl-dtl-type
004020     move ws-pair-amount to gl-dtl-amount
004030     move ta-day-trans-count to gl-dtl-item-count
004040     move ws-map-desc (ws-map-hit) to gl-dtl-description
004050     write gl-feed-record
004060     add 1 to ws-feed-records.
004070 write-feed-trailer.
004080     move spaces to gl-feed-record
004090     move "T" to gl-rec-type
004100     move jh-run-date to gl-feed-date
004110     move ws-feed-records to gl-trl-record-count
004120     move ws-feed-debits to gl-trl-debit-total
004130     move ws-feed-credits to gl-trl-credit-total
004140     write gl-feed-record.
004150 prove-gl-feed.
004160     move spaces to ws-detail-line
004170     perform print-detail-line
004180     move "  FEED PROOF - RE-READ OF THE WRITTEN GENERATION"
004190         to ws-detail-line
004200     perform print-detail-line
004210     perform read-back-feed
004220     perform prove-feed-trailer
004230     perform prove-feed-to-siteact
004240     move spaces to ws-detail-line
004250     perform print-detail-line
004260     move ws-pairs-fed to ws-count-disp
004270     move spaces to ws-detail-line
004280     string "  PAIRS FED:         " ws-count-disp
004290         delimited by size into ws-detail-line
004300     end-string
004310     perform print-detail-line
004320     move ws-pairs-unmapped to ws-count-disp
004330     move spaces to ws-detail-line
004340     string "  PAIRS UNMAPPED:    " ws-count-disp
004350         delimited by size into ws-detail-line
004360     end-string
004370     perform print-detail-line
004380     move ws-sites-proved to ws-count-disp
004390     move spaces to ws-detail-line
004400     string "  SITES PROVED:      " ws-count-disp
004410         delimited by size into ws-detail-line
004420     end-string
004430     perform print-detail-line
004440     move ws-sites-out to ws-count-disp
004450     move spaces to ws-detail-line
004460     string "  SITES OUT:         " ws-count-disp
004470         delimited by size into ws-detail-line
004480     end-string
004490     perform print-detail-line
004500     if ws-proof-ok = "Y"
004510         move "  FEED BALANCED AND PROVED TO SITEACT DAY BUCKETS"
004520             to ws-detail-line
004530     else
004540         move "  *** FEED DOES NOT PROVE - OUT OF BALANCE ***"
004550             to ws-detail-line
004560     end-if
004570     perform print-detail-line.
004580 read-back-feed.
004590     move "N" to ws-feed-eof
004600     move "N" to ws-trl-seen
004610     move zero to ws-read-records
004620     move zero to ws-read-debits
004630     move zero to ws-read-credits
004640     move zero to ws-proof-count
004650     open input gl-feed-file
004660     if ws-gl-feed-status not = "00"
004670         move "N" to ws-proof-ok
004680         move "    *** FEED GENERATION COULD NOT BE RE-READ ***"
004690             to ws-detail-line
004700         perform print-detail-line
004710     else
004720         perform until ws-feed-eof = "Y"
004730             read gl-feed-file
004740                 at end
004750                     move "Y" to ws-feed-eof
004760                 not at end
004770                     perform read-back-one-record
004780             end-read
004790         end-perform
004800         close gl-feed-file
004810     end-if.
004820 read-back-one-record.
004830     evaluate gl-rec-type
004840         when "D"
004850             add 1 to ws-read-records
004860             if gl-dtl-dr-cr = "DR"
004870                 add gl-dtl-amount to ws-read-debits
004880                 perform tally-proof-site
004890             else
004900                 add gl-dtl-amount to ws-read-credits
004910             end-if
004920         when "T"
004930             move "Y" to ws-trl-seen
004940             move gl-trl-record-count to ws-trl-records
004950             move gl-trl-debit-total to ws-trl-debits
004960             move gl-trl-credit-total to ws-trl-credits
004970         when other
004980             continue
004990     end-evaluate.
005000 tally-proof-site.
005010     move gl-dtl-site to ws-look-site
005020     move gl-dtl-type to ws-look-type
005030     perform find-gl-mapping
005040     move gl-dtl-amount to ws-signed-amount
005050     if ws-map-hit > zero
005060         if gl-dtl-account not = ws-map-debit (ws-map-hit)
005070             compute ws-signed-amount = zero - gl-dtl-amount
005080         end-if
005090     end-if
005100     move zero to ws-proof-hit
005110     perform varying ws-proof-sub from 1 by 1
005120             until ws-proof-sub > ws-proof-count
005130                 or ws-proof-hit > zero
005140         if ws-pf-site (ws-proof-sub) = gl-dtl-site
005150             move ws-proof-sub to ws-proof-hit
005160         end-if
005170     end-perform
005180     if ws-proof-hit = zero
005190         if ws-proof-count < ws-proof-max
005200             add 1 to ws-proof-count
005210             move ws-proof-count to ws-proof-hit
005220             move gl-dtl-site to ws-pf-site (ws-proof-hit)
005230             move zero to ws-pf-items (ws-proof-hit)
005240             move zero to ws-pf-amount (ws-proof-hit)
005250             move "N" to ws-pf-matched (ws-proof-hit)
005260         else
005270             move "N" to ws-proof-ok
005280             move "    *** PROOF TABLE FULL - SITE NOT PROVED ***"
005290                 to ws-detail-line
005300             perform print-detail-line
005310         end-if
005320     end-if
005330     if ws-proof-hit > zero
005340         add gl-dtl-item-count to ws-pf-items (ws-proof-hit)
005350         add ws-signed-amount to ws-pf-amount (ws-proof-hit)
005360     end-if.
005370 prove-feed-trailer.
005380     if ws-trl-seen = "N"
005390         move "N" to ws-proof-ok
005400         move "    *** FEED TRAILER MISSING ***" to ws-detail-line
005410         perform print-detail-line
005420     else
005430         move ws-read-records to ws-count-disp
005440         move ws-trl-records to ws-count-disp-2
005450         move spaces to ws-detail-line
005460         string "    DETAIL RECORDS: " ws-count-disp
005470             "   TRAILER: " ws-count-disp-2
005480             delimited by size into ws-detail-line
005490         end-string
005500         perform print-detail-line
005510         move ws-read-debits to ws-total-disp
005520         move ws-trl-debits to ws-total-disp-2
005530         move spaces to ws-detail-line
005540         string "    DEBIT TOTAL:    " ws-total-disp
005550             "   TRAILER: " ws-total-disp-2
005560             delimited by size into ws-detail-line
005570         end-string
005580         perform print-detail-line
005590         move ws-read-credits to ws-total-disp
005600         move ws-trl-credits to ws-total-disp-2
005610         move spaces to ws-detail-line
005620         string "    CREDIT TOTAL:   " ws-total-disp
005630             "   TRAILER: " ws-total-disp-2
005640             delimited by size into ws-detail-line
005650         end-string
005660         perform print-detail-line
005670         if ws-read-records not = ws-trl-records
005680             or ws-read-debits not = ws-trl-debits
005690             or ws-read-credits not = ws-trl-credits
005700             move "N" to ws-proof-ok
005710             move "    *** TRAILER DOES NOT AGREE WITH DETAIL ***"
005720                 to ws-detail-line
005730             perform print-detail-line
005740         end-if
005750         if ws-read-debits not = ws-read-credits
005760             move "N" to ws-proof-ok
005770             move "    *** DEBITS DO NOT EQUAL CREDITS ***"
005780                 to ws-detail-line
005790             perform print-detail-line
005800         end-if
005810     end-if.
005820 prove-feed-to-siteact.
005830     move spaces to ws-detail-line
005840     perform print-detail-line
005850     move "  SITE PROOF - FEED AGAINST SITEACT DAY BUCKETS"
005860         to ws-detail-line
005870     perform print-detail-line
005880     move "N" to ws-act-eof
005890     open input site-activity
005900     if ws-site-act-status = "35"
005910         move "Y" to ws-act-eof
005920     else
005930         if ws-site-act-status not = "00"
005940             move "Y" to ws-act-eof
005950             move "N" to ws-proof-ok
005960             move "    *** SITEACT NOT AVAILABLE FOR PROOF ***"
005970                 to ws-detail-line
005980             perform print-detail-line
005990             display "GLFEED - SITEACT OPEN FAILED, STATUS="
006000                 ws-site-act-status upon console end-display
006010         end-if
006020     end-if
006030     perform until ws-act-eof = "Y"
006040         read site-activity next
006050             at end
006060                 move "Y" to ws-act-eof
006070                 close site-activity
006080             not at end
006090                 if sa-last-post-date = jh-run-date
006100                     perform prove-one-site
006110                 end-if
006120         end-read
006130     end-perform
006140     perform varying ws-proof-sub from 1 by 1
006150             until ws-proof-sub > ws-proof-count
006160         if ws-pf-matched (ws-proof-sub) = "N"
006170             move ws-pf-site (ws-proof-sub) to ws-proof-site
006180             move zero to ws-act-items
006190             move zero to ws-act-amount
006200             move ws-proof-sub to ws-proof-hit
006210             perform write-site-proof-line
006220         end-if
006230     end-perform.
006240 prove-one-site.
006250     move sa-site-code to ws-proof-site
006260     move sa-day-trans-count to ws-act-items
006270     move sa-day-trans-amount to ws-act-amount
006280     move zero to ws-proof-hit
006290     perform varying ws-proof-sub from 1 by 1
006300             until ws-proof-sub > ws-proof-count
006310                 or ws-proof-hit > zero
006320         if ws-pf-site (ws-proof-sub) = ws-proof-site
006330             move ws-proof-sub to ws-proof-hit
006340         end-if
006350     end-perform
006360     perform write-site-proof-line.
006370 write-site-proof-line.
006380     if ws-proof-hit > zero
006390         move "Y" to ws-pf-matched (ws-proof-hit)
006400         move ws-pf-items (ws-proof-hit) to ws-fed-items
006410         move ws-pf-amount (ws-proof-hit) to ws-fed-amount
006420     else
006430         move zero to ws-fed-items
006440         move zero to ws-fed-amount
006450     end-if
006460     compute ws-diff-amount = ws-fed-amount - ws-act-amount
006470     move ws-act-items to ws-count-disp
006480     move ws-act-amount to ws-amount-disp
006490     move ws-fed-items to ws-count-disp-2
006500     move ws-fed-amount to ws-amount-disp-2
006510     move ws-diff-amount to ws-amount-disp-3
006520     move spaces to ws-detail-line
006530     if ws-diff-amount = zero
006540         and ws-fed-items = ws-act-items
006550         add 1 to ws-sites-proved
006560         string "    SITE " ws-proof-site
006570             "  SITEACT: " ws-count-disp " " ws-amount-disp
006580             "  FEED: " ws-count-disp-2 " " ws-amount-disp-2
006590             "  OK"
006600             delimited by size into ws-detail-line
006610         end-string
006620     else
006630         add 1 to ws-sites-out
006640         move "N" to ws-proof-ok
006650         string "    SITE " ws-proof-site
006660             "  SITEACT: " ws-count-disp " " ws-amount-disp
006670             "  FEED: " ws-count-disp-2 " " ws-amount-disp-2
006680             "  DIFF: " ws-amount-disp-3 " ***"
006690             delimited by size into ws-detail-line
006700         end-string
006710     end-if
006720     perform print-detail-line.
006730 print-detail-line.
006740     display ws-detail-line end-display
006750     write sysout-record from ws-detail-line
006760     perform count-report-line.
006770 count-report-line.
006780     add 1 to ws-lines-on-page
006790     if ws-lines-on-page >= ws-max-lines-per-page
006800         perform write-report-header
006810     end-if.
006820 write-report-header.
006830     move ws-page-no to ws-page-no-disp
006840     move spaces to ws-header-line-1
006850     string "1RUN DATE: " jh-run-date
006860         "  CYCLE: " jh-cycle-no
006870         "   PAGE: " ws-page-no-disp
006880         "   JOB: " jh-job-name
006890         delimited by size into ws-header-line-1
006900     end-string
006910     move spaces to ws-header-line-2
006920     string "  SITE: " jh-site-code
006930         " (" ws-site-name-disp ")"
006940         "   TIME: " jh-run-time
006950         "   USER: " jh-operator-id
006960         delimited by size into ws-header-line-2
006970     end-string
006980     display ws-header-line-1 (2:131) end-display
006990     write sysout-record from ws-header-line-1
007000     write sysout-record from ws-header-line-2
007010     add 1 to ws-page-no
007020     move zero to ws-lines-on-page.
007030 write-report-footer.
007040     move "  *** END OF REPORT ***" to ws-footer-line
007050     display ws-footer-line end-display
007060     write sysout-record from ws-footer-line.
007070 validate-run.
007080     if ws-sysout-status = "00"
007090         move 0 to jh-return-code
007100     else
007110         move 16 to jh-return-code
007120     end-if
007130     if ws-open-failed = "Y"
007140         move 20 to jh-return-code
007150     end-if
007160     if jh-return-code = 0 and ws-pairs-unmapped > zero
007170         move 8 to jh-return-code
007180     end-if
007190     if jh-return-code = 0 and ws-proof-ok = "N"
007200         move 28 to jh-return-code
007210     end-if
007220     move jh-return-code to return-code.
007230 write-audit-record.
007240     move jh-return-code to ws-return-code-disp
007250     move spaces to ws-audit-line
007260     string jh-run-date "-" jh-run-time
007270         " JOB=" jh-job-name
007280         " SITE=" jh-site-code
007290         " RC=" ws-return-code-disp
007300         delimited by size into ws-audit-line
007310     end-string
007320     open extend audit-log
007330     write audit-record from ws-audit-line
007340     if ws-audit-log-status not = "00"
007350         display "GLFEED - AUDIT LOG WRITE FAILED, STATUS="
007360             ws-audit-log-status upon console end-display
007370         if jh-return-code = 0
007380             move 24 to jh-return-code
007390             move jh-return-code to return-code
007400         end-if
007410     end-if
007420     close audit-log.
007430 read-run-control.
007440     open input runctl-file
007450     if ws-runctl-status = "00"
007460         read runctl-file
007470             at end
007480                 continue
007490             not at end
007500                 if ctl-process-date is numeric
007510                     move ctl-process-date to jh-run-date
007520                 end-if
007530                 if ctl-cycle-number is numeric
007540                     move ctl-cycle-number to jh-cycle-no
007550                 end-if
007560         end-read
007570         close runctl-file
007580     end-if.
007590 check-predecessor-gate.
007600     move "Y" to ws-pred-ok
007610     move spaces to ws-pred-step
007620     accept ws-pred-step from environment "GLFEED-PRED-STEP"
007630     if ws-pred-step = spaces or ws-pred-step = low-values
007640         continue
007650     else
007660         open input job-status-file
007670         if ws-jobstat-status not = "00"
007680             move "N" to ws-pred-ok
007690         else
007700             move jh-run-date to js-run-date
007710             move ws-pred-step to js-job-name
007720             read job-status-file
007730                 invalid key
007740                     move "N" to ws-pred-ok
007750                 not invalid key
007760                     if js-return-code >= 8
007770                         or js-status = "STARTED"
007780                         move "N" to ws-pred-ok
007790                     end-if
007800             end-read
007810             close job-status-file
007820         end-if
007830         if ws-pred-ok = "N"
007840             display "GLFEED - PREDECESSOR " ws-pred-step
007850                 " HAS NOT POSTED RC<8 FOR " jh-run-date
007860                 upon console end-display
007870         end-if
007880     end-if.
007890 post-job-status.
007900     open i-o job-status-file
007910     if ws-jobstat-status = "35"
007920         open output job-status-file
007930         close job-status-file
007940         open i-o job-status-file
007950     end-if
007960     if ws-jobstat-status = "00"
007970         move jh-run-date to js-run-date
007980         move jh-job-name to js-job-name
007990         move function current-date (9:6) to js-run-time
008000         move jh-site-code to js-site-code
008010         move jh-return-code to js-return-code
008020         move "ENDED" to js-status
008030         move jh-run-time to js-start-time
008040         write js-status-record
008050             invalid key
008060                 rewrite js-status-record
008070                     invalid key
008080                         continue
008090                 end-rewrite
008100         end-write
008110         close job-status-file
008120     else
008130         display "GLFEED - JOB STATUS OPEN FAILED, STATUS="
008140             ws-jobstat-status upon console end-display
008150     end-if.
008160 post-job-start.
008170     open i-o job-status-file
008180     if ws-jobstat-status = "35"
008190         open output job-status-file
008200         close job-status-file
008210         open i-o job-status-file
008220     end-if
008230     if ws-jobstat-status = "00"
008240         move jh-run-date to js-run-date
008250         move jh-job-name to js-job-name
008260         move jh-run-time to js-run-time
008270         move jh-site-code to js-site-code
008280         move zero to js-return-code
008290         move "STARTED" to js-status
008300         move jh-run-time to js-start-time
008310         write js-status-record
008320             invalid key
008330                 rewrite js-status-record
008340                     invalid key
008350                         continue
008360                 end-rewrite
008370         end-write
008380         close job-status-file
008390     else
008400         display "GLFEED - JOB STATUS OPEN FAILED, STATUS="
008410             ws-jobstat-status upon console end-display
008420     end-if.
008430 end program glfeed.
