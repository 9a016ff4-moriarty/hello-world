000010* sitevar.cob Site activity variance and anomaly report for the
000020* HELLO batch suite. Runs after HELLO PROCESS mode has posted
000030* the day and answers the question audit used to ask the
000040* morning after a site complained - did anything look unusual
000050* last night. Every site on SITEMAST is measured against its
000060* own trend in SITEHIST: the expected day figure is the
000070* average posted per business day across the trailing closed
000080* months, and the expected month-to-date figure is what those
000090* months had posted by the same business day of the month.
000100* Business days are weekdays less the CALENDAR bank holidays,
000110* as CTLROLL counts them. The SITEACT day and period buckets
000120* are the actual figures. Item counts and amounts are tested
000130* separately and reported with the expected figure, the actual
000140* figure and the percent variance when they stray further than
000150* the site's threshold. Any single TRANSIN detail above the
000160* amount ceiling SITEMAST carries for its site is listed under
000170* the same site. A site whose trend says it normally posts and
000180* that posted nothing for the date is listed in its own silent-
000190* sites section rather than as a -100 percent day.
000200* Thresholds are data: the VARPARM file carries the day and
000210* month-to-date percent limits, the number of trailing months,
000220* the smallest expected amount worth testing, and the expected
000230* items per business day at or above which a site counts as
000240* one that normally posts - a site record overrides the ALL
000250* default field by field, and without the file the standard
000260* thresholds printed at the head of the report apply.
000270* Anything reported ends RC=4 so the exception shows up on
000280* STATRPT; an unreadable master ends RC=20.
000290* 2026-10-15 Initial version.
000300 identification division.
000310 program-id. sitevar.
000320 environment division.
000330 input-output section.
000340 file-control.
000350     select sysout-file assign to "SYSOUT"
000360         organization is line sequential
000370         file status is ws-sysout-status.
000380     select var-parm-file assign to "VARPARM"
000390         organization is line sequential
000400         file status is ws-var-parm-status.
000410     select calendar-file assign to "CALENDAR"
000420         organization is line sequential
000430         file status is ws-calendar-status.
000440     select trans-file assign to "TRANSIN"
000450         organization is line sequential
000460         file status is ws-trans-status.
000470     select site-master assign to "SITEMAST"
000480         organization is indexed
000490         access mode is dynamic
000500         record key is sm-site-code
000510         file status is ws-site-master-status.
000520     select site-activity assign to "SITEACT"
000530         organization is indexed
000540         access mode is random
000550         record key is sa-site-code
000560         file status is ws-site-act-status.
000570     select site-history assign to "SITEHIST"
000580         organization is indexed
000590         access mode is random
000600         record key is sh-key
000610         file status is ws-site-hist-status.
000620     select audit-log assign to "AUDITLOG"
000630         organization is line sequential
000640         file status is ws-audit-log-status.
000650     select runctl-file assign to "RUNCTL"
000660         organization is line sequential
000670         file status is ws-runctl-status.
000680     select job-status-file assign to "JOBSTAT"
000690         organization is indexed
000700         access mode is random
000710         record key is js-key
000720         file status is ws-jobstat-status.
000730 data division.
000740 file section.
000750 fd  sysout-file
000760     recording mode is f.
000770 01  sysout-record             pic x(132).
000780 fd  var-parm-file.
000790     copy "VARPARM.cpy".
000800 fd  calendar-file.
000810     copy "CALREC.cpy".
000820 fd  trans-file.
000830     copy "TRANSREC.cpy".
000840 fd  site-master.
000850     copy "SITEMAST.cpy".
000860 fd  site-activity.
000870     copy "SITEACT.cpy".
000880 fd  site-history.
000890     copy "SITEHIST.cpy".
000900 fd  audit-log.
000910 01  audit-record              pic x(80).
000920 fd  runctl-file.
000930     copy "RUNCTL.cpy".
000940 fd  job-status-file.
000950     copy "JOBSTAT.cpy".
000960 working-storage section.
000970     copy "JOBHDR.cpy".
000980 01  ws-site-name-disp         pic x(30)
000990         value "SITE ACTIVITY VARIANCE".
001000 01  ws-page-no                pic 9(4) value 1.
001010 01  ws-page-no-disp           pic zzz9.
001020 01  ws-header-line-1          pic x(132).
001030 01  ws-header-line-2          pic x(132).
001040 01  ws-detail-line            pic x(132).
001050 01  ws-footer-line            pic x(132).
001060 01  ws-lines-on-page          pic 9(3) value zero.
001070 01  ws-max-lines-per-page     pic 9(3) value 060.
001080 01  ws-sysout-status          pic x(2).
001090 01  ws-var-parm-status        pic x(2).
001100 01  ws-calendar-status        pic x(2).
001110 01  ws-trans-status           pic x(2).
001120 01  ws-site-master-status     pic x(2).
001130 01  ws-site-act-status        pic x(2).
001140 01  ws-site-hist-status       pic x(2).
001150 01  ws-audit-log-status       pic x(2).
001160 01  ws-runctl-status          pic x(2).
001170 01  ws-jobstat-status         pic x(2).
001180 01  ws-audit-line             pic x(80).
001190 01  ws-return-code-disp       pic 9(4).
001200 01  ws-open-failed            pic x value "N".
001210 01  ws-master-open            pic x value "N".
001220 01  ws-act-present            pic x value "N".
001230 01  ws-hist-present           pic x value "N".
001240 01  ws-run-date-9             pic 9(8).
001250 01  ws-run-date-parts redefines ws-run-date-9.
001260     05  ws-run-yyyy           pic 9(4).
001270     05  ws-run-mm             pic 9(2).
001280     05  ws-run-dd             pic 9(2).
001290 01  ws-std-day-pct            pic 9(3) value 050.
001300 01  ws-std-period-pct         pic 9(3) value 025.
001310 01  ws-std-months             pic 9(2) value 03.
001320 01  ws-std-min-expected       pic 9(7)v99 value 100.00.
001330 01  ws-std-silent-items       pic 9(5) value 00001.
001340 01  ws-parm-eof               pic x.
001350 01  ws-parm-missing           pic x value "N".
001360 01  ws-parm-full              pic x value "N".
001370 01  ws-parm-max               pic 9(4) comp value 500.
001380 01  ws-parm-table.
001390     05  ws-parm-count         pic 9(4) comp value zero.
001400     05  ws-parm-entry occurs 500.
001410         10  ws-pt-site        pic x(4).
001420         10  ws-pt-day-pct-x   pic x(3).
001430         10  ws-pt-day-pct redefines ws-pt-day-pct-x
001440                               pic 9(3).
001450         10  ws-pt-period-pct-x
001460                               pic x(3).
001470         10  ws-pt-period-pct redefines ws-pt-period-pct-x
001480                               pic 9(3).
001490         10  ws-pt-months-x    pic x(2).
001500         10  ws-pt-months redefines ws-pt-months-x
001510                               pic 9(2).
001520         10  ws-pt-min-x       pic x(9).
001530         10  ws-pt-min redefines ws-pt-min-x
001540                               pic 9(7)v99.
001550         10  ws-pt-silent-x    pic x(5).
001560         10  ws-pt-silent redefines ws-pt-silent-x
001570                               pic 9(5).
001580 01  ws-parm-sub               pic 9(4) comp.
001590 01  ws-parm-hit               pic 9(4) comp.
001600 01  ws-th-day-pct             pic 9(3).
001610 01  ws-th-period-pct          pic 9(3).
001620 01  ws-th-months              pic 9(2).
001630 01  ws-th-min-expected        pic 9(7)v99.
001640 01  ws-th-silent-items        pic 9(5).
001650 01  ws-cal-eof                pic x.
001660 01  ws-cal-missing            pic x value "N".
001670 01  ws-cal-max                pic 9(4) comp value 400.
001680 01  ws-cal-table.
001690     05  ws-cal-count          pic 9(4) comp value zero.
001700     05  ws-cal-day            pic x(8) occurs 400.
001710 01  ws-cal-sub                pic 9(4) comp.
001720 01  ws-cal-hit                pic x.
001730 01  ws-trans-eof              pic x.
001740 01  ws-trans-missing          pic x value "N".
001750 01  ws-hdr-site               pic x(4) value spaces.
001760 01  ws-dtl-site               pic x(4).
001770 01  ws-ceil-max               pic 9(4) comp value 1000.
001780 01  ws-ceil-overflow          pic 9(7) value zero.
001790 01  ws-ceil-table.
001800     05  ws-ceil-count         pic 9(4) comp value zero.
001810     05  ws-ceil-entry occurs 1000.
001820         10  ws-ce-site        pic x(4).
001830         10  ws-ce-trans-id    pic x(8).
001840         10  ws-ce-type        pic x(2).
001850         10  ws-ce-amount      pic 9(7)v99.
001860         10  ws-ce-ceiling     pic 9(7)v99.
001870 01  ws-ceil-sub               pic 9(4) comp.
001880 01  ws-master-eof             pic x.
001890 01  ws-var-site               pic x(4).
001900 01  ws-var-site-name          pic x(30).
001910 01  ws-last-post-date         pic x(8).
001920 01  ws-site-shown             pic x.
001930 01  ws-site-silent            pic x.
001940 01  ws-act-day-count          pic s9(11)v99.
001950 01  ws-act-day-amount         pic s9(11)v99.
001960 01  ws-act-per-count          pic s9(11)v99.
001970 01  ws-act-per-amount         pic s9(11)v99.
001980 01  ws-exp-day-count          pic s9(11)v9(4).
001990 01  ws-exp-day-amount         pic s9(11)v9(4).
002000 01  ws-exp-per-count          pic s9(11)v9(4).
002010 01  ws-exp-per-amount         pic s9(11)v9(4).
002020 01  ws-months-found           pic 9(2).
002030 01  ws-month-sub              pic 9(2).
002040 01  ws-trend-yyyy             pic 9(4).
002050 01  ws-trend-mm               pic 9(2).
002060 01  ws-trend-period-9         pic 9(6).
002070 01  ws-first-9                pic 9(8).
002080 01  ws-next-9                 pic 9(8).
002090 01  ws-first-int              pic 9(8).
002100 01  ws-next-int               pic 9(8).
002110 01  ws-day-int                pic 9(8).
002120 01  ws-day-9                  pic 9(8).
002130 01  ws-day-date               pic x(8).
002140 01  ws-day-of-week            pic 9.
002150 01  ws-busdays-total          pic 9(2).
002160 01  ws-busdays-upto           pic 9(2).
002170 01  ws-ms-name                pic x(14).
002180 01  ws-ms-expected            pic s9(11)v99.
002190 01  ws-ms-actual              pic s9(11)v99.
002200 01  ws-ms-limit               pic 9(3).
002210 01  ws-ms-is-amount           pic x.
002220 01  ws-ms-base                pic 9(11)v99.
002230 01  ws-ms-pct                 pic s9(5)v9.
002240 01  ws-ms-abs-pct             pic 9(5)v9.
002250 01  ws-silent-max             pic 9(4) comp value 500.
002260 01  ws-silent-table.
002270     05  ws-silent-count       pic 9(4) comp value zero.
002280     05  ws-silent-entry occurs 500.
002290         10  ws-sl-site        pic x(4).
002300         10  ws-sl-name        pic x(30).
002310         10  ws-sl-items       pic 9(7)v99.
002320         10  ws-sl-amount      pic s9(11)v99.
002330         10  ws-sl-last-post   pic x(8).
002340 01  ws-silent-sub             pic 9(4) comp.
002350 01  ws-silent-overflow        pic 9(5) value zero.
002360 01  ws-sites-checked          pic 9(5) value zero.
002370 01  ws-sites-reported         pic 9(5) value zero.
002380 01  ws-sites-no-history       pic 9(5) value zero.
002390 01  ws-var-exceptions         pic 9(5) value zero.
002400 01  ws-ceil-exceptions        pic 9(7) value zero.
002410 01  ws-count-disp             pic zzzzzz9.
002420 01  ws-pct-disp               pic zz9.
002430 01  ws-pct-disp-2             pic zz9.
002440 01  ws-months-disp            pic z9.
002450 01  ws-months-disp-2          pic z9.
002460 01  ws-items-disp             pic zzzzzz9.99.
002470 01  ws-amount-disp            pic z(10)9.99-.
002480 01  ws-amount-disp-2          pic z(10)9.99-.
002490 01  ws-variance-disp          pic +zzzz9.9.
002500 01  ws-ceiling-disp           pic z(6)9.99.
002510 01  ws-ceiling-disp-2         pic z(6)9.99.
002520 procedure division.
002530 main-para.
002540     move "SITEVAR" to jh-job-name
002550     move "ALL" to jh-site-code
002560     perform initialize-run
002570     perform post-job-start
002580     perform print-report
002590     perform validate-run
002600     perform write-audit-record
002610     perform post-job-status
002620     goback.
002630 initialize-run.
002640     move function current-date (1:8) to jh-run-date
002650     move function current-date (9:6) to jh-run-time
002660     accept jh-operator-id from environment "USER"
002670     perform read-run-control
002680     move jh-run-date to ws-run-date-9.
002690 print-report.
002700     open extend sysout-file
002710     move zero to ws-lines-on-page
002720     perform write-report-header
002730     move spaces to ws-detail-line
002740     string "  SITE ACTIVITY VARIANCE FOR PROCESSING DATE "
002750         jh-run-date
002760         delimited by size into ws-detail-line
002770     end-string
002780     perform print-detail-line
002790     perform load-var-parms
002800     perform load-calendar
002810     perform write-threshold-lines
002820     perform open-variance-files
002830     if ws-open-failed = "N"
002840         perform load-ceiling-exceptions
002850         move spaces to ws-detail-line
002860         perform print-detail-line
002870         move "  EXCEPTIONS BY SITE" to ws-detail-line
002880         perform print-detail-line
002890         perform check-all-sites
002900         if ws-sites-reported = zero
002910             move "    (NO SITE OUTSIDE ITS THRESHOLDS)"
002920                 to ws-detail-line
002930             perform print-detail-line
002940         end-if
002950         perform close-variance-files
002960         perform write-silent-section
002970         perform write-variance-totals
002980     end-if
002990     perform write-report-footer
003000     close sysout-file.
003010 load-var-parms.
003020     move "N" to ws-parm-eof
003030     move zero to ws-parm-count
003040     open input var-parm-file
003050     if ws-var-parm-status not = "00"
003060         move "Y" to ws-parm-missing
003070     else
003080         perform until ws-parm-eof = "Y"
003090             read var-parm-file
003100                 at end
003110                     move "Y" to ws-parm-eof
003120                 not at end
003130                     perform load-one-parm
003140             end-read
003150         end-perform
003160         close var-parm-file
003170     end-if.
003180 load-one-parm.
003190     if vp-site-code = spaces or vp-site-code = low-values
003200         continue
003210     else
003220         if vp-site-code = "ALL"
003230             perform apply-default-parm
003240         else
003250             if ws-parm-count < ws-parm-max
003260                 add 1 to ws-parm-count
003270                 move vp-site-code to ws-pt-site (ws-parm-count)
003280                 move vp-day-pct-x
003290                     to ws-pt-day-pct-x (ws-parm-count)
003300                 move vp-period-pct-x
003310                     to ws-pt-period-pct-x (ws-parm-count)
003320                 move vp-months-x
003330                     to ws-pt-months-x (ws-parm-count)
003340                 move vp-min-expected-x
003350                     to ws-pt-min-x (ws-parm-count)
003360                 move vp-silent-items-x
003370                     to ws-pt-silent-x (ws-parm-count)
003380             else
003390                 move "Y" to ws-parm-full
003400             end-if
003410         end-if
003420     end-if.
003430 apply-default-parm.
003440     if vp-day-pct-x is numeric
003450         move vp-day-pct to ws-std-day-pct
003460     end-if
003470     if vp-period-pct-x is numeric
003480         move vp-period-pct to ws-std-period-pct
003490     end-if
003500     if vp-months-x is numeric
003510         and vp-months > zero and vp-months not > 24
003520         move vp-months to ws-std-months
003530     end-if
003540     if vp-min-expected-x is numeric
003550         move vp-min-expected to ws-std-min-expected
003560     end-if
003570     if vp-silent-items-x is numeric
003580         move vp-silent-items to ws-std-silent-items
003590     end-if.
003600 load-calendar.
003610     move "N" to ws-cal-eof
003620     open input calendar-file
003630     if ws-calendar-status not = "00"
003640         move "Y" to ws-cal-missing
003650     else
003660         perform until ws-cal-eof = "Y"
003670             read calendar-file
003680                 at end
003690                     move "Y" to ws-cal-eof
003700                 not at end
003710                     perform load-one-holiday
003720             end-read
003730         end-perform
003740         close calendar-file
003750     end-if.
003760 load-one-holiday.
003770     if cal-date is numeric
003780         and ws-cal-count < ws-cal-max
003790         add 1 to ws-cal-count
003800         move cal-date to ws-cal-day (ws-cal-count)
003810     end-if.
003820 write-threshold-lines.
003830     move spaces to ws-detail-line
003840     perform print-detail-line
003850     move ws-std-day-pct to ws-pct-disp
003860     move ws-std-period-pct to ws-pct-disp-2
003870     move ws-std-months to ws-months-disp
003880     move spaces to ws-detail-line
003890     string "  DEFAULT THRESHOLDS - DAY +/-" ws-pct-disp
003900         "%  MONTH-TO-DATE +/-" ws-pct-disp-2
003910         "%  TREND OVER " ws-months-disp " MONTHS"
003920         delimited by size into ws-detail-line
003930     end-string
003940     perform print-detail-line
003950     move ws-std-min-expected to ws-amount-disp
003960     move ws-std-silent-items to ws-count-disp
003970     move spaces to ws-detail-line
003980     string "                       AMOUNTS TESTED FROM "
003990         ws-amount-disp
004000         "  SILENT AT " ws-count-disp " ITEMS/DAY"
004010         delimited by size into ws-detail-line
004020     end-string
004030     perform print-detail-line
004040     move ws-parm-count to ws-count-disp
004050     move spaces to ws-detail-line
004060     if ws-parm-missing = "Y"
004070         move "  VARPARM NOT AVAILABLE - STANDARD THRESHOLDS USED"
004080             to ws-detail-line
004090     else
004100         string "  SITE THRESHOLD RECORDS: " ws-count-disp
004110             delimited by size into ws-detail-line
004120         end-string
004130     end-if
004140     perform print-detail-line
004150     if ws-parm-full = "Y"
004160         move "  *** VARPARM TABLE FULL - LATER SITES IGNORED"
004170             to ws-detail-line
004180         perform print-detail-line
004190     end-if
004200     if ws-cal-missing = "Y"
004210         move "  CALENDAR NOT AVAILABLE - WEEKDAYS COUNTED ONLY"
004220             to ws-detail-line
004230         perform print-detail-line
004240     end-if.
004250 open-variance-files.
004260     open input site-master
004270     if ws-site-master-status = "00"
004280         move "Y" to ws-master-open
004290     else
004300         move "Y" to ws-open-failed
004310         move "  *** SITEMAST NOT AVAILABLE - NO SITES CHECKED"
004320             to ws-detail-line
004330         perform print-detail-line
004340         display "SITEVAR - SITEMAST OPEN FAILED, STATUS="
004350             ws-site-master-status upon console end-display
004360     end-if
004370     open input site-activity
004380     if ws-site-act-status = "00"
004390         move "Y" to ws-act-present
004400     else
004410         if ws-site-act-status not = "35"
004420             move "Y" to ws-open-failed
004430             display "SITEVAR - SITEACT OPEN FAILED, STATUS="
004440                 ws-site-act-status upon console end-display
004450         end-if
004460     end-if
004470     open input site-history
004480     if ws-site-hist-status = "00"
004490         move "Y" to ws-hist-present
004500     else
004510         if ws-site-hist-status not = "35"
004520             move "Y" to ws-open-failed
004530             display "SITEVAR - SITEHIST OPEN FAILED, STATUS="
004540                 ws-site-hist-status upon console end-display
004550         end-if
004560     end-if
004570     if ws-open-failed = "Y"
004580         perform close-variance-files
004590     end-if.
004600 close-variance-files.
004610     if ws-master-open = "Y"
004620         close site-master
004630         move "N" to ws-master-open
004640     end-if
004650     if ws-act-present = "Y"
004660         close site-activity
004670         move "N" to ws-act-present
004680     end-if
004690     if ws-hist-present = "Y"
004700         close site-history
004710         move "N" to ws-hist-present
004720     end-if.
004730 load-ceiling-exceptions.
004740     move "N" to ws-trans-eof
004750     open input trans-file
004760     if ws-trans-status not = "00"
004770         move "Y" to ws-trans-missing
004780         move "  TRANSIN NOT AVAILABLE - CEILING CHECK SKIPPED"
004790             to ws-detail-line
004800         perform print-detail-line
004810     else
004820         perform until ws-trans-eof = "Y"
004830             read trans-file
004840                 at end
004850                     move "Y" to ws-trans-eof
004860                 not at end
004870                     perform check-one-detail
004880             end-read
004890         end-perform
004900         close trans-file
004910     end-if.
004920 check-one-detail.
004930     if trans-id = "HEADER"
004940         move trans-hdr-site to ws-hdr-site
004950     else
004960         if trans-id not = "TRAILER"
004970             and trans-dtl-amount is numeric
004980             perform check-detail-ceiling
004990         end-if
005000     end-if.
005010 check-detail-ceiling.
005020     if trans-dtl-site = spaces or trans-dtl-site = low-values
005030         move ws-hdr-site to ws-dtl-site
005040     else
005050         move trans-dtl-site to ws-dtl-site
005060     end-if
005070     move ws-dtl-site to sm-site-code
005080     read site-master
005090         invalid key
005100             continue
005110         not invalid key
005120             if sm-detail-ceiling is numeric
005130                 and sm-detail-ceiling > zero
005140                 and trans-dtl-amount > sm-detail-ceiling
005150                 perform note-ceiling-exception
005160             end-if
005170     end-read.
005180 note-ceiling-exception.
005190     add 1 to ws-ceil-exceptions
005200     if ws-ceil-count < ws-ceil-max
005210         add 1 to ws-ceil-count
005220         move ws-dtl-site to ws-ce-site (ws-ceil-count)
005230         move trans-id to ws-ce-trans-id (ws-ceil-count)
005240         move trans-dtl-type to ws-ce-type (ws-ceil-count)
005250         move trans-dtl-amount to ws-ce-amount (ws-ceil-count)
005260         move sm-detail-ceiling to ws-ce-ceiling (ws-ceil-count)
005270     else
005280         add 1 to ws-ceil-overflow
005290     end-if.
005300 check-all-sites.
005310     move "N" to ws-master-eof
005320     move low-values to sm-site-code
005330     start site-master key not < sm-site-code
005340         invalid key
005350             move "Y" to ws-master-eof
005360     end-start
005370     perform until ws-master-eof = "Y"
005380         read site-master next
005390             at end
005400                 move "Y" to ws-master-eof
005410             not at end
005420                 perform check-one-site
005430         end-read
005440     end-perform.
005450 check-one-site.
005460     add 1 to ws-sites-checked
005470     move sm-site-code to ws-var-site
005480     move sm-site-name to ws-var-site-name
005490     move "N" to ws-site-shown
005500     move "N" to ws-site-silent
005510     perform find-site-thresholds
005520     perform get-site-actuals
005530     perform build-site-trend
005540     if ws-months-found = zero
005550         add 1 to ws-sites-no-history
005560     else
005570         if ws-act-day-count = zero
005580             and ws-exp-day-count not < ws-th-silent-items
005590             and ws-exp-day-count > zero
005600             move "Y" to ws-site-silent
005610             perform note-silent-site
005620         end-if
005630         if ws-site-silent = "N"
005640             move "DAY ITEMS" to ws-ms-name
005650             compute ws-ms-expected rounded = ws-exp-day-count
005660             move ws-act-day-count to ws-ms-actual
005670             move ws-th-day-pct to ws-ms-limit
005680             move "N" to ws-ms-is-amount
005690             perform test-one-measure
005700             move "DAY AMOUNT" to ws-ms-name
005710             compute ws-ms-expected rounded = ws-exp-day-amount
005720             move ws-act-day-amount to ws-ms-actual
005730             move "Y" to ws-ms-is-amount
005740             perform test-one-measure
005750         end-if
005760         move "MTD ITEMS" to ws-ms-name
005770         compute ws-ms-expected rounded = ws-exp-per-count
005780         move ws-act-per-count to ws-ms-actual
005790         move ws-th-period-pct to ws-ms-limit
005800         move "N" to ws-ms-is-amount
005810         perform test-one-measure
005820         move "MTD AMOUNT" to ws-ms-name
005830         compute ws-ms-expected rounded = ws-exp-per-amount
005840         move ws-act-per-amount to ws-ms-actual
005850         move "Y" to ws-ms-is-amount
005860         perform test-one-measure
005870     end-if
005880     perform write-site-ceiling-lines.
005890 find-site-thresholds.
005900     move ws-std-day-pct to ws-th-day-pct
005910     move ws-std-period-pct to ws-th-period-pct
005920     move ws-std-months to ws-th-months
005930     move ws-std-min-expected to ws-th-min-expected
005940     move ws-std-silent-items to ws-th-silent-items
005950     move zero to ws-parm-hit
005960     perform varying ws-parm-sub from 1 by 1
005970             until ws-parm-sub > ws-parm-count
005980                 or ws-parm-hit > zero
005990         if ws-pt-site (ws-parm-sub) = ws-var-site
006000             move ws-parm-sub to ws-parm-hit
006010         end-if
006020     end-perform
006030     if ws-parm-hit > zero
006040         if ws-pt-day-pct-x (ws-parm-hit) is numeric
006050             move ws-pt-day-pct (ws-parm-hit) to ws-th-day-pct
006060         end-if
006070         if ws-pt-period-pct-x (ws-parm-hit) is numeric
006080             move ws-pt-period-pct (ws-parm-hit)
006090                 to ws-th-period-pct
006100         end-if
006110         if ws-pt-months-x (ws-parm-hit) is numeric
006120             and ws-pt-months (ws-parm-hit) > zero
006130             and ws-pt-months (ws-parm-hit) not > 24
006140             move ws-pt-months (ws-parm-hit) to ws-th-months
006150         end-if
006160         if ws-pt-min-x (ws-parm-hit) is numeric
006170             move ws-pt-min (ws-parm-hit) to ws-th-min-expected
006180         end-if
006190         if ws-pt-silent-x (ws-parm-hit) is numeric
006200             move ws-pt-silent (ws-parm-hit)
006210                 to ws-th-silent-items
006220         end-if
006230     end-if.
006240 get-site-actuals.
006250     move zero to ws-act-day-count
006260     move zero to ws-act-day-amount
006270     move zero to ws-act-per-count
006280     move zero to ws-act-per-amount
006290     move "NEVER" to ws-last-post-date
006300     if ws-act-present = "Y"
006310         move ws-var-site to sa-site-code
006320         read site-activity
006330             invalid key
006340                 continue
006350             not invalid key
006360                 move sa-last-post-date to ws-last-post-date
006370                 if sa-last-post-date = jh-run-date
006380                     move sa-day-trans-count
006390                         to ws-act-day-count
006400                     move sa-day-trans-amount
006410                         to ws-act-day-amount
006420                 end-if
006430                 if sa-last-post-date (1:6) = jh-run-date (1:6)
006440                     move sa-period-trans-count
006450                         to ws-act-per-count
006460                     move sa-period-trans-amount
006470                         to ws-act-per-amount
006480                 end-if
006490         end-read
006500     end-if.
006510 build-site-trend.
006520     move zero to ws-exp-day-count
006530     move zero to ws-exp-day-amount
006540     move zero to ws-exp-per-count
006550     move zero to ws-exp-per-amount
006560     move zero to ws-months-found
006570     move ws-run-yyyy to ws-trend-yyyy
006580     move ws-run-mm to ws-trend-mm
006590     perform varying ws-month-sub from 1 by 1
006600             until ws-month-sub > ws-th-months
006610         if ws-trend-mm = 1
006620             move 12 to ws-trend-mm
006630             subtract 1 from ws-trend-yyyy
006640         else
006650             subtract 1 from ws-trend-mm
006660         end-if
006670         perform read-trend-month
006680     end-perform
006690     if ws-months-found > zero
006700         compute ws-exp-day-count rounded =
006710             ws-exp-day-count / ws-months-found
006720         compute ws-exp-day-amount rounded =
006730             ws-exp-day-amount / ws-months-found
006740         compute ws-exp-per-count rounded =
006750             ws-exp-per-count / ws-months-found
006760         compute ws-exp-per-amount rounded =
006770             ws-exp-per-amount / ws-months-found
006780     end-if.
006790 read-trend-month.
006800     if ws-hist-present = "Y"
006810         compute ws-trend-period-9 =
006820             ws-trend-yyyy * 100 + ws-trend-mm
006830         move ws-var-site to sh-site-code
006840         move ws-trend-period-9 to sh-period
006850         read site-history
006860             invalid key
006870                 continue
006880             not invalid key
006890                 perform add-trend-month
006900         end-read
006910     end-if.
006920 add-trend-month.
006930     perform count-business-days
006940     if ws-busdays-total > zero
006950         add 1 to ws-months-found
006960         compute ws-exp-day-count rounded = ws-exp-day-count
006970             + sh-trans-count / ws-busdays-total
006980         compute ws-exp-day-amount rounded = ws-exp-day-amount
006990             + sh-trans-amount / ws-busdays-total
007000         compute ws-exp-per-count rounded = ws-exp-per-count
007010             + sh-trans-count * ws-busdays-upto
007020             / ws-busdays-total
007030         compute ws-exp-per-amount rounded = ws-exp-per-amount
007040             + sh-trans-amount * ws-busdays-upto
007050             / ws-busdays-total
007060     end-if.
007070 count-business-days.
007080     compute ws-first-9 =
007090         ws-trend-yyyy * 10000 + ws-trend-mm * 100 + 1
007100     if ws-trend-mm = 12
007110         compute ws-next-9 = (ws-trend-yyyy + 1) * 10000 + 101
007120     else
007130         compute ws-next-9 = ws-first-9 + 100
007140     end-if
007150     compute ws-first-int = function integer-of-date (ws-first-9)
007160     compute ws-next-int = function integer-of-date (ws-next-9)
007170     move zero to ws-busdays-total
007180     move zero to ws-busdays-upto
007190     perform varying ws-day-int from ws-first-int by 1
007200             until ws-day-int not < ws-next-int
007210         compute ws-day-of-week = function mod (ws-day-int 7)
007220         if ws-day-of-week not = 6 and ws-day-of-week not = 0
007230             compute ws-day-9 =
007240                 function date-of-integer (ws-day-int)
007250             move ws-day-9 to ws-day-date
007260             perform check-holiday
007270             if ws-cal-hit = "N"
007280                 add 1 to ws-busdays-total
007290                 if ws-day-int - ws-first-int < ws-run-dd
007300                     add 1 to ws-busdays-upto
007310                 end-if
007320             end-if
007330         end-if
007340     end-perform.
007350 check-holiday.
007360     move "N" to ws-cal-hit
007370     perform varying ws-cal-sub from 1 by 1
007380             until ws-cal-sub > ws-cal-count
007390             or ws-cal-hit = "Y"
007400         if ws-cal-day (ws-cal-sub) = ws-day-date
007410             move "Y" to ws-cal-hit
007420         end-if
007430     end-perform.
007440 test-one-measure.
007450     if ws-ms-expected < zero
007460         compute ws-ms-base = zero - ws-ms-expected
007470     else
007480         move ws-ms-expected to ws-ms-base
007490     end-if
007500     if ws-ms-is-amount = "Y"
007510         if ws-ms-base < ws-th-min-expected
007520             move zero to ws-ms-base
007530         end-if
007540     else
007550         if ws-ms-base < 1
007560             move zero to ws-ms-base
007570         end-if
007580     end-if
007590     if ws-ms-base > zero
007600         compute ws-ms-pct rounded =
007610             (ws-ms-actual - ws-ms-expected) * 100 / ws-ms-base
007620             on size error
007630                 move 99999.9 to ws-ms-pct
007640         end-compute
007650         if ws-ms-pct < zero
007660             compute ws-ms-abs-pct = zero - ws-ms-pct
007670         else
007680             move ws-ms-pct to ws-ms-abs-pct
007690         end-if
007700         if ws-ms-abs-pct > ws-ms-limit
007710             add 1 to ws-var-exceptions
007720             perform write-site-group-header
007730             move ws-ms-expected to ws-amount-disp
007740             move ws-ms-actual to ws-amount-disp-2
007750             move ws-ms-pct to ws-variance-disp
007760             move spaces to ws-detail-line
007770             string "      " ws-ms-name
007780                 ws-amount-disp "  " ws-amount-disp-2
007790                 "  " ws-variance-disp "%"
007800                 delimited by size into ws-detail-line
007810             end-string
007820             perform print-detail-line
007830         end-if
007840     end-if.
007850 write-site-group-header.
007860     if ws-site-shown = "N"
007870         move "Y" to ws-site-shown
007880         add 1 to ws-sites-reported
007890         move ws-months-found to ws-months-disp
007900         move ws-th-months to ws-months-disp-2
007910         move ws-th-day-pct to ws-pct-disp
007920         move ws-th-period-pct to ws-pct-disp-2
007930         move spaces to ws-detail-line
007940         perform print-detail-line
007950         move spaces to ws-detail-line
007960         string "    SITE " ws-var-site " " ws-var-site-name
007970             "  TREND " ws-months-disp " OF " ws-months-disp-2
007980             " MONTHS  LIMITS DAY " ws-pct-disp
007990             "% MTD " ws-pct-disp-2 "%"
008000             delimited by size into ws-detail-line
008010         end-string
008020         perform print-detail-line
008030         move spaces to ws-detail-line
008040         string "      MEASURE             EXPECTED"
008050             "           ACTUAL   VARIANCE"
008060             delimited by size into ws-detail-line
008070         end-string
008080         perform print-detail-line
008090     end-if.
008100 write-site-ceiling-lines.
008110     perform varying ws-ceil-sub from 1 by 1
008120             until ws-ceil-sub > ws-ceil-count
008130         if ws-ce-site (ws-ceil-sub) = ws-var-site
008140             perform write-site-group-header
008150             move ws-ce-amount (ws-ceil-sub) to ws-ceiling-disp
008160             move ws-ce-ceiling (ws-ceil-sub)
008170                 to ws-ceiling-disp-2
008180             move spaces to ws-detail-line
008190             string "      DETAIL " ws-ce-trans-id (ws-ceil-sub)
008200                 " TYPE " ws-ce-type (ws-ceil-sub)
008210                 "  AMOUNT " ws-ceiling-disp
008220                 "  OVER SITE CEILING " ws-ceiling-disp-2
008230                 delimited by size into ws-detail-line
008240             end-string
008250             perform print-detail-line
008260         end-if
008270     end-perform.
008280 note-silent-site.
008290     if ws-silent-count < ws-silent-max
008300         add 1 to ws-silent-count
008310         move ws-var-site to ws-sl-site (ws-silent-count)
008320         move ws-var-site-name to ws-sl-name (ws-silent-count)
008330         compute ws-sl-items (ws-silent-count) rounded =
008340             ws-exp-day-count
008350         compute ws-sl-amount (ws-silent-count) rounded =
008360             ws-exp-day-amount
008370         move ws-last-post-date
008380             to ws-sl-last-post (ws-silent-count)
008390     else
008400         add 1 to ws-silent-overflow
008410     end-if.
008420 write-silent-section.
008430     move spaces to ws-detail-line
008440     perform print-detail-line
008450     move spaces to ws-detail-line
008460     string "  SILENT SITES - NORMALLY POST, NOTHING POSTED FOR "
008470         jh-run-date
008480         delimited by size into ws-detail-line
008490     end-string
008500     perform print-detail-line
008510     if ws-silent-count = zero
008520         move "    (NONE)" to ws-detail-line
008530         perform print-detail-line
008540     end-if
008550     perform varying ws-silent-sub from 1 by 1
008560             until ws-silent-sub > ws-silent-count
008570         move ws-sl-items (ws-silent-sub) to ws-items-disp
008580         move ws-sl-amount (ws-silent-sub) to ws-amount-disp
008590         move spaces to ws-detail-line
008600         string "    SITE " ws-sl-site (ws-silent-sub)
008610             " " ws-sl-name (ws-silent-sub)
008620             "  EXPECTED/DAY " ws-items-disp
008630             " ITEMS " ws-amount-disp
008640             "  LAST POSTED " ws-sl-last-post (ws-silent-sub)
008650             delimited by size into ws-detail-line
008660         end-string
008670         perform print-detail-line
008680     end-perform
008690     if ws-silent-overflow > zero
008700         move ws-silent-overflow to ws-count-disp
008710         move spaces to ws-detail-line
008720         string "    *** " ws-count-disp
008730             " MORE SILENT SITES NOT LISTED - TABLE FULL"
008740             delimited by size into ws-detail-line
008750         end-string
008760         perform print-detail-line
008770     end-if.
008780 write-variance-totals.
008790     move spaces to ws-detail-line
008800     perform print-detail-line
008810     move ws-sites-checked to ws-count-disp
008820     move spaces to ws-detail-line
008830     string "  SITES CHECKED:         " ws-count-disp
008840         delimited by size into ws-detail-line
008850     end-string
008860     perform print-detail-line
008870     move ws-sites-reported to ws-count-disp
008880     move spaces to ws-detail-line
008890     string "  SITES WITH EXCEPTIONS: " ws-count-disp
008900         delimited by size into ws-detail-line
008910     end-string
008920     perform print-detail-line
008930     move ws-var-exceptions to ws-count-disp
008940     move spaces to ws-detail-line
008950     string "  VARIANCE EXCEPTIONS:   " ws-count-disp
008960         delimited by size into ws-detail-line
008970     end-string
008980     perform print-detail-line
008990     move ws-ceil-exceptions to ws-count-disp
009000     move spaces to ws-detail-line
009010     string "  DETAILS OVER CEILING:  " ws-count-disp
009020         delimited by size into ws-detail-line
009030     end-string
009040     perform print-detail-line
009050     if ws-ceil-overflow > zero
009060         move ws-ceil-overflow to ws-count-disp
009070         move spaces to ws-detail-line
009080         string "    *** " ws-count-disp
009090             " OVER-CEILING DETAILS NOT LISTED - TABLE FULL"
009100             delimited by size into ws-detail-line
009110         end-string
009120         perform print-detail-line
009130     end-if
009140     compute ws-count-disp = ws-silent-count + ws-silent-overflow
009150     move spaces to ws-detail-line
009160     string "  SILENT SITES:          " ws-count-disp
009170         delimited by size into ws-detail-line
009180     end-string
009190     perform print-detail-line
009200     move ws-sites-no-history to ws-count-disp
009210     move spaces to ws-detail-line
009220     string "  SITES WITHOUT HISTORY: " ws-count-disp
009230         delimited by size into ws-detail-line
009240     end-string
009250     perform print-detail-line.
009260 print-detail-line.
009270     display ws-detail-line end-display
009280     write sysout-record from ws-detail-line
009290     perform count-report-line.
009300 count-report-line.
009310     add 1 to ws-lines-on-page
009320     if ws-lines-on-page >= ws-max-lines-per-page
009330         perform write-report-header
009340     end-if.
009350 write-report-header.
009360     move ws-page-no to ws-page-no-disp
009370     move spaces to ws-header-line-1
009380     string "1RUN DATE: " jh-run-date
009390         "  CYCLE: " jh-cycle-no
009400         "   PAGE: " ws-page-no-disp
009410         "   JOB: " jh-job-name
009420         delimited by size into ws-header-line-1
009430     end-string
009440     move spaces to ws-header-line-2
009450     string "  SITE: " jh-site-code
009460         " (" ws-site-name-disp ")"
009470         "   TIME: " jh-run-time
009480         "   USER: " jh-operator-id
009490         delimited by size into ws-header-line-2
009500     end-string
009510     display ws-header-line-1 (2:131) end-display
009520     write sysout-record from ws-header-line-1
009530     write sysout-record from ws-header-line-2
009540     add 1 to ws-page-no
009550     move zero to ws-lines-on-page.
009560 write-report-footer.
009570     move "  *** END OF REPORT ***" to ws-footer-line
009580     display ws-footer-line end-display
009590     write sysout-record from ws-footer-line.
009600 validate-run.
009610     if ws-sysout-status = "00"
009620         move 0 to jh-return-code
009630     else
009640         move 16 to jh-return-code
009650     end-if
009660     if ws-open-failed = "Y"
009670         move 20 to jh-return-code
009680     end-if
009690     if jh-return-code = 0
009700         and (ws-sites-reported > zero
009710             or ws-silent-count > zero
009720             or ws-ceil-exceptions > zero)
009730         move 4 to jh-return-code
009740     end-if
009750     move jh-return-code to return-code.
009760 write-audit-record.
009770     move jh-return-code to ws-return-code-disp
009780     move spaces to ws-audit-line
009790     string jh-run-date "-" jh-run-time
009800         " JOB=" jh-job-name
009810         " SITE=" jh-site-code
009820         " RC=" ws-return-code-disp
009830         delimited by size into ws-audit-line
009840     end-string
009850     open extend audit-log
009860     write audit-record from ws-audit-line
009870     if ws-audit-log-status not = "00"
009880         display "SITEVAR - AUDIT LOG WRITE FAILED, STATUS="
009890             ws-audit-log-status upon console end-display
009900         if jh-return-code = 0
009910             move 24 to jh-return-code
009920             move jh-return-code to return-code
009930         end-if
009940     end-if
009950     close audit-log.
009960 read-run-control.
009970     open input runctl-file
009980     if ws-runctl-status = "00"
009990         read runctl-file
010000             at end
010010                 continue
010020             not at end
010030                 if ctl-process-date is numeric
010040                     move ctl-process-date to jh-run-date
010050                 end-if
010060                 if ctl-cycle-number is numeric
010070                     move ctl-cycle-number to jh-cycle-no
010080                 end-if
010090         end-read
010100         close runctl-file
010110     end-if.
010120 post-job-status.
010130     open i-o job-status-file
010140     if ws-jobstat-status = "35"
010150         open output job-status-file
010160         close job-status-file
010170         open i-o job-status-file
010180     end-if
010190     if ws-jobstat-status = "00"
010200         move jh-run-date to js-run-date
010210         move jh-job-name to js-job-name
010220         move function current-date (9:6) to js-run-time
010230         move jh-site-code to js-site-code
010240         move jh-return-code to js-return-code
010250         move "ENDED" to js-status
010260         move jh-run-time to js-start-time
010270         write js-status-record
010280             invalid key
010290                 rewrite js-status-record
010300                     invalid key
010310                         continue
010320                 end-rewrite
010330         end-write
010340         close job-status-file
010350     else
010360         display "SITEVAR - JOB STATUS OPEN FAILED, STATUS="
010370             ws-jobstat-status upon console end-display
010380     end-if.
010390 post-job-start.
010400     open i-o job-status-file
010410     if ws-jobstat-status = "35"
010420         open output job-status-file
010430         close job-status-file
010440         open i-o job-status-file
010450     end-if
010460     if ws-jobstat-status = "00"
010470         move jh-run-date to js-run-date
010480         move jh-job-name to js-job-name
010490         move jh-run-time to js-run-time
010500         move jh-site-code to js-site-code
010510         move zero to js-return-code
010520         move "STARTED" to js-status
010530         move jh-run-time to js-start-time
010540         write js-status-record
010550             invalid key
010560                 rewrite js-status-record
010570                     invalid key
010580                         continue
010590                 end-rewrite
010600         end-write
010610         close job-status-file
010620     else
010630         display "SITEVAR - JOB STATUS OPEN FAILED, STATUS="
010640             ws-jobstat-status upon console end-display
010650     end-if.
010660 end program sitevar.
