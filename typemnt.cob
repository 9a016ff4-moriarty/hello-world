000010* typemnt.cob Transaction-type master maintenance for the HELLO
000020* batch suite. Applies ADD/CHANGE/DELETE maintenance
000030* transactions from the TYPETRAN file to the keyed TRANTYPE
000040* transaction-type master (description, debit/credit sign, and
000050* active flag per detail type code) and prints a before/after
000060* change report to the SYSOUT run-log binder under the shared
000070* JOBHDR banner. Rejected transactions (duplicate add, change
000080* or delete of a missing type, bad type, sign, active flag, or
000090* action code) are listed on the report with a reason so the
000100* submitter can fix and resubmit them. A type is retired by
000110* CHANGE to active flag N rather than DELETE, so history that
000120* carries the code still has a description to report against.
000130* 2026-10-15 Initial version - the type codes on TRANSIN
000140*            details become data with a sign and an active
000150*            flag instead of free text nobody checks.
000160 identification division.
000170 program-id. typemnt.
000180 environment division.
000190 input-output section.
000200 file-control.
000210     select sysout-file assign to "SYSOUT"
000220         organization is line sequential
000230         file status is ws-sysout-status.
000240     select type-master assign to "TRANTYPE"
000250         organization is indexed
000260         access mode is random
000270         record key is tt-type-code
000280         file status is ws-type-master-status.
000290     select maint-file assign to "TYPETRAN"
000300         organization is line sequential
000310         file status is ws-maint-status.
000320     select audit-log assign to "AUDITLOG"
000330         organization is line sequential
000340         file status is ws-audit-log-status.
000350     select journal-file assign to "MSTJRNL"
000360         organization is line sequential
000370         file status is ws-journal-status.
000380     select runctl-file assign to "RUNCTL"
000390         organization is line sequential
000400         file status is ws-runctl-status.
000410     select job-status-file assign to "JOBSTAT"
000420         organization is indexed
000430         access mode is random
000440         record key is js-key
000450         file status is ws-jobstat-status.
000460 data division.
000470 file section.
000480 fd  sysout-file
000490     recording mode is f.
000500 01  sysout-record             pic x(132).
000510 fd  type-master.
000520     copy "TRANTYPE.cpy".
000530 fd  maint-file.
000540 01  mnt-record.
000550     05  mnt-action            pic x(6).
000560     05  mnt-type-code         pic x(2).
000570     05  mnt-description       pic x(30).
000580     05  mnt-sign              pic x.
000590     05  mnt-active            pic x.
000600 fd  audit-log.
000610 01  audit-record              pic x(80).
000620 fd  journal-file.
000630     copy "MSTJRNL.cpy".
000640 fd  runctl-file.
000650     copy "RUNCTL.cpy".
000660 fd  job-status-file.
000670     copy "JOBSTAT.cpy".
000680 working-storage section.
000690     copy "JOBHDR.cpy".
000700 01  ws-site-name-disp         pic x(30)
000710         value "TRANSACTION TYPE MAINTENANCE".
000720 01  ws-page-no                pic 9(4) value 1.
000730 01  ws-page-no-disp           pic zzz9.
000740 01  ws-header-line-1          pic x(132).
000750 01  ws-header-line-2          pic x(132).
000760 01  ws-detail-line            pic x(132).
000770 01  ws-footer-line            pic x(132).
000780 01  ws-lines-on-page          pic 9(3) value zero.
000790 01  ws-max-lines-per-page     pic 9(3) value 060.
000800 01  ws-sysout-status          pic x(2).
000810 01  ws-type-master-status     pic x(2).
000820 01  ws-maint-status           pic x(2).
000830 01  ws-audit-log-status       pic x(2).
000840 01  ws-runctl-status          pic x(2).
000850 01  ws-jobstat-status         pic x(2).
000860 01  ws-audit-line             pic x(80).
000870 01  ws-return-code-disp       pic 9(4).
000880 01  ws-maint-eof              pic x value "N".
000890 01  ws-maint-open             pic x value "N".
000900 01  ws-master-open            pic x value "N".
000910 01  ws-journal-status         pic x(2).
000920 01  ws-journal-ok             pic x value "Y".
000930 01  ws-jrn-action             pic x(8).
000940 01  ws-jrn-key                pic x(10).
000950 01  ws-jrn-old                pic x(120).
000960 01  ws-jrn-new                pic x(120).
000970 01  ws-reject-reason          pic x(30).
000980 01  ws-old-description        pic x(30).
000990 01  ws-old-sign               pic x.
001000 01  ws-old-active             pic x.
001010 01  ws-read-count             pic 9(5) value zero.
001020 01  ws-applied-count          pic 9(5) value zero.
001030 01  ws-reject-count           pic 9(5) value zero.
001040 01  ws-count-disp             pic zzzz9.
001050 procedure division.
001060 main-para.
001070     move "TYPEMNT" to jh-job-name
001080     move "ALL" to jh-site-code
001090     perform initialize-run
001100     perform post-job-start
001110     perform print-report
001120     perform validate-run
001130     perform write-audit-record
001140     perform post-job-status
001150     goback.
001160 initialize-run.
001170     move function current-date (1:8) to jh-run-date
001180     move function current-date (9:6) to jh-run-time
001190     accept jh-operator-id from environment "USER"
001200     perform read-run-control.
001210 print-report.
001220     open extend sysout-file
001230     move zero to ws-lines-on-page
001240     perform write-report-header
001250     perform process-maintenance
001260     perform write-report-totals
001270     perform write-report-footer
001280     close sysout-file.
001290 process-maintenance.
001300     move "N" to ws-maint-eof
001310     open input maint-file
001320     if ws-maint-status = "00"
001330         move "Y" to ws-maint-open
001340     else
001350         display "TYPEMNT - TYPETRAN OPEN FAILED, STATUS="
001360             ws-maint-status upon console end-display
001370     end-if
001380     perform open-type-master
001390     if ws-maint-open = "Y" and ws-master-open = "Y"
001400         perform until ws-maint-eof = "Y"
001410             read maint-file
001420                 at end
001430                     move "Y" to ws-maint-eof
001440                 not at end
001450                     add 1 to ws-read-count
001460                     perform apply-maintenance
001470             end-read
001480         end-perform
001490     end-if
001500     if ws-maint-open = "Y"
001510         close maint-file
001520     end-if
001530     if ws-master-open = "Y"
001540         close type-master
001550     end-if.
001560 open-type-master.
001570     open i-o type-master
001580     if ws-type-master-status = "35"
001590         open output type-master
001600         close type-master
001610         open i-o type-master
001620     end-if
001630     if ws-type-master-status = "00"
001640         move "Y" to ws-master-open
001650     else
001660         display "TYPEMNT - TYPE MASTER OPEN FAILED, STATUS="
001670             ws-type-master-status upon console end-display
001680     end-if.
001690 apply-maintenance.
001700     move spaces to ws-reject-reason
001710     if mnt-type-code = spaces or mnt-type-code = low-values
001720         move "BAD TYPE CODE" to ws-reject-reason
001730     else
001740         evaluate mnt-action
001750             when "ADD"
001760                 perform apply-add
001770             when "CHANGE"
001780                 perform apply-change
001790             when "DELETE"
001800                 perform apply-delete
001810             when other
001820                 move "BAD ACTION CODE" to ws-reject-reason
001830         end-evaluate
001840     end-if
001850     if ws-reject-reason = spaces
001860         add 1 to ws-applied-count
001870     else
001880         add 1 to ws-reject-count
001890         perform write-reject-line
001900     end-if.
001910 apply-add.
001920     if mnt-sign not = "+" and mnt-sign not = "-"
001930         move "BAD SIGN - MUST BE + OR -" to ws-reject-reason
001940     end-if
001950     if mnt-active not = "Y" and mnt-active not = "N"
001960         and mnt-active not = space
001970         move "BAD ACTIVE FLAG - MUST BE Y OR N"
001980             to ws-reject-reason
001990     end-if
002000     if ws-reject-reason = spaces
002010         move mnt-type-code to tt-type-code
002020         read type-master
002030             invalid key
002040                 move mnt-type-code to tt-type-code
002050                 move mnt-description to tt-description
002060                 move mnt-sign to tt-sign
002070                 if mnt-active = space
002080                     move "Y" to tt-active
002090                 else
002100                     move mnt-active to tt-active
002110                 end-if
002120                 write tt-type-record
002130                     invalid key
002140                         move "TYPE MASTER WRITE FAILED"
002150                             to ws-reject-reason
002160                 end-write
002170                 if ws-reject-reason = spaces
002180                     move "WRITE" to ws-jrn-action
002190                     move spaces to ws-jrn-old
002200                     perform journal-master-update
002210                     perform write-add-lines
002220                 end-if
002230             not invalid key
002240                 move "DUPLICATE ADD - TYPE ON FILE"
002250                     to ws-reject-reason
002260         end-read
002270     end-if.
002280 apply-change.
002290     if mnt-sign not = "+" and mnt-sign not = "-"
002300         and mnt-sign not = space
002310         move "BAD SIGN - MUST BE + OR -" to ws-reject-reason
002320     end-if
002330     if mnt-active not = "Y" and mnt-active not = "N"
002340         and mnt-active not = space
002350         move "BAD ACTIVE FLAG - MUST BE Y OR N"
002360             to ws-reject-reason
002370     end-if
002380     if ws-reject-reason = spaces
002390         move mnt-type-code to tt-type-code
002400         read type-master
002410             invalid key
002420                 move "CHANGE - TYPE NOT ON FILE"
002430                     to ws-reject-reason
002440             not invalid key
002450                 move spaces to ws-jrn-old
002460                 move tt-type-record to ws-jrn-old
002470                 move tt-description to ws-old-description
002480                 move tt-sign to ws-old-sign
002490                 move tt-active to ws-old-active
002500                 if mnt-description not = spaces
002510                     move mnt-description to tt-description
002520                 end-if
002530                 if mnt-sign not = space
002540                     move mnt-sign to tt-sign
002550                 end-if
002560                 if mnt-active not = space
002570                     move mnt-active to tt-active
002580                 end-if
002590                 rewrite tt-type-record
002600                     invalid key
002610                         move "TYPE MASTER REWRITE FAILED"
002620                             to ws-reject-reason
002630                 end-rewrite
002640                 if ws-reject-reason = spaces
002650                     move "REWRITE" to ws-jrn-action
002660                     perform journal-master-update
002670                     perform write-change-lines
002680                 end-if
002690         end-read
002700     end-if.
002710 apply-delete.
002720     move mnt-type-code to tt-type-code
002730     read type-master
002740         invalid key
002750             move "DELETE - TYPE NOT ON FILE" to ws-reject-reason
002760         not invalid key
002770             move spaces to ws-jrn-old
002780             move tt-type-record to ws-jrn-old
002790             move tt-description to ws-old-description
002800             move tt-sign to ws-old-sign
002810             move tt-active to ws-old-active
002820             delete type-master
002830                 invalid key
002840                     move "TYPE MASTER DELETE FAILED"
002850                         to ws-reject-reason
002860             end-delete
002870             if ws-reject-reason = spaces
002880                 move "DELETE" to ws-jrn-action
002890                 perform journal-master-update
002900                 perform write-delete-lines
002910             end-if
002920     end-read.
002930 journal-master-update.
002940     move spaces to ws-jrn-key
002950     move mnt-type-code to ws-jrn-key
002960     if ws-jrn-action = "DELETE"
002970         move spaces to ws-jrn-new
002980     else
002990         move spaces to ws-jrn-new
003000         move tt-type-record to ws-jrn-new
003010     end-if
003020     perform write-journal-record.
003030 write-journal-record.
003040     move jh-run-date to jr-date
003050     move function current-date (9:6) to jr-time
003060     move jh-job-name to jr-job-name
003070     move "TRANTYPE" to jr-file-id
003080     move ws-jrn-action to jr-action
003090     move ws-jrn-key to jr-key
003100     move ws-jrn-old to jr-old-image
003110     move ws-jrn-new to jr-new-image
003120     open extend journal-file
003130     if ws-journal-status = "35"
003140         open output journal-file
003150     end-if
003160     if ws-journal-status = "00"
003170         write jr-journal-record
003180         if ws-journal-status not = "00"
003190             move "N" to ws-journal-ok
003200         end-if
003210         close journal-file
003220     else
003230         move "N" to ws-journal-ok
003240     end-if
003250     if ws-journal-ok = "N"
003260         display "TYPEMNT - JOURNAL WRITE FAILED, STATUS="
003270             ws-journal-status upon console end-display
003280     end-if.
003290 write-add-lines.
003300     move spaces to ws-detail-line
003310     string "  ADD    " mnt-type-code
003320         "  NEW:    " tt-description
003330         "  SIGN: " tt-sign
003340         "  ACTIVE: " tt-active
003350         delimited by size into ws-detail-line
003360     end-string
003370     perform print-detail-line.
003380 write-change-lines.
003390     move spaces to ws-detail-line
003400     string "  CHANGE " mnt-type-code
003410         "  BEFORE: " ws-old-description
003420         "  SIGN: " ws-old-sign
003430         "  ACTIVE: " ws-old-active
003440         delimited by size into ws-detail-line
003450     end-string
003460     perform print-detail-line
003470     move spaces to ws-detail-line
003480     string "             AFTER:  " tt-description
003490         "  SIGN: " tt-sign
003500         "  ACTIVE: " tt-active
003510         delimited by size into ws-detail-line
003520     end-string
003530     perform print-detail-line.
003540 write-delete-lines.
003550     move spaces to ws-detail-line
003560     string "  DELETE " mnt-type-code
003570         "  WAS:    " ws-old-description
003580         "  SIGN: " ws-old-sign
003590         "  ACTIVE: " ws-old-active
003600         delimited by size into ws-detail-line
003610     end-string
003620     perform print-detail-line.
003630 write-reject-line.
003640     move spaces to ws-detail-line
003650     string "  " mnt-action " " mnt-type-code
003660         "  REJECTED: " ws-reject-reason
003670         delimited by size into ws-detail-line
003680     end-string
003690     perform print-detail-line.
003700 write-report-totals.
003710     move spaces to ws-detail-line
003720     perform print-detail-line
003730     move ws-read-count to ws-count-disp
003740     move spaces to ws-detail-line
003750     string "  TRANSACTIONS READ:     " ws-count-disp
003760         delimited by size into ws-detail-line
003770     end-string
003780     perform print-detail-line
003790     move ws-applied-count to ws-count-disp
003800     move spaces to ws-detail-line
003810     string "  TRANSACTIONS APPLIED:  " ws-count-disp
003820         delimited by size into ws-detail-line
003830     end-string
003840     perform print-detail-line
003850     move ws-reject-count to ws-count-disp
003860     move spaces to ws-detail-line
003870     string "  TRANSACTIONS REJECTED: " ws-count-disp
003880         delimited by size into ws-detail-line
003890     end-string
003900     perform print-detail-line.
003910 print-detail-line.
003920     display ws-detail-line end-display
003930     write sysout-record from ws-detail-line
003940     perform count-report-line.
003950 count-report-line.
003960     add 1 to ws-lines-on-page
003970     if ws-lines-on-page >= ws-max-lines-per-page
003980         perform write-report-header
003990     end-if.
004000 write-report-header.
004010     move ws-page-no to ws-page-no-disp
004020     move spaces to ws-header-line-1
004030     string "1RUN DATE: " jh-run-date
004040         "  CYCLE: " jh-cycle-no
004050         "   PAGE: " ws-page-no-disp
004060         "   JOB: " jh-job-name
004070         delimited by size into ws-header-line-1
004080     end-string
004090     move spaces to ws-header-line-2
004100     string "  SITE: " jh-site-code
004110         " (" ws-site-name-disp ")"
004120         "   TIME: " jh-run-time
004130         "   USER: " jh-operator-id
004140         delimited by size into ws-header-line-2
004150     end-string
004160     display ws-header-line-1 (2:131) end-display
004170     write sysout-record from ws-header-line-1
004180     write sysout-record from ws-header-line-2
004190     add 1 to ws-page-no
004200     move zero to ws-lines-on-page.
004210 write-report-footer.
004220     move "  *** END OF REPORT ***" to ws-footer-line
004230     display ws-footer-line end-display
004240     write sysout-record from ws-footer-line.
004250 validate-run.
004260     if ws-sysout-status = "00"
004270         move 0 to jh-return-code
004280     else
004290         move 16 to jh-return-code
004300     end-if
004310     if ws-maint-open = "N" or ws-master-open = "N"
004320         move 20 to jh-return-code
004330     end-if
004340     if jh-return-code = 0 and ws-journal-ok = "N"
004350         move 34 to jh-return-code
004360     end-if
004370     if jh-return-code = 0 and ws-reject-count > 0
004380         move 4 to jh-return-code
004390     end-if
004400     move jh-return-code to return-code.
004410 write-audit-record.
004420     move jh-return-code to ws-return-code-disp
004430     move spaces to ws-audit-line
004440     string jh-run-date "-" jh-run-time
004450         " JOB=" jh-job-name
004460         " SITE=" jh-site-code
004470         " RC=" ws-return-code-disp
004480         delimited by size into ws-audit-line
004490     end-string
004500     open extend audit-log
004510     write audit-record from ws-audit-line
004520     if ws-audit-log-status not = "00"
004530         display "TYPEMNT - AUDIT LOG WRITE FAILED, STATUS="
004540             ws-audit-log-status upon console end-display
004550         if jh-return-code = 0
004560             move 24 to jh-return-code
004570             move jh-return-code to return-code
004580         end-if
004590     end-if
004600     close audit-log.
004610 read-run-control.
004620     open input runctl-file
004630     if ws-runctl-status = "00"
004640         read runctl-file
004650             at end
004660                 continue
004670             not at end
004680                 if ctl-process-date is numeric
004690                     move ctl-process-date to jh-run-date
004700                 end-if
004710                 if ctl-cycle-number is numeric
004720                     move ctl-cycle-number to jh-cycle-no
004730                 end-if
004740         end-read
004750         close runctl-file
004760     end-if.
004770 post-job-status.
004780     open i-o job-status-file
004790     if ws-jobstat-status = "35"
004800         open output job-status-file
004810         close job-status-file
004820         open i-o job-status-file
004830     end-if
004840     if ws-jobstat-status = "00"
004850         move jh-run-date to js-run-date
004860         move jh-job-name to js-job-name
004870         move function current-date (9:6) to js-run-time
004880         move jh-site-code to js-site-code
004890         move jh-return-code to js-return-code
004900         move "ENDED" to js-status
004910         move jh-run-time to js-start-time
004920         write js-status-record
004930             invalid key
004940                 rewrite js-status-record
004950                     invalid key
004960                         continue
004970                 end-rewrite
004980         end-write
004990         close job-status-file
005000     else
005010         display "TYPEMNT - JOB STATUS OPEN FAILED, STATUS="
005020             ws-jobstat-status upon console end-display
005030     end-if.
005040 post-job-start.
005050     open i-o job-status-file
005060     if ws-jobstat-status = "35"
005070         open output job-status-file
005080         close job-status-file
005090         open i-o job-status-file
005100     end-if
005110     if ws-jobstat-status = "00"
005120         move jh-run-date to js-run-date
005130         move jh-job-name to js-job-name
005140         move jh-run-time to js-run-time
005150         move jh-site-code to js-site-code
005160         move zero to js-return-code
005170         move "STARTED" to js-status
005180         move jh-run-time to js-start-time
005190         write js-status-record
005200             invalid key
005210                 rewrite js-status-record
005220                     invalid key
005230                         continue
005240                 end-rewrite
005250         end-write
005260         close job-status-file
005270     else
005280         display "TYPEMNT - JOB STATUS OPEN FAILED, STATUS="
005290             ws-jobstat-status upon console end-display
005300     end-if.
005310 end program typemnt.
