000010* authmnt.cob Operator authority maintenance for the HELLO
000020* batch suite. Applies ADD/CHANGE/DELETE maintenance
000030* transactions from the AUTHTRAN file to the keyed OPERAUTH
000040* operator authority file - for each operator ID, the
000050* programs that operator may run and the sites the operator
000060* may act on through each - and prints a before/after change
000070* report to the SYSOUT run-log binder under the shared JOBHDR
000080* banner. SITEMNT, CALMAINT, JRNRCV, RPRINT, SITEINQ, and
000090* CTLROLL refuse an operator the file does not authorize.
000100* Each transaction names one operator and one program (or ALL
000110* for every controlled program) and up to ten site codes (or
000120* ALL). An ADD needs at least one site; a CHANGE with sites
000130* replaces the whole site list. Rejected transactions
000140* (duplicate add, change or delete of a missing entry, blank
000150* operator, a program not under authority control, no sites,
000160* an operator maintaining their own authority, or a bad
000170* action code) are listed on the report with a reason.
000180* This step is itself controlled: the operator running it
000190* needs an AUTHMNT (or ALL) entry. Only while the file holds
000200* no entries at all may anyone run it, so the first security
000210* administrator can be loaded; every such bootstrap run writes
000220* a SECURITY line marked BOOTSTRAP to AUDITLOG for AUDRPT, and a
000230* missing OPERAUTH file created empty is noted on the console.
000240* A DELETE that would leave no AUTHMNT or ALL entry on the
000250* file is rejected, so the file cannot be emptied back into
000260* bootstrap.
000270* Every write, rewrite, and delete is journalled to MSTJRNL.
000280* RC=4 a transaction rejected, RC=20 open failure, RC=34
000290* journal write failure, RC=94 operator not authorized.
000300* 2026-10-15 Initial version.
000310 identification division.
000320 program-id. authmnt.
000330 environment division.
000340 input-output section.
000350 file-control.
000360     select sysout-file assign to "SYSOUT"
000370         organization is line sequential
000380         file status is ws-sysout-status.
000390     select operator-auth assign to "OPERAUTH"
000400         organization is indexed
000410         access mode is dynamic
000420         record key is oa-key
000430         file status is ws-oper-auth-status.
000440     select maint-file assign to "AUTHTRAN"
000450         organization is line sequential
000460         file status is ws-maint-status.
000470     select audit-log assign to "AUDITLOG"
000480         organization is line sequential
000490         file status is ws-audit-log-status.
000500     select journal-file assign to "MSTJRNL"
000510         organization is line sequential
000520         file status is ws-journal-status.
000530     select runctl-file assign to "RUNCTL"
000540         organization is line sequential
000550         file status is ws-runctl-status.
000560     select job-status-file assign to "JOBSTAT"
000570         organization is indexed
000580         access mode is random
000590         record key is js-key
000600         file status is ws-jobstat-status.
000610 data division.
000620 file section.
000630 fd  sysout-file
000640     recording mode is f.
000650 01  sysout-record             pic x(132).
000660 fd  operator-auth.
000670     copy "OPERAUTH.cpy".
000680 fd  maint-file.
000690 01  mnt-record.
000700     05  mnt-action            pic x(6).
000710     05  filler                pic x(1).
000720     05  mnt-operator-id       pic x(8).
000730     05  filler                pic x(1).
000740     05  mnt-program           pic x(8).
000750     05  filler                pic x(1).
000760     05  mnt-site-entry occurs 10.
000770         10  mnt-site          pic x(4).
000780         10  filler            pic x(1).
000790 fd  audit-log.
000800 01  audit-record              pic x(80).
000810 fd  journal-file.
000820     copy "MSTJRNL.cpy".
000830 fd  runctl-file.
000840     copy "RUNCTL.cpy".
000850 fd  job-status-file.
000860     copy "JOBSTAT.cpy".
000870 working-storage section.
000880     copy "JOBHDR.cpy".
000890 01  ws-site-name-disp         pic x(30)
000900         value "OPERATOR AUTHORITY MAINTENANCE".
000910 01  ws-page-no                pic 9(4) value 1.
000920 01  ws-page-no-disp           pic zzz9.
000930 01  ws-header-line-1          pic x(132).
000940 01  ws-header-line-2          pic x(132).
000950 01  ws-detail-line            pic x(132).
000960 01  ws-footer-line            pic x(132).
000970 01  ws-lines-on-page          pic 9(3) value zero.
000980 01  ws-max-lines-per-page     pic 9(3) value 060.
000990 01  ws-sysout-status          pic x(2).
001000 01  ws-oper-auth-status       pic x(2).
001010 01  ws-maint-status           pic x(2).
001020 01  ws-audit-log-status       pic x(2).
001030 01  ws-runctl-status          pic x(2).
001040 01  ws-jobstat-status         pic x(2).
001050 01  ws-audit-line             pic x(80).
001060 01  ws-return-code-disp       pic 9(4).
001070 01  ws-maint-eof              pic x value "N".
001080 01  ws-maint-open             pic x value "N".
001090 01  ws-master-open            pic x value "N".
001100 01  ws-journal-status         pic x(2).
001110 01  ws-journal-ok             pic x value "Y".
001120 01  ws-jrn-action             pic x(8).
001130 01  ws-jrn-key                pic x(10).
001140 01  ws-jrn-old                pic x(120).
001150 01  ws-jrn-new                pic x(120).
001160 01  ws-auth-ok                pic x value "N".
001170 01  ws-auth-reason            pic x(30).
001180 01  ws-auth-empty             pic x value "N".
001190 01  ws-auth-created           pic x value "N".
001200 01  ws-security-rc            pic 9(4).
001210 01  ws-security-marker        pic x(9).
001220 01  ws-scan-eof               pic x.
001230 01  ws-admin-count            pic 9(5).
001240 01  ws-reject-reason          pic x(30).
001250 01  ws-site-given             pic 9(4) comp.
001260 01  ws-site-sub               pic 9(4) comp.
001270 01  ws-sites-disp             pic x(50).
001280 01  ws-sites-ptr              pic 9(4) comp.
001290 01  ws-old-site-list          pic x(40).
001300 01  ws-old-changed-by         pic x(8).
001310 01  ws-old-changed-date       pic x(8).
001320 01  ws-list-work.
001330     05  ws-list-site          pic x(4) occurs 10.
001340 01  ws-read-count             pic 9(5) value zero.
001350 01  ws-applied-count          pic 9(5) value zero.
001360 01  ws-reject-count           pic 9(5) value zero.
001370 01  ws-count-disp             pic zzzz9.
001380 procedure division.
001390 main-para.
001400     move "AUTHMNT" to jh-job-name
001410     move "ALL" to jh-site-code
001420     perform initialize-run
001430     perform post-job-start
001440     perform print-report
001450     perform validate-run
001460     perform write-audit-record
001470     perform post-job-status
001480     goback.
001490 initialize-run.
001500     move function current-date (1:8) to jh-run-date
001510     move function current-date (9:6) to jh-run-time
001520     accept jh-operator-id from environment "USER"
001530     perform read-run-control.
001540 print-report.
001550     open extend sysout-file
001560     move zero to ws-lines-on-page
001570     perform write-report-header
001580     perform open-authority-file
001590     if ws-master-open = "Y"
001600         perform check-operator-authority
001610         if ws-auth-ok = "Y"
001620             perform process-maintenance
001630             perform write-report-totals
001640         else
001650             perform write-refusal-lines
001660             move 94 to ws-security-rc
001670             move spaces to ws-security-marker
001680             perform write-security-record
001690         end-if
001700         close operator-auth
001710     end-if
001720     perform write-report-footer
001730     close sysout-file.
001740 open-authority-file.
001750     open i-o operator-auth
001760     if ws-oper-auth-status = "35"
001770         open output operator-auth
001780         close operator-auth
001790         open i-o operator-auth
001800         if ws-oper-auth-status = "00"
001810             move "Y" to ws-auth-created
001820             display "AUTHMNT - OPERAUTH NOT FOUND, CREATED EMPTY"
001830                 upon console end-display
001840         end-if
001850     end-if
001860     if ws-oper-auth-status = "00"
001870         move "Y" to ws-master-open
001880     else
001890         display "AUTHMNT - OPERAUTH OPEN FAILED, STATUS="
001900             ws-oper-auth-status upon console end-display
001910     end-if.
001920 check-operator-authority.
001930     move "N" to ws-auth-ok
001940     move spaces to ws-auth-reason
001950     move low-values to oa-key
001960     start operator-auth key not < oa-key
001970         invalid key
001980             move "Y" to ws-auth-empty
001990     end-start
002000     if ws-auth-empty = "Y"
002010         move "Y" to ws-auth-ok
002020         move "  (NO OPERATOR AUTHORITY ON FILE - FIRST LOAD,"
002030             to ws-detail-line
002040         perform print-detail-line
002050         move "  ANY OPERATOR MAY RUN THIS STEP)"
002060             to ws-detail-line
002070         perform print-detail-line
002080         if ws-auth-created = "Y"
002090             move "  (OPERAUTH NOT FOUND - CREATED EMPTY)"
002100                 to ws-detail-line
002110             perform print-detail-line
002120         end-if
002130         move 0 to ws-security-rc
002140         move "BOOTSTRAP" to ws-security-marker
002150         perform write-security-record
002160     else
002170         move jh-operator-id to oa-operator-id
002180         move jh-job-name to oa-program
002190         perform read-authority-entry
002200         if ws-auth-ok = "N"
002210             move jh-operator-id to oa-operator-id
002220             move "ALL" to oa-program
002230             perform read-authority-entry
002240         end-if
002250         if ws-auth-ok = "N"
002260             move "NOT AUTHORIZED FOR PROGRAM" to ws-auth-reason
002270         end-if
002280     end-if.
002290 read-authority-entry.
002300     read operator-auth
002310         invalid key
002320             continue
002330         not invalid key
002340             move "Y" to ws-auth-ok
002350     end-read.
002360 write-refusal-lines.
002370     move spaces to ws-detail-line
002380     string "  *** OPERATOR " jh-operator-id
002390         " REFUSED - " ws-auth-reason
002400         delimited by size into ws-detail-line
002410     end-string
002420     perform print-detail-line
002430     move "  *** NO TRANSACTIONS APPLIED" to ws-detail-line
002440     perform print-detail-line.
002450 write-security-record.
002460     move ws-security-rc to ws-return-code-disp
002470     move spaces to ws-audit-line
002480     string jh-run-date "-" jh-run-time
002490         " JOB=" jh-job-name
002500         " SITE=" jh-site-code
002510         " RC=" ws-return-code-disp
002520         " SECURITY OPER=" jh-operator-id
002530         " " ws-security-marker
002540         delimited by size into ws-audit-line
002550     end-string
002560     open extend audit-log
002570     write audit-record from ws-audit-line
002580     if ws-audit-log-status not = "00"
002590         display "AUTHMNT - AUDIT LOG WRITE FAILED, STATUS="
002600             ws-audit-log-status upon console end-display
002610     end-if
002620     close audit-log
002630     if ws-security-marker = "BOOTSTRAP"
002640         display "AUTHMNT - NO OPERATOR AUTHORITY ON FILE, "
002650             "BOOTSTRAP RUN BY " jh-operator-id
002660             upon console end-display
002670     else
002680         display "AUTHMNT - OPERATOR " jh-operator-id
002690             " REFUSED - " ws-auth-reason upon console end-display
002700     end-if.
002710 process-maintenance.
002720     move "N" to ws-maint-eof
002730     open input maint-file
002740     if ws-maint-status = "00"
002750         move "Y" to ws-maint-open
002760     else
002770         display "AUTHMNT - AUTHTRAN OPEN FAILED, STATUS="
002780             ws-maint-status upon console end-display
002790     end-if
002800     if ws-maint-open = "Y"
002810         perform until ws-maint-eof = "Y"
002820             read maint-file
002830                 at end
002840                     move "Y" to ws-maint-eof
002850                 not at end
002860                     add 1 to ws-read-count
002870                     perform apply-maintenance
002880             end-read
002890         end-perform
002900         close maint-file
002910     end-if.
002920 apply-maintenance.
002930     move spaces to ws-reject-reason
002940     move zero to ws-site-given
002950     perform varying ws-site-sub from 1 by 1
002960             until ws-site-sub > 10
002970         if mnt-site (ws-site-sub) not = spaces
002980             add 1 to ws-site-given
002990         end-if
003000     end-perform
003010     evaluate true
003020         when mnt-operator-id = spaces
003030             or mnt-operator-id = low-values
003040             move "BAD OPERATOR ID" to ws-reject-reason
003050         when mnt-program not = "SITEMNT"
003060             and mnt-program not = "CALMAINT"
003070             and mnt-program not = "JRNRCV"
003080             and mnt-program not = "RPRINT"
003090             and mnt-program not = "SITEINQ"
003100             and mnt-program not = "CTLROLL"
003110             and mnt-program not = "AUTHMNT"
003120             and mnt-program not = "ALL"
003130             move "PROGRAM NOT UNDER AUTHORITY"
003140                 to ws-reject-reason
003150         when mnt-operator-id = jh-operator-id
003160             and ws-auth-empty = "N"
003170             move "OWN AUTHORITY - NOT ALLOWED"
003180                 to ws-reject-reason
003190         when other
003200             evaluate mnt-action
003210                 when "ADD"
003220                     perform apply-add
003230                 when "CHANGE"
003240                     perform apply-change
003250                 when "DELETE"
003260                     perform apply-delete
003270                 when other
003280                     move "BAD ACTION CODE" to ws-reject-reason
003290             end-evaluate
003300     end-evaluate
003310     if ws-reject-reason = spaces
003320         add 1 to ws-applied-count
003330     else
003340         add 1 to ws-reject-count
003350         perform write-reject-line
003360     end-if.
003370 apply-add.
003380     if ws-site-given = zero
003390         move "NO SITES GIVEN" to ws-reject-reason
003400     else
003410         move mnt-operator-id to oa-operator-id
003420         move mnt-program to oa-program
003430         read operator-auth
003440             invalid key
003450                 move spaces to oa-auth-record
003460                 move mnt-operator-id to oa-operator-id
003470                 move mnt-program to oa-program
003480                 perform load-site-list
003490                 move jh-operator-id to oa-changed-by
003500                 move jh-run-date to oa-changed-date
003510                 write oa-auth-record
003520                     invalid key
003530                         move "OPERAUTH WRITE FAILED"
003540                             to ws-reject-reason
003550                 end-write
003560                 if ws-reject-reason = spaces
003570                     move "WRITE" to ws-jrn-action
003580                     move spaces to ws-jrn-old
003590                     perform journal-master-update
003600                     perform write-add-lines
003610                 end-if
003620             not invalid key
003630                 move "DUPLICATE ADD - ENTRY ON FILE"
003640                     to ws-reject-reason
003650         end-read
003660     end-if.
003670 apply-change.
003680     move mnt-operator-id to oa-operator-id
003690     move mnt-program to oa-program
003700     read operator-auth
003710         invalid key
003720             move "CHANGE - ENTRY NOT ON FILE"
003730                 to ws-reject-reason
003740         not invalid key
003750             move spaces to ws-jrn-old
003760             move oa-auth-record to ws-jrn-old
003770             move oa-site-list to ws-old-site-list
003780             move oa-changed-by to ws-old-changed-by
003790             move oa-changed-date to ws-old-changed-date
003800             if ws-site-given > zero
003810                 perform load-site-list
003820             end-if
003830             move jh-operator-id to oa-changed-by
003840             move jh-run-date to oa-changed-date
003850             rewrite oa-auth-record
003860                 invalid key
003870                     move "OPERAUTH REWRITE FAILED"
003880                         to ws-reject-reason
003890             end-rewrite
003900             if ws-reject-reason = spaces
003910                 move "REWRITE" to ws-jrn-action
003920                 perform journal-master-update
003930                 perform write-change-lines
003940             end-if
003950     end-read.
003960 apply-delete.
003970     move mnt-operator-id to oa-operator-id
003980     move mnt-program to oa-program
003990     read operator-auth
004000         invalid key
004010             move "DELETE - ENTRY NOT ON FILE"
004020                 to ws-reject-reason
004030         not invalid key
004040             move spaces to ws-jrn-old
004050             move oa-auth-record to ws-jrn-old
004060             move oa-site-list to ws-old-site-list
004070             move oa-changed-by to ws-old-changed-by
004080             move oa-changed-date to ws-old-changed-date
004090             if oa-program = "AUTHMNT" or oa-program = "ALL"
004100                 perform check-other-admins
004110             end-if
004120             if ws-reject-reason = spaces
004130                 delete operator-auth
004140                     invalid key
004150                         move "OPERAUTH DELETE FAILED"
004160                             to ws-reject-reason
004170                 end-delete
004180             end-if
004190             if ws-reject-reason = spaces
004200                 move "DELETE" to ws-jrn-action
004210                 perform journal-master-update
004220                 perform write-delete-lines
004230             end-if
004240     end-read.
004250 check-other-admins.
004260     move zero to ws-admin-count
004270     move "N" to ws-scan-eof
004280     move low-values to oa-key
004290     start operator-auth key not < oa-key
004300         invalid key
004310             move "Y" to ws-scan-eof
004320     end-start
004330     perform until ws-scan-eof = "Y"
004340         read operator-auth next record
004350             at end
004360                 move "Y" to ws-scan-eof
004370             not at end
004380                 if (oa-program = "AUTHMNT" or oa-program = "ALL")
004390                     and (oa-operator-id not = mnt-operator-id
004400                         or oa-program not = mnt-program)
004410                     add 1 to ws-admin-count
004420                 end-if
004430         end-read
004440     end-perform
004450     if ws-admin-count = zero
004460         move "LAST ADMIN ENTRY - NOT ALLOWED"
004470             to ws-reject-reason
004480     end-if
004490     move mnt-operator-id to oa-operator-id
004500     move mnt-program to oa-program
004510     read operator-auth
004520         invalid key
004530             move "OPERAUTH DELETE FAILED" to ws-reject-reason
004540     end-read.
004550 load-site-list.
004560     move spaces to oa-site-list
004570     move zero to ws-site-given
004580     perform varying ws-site-sub from 1 by 1
004590             until ws-site-sub > 10
004600         if mnt-site (ws-site-sub) not = spaces
004610             add 1 to ws-site-given
004620             move mnt-site (ws-site-sub)
004630                 to oa-site (ws-site-given)
004640         end-if
004650     end-perform.
004660 journal-master-update.
004670     move spaces to ws-jrn-key
004680     move mnt-operator-id to ws-jrn-key
004690     if ws-jrn-action = "DELETE"
004700         move spaces to ws-jrn-new
004710     else
004720         move spaces to ws-jrn-new
004730         move oa-auth-record to ws-jrn-new
004740     end-if
004750     perform write-journal-record.
004760 write-journal-record.
004770     move jh-run-date to jr-date
004780     move function current-date (9:6) to jr-time
004790     move jh-job-name to jr-job-name
004800     move "OPERAUTH" to jr-file-id
004810     move ws-jrn-action to jr-action
004820     move ws-jrn-key to jr-key
004830     move ws-jrn-old to jr-old-image
004840     move ws-jrn-new to jr-new-image
004850     open extend journal-file
004860     if ws-journal-status = "35"
004870         open output journal-file
004880     end-if
004890     if ws-journal-status = "00"
004900         write jr-journal-record
004910         if ws-journal-status not = "00"
004920             move "N" to ws-journal-ok
004930         end-if
004940         close journal-file
004950     else
004960         move "N" to ws-journal-ok
004970     end-if
004980     if ws-journal-ok = "N"
004990         display "AUTHMNT - JOURNAL WRITE FAILED, STATUS="
005000             ws-journal-status upon console end-display
005010     end-if.
005020 format-site-list.
005030     move spaces to ws-sites-disp
005040     move 1 to ws-sites-ptr
005050     perform varying ws-site-sub from 1 by 1
005060             until ws-site-sub > 10
005070         if ws-list-site (ws-site-sub) not = spaces
005080             string ws-list-site (ws-site-sub) " "
005090                 delimited by size into ws-sites-disp
005100                 with pointer ws-sites-ptr
005110             end-string
005120         end-if
005130     end-perform.
005140 write-add-lines.
005150     move oa-site-list to ws-list-work
005160     perform format-site-list
005170     move spaces to ws-detail-line
005180     string "  ADD    " mnt-operator-id " " mnt-program
005190         "  SITES:  " ws-sites-disp
005200         delimited by size into ws-detail-line
005210     end-string
005220     perform print-detail-line.
005230 write-change-lines.
005240     move ws-old-site-list to ws-list-work
005250     perform format-site-list
005260     move spaces to ws-detail-line
005270     string "  CHANGE " mnt-operator-id " " mnt-program
005280         "  BEFORE: " ws-sites-disp
005290         " (BY " ws-old-changed-by " ON "
005300         ws-old-changed-date ")"
005310         delimited by size into ws-detail-line
005320     end-string
005330     perform print-detail-line
005340     move oa-site-list to ws-list-work
005350     perform format-site-list
005360     move spaces to ws-detail-line
005370     string "                           AFTER:  " ws-sites-disp
005380         delimited by size into ws-detail-line
005390     end-string
005400     perform print-detail-line.
005410 write-delete-lines.
005420     move ws-old-site-list to ws-list-work
005430     perform format-site-list
005440     move spaces to ws-detail-line
005450     string "  DELETE " mnt-operator-id " " mnt-program
005460         "  WAS:    " ws-sites-disp
005470         " (BY " ws-old-changed-by " ON "
005480         ws-old-changed-date ")"
005490         delimited by size into ws-detail-line
005500     end-string
005510     perform print-detail-line.
005520 write-reject-line.
005530     move spaces to ws-detail-line
005540     string "  " mnt-action " " mnt-operator-id " " mnt-program
005550         "  REJECTED: " ws-reject-reason
005560         delimited by size into ws-detail-line
005570     end-string
005580     perform print-detail-line.
005590 write-report-totals.
005600     move spaces to ws-detail-line
005610     perform print-detail-line
005620     move ws-read-count to ws-count-disp
005630     move spaces to ws-detail-line
005640     string "  TRANSACTIONS READ:     " ws-count-disp
005650         delimited by size into ws-detail-line
005660     end-string
005670     perform print-detail-line
005680     move ws-applied-count to ws-count-disp
005690     move spaces to ws-detail-line
005700     string "  TRANSACTIONS APPLIED:  " ws-count-disp
005710         delimited by size into ws-detail-line
005720     end-string
005730     perform print-detail-line
005740     move ws-reject-count to ws-count-disp
005750     move spaces to ws-detail-line
005760     string "  TRANSACTIONS REJECTED: " ws-count-disp
005770         delimited by size into ws-detail-line
005780     end-string
005790     perform print-detail-line.
005800 print-detail-line.
005810     display ws-detail-line end-display
005820     write sysout-record from ws-detail-line
005830     perform count-report-line.
005840 count-report-line.
005850     add 1 to ws-lines-on-page
005860     if ws-lines-on-page >= ws-max-lines-per-page
005870         perform write-report-header
005880     end-if.
005890 write-report-header.
005900     move ws-page-no to ws-page-no-disp
005910     move spaces to ws-header-line-1
005920     string "1RUN DATE: " jh-run-date
005930         "  CYCLE: " jh-cycle-no
005940         "   PAGE: " ws-page-no-disp
005950         "   JOB: " jh-job-name
005960         delimited by size into ws-header-line-1
005970     end-string
005980     move spaces to ws-header-line-2
005990     string "  SITE: " jh-site-code
006000         " (" ws-site-name-disp ")"
006010         "   TIME: " jh-run-time
006020         "   USER: " jh-operator-id
006030         delimited by size into ws-header-line-2
006040     end-string
006050     display ws-header-line-1 (2:131) end-display
006060     write sysout-record from ws-header-line-1
006070     write sysout-record from ws-header-line-2
006080     add 1 to ws-page-no
006090     move zero to ws-lines-on-page.
006100 write-report-footer.
006110     move "  *** END OF REPORT ***" to ws-footer-line
006120     display ws-footer-line end-display
006130     write sysout-record from ws-footer-line.
006140 validate-run.
006150     if ws-sysout-status = "00"
006160         move 0 to jh-return-code
006170     else
006180         move 16 to jh-return-code
006190     end-if
006200     if ws-master-open = "N"
006210         or (ws-auth-ok = "Y" and ws-maint-open = "N")
006220         move 20 to jh-return-code
006230     end-if
006240     if jh-return-code = 0 and ws-journal-ok = "N"
006250         move 34 to jh-return-code
006260     end-if
006270     if jh-return-code = 0 and ws-reject-count > 0
006280         move 4 to jh-return-code
006290     end-if
006300     if ws-master-open = "Y" and ws-auth-ok = "N"
006310         move 94 to jh-return-code
006320     end-if
006330     move jh-return-code to return-code.
006340 write-audit-record.
006350     move jh-return-code to ws-return-code-disp
006360     move spaces to ws-audit-line
006370     string jh-run-date "-" jh-run-time
006380         " JOB=" jh-job-name
006390         " SITE=" jh-site-code
006400         " RC=" ws-return-code-disp
006410         delimited by size into ws-audit-line
006420     end-string
006430     open extend audit-log
006440     write audit-record from ws-audit-line
006450     if ws-audit-log-status not = "00"
006460         display "AUTHMNT - AUDIT LOG WRITE FAILED, STATUS="
006470             ws-audit-log-status upon console end-display
006480         if jh-return-code = 0
006490             move 24 to jh-return-code
006500             move jh-return-code to return-code
006510         end-if
006520     end-if
006530     close audit-log.
006540 read-run-control.
006550     open input runctl-file
006560     if ws-runctl-status = "00"
006570         read runctl-file
006580             at end
006590                 continue
006600             not at end
006610                 if ctl-process-date is numeric
006620                     move ctl-process-date to jh-run-date
006630                 end-if
006640                 if ctl-cycle-number is numeric
006650                     move ctl-cycle-number to jh-cycle-no
006660                 end-if
006670         end-read
006680         close runctl-file
006690     end-if.
006700 post-job-status.
006710     open i-o job-status-file
006720     if ws-jobstat-status = "35"
006730         open output job-status-file
006740         close job-status-file
006750         open i-o job-status-file
006760     end-if
006770     if ws-jobstat-status = "00"
006780         move jh-run-date to js-run-date
006790         move jh-job-name to js-job-name
006800         move function current-date (9:6) to js-run-time
006810         move jh-site-code to js-site-code
006820         move jh-return-code to js-return-code
006830         move "ENDED" to js-status
006840         move jh-run-time to js-start-time
006850         write js-status-record
006860             invalid key
006870                 rewrite js-status-record
006880                     invalid key
006890                         continue
006900                 end-rewrite
006910         end-write
006920         close job-status-file
006930     else
006940         display "AUTHMNT - JOB STATUS OPEN FAILED, STATUS="
006950             ws-jobstat-status upon console end-display
006960     end-if.
006970 post-job-start.
006980     open i-o job-status-file
006990     if ws-jobstat-status = "35"
007000         open output job-status-file
007010         close job-status-file
007020         open i-o job-status-file
007030     end-if
007040     if ws-jobstat-status = "00"
007050         move jh-run-date to js-run-date
007060         move jh-job-name to js-job-name
007070         move jh-run-time to js-run-time
007080         move jh-site-code to js-site-code
007090         move zero to js-return-code
007100         move "STARTED" to js-status
007110         move jh-run-time to js-start-time
007120         write js-status-record
007130             invalid key
007140                 rewrite js-status-record
007150                     invalid key
007160                         continue
007170                 end-rewrite
007180         end-write
007190         close job-status-file
007200     else
007210         display "AUTHMNT - JOB STATUS OPEN FAILED, STATUS="
007220             ws-jobstat-status upon console end-display
007230     end-if.
007240 end program authmnt.
