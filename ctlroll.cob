000100* record, with the change audited like every other step.
000110* The chain step list comes from the CTLROLL-STEPS environment
000120* name (job names separated by spaces) and defaults to
000121* "TRRECYC TRANEDIT HELLO GLFEED BALPROOF CKPURGE". A genuinely
000122* absent CALENDAR file warns and rolls past weekends only; a
000123* present but unreadable one refuses the roll with RC=20 - it
000124* could be hiding a bank holiday.
000150* 2026-09-02 Initial version - hand edits of RUNCTL stop here.
000151* 2026-09-02 Every run now posts a STARTED status to JOBSTAT at
000152*            the top and its final RC as ENDED at the bottom,
000154*            operator can tell never-started from started-and-
000155*            stuck and SLAMON can compare the chain against the
000156*            schedule master.
000157* 2026-10-15 GLFEED and BALPROOF join the default step list. The
000158*            operator must hold CTLROLL (or ALL) on OPERAUTH; a
000159*            refusal leaves RUNCTL alone, audits SECURITY, RC=94.
000160 identification division.
000170 program-id. ctlroll.
000180 environment division.
000270     select calendar-file assign to "CALENDAR"
000280         organization is line sequential
000290         file status is ws-calendar-status.
000291     select operator-auth assign to "OPERAUTH"
000292         organization is indexed
000293         access mode is random
000294         record key is oa-key
000295         file status is ws-oper-auth-status.
000300     select audit-log assign to "AUDITLOG"
000310         organization is line sequential
000320         file status is ws-audit-log-status.
000440     copy "RUNCTL.cpy".
000450 fd  calendar-file.
000460     copy "CALREC.cpy".
000461 fd  operator-auth.
000462     copy "OPERAUTH.cpy".
000470 fd  audit-log.
000480 01  audit-record              pic x(80).
000490 fd  job-status-file.
000930 01  ws-next-found             pic x.
000940 01  ws-skip-limit             pic 9(3) comp value 60.
000950 01  ws-skip-count             pic 9(3) comp.
000951 01  ws-oper-auth-status       pic x(2).
000952 01  ws-auth-ok                pic x value "N".
000953 01  ws-auth-reason            pic x(30).
000954 01  ws-security-site          pic x(4).
000955 01  ws-chain-incomplete-line  pic x(44)
000956         value "  *** CHAIN INCOMPLETE - DATE NOT ROLLED ***".
000960 procedure division.
000970 main-para.
000980     move "CTLROLL" to jh-job-name
001110     move spaces to ws-steps-list
001120     accept ws-steps-list from environment "CTLROLL-STEPS"
001130     if ws-steps-list = spaces or ws-steps-list = low-values
001131         move "TRRECYC TRANEDIT HELLO GLFEED BALPROOF CKPURGE"
001132             to ws-steps-list
001150     end-if
001160     move spaces to ws-step-table
001170     unstring ws-steps-list delimited by all " "
001250     open extend sysout-file
001260     move zero to ws-lines-on-page
001270     perform write-report-header
001271     perform check-operator-authority
001272     if ws-auth-ok = "N"
001273         perform write-refusal-lines
001274         move jh-site-code to ws-security-site
001275         perform write-security-record
001276     else
001280         if ws-ctl-ok = "N"
001290             move "  *** RUNCTL MISSING OR NOT NUMERIC ***"
001300                 to ws-detail-line
001310             perform print-detail-line
001320         else
001330             perform check-chain-gate
001340             if ws-gate-ok = "Y"
001350                 perform load-calendar
001351                 if ws-cal-bad = "Y"
001352                     move "  *** CALENDAR UNREADABLE - DATE NOT"
001353                         to ws-detail-line
001354                     perform print-detail-line
001355                     move "  *** ROLLED" to ws-detail-line
001356                     perform print-detail-line
001357                 else
001360                     perform find-next-business-day
001370                     if ws-next-found = "Y"
001380                         perform rewrite-run-control
001390                     end-if
001391                 end-if
001400             else
001410                 move ws-chain-incomplete-line to ws-detail-line
001420                 perform print-detail-line
001430                 display "CTLROLL - CHAIN INCOMPLETE FOR "
001440                     ws-old-date " - DATE NOT ROLLED"
001450                     upon console end-display
001460             end-if
001470         end-if
001480     end-if
001490     perform write-report-footer
003660     if jh-return-code = 0 and ws-rolled = "N"
003670         move 32 to jh-return-code
003680     end-if
003681     if ws-auth-ok = "N"
003682         move 94 to jh-return-code
003683     end-if
003690     move jh-return-code to return-code.
003700 write-audit-record.
003710     move jh-return-code to ws-return-code-disp
004570         display "CTLROLL - JOB STATUS OPEN FAILED, STATUS="
004580             ws-jobstat-status upon console end-display
004590     end-if.
004600 check-operator-authority.
004610     move "N" to ws-auth-ok
004620     move spaces to ws-auth-reason
004630     open input operator-auth
004640     if ws-oper-auth-status not = "00"
004650         move "AUTHORITY FILE NOT AVAILABLE" to ws-auth-reason
004660         display "CTLROLL - OPERAUTH OPEN FAILED, STATUS="
004670             ws-oper-auth-status upon console end-display
004680     else
004690         move jh-operator-id to oa-operator-id
004700         move jh-job-name to oa-program
004710         perform read-authority-entry
004720         if ws-auth-ok = "N"
004730             move jh-operator-id to oa-operator-id
004740             move "ALL" to oa-program
004750             perform read-authority-entry
004760         end-if
004770         if ws-auth-ok = "N"
004780             move "NOT AUTHORIZED FOR PROGRAM" to ws-auth-reason
004790         end-if
004800         close operator-auth
004810     end-if.
004820 read-authority-entry.
004830     read operator-auth
004840         invalid key
004850             continue
004860         not invalid key
004870             move "Y" to ws-auth-ok
004880     end-read.
004890 write-security-record.
004900     move 94 to ws-return-code-disp
004910     move spaces to ws-audit-line
004920     string jh-run-date "-" jh-run-time
004930         " JOB=" jh-job-name
004940         " SITE=" ws-security-site
004950         " RC=" ws-return-code-disp
004960         " SECURITY OPER=" jh-operator-id
004970         delimited by size into ws-audit-line
004980     end-string
004990     open extend audit-log
005000     write audit-record from ws-audit-line
005010     if ws-audit-log-status not = "00"
005020         display "CTLROLL - AUDIT LOG WRITE FAILED, STATUS="
005030             ws-audit-log-status upon console end-display
005040     end-if
005050     close audit-log
005060     display "CTLROLL - OPERATOR " jh-operator-id
005070         " REFUSED - " ws-auth-reason upon console end-display.
005080 write-refusal-lines.
005090     move spaces to ws-detail-line
005100     string "  *** OPERATOR " jh-operator-id
005110         " REFUSED - " ws-auth-reason
005120         delimited by size into ws-detail-line
005130     end-string
005140     perform print-detail-line
005150     move "  *** DATE NOT ROLLED" to ws-detail-line
005160     perform print-detail-line.
005170 end program ctlroll.
