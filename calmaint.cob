000090* reason on the report), and the file is rewritten in date order
000100* with before/after counts printed under the shared JOBHDR
000110* banner.
000111* 2026-09-02 Initial version, written with the CTLROLL roll step.
000112* 2026-09-02 A hard open failure on CALENDAR now ends RC=20
000113*            without applying or rewriting anything - an
000114*            unreadable file must not be truncated down to
000115*            tonight's transactions.
000116* 2026-09-02 Every run now posts a STARTED status to JOBSTAT at
000117*            the top and its final RC as ENDED at the bottom,
000118*            with start and completion times, so the morning
000119*            operator can tell never-started from started-and-
000120*            stuck and SLAMON can compare the chain against the
000121*            schedule master.
000122* 2026-10-15 The operator running the step must hold CALMAINT
000123*            (or ALL) authority on the new OPERAUTH file. An
000124*            unauthorized operator changes nothing, a SECURITY
000125*            line goes to AUDITLOG, and the run ends RC=94.
000131 identification division.
000140 program-id. calmaint.
000150 environment division.
000270     select audit-log assign to "AUDITLOG"
000280         organization is line sequential
000290         file status is ws-audit-log-status.
000291     select operator-auth assign to "OPERAUTH"
000292         organization is indexed
000293         access mode is random
000294         record key is oa-key
000295         file status is ws-oper-auth-status.
000300     select runctl-file assign to "RUNCTL"
000310         organization is line sequential
000320         file status is ws-runctl-status.
000500     05  ctr-description       pic x(30).
000510 fd  audit-log.
000520 01  audit-record              pic x(80).
000521 fd  operator-auth.
000522     copy "OPERAUTH.cpy".
000530 fd  runctl-file.
000540     copy "RUNCTL.cpy".
000550 fd  job-status-file.
000940 01  ws-applied-count          pic 9(5) value zero.
000950 01  ws-reject-count           pic 9(5) value zero.
000960 01  ws-count-disp             pic zzzz9.
000961 01  ws-oper-auth-status       pic x(2).
000962 01  ws-auth-ok                pic x value "N".
000963 01  ws-auth-reason            pic x(30).
000964 01  ws-security-site          pic x(4).
000970 procedure division.
000980 main-para.
000990     move "CALMAINT" to jh-job-name
001130     open extend sysout-file
001140     move zero to ws-lines-on-page
001150     perform write-report-header
001151     perform check-operator-authority
001152     if ws-auth-ok = "N"
001153         perform write-refusal-lines
001154         move jh-site-code to ws-security-site
001155         perform write-security-record
001156     else
001157         perform load-calendar-table
001158         if ws-cal-load-ok = "Y"
001159             perform apply-transactions
001160             if ws-tran-open = "Y"
001161                 perform rewrite-calendar
001162                 perform write-report-totals
001163             end-if
001164         else
001165             move "  *** CALENDAR OPEN FAILED - FILE LEFT AS IT"
001166                 to ws-detail-line
001167             perform print-detail-line
001168             move "  *** WAS - NO TRANSACTIONS APPLIED"
001169                 to ws-detail-line
001170             perform print-detail-line
001210         end-if
001218     end-if
001220     perform write-report-footer
001230     close sysout-file.
003590     if jh-return-code = 0 and ws-reject-count > 0
003600         move 4 to jh-return-code
003610     end-if
003611     if ws-auth-ok = "N"
003612         move 94 to jh-return-code
003613     end-if
003620     move jh-return-code to return-code.
003630 write-audit-record.
003640     move jh-return-code to ws-return-code-disp
004480         display "CALMAINT - JOB STATUS OPEN FAILED, STATUS="
004490             ws-jobstat-status upon console end-display
004500     end-if.
004510 check-operator-authority.
004520     move "N" to ws-auth-ok
004530     move spaces to ws-auth-reason
004540     open input operator-auth
004550     if ws-oper-auth-status not = "00"
004560         move "AUTHORITY FILE NOT AVAILABLE" to ws-auth-reason
004570         display "CALMAINT - OPERAUTH OPEN FAILED, STATUS="
004580             ws-oper-auth-status upon console end-display
004590     else
004600         move jh-operator-id to oa-operator-id
004610         move jh-job-name to oa-program
004620         perform read-authority-entry
004630         if ws-auth-ok = "N"
004640             move jh-operator-id to oa-operator-id
004650             move "ALL" to oa-program
004660             perform read-authority-entry
004670         end-if
004680         if ws-auth-ok = "N"
004690             move "NOT AUTHORIZED FOR PROGRAM" to ws-auth-reason
004700         end-if
004710         close operator-auth
004720     end-if.
004730 read-authority-entry.
004740     read operator-auth
004750         invalid key
004760             continue
004770         not invalid key
004780             move "Y" to ws-auth-ok
004790     end-read.
004800 write-security-record.
004810     move 94 to ws-return-code-disp
004820     move spaces to ws-audit-line
004830     string jh-run-date "-" jh-run-time
004840         " JOB=" jh-job-name
004850         " SITE=" ws-security-site
004860         " RC=" ws-return-code-disp
004870         " SECURITY OPER=" jh-operator-id
004880         delimited by size into ws-audit-line
004890     end-string
004900     open extend audit-log
004910     write audit-record from ws-audit-line
004920     if ws-audit-log-status not = "00"
004930         display "CALMAINT - AUDIT LOG WRITE FAILED, STATUS="
004940             ws-audit-log-status upon console end-display
004950     end-if
004960     close audit-log
004970     display "CALMAINT - OPERATOR " jh-operator-id
004980         " REFUSED - " ws-auth-reason upon console end-display.
004990 write-refusal-lines.
005000     move spaces to ws-detail-line
005010     string "  *** OPERATOR " jh-operator-id
005020         " REFUSED - " ws-auth-reason
005030         delimited by size into ws-detail-line
005040     end-string
005050     perform print-detail-line
005060     move "  *** CALENDAR LEFT AS IT WAS" to ws-detail-line
005070     perform print-detail-line.
005080 end program calmaint.
