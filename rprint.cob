000114*            operator can tell never-started from started-and-
000115*            stuck and SLAMON can compare the chain against the
000116*            schedule master.
000117* 2026-10-15 The operator must hold RPRINT (or ALL) authority on
000118*            OPERAUTH for RPRINT-SITE (ALL when blank); a refused
000119*            operator gets a SECURITY audit line and RC=94.
000120 identification division.
000130 program-id. rprint.
000140 environment division.
000230     select reprint-file assign to "RPTIN"
000240         organization is line sequential
000250         file status is ws-reprint-status.
000251     select operator-auth assign to "OPERAUTH"
000252         organization is indexed
000253         access mode is random
000254         record key is oa-key
000255         file status is ws-oper-auth-status.
000260     select audit-log assign to "AUDITLOG"
000270         organization is line sequential
000280         file status is ws-audit-log-status.
000430     copy "RPTIDX.cpy".
000440 fd  reprint-file.
000450 01  reprint-record            pic x(132).
000451 fd  operator-auth.
000452     copy "OPERAUTH.cpy".
000460 fd  audit-log.
000470 01  audit-record              pic x(80).
000480 fd  runctl-file.
000830 01  ws-done-sub               pic 9(4) comp.
000840 01  ws-done-hit               pic x.
000850 01  ws-count-disp             pic zzzz9.
000851 01  ws-oper-auth-status       pic x(2).
000852 01  ws-auth-ok                pic x value "N".
000853 01  ws-auth-reason            pic x(30).
000854 01  ws-auth-site-list.
000855     05  ws-auth-site          pic x(4) occurs 10.
000856 01  ws-auth-sub               pic 9(4) comp.
000857 01  ws-auth-site-want         pic x(4).
000858 01  ws-auth-site-ok           pic x.
000859 01  ws-security-site          pic x(4).
000860 procedure division.
000870 main-para.
000880     move "RPRINT" to jh-job-name
001150         delimited by size into ws-detail-line
001160     end-string
001170     perform print-detail-line
001171     if ws-want-site = spaces or ws-want-site = low-values
001172         move "ALL" to ws-auth-site-want
001173     else
001174         move ws-want-site to ws-auth-site-want
001175     end-if
001176     perform check-operator-authority
001177     if ws-auth-ok = "Y"
001178         perform check-site-authority
001179         if ws-auth-site-ok = "N"
001180             move "N" to ws-auth-ok
001181             move "NOT AUTHORIZED FOR SITE" to ws-auth-reason
001182         end-if
001183     end-if
001184     if ws-auth-ok = "N"
001185         perform write-refusal-lines
001186         move ws-auth-site-want to ws-security-site
001187         perform write-security-record
001188     else
001189         perform scan-report-index
001190         perform write-report-totals
001191     end-if
001200     perform write-report-footer
001210     close sysout-file.
001220 scan-report-index.
002650     if jh-return-code = 0 and ws-reprint-count = 0
002660         move 12 to jh-return-code
002670     end-if
002671     if ws-auth-ok = "N"
002672         move 94 to jh-return-code
002673     end-if
002680     move jh-return-code to return-code.
002690 read-run-control.
002700     open input runctl-file
003540         display "RPRINT - JOB STATUS OPEN FAILED, STATUS="
003550             ws-jobstat-status upon console end-display
003560     end-if.
003570 check-operator-authority.
003580     move "N" to ws-auth-ok
003590     move spaces to ws-auth-reason
003600     move spaces to ws-auth-site-list
003610     open input operator-auth
003620     if ws-oper-auth-status not = "00"
003630         move "AUTHORITY FILE NOT AVAILABLE" to ws-auth-reason
003640         display "RPRINT - OPERAUTH OPEN FAILED, STATUS="
003650             ws-oper-auth-status upon console end-display
003660     else
003670         move jh-operator-id to oa-operator-id
003680         move jh-job-name to oa-program
003690         perform read-authority-entry
003700         if ws-auth-ok = "N"
003710             move jh-operator-id to oa-operator-id
003720             move "ALL" to oa-program
003730             perform read-authority-entry
003740         end-if
003750         if ws-auth-ok = "N"
003760             move "NOT AUTHORIZED FOR PROGRAM" to ws-auth-reason
003770         end-if
003780         close operator-auth
003790     end-if.
003800 read-authority-entry.
003810     read operator-auth
003820         invalid key
003830             continue
003840         not invalid key
003850             move "Y" to ws-auth-ok
003860             move oa-site-list to ws-auth-site-list
003870     end-read.
003880 check-site-authority.
003890     move "N" to ws-auth-site-ok
003900     perform varying ws-auth-sub from 1 by 1
003910             until ws-auth-sub > 10
003920             or ws-auth-site-ok = "Y"
003930         if ws-auth-site (ws-auth-sub) = "ALL"
003940             or ws-auth-site (ws-auth-sub) = ws-auth-site-want
003950             move "Y" to ws-auth-site-ok
003960         end-if
003970     end-perform.
003980 write-security-record.
003990     move 94 to ws-return-code-disp
004000     move spaces to ws-audit-line
004010     string jh-run-date "-" jh-run-time
004020         " JOB=" jh-job-name
004030         " SITE=" ws-security-site
004040         " RC=" ws-return-code-disp
004050         " SECURITY OPER=" jh-operator-id
004060         delimited by size into ws-audit-line
004070     end-string
004080     open extend audit-log
004090     write audit-record from ws-audit-line
004100     if ws-audit-log-status not = "00"
004110         display "RPRINT - AUDIT LOG WRITE FAILED, STATUS="
004120             ws-audit-log-status upon console end-display
004130     end-if
004140     close audit-log
004150     display "RPRINT - OPERATOR " jh-operator-id
004160         " REFUSED - " ws-auth-reason upon console end-display.
004170 write-refusal-lines.
004180     move spaces to ws-detail-line
004190     string "  *** OPERATOR " jh-operator-id
004200         " REFUSED - " ws-auth-reason
004210         delimited by size into ws-detail-line
004220     end-string
004230     perform print-detail-line
004240     move "  *** NOTHING REPRINTED" to ws-detail-line
004250     perform print-detail-line.
004260 end program rprint.
