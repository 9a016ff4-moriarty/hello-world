000170* 2026-08-21 Completion and the final return code now post to
000180*            the shared JOBSTAT step-status file so downstream
000190*            steps can gate on this one and the morning operator
000191*            can see the whole chain in STATRPT.
000192* 2026-09-02 SITEMAST carries the RPTDIST distribution fields
000193*            (delivery route and copy count) and the SITETRAN
000194*            transaction carries them behind the greeting: an
000195*            ADD defaults a blank route to MAILROOM and a non-
000196*            numeric copy count to 01, a CHANGE leaves blank
000197*            fields as they were, and the change report prints
000198*            a routing line under the before and after
000199*            lines, old values included.
000200* 2026-09-02 Every run now posts a STARTED status to JOBSTAT at
000201*            the top and its final RC as ENDED at the bottom,
000202*            with start and completion times, so the morning
000203*            operator can tell never-started from started-and-
000204*            stuck and SLAMON can compare the chain against the
000205*            schedule master.
000206* 2026-09-02 Every write, rewrite, and delete against keyed
000207*            SITEMAST also journals before/after images to
000208*            MSTJRNL, so JRNRCV can roll a restored backup
000209*            forward and the change history outlives paper.
000210* 2026-10-15 SITEMAST and SITETRAN carry a single-detail amount
000211*            ceiling for SITEVAR: non-numeric sets zero on an ADD
000212*            and is left as it was on a CHANGE; the routing line
000213*            on the change report shows it.
000214* 2026-10-15 The operator must hold SITEMNT (or ALL) authority on
000215*            OPERAUTH and each transaction's site must be in that
000216*            entry's site list (or ALL). An unauthorized operator
000217*            applies nothing, an out-of-list site is rejected, and
000218*            either refusal audits SECURITY and ends RC=94.
000219 identification division.
000220 program-id. sitemnt.
000230 environment division.
000340     select maint-file assign to "SITETRAN"
000350         organization is line sequential
000360         file status is ws-maint-status.
000361     select operator-auth assign to "OPERAUTH"
000362         organization is indexed
000363         access mode is random
000364         record key is oa-key
000365         file status is ws-oper-auth-status.
000370     select audit-log assign to "AUDITLOG"
000380         organization is line sequential
000390         file status is ws-audit-log-status.
000600     05  mnt-greeting          pic x(60).
000601     05  mnt-dist-route        pic x(8).
000602     05  mnt-dist-copies       pic x(2).
000603     05  mnt-detail-ceiling-x  pic x(9).
000604     05  mnt-detail-ceiling redefines mnt-detail-ceiling-x
000605                               pic 9(7)v99.
000610 fd  audit-log.
000620 01  audit-record              pic x(80).
000621 fd  journal-file.
000622     copy "MSTJRNL.cpy".
000630 fd  runctl-file.
000640     copy "RUNCTL.cpy".
000641 fd  operator-auth.
000642     copy "OPERAUTH.cpy".
000650 fd  job-status-file.
000660     copy "JOBSTAT.cpy".
000670 working-storage section.
000895 01  ws-jrn-old                pic x(120).
000896 01  ws-jrn-new                pic x(120).
000900 01  ws-reject-reason          pic x(30).
000901 01  ws-auth-site-want         pic x(4).
000902 01  ws-auth-site-ok           pic x.
000903 01  ws-security-site          pic x(4).
000904 01  ws-security-count         pic 9(5) value zero.
000910 01  ws-old-site-name          pic x(30).
000920 01  ws-old-greeting           pic x(60).
000921 01  ws-old-dist-route         pic x(8).
000922 01  ws-old-dist-copies        pic 9(2).
000923 01  ws-old-detail-ceiling     pic 9(7)v99.
000924 01  ws-ceiling-disp           pic z(6)9.99.
000930 01  ws-read-count             pic 9(5) value zero.
000940 01  ws-applied-count          pic 9(5) value zero.
000950 01  ws-reject-count           pic 9(5) value zero.
000960 01  ws-count-disp             pic zzzz9.
000961 01  ws-oper-auth-status       pic x(2).
000962 01  ws-auth-ok                pic x value "N".
000963 01  ws-auth-reason            pic x(30).
000964 01  ws-auth-site-list.
000965     05  ws-auth-site          pic x(4) occurs 10.
000966 01  ws-auth-sub               pic 9(4) comp.
000970 procedure division.
000980 main-para.
000990     move "SITEMNT" to jh-job-name
001130     open extend sysout-file
001140     move zero to ws-lines-on-page
001150     perform write-report-header
001151     perform check-operator-authority
001152     if ws-auth-ok = "Y"
001160         perform process-maintenance
001170         perform write-report-totals
001171     else
001172         perform write-refusal-lines
001173         move jh-site-code to ws-security-site
001174         perform write-security-record
001175     end-if
001180     perform write-report-footer
001190     close sysout-file.
001200 process-maintenance.
001620     if mnt-site-code = spaces or mnt-site-code = low-values
001630         move "BAD SITE CODE" to ws-reject-reason
001640     else
001641         move mnt-site-code to ws-auth-site-want
001642         perform check-site-authority
001643         if ws-auth-site-ok = "N"
001644             move "NOT AUTHORIZED FOR SITE" to ws-reject-reason
001645             move ws-reject-reason to ws-auth-reason
001646             add 1 to ws-security-count
001647             move mnt-site-code to ws-security-site
001648             perform write-security-record
001649         else
001650             evaluate mnt-action
001660                 when "ADD"
001670                     perform apply-add
001680                 when "CHANGE"
001690                     perform apply-change
001700                 when "DELETE"
001710                     perform apply-delete
001720                 when other
001730                     move "BAD ACTION CODE" to ws-reject-reason
001740             end-evaluate
001741         end-if
001750     end-if
001760     if ws-reject-reason = spaces
001770         add 1 to ws-applied-count
001850         invalid key
001860             move mnt-site-code to sm-site-code
001870             move mnt-site-name to sm-site-name
001871             if mnt-detail-ceiling-x is numeric
001872                 move mnt-detail-ceiling to sm-detail-ceiling
001873             else
001874                 move zero to sm-detail-ceiling
001875             end-if
001880             move mnt-greeting to sm-greeting
001881             if mnt-dist-route = spaces
001882                 move "MAILROOM" to sm-dist-route
002061             move spaces to ws-jrn-old
002062             move sm-site-record to ws-jrn-old
002070             move sm-site-name to ws-old-site-name
002071             if sm-detail-ceiling is numeric
002072                 move sm-detail-ceiling to ws-old-detail-ceiling
002073             else
002074                 move zero to ws-old-detail-ceiling
002075                 move zero to sm-detail-ceiling
002076             end-if
002080             move sm-greeting to ws-old-greeting
002081             move sm-dist-route to ws-old-dist-route
002082             if sm-dist-copies is numeric
002110             end-if
002120             if mnt-greeting not = spaces
002130                 move mnt-greeting to sm-greeting
002131             end-if
002132             if mnt-detail-ceiling-x is numeric
002133                 move mnt-detail-ceiling to sm-detail-ceiling
002140             end-if
002141             if mnt-dist-route not = spaces
002142                 move mnt-dist-route to sm-dist-route
002435             ws-journal-status upon console end-display
002436     end-if.
002440 write-add-lines.
002441     move sm-detail-ceiling to ws-ceiling-disp
002442     move spaces to ws-detail-line
002444     string "  ADD    " mnt-site-code
002446         "  NEW:    " sm-site-name " " sm-greeting
002470     perform print-detail-line
002471     perform write-routing-line.
002480 write-change-lines.
002481     move ws-old-detail-ceiling to ws-ceiling-disp
002490     move spaces to ws-detail-line
002500     string "  CHANGE " mnt-site-code
002510         "  BEFORE: " ws-old-site-name " " ws-old-greeting
002540     perform print-detail-line
002541     move spaces to ws-detail-line
002542     string "               WAS RT: " ws-old-dist-route
002543         "  COPIES: " ws-old-dist-copies "  CEILING: "
002544         ws-ceiling-disp delimited by size into ws-detail-line
002545     end-string
002546     perform print-detail-line
002547     move sm-detail-ceiling to ws-ceiling-disp
002550     move spaces to ws-detail-line
002560     string "               AFTER:  " sm-site-name " " sm-greeting
002570         delimited by size into ws-detail-line
002592 write-routing-line.
002593     move spaces to ws-detail-line
002594     string "               ROUTE:  " sm-dist-route
002595         "  COPIES: " sm-dist-copies "  CEILING: "
002596         ws-ceiling-disp delimited by size into ws-detail-line
002597     end-string
002598     perform print-detail-line.
002600 write-delete-lines.
003390     if jh-return-code = 0 and ws-reject-count > 0
003391         move 4 to jh-return-code
003392     end-if
003393     if ws-security-count > zero
003394         and (jh-return-code = 0 or jh-return-code = 4)
003395         move 94 to jh-return-code
003396     end-if
003397     if ws-auth-ok = "N"
003398         move 94 to jh-return-code
003399     end-if
003400     move jh-return-code to return-code.
003420 write-audit-record.
003430     move jh-return-code to ws-return-code-disp
004260         display "SITEMNT - JOB STATUS OPEN FAILED, STATUS="
004270             ws-jobstat-status upon console end-display
004280     end-if.
004290 check-operator-authority.
004300     move "N" to ws-auth-ok
004310     move spaces to ws-auth-reason
004320     move spaces to ws-auth-site-list
004330     open input operator-auth
004340     if ws-oper-auth-status not = "00"
004350         move "AUTHORITY FILE NOT AVAILABLE" to ws-auth-reason
004360         display "SITEMNT - OPERAUTH OPEN FAILED, STATUS="
004370             ws-oper-auth-status upon console end-display
004380     else
004390         move jh-operator-id to oa-operator-id
004400         move jh-job-name to oa-program
004410         perform read-authority-entry
004420         if ws-auth-ok = "N"
004430             move jh-operator-id to oa-operator-id
004440             move "ALL" to oa-program
004450             perform read-authority-entry
004460         end-if
004470         if ws-auth-ok = "N"
004480             move "NOT AUTHORIZED FOR PROGRAM" to ws-auth-reason
004490         end-if
004500         close operator-auth
004510     end-if.
004520 read-authority-entry.
004530     read operator-auth
004540         invalid key
004550             continue
004560         not invalid key
004570             move "Y" to ws-auth-ok
004580             move oa-site-list to ws-auth-site-list
004590     end-read.
004600 check-site-authority.
004610     move "N" to ws-auth-site-ok
004620     perform varying ws-auth-sub from 1 by 1
004630             until ws-auth-sub > 10
004640             or ws-auth-site-ok = "Y"
004650         if ws-auth-site (ws-auth-sub) = "ALL"
004660             or ws-auth-site (ws-auth-sub) = ws-auth-site-want
004670             move "Y" to ws-auth-site-ok
004680         end-if
004690     end-perform.
004700 write-security-record.
004710     move 94 to ws-return-code-disp
004720     move spaces to ws-audit-line
004730     string jh-run-date "-" jh-run-time
004740         " JOB=" jh-job-name
004750         " SITE=" ws-security-site
004760         " RC=" ws-return-code-disp
004770         " SECURITY OPER=" jh-operator-id
004780         delimited by size into ws-audit-line
004790     end-string
004800     open extend audit-log
004810     write audit-record from ws-audit-line
004820     if ws-audit-log-status not = "00"
004830         display "SITEMNT - AUDIT LOG WRITE FAILED, STATUS="
004840             ws-audit-log-status upon console end-display
004850     end-if
004860     close audit-log
004870     display "SITEMNT - OPERATOR " jh-operator-id
004880         " REFUSED - " ws-auth-reason upon console end-display.
004890 write-refusal-lines.
004900     move spaces to ws-detail-line
004910     string "  *** OPERATOR " jh-operator-id
004920         " REFUSED - " ws-auth-reason
004930         delimited by size into ws-detail-line
004940     end-string
004950     perform print-detail-line
004960     move "  *** NO TRANSACTIONS APPLIED" to ws-detail-line
004970     perform print-detail-line.
004980 end program sitemnt.
