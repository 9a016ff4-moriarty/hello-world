000120* processing date and defaults to the RUNCTL business date.
000130* 2026-09-02 Initial version - a dozen calls a day stop
000140*            costing ten operator minutes each.
000141* 2026-10-15 SITEACT amounts are signed now that a transaction
000142*            type can post as a reduction: the amount fields
000143*            show a trailing minus when a bucket is negative.
000144* 2026-10-15 The operator asking must hold SITEINQ (or ALL)
000145*            authority on the new OPERAUTH file for SITEINQ-SITE.
000146*            An unauthorized operator is shown nothing, a SECURITY
000147*            line goes to AUDITLOG, and the inquiry ends RC=94.
000150 identification division.
000160 program-id. siteinq.
000170 environment division.
000370         access mode is dynamic
000380         record key is ckpt-key
000390         file status is ws-checkpoint-status.
000391     select operator-auth assign to "OPERAUTH"
000392         organization is indexed
000393         access mode is random
000394         record key is oa-key
000395         file status is ws-oper-auth-status.
000400     select audit-log assign to "AUDITLOG"
000410         organization is line sequential
000420         file status is ws-audit-log-status.
000530     copy "JOBSTAT.cpy".
000540 fd  checkpoint-file.
000550     copy "HELLOCKP.cpy".
000551 fd  operator-auth.
000552     copy "OPERAUTH.cpy".
000560 fd  audit-log.
000570 01  audit-record              pic x(80).
000580 fd  runctl-file.
000700 01  ws-inq-site               pic x(4).
000710 01  ws-inq-date               pic x(8).
000720 01  ws-inq-line               pic x(100).
000721 01  ws-amount-disp            pic z(10)9.99-.
000722 01  ws-amount-disp-2          pic z(10)9.99-.
000750 01  ws-js-eof                 pic x.
000760 01  ws-js-shown               pic 9(4).
000770 01  ws-ckpt-eof               pic x.
000780 01  ws-ckpt-shown             pic 9(4).
000781 01  ws-oper-auth-status       pic x(2).
000782 01  ws-auth-ok                pic x value "N".
000783 01  ws-auth-reason            pic x(30).
000784 01  ws-auth-site-list.
000785     05  ws-auth-site          pic x(4) occurs 10.
000786 01  ws-auth-sub               pic 9(4) comp.
000787 01  ws-auth-site-want         pic x(4).
000788 01  ws-auth-site-ok           pic x.
000789 01  ws-security-site          pic x(4).
000790 procedure division.
000800 main-para.
000810     move "SITEINQ" to jh-job-name
000860         move 20 to jh-return-code
000870     else
000880         move ws-inq-site to jh-site-code
000881         move ws-inq-site to ws-auth-site-want
000882         perform check-operator-authority
000883         if ws-auth-ok = "Y"
000884             perform check-site-authority
000885             if ws-auth-site-ok = "N"
000886                 move "N" to ws-auth-ok
000887                 move "NOT AUTHORIZED FOR SITE" to ws-auth-reason
000888             end-if
000889         end-if
000890         if ws-auth-ok = "N"
000891             move ws-inq-site to ws-security-site
000892             perform write-security-record
000893             move 94 to jh-return-code
000894         else
000895             perform show-inquiry
000896             move 0 to jh-return-code
000897         end-if
000910     end-if
000920     move jh-return-code to return-code
000930     perform write-audit-record
003430         end-read
003440         close runctl-file
003450     end-if.
003460 check-operator-authority.
003470     move "N" to ws-auth-ok
003480     move spaces to ws-auth-reason
003490     move spaces to ws-auth-site-list
003500     open input operator-auth
003510     if ws-oper-auth-status not = "00"
003520         move "AUTHORITY FILE NOT AVAILABLE" to ws-auth-reason
003530         display "SITEINQ - OPERAUTH OPEN FAILED, STATUS="
003540             ws-oper-auth-status upon console end-display
003550     else
003560         move jh-operator-id to oa-operator-id
003570         move jh-job-name to oa-program
003580         perform read-authority-entry
003590         if ws-auth-ok = "N"
003600             move jh-operator-id to oa-operator-id
003610             move "ALL" to oa-program
003620             perform read-authority-entry
003630         end-if
003640         if ws-auth-ok = "N"
003650             move "NOT AUTHORIZED FOR PROGRAM" to ws-auth-reason
003660         end-if
003670         close operator-auth
003680     end-if.
003690 read-authority-entry.
003700     read operator-auth
003710         invalid key
003720             continue
003730         not invalid key
003740             move "Y" to ws-auth-ok
003750             move oa-site-list to ws-auth-site-list
003760     end-read.
003770 check-site-authority.
003780     move "N" to ws-auth-site-ok
003790     perform varying ws-auth-sub from 1 by 1
003800             until ws-auth-sub > 10
003810             or ws-auth-site-ok = "Y"
003820         if ws-auth-site (ws-auth-sub) = "ALL"
003830             or ws-auth-site (ws-auth-sub) = ws-auth-site-want
003840             move "Y" to ws-auth-site-ok
003850         end-if
003860     end-perform.
003870 write-security-record.
003880     move 94 to ws-return-code-disp
003890     move spaces to ws-audit-line
003900     string jh-run-date "-" jh-run-time
003910         " JOB=" jh-job-name
003920         " SITE=" ws-security-site
003930         " RC=" ws-return-code-disp
003940         " SECURITY OPER=" jh-operator-id
003950         delimited by size into ws-audit-line
003960     end-string
003970     open extend audit-log
003980     write audit-record from ws-audit-line
003990     if ws-audit-log-status not = "00"
004000         display "SITEINQ - AUDIT LOG WRITE FAILED, STATUS="
004010             ws-audit-log-status upon console end-display
004020     end-if
004030     close audit-log
004040     display "SITEINQ - OPERATOR " jh-operator-id
004050         " REFUSED - " ws-auth-reason upon console end-display.
004060 end program siteinq.
