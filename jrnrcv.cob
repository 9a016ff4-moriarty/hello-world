000070* file to any point in the cycle instead of re-keying a week of
000080* printed reports by hand.
000090* JRNRCV-FILE names the master to recover (SITEMAST, SITEACT,
000100* SITEHIST, TRANTYPE, TYPEACT, or OPERAUTH); JRNRCV-THRU-DATE
000110* and JRNRCV-THRU-TIME bound the replay and default to
000120* everything on the journal. Applying a journal record twice is
000130* harmless (the images are absolute, not increments), so an
000131* interrupted recovery just reruns.
000140* 2026-09-02 Initial version, written with the MSTJRNL journal.
000141* 2026-10-15 TRANTYPE and TYPEACT journal to MSTJRNL too, so
000142*            JRNRCV-FILE may also name either of them.
000143* 2026-10-15 The operator must hold JRNRCV (or ALL) authority
000144*            on the new OPERAUTH file with site ALL, as a recovery
000145*            rebuilds every site; if not, nothing is recovered, a
000146*            SECURITY line goes to AUDITLOG, and the run ends
000147*            RC=94. OPERAUTH journals to MSTJRNL and may be named
000148*            on JRNRCV-FILE; when it cannot be opened at all, its
000149*            own recovery is let through unchecked.
000150 identification division.
000160 program-id. jrnrcv.
000170 environment division.
000380         access mode is random
000390         record key is sh-key
000400         file status is ws-site-hist-status.
000401     select type-master assign to "TRANTYPE"
000402         organization is indexed
000403         access mode is random
000404         record key is tt-type-code
000405         file status is ws-type-master-status.
000410     select audit-log assign to "AUDITLOG"
000420         organization is line sequential
000430         file status is ws-audit-log-status.
000431     select operator-auth assign to "OPERAUTH"
000432         organization is indexed
000433         access mode is random
000434         record key is oa-key
000435         file status is ws-oper-auth-status.
000440     select runctl-file assign to "RUNCTL"
000450         organization is line sequential
000460         file status is ws-runctl-status.
000461     select type-activity assign to "TYPEACT"
000462         organization is indexed
000463         access mode is random
000464         record key is ta-key
000465         file status is ws-type-act-status.
000470     select job-status-file assign to "JOBSTAT"
000480         organization is indexed
000490         access mode is random
000620     copy "SITEACT.cpy".
000630 fd  site-history.
000640     copy "SITEHIST.cpy".
000641 fd  type-master.
000642     copy "TRANTYPE.cpy".
000643 fd  type-activity.
000644     copy "TYPEACT.cpy".
000645 fd  operator-auth.
000646     copy "OPERAUTH.cpy".
000650 fd  audit-log.
000660 01  audit-record              pic x(80).
000670 fd  runctl-file.
000850 01  ws-site-master-status     pic x(2).
000860 01  ws-site-act-status        pic x(2).
000870 01  ws-site-hist-status       pic x(2).
000871 01  ws-type-master-status     pic x(2).
000872 01  ws-type-act-status        pic x(2).
000880 01  ws-audit-log-status       pic x(2).
000890 01  ws-runctl-status          pic x(2).
000900 01  ws-jobstat-status         pic x(2).
001050 01  ws-error-count            pic 9(7) value zero.
001060 01  ws-missing-count          pic 9(7) value zero.
001070 01  ws-count-disp             pic zzzzzz9.
001071 01  ws-oper-auth-status       pic x(2).
001072 01  ws-auth-ok                pic x value "N".
001073 01  ws-auth-reason            pic x(30).
001074 01  ws-security-site          pic x(4).
001075 01  ws-auth-site-list.
001076     05  ws-auth-site          pic x(4) occurs 10.
001077 01  ws-auth-sub               pic 9(4) comp.
001078 01  ws-auth-site-ok           pic x.
001080 procedure division.
001090 main-para.
001100     move "JRNRCV" to jh-job-name
001430         delimited by size into ws-detail-line
001440     end-string
001450     perform print-detail-line
001451     perform check-operator-authority
001452     if ws-auth-ok = "N"
001453         and ws-target-file = "OPERAUTH"
001454         and ws-auth-reason = "AUTHORITY FILE NOT AVAILABLE"
001455         move "Y" to ws-auth-ok
001456         move "  *** OPERAUTH NOT AVAILABLE - ITS RECOVERY RUNS"
001550             to ws-detail-line
001560         perform print-detail-line
001561         move "  *** WITHOUT THE OPERATOR AUTHORITY CHECK"
001580             to ws-detail-line
001590         perform print-detail-line
001591     end-if
001592     if ws-auth-ok = "N"
001593         perform write-refusal-lines
001594         move jh-site-code to ws-security-site
001595         perform write-security-record
001596     else
001597         if ws-target-file = "SITEMAST"
001598             or ws-target-file = "SITEACT"
001599             or ws-target-file = "SITEHIST"
001600             or ws-target-file = "TRANTYPE"
001601             or ws-target-file = "TYPEACT"
001602             or ws-target-file = "OPERAUTH"
001603             perform apply-journal
001604             if ws-jrn-open = "Y" and ws-target-ok = "Y"
001605                 perform write-report-totals
001606             end-if
001607         else
001608             move "  *** JRNRCV-FILE MUST NAME SITEMAST, SITEACT,"
001609                 to ws-detail-line
001610             perform print-detail-line
001611             move "  *** SITEHIST, TRANTYPE, TYPEACT, OR"
001612                 to ws-detail-line
001613             perform print-detail-line
001614             move "  *** OPERAUTH - NOTHING RECOVERED"
001615                 to ws-detail-line
001616             perform print-detail-line
001617             display "JRNRCV - BAD JRNRCV-FILE VALUE "
001618                 ws-target-file upon console end-display
001619         end-if
001620     end-if
001630     perform write-report-footer
001640     close sysout-file.
002170             if ws-site-hist-status = "00"
002180                 move "Y" to ws-target-ok
002190             end-if
002191         when "TRANTYPE"
002192         when "TYPEACT"
002193         when "OPERAUTH"
002194             perform open-added-target
002200     end-evaluate
002210     if ws-target-ok = "N"
002220         display "JRNRCV - TARGET OPEN FAILED FOR "
002300             close site-activity
002310         when "SITEHIST"
002320             close site-history
002321         when "TRANTYPE"
002322             close type-master
002323         when "TYPEACT"
002324             close type-activity
002325         when "OPERAUTH"
002326             close operator-auth
002330     end-evaluate.
002340 judge-one-entry.
002350     if jr-file-id not = ws-target-file
002590             perform apply-to-site-activity
002600         when "SITEHIST"
002610             perform apply-to-site-history
002611         when "TRANTYPE"
002612             perform apply-to-type-master
002613         when "TYPEACT"
002614             perform apply-to-type-activity
002615         when "OPERAUTH"
002616             perform apply-to-operator-auth
002620     end-evaluate
002630     if ws-apply-error = "Y"
002640         add 1 to ws-error-count
004110     if jh-return-code = 0 and ws-applied-count = 0
004120         move 12 to jh-return-code
004130     end-if
004131     if ws-auth-ok = "N"
004132         move 94 to jh-return-code
004133     end-if
004140     move jh-return-code to return-code.
004150 write-audit-record.
004160     move jh-return-code to ws-return-code-disp
005020         display "JRNRCV - JOB STATUS OPEN FAILED, STATUS="
005030             ws-jobstat-status upon console end-display
005040     end-if.
005050 apply-to-type-master.
005060     if jr-action = "DELETE"
005070         move jr-key (1:2) to tt-type-code
005080         delete type-master
005090             invalid key
005100                 add 1 to ws-missing-count
005110         end-delete
005120     else
005130         move jr-new-image to tt-type-record
005140         write tt-type-record
005150             invalid key
005160                 rewrite tt-type-record
005170                     invalid key
005180                         move "Y" to ws-apply-error
005190                 end-rewrite
005200         end-write
005210     end-if.
005220 apply-to-type-activity.
005230     if jr-action = "DELETE"
005240         move jr-key (1:6) to ta-key
005250         delete type-activity
005260             invalid key
005270                 add 1 to ws-missing-count
005280         end-delete
005290     else
005300         move jr-new-image to ta-type-record
005310         write ta-type-record
005320             invalid key
005330                 rewrite ta-type-record
005340                     invalid key
005350                         move "Y" to ws-apply-error
005360                 end-rewrite
005370         end-write
005380     end-if.
005390 apply-to-operator-auth.
005400     if jr-action = "DELETE"
005410         move jr-old-image (1:16) to oa-key
005420         delete operator-auth
005430             invalid key
005440                 add 1 to ws-missing-count
005450         end-delete
005460     else
005470         move jr-new-image to oa-auth-record
005480         write oa-auth-record
005490             invalid key
005500                 rewrite oa-auth-record
005510                     invalid key
005520                         move "Y" to ws-apply-error
005530                 end-rewrite
005540         end-write
005550     end-if.
005560 check-operator-authority.
005570     move "N" to ws-auth-ok
005580     move spaces to ws-auth-reason
005581     move spaces to ws-auth-site-list
005590     open input operator-auth
005600     if ws-oper-auth-status not = "00"
005610         move "AUTHORITY FILE NOT AVAILABLE" to ws-auth-reason
005620         display "JRNRCV - OPERAUTH OPEN FAILED, STATUS="
005630             ws-oper-auth-status upon console end-display
005640     else
005650         move jh-operator-id to oa-operator-id
005660         move jh-job-name to oa-program
005670         perform read-authority-entry
005680         if ws-auth-ok = "N"
005690             move jh-operator-id to oa-operator-id
005700             move "ALL" to oa-program
005710             perform read-authority-entry
005720         end-if
005730         if ws-auth-ok = "N"
005740             move "NOT AUTHORIZED FOR PROGRAM" to ws-auth-reason
005750         else
005751             perform check-site-authority
005752             if ws-auth-site-ok = "N"
005753                 move "N" to ws-auth-ok
005754                 move "NOT AUTHORIZED FOR SITE" to ws-auth-reason
005755             end-if
005756         end-if
005760         close operator-auth
005770     end-if.
005780 read-authority-entry.
005790     read operator-auth
005800         invalid key
005810             continue
005820         not invalid key
005830             move "Y" to ws-auth-ok
005831             move oa-site-list to ws-auth-site-list
005840     end-read.
005841 check-site-authority.
005842     move "N" to ws-auth-site-ok
005843     perform varying ws-auth-sub from 1 by 1
005844             until ws-auth-sub > 10
005845             or ws-auth-site-ok = "Y"
005846         if ws-auth-site (ws-auth-sub) = "ALL"
005847             move "Y" to ws-auth-site-ok
005848         end-if
005849     end-perform.
005850 write-security-record.
005860     move 94 to ws-return-code-disp
005870     move spaces to ws-audit-line
005880     string jh-run-date "-" jh-run-time
005890         " JOB=" jh-job-name
005900         " SITE=" ws-security-site
005910         " RC=" ws-return-code-disp
005920         " SECURITY OPER=" jh-operator-id
005930         delimited by size into ws-audit-line
005940     end-string
005950     open extend audit-log
005960     write audit-record from ws-audit-line
005970     if ws-audit-log-status not = "00"
005980         display "JRNRCV - AUDIT LOG WRITE FAILED, STATUS="
005990             ws-audit-log-status upon console end-display
006000     end-if
006010     close audit-log
006020     display "JRNRCV - OPERATOR " jh-operator-id
006030         " REFUSED - " ws-auth-reason upon console end-display.
006040 write-refusal-lines.
006050     move spaces to ws-detail-line
006060     string "  *** OPERATOR " jh-operator-id
006070         " REFUSED - " ws-auth-reason
006080         delimited by size into ws-detail-line
006090     end-string
006100     perform print-detail-line
006110     move "  *** NOTHING RECOVERED" to ws-detail-line
006120     perform print-detail-line.
006130 open-added-target.
006140     evaluate ws-target-file
006150         when "TRANTYPE"
006160             open i-o type-master
006170             if ws-type-master-status = "35"
006180                 open output type-master
006190                 close type-master
006200                 open i-o type-master
006210             end-if
006220             if ws-type-master-status = "00"
006230                 move "Y" to ws-target-ok
006240             end-if
006250         when "TYPEACT"
006260             open i-o type-activity
006270             if ws-type-act-status = "35"
006280                 open output type-activity
006290                 close type-activity
006300                 open i-o type-activity
006310             end-if
006320             if ws-type-act-status = "00"
006330                 move "Y" to ws-target-ok
006340             end-if
006350         when "OPERAUTH"
006360             open i-o operator-auth
006370             if ws-oper-auth-status = "35"
006380                 open output operator-auth
006390                 close operator-auth
006400                 open i-o operator-auth
006410             end-if
006420             if ws-oper-auth-status = "00"
006430                 move "Y" to ws-target-ok
006440             end-if
006450     end-evaluate.
006460 end program jrnrcv.
