001180*            check requires ckpt-return-code zero and the
001190*            rerun's checkpoint write replaces the failed
001200*            record, so a held cycle reruns cleanly on the
001201*            same business date. The ALLSITES summary page
001202*            now names each failed site under the counts.
001203* 2026-09-02 TRANSIN details carry a typed layout (type code,
001204*            amount, quantity) and the trailer carries a hash
001205*            total of the detail amounts: PROCESS mode now
001206*            accumulates the amounts it reads and reconciles
001207*            them against the trailer hash exactly as it does
001208*            the record count - a file that balances on count
001209*            but not on dollars is OUT OF BALANCE, RC=28, and
001210*            is not posted. Day and lifetime amount buckets
001211*            post to SITEACT alongside the counts and show in
001212*            the before/after figures on the report.
001213* 2026-09-02 Posting also feeds the SITEACT period buckets so
001214*            the MONTHEND close step can snapshot a month into
001215*            the SITEHIST period-history file and zero them.
001216* 2026-09-02 Details carry their own site code (validated by
001217*            TRANEDIT against SITEMAST), so one TRANSIN file
001218*            can hold several sites' work: PROCESS mode now
001219*            accumulates every detail to its own site, prints
001220*            a per-site subtotal section, and posts each site's
001221*            count and amount to that site's SITEACT record -
001222*            the hand-split of mixed files and the run-per-site
001223*            calls stop. A detail with a blank site code posts
001224*            to the site HELLO was called with, so single-site
001225*            departments need not re-cut their extracts.
001226* 2026-09-02 Every run now posts a STARTED status to JOBSTAT at
001227*            the top and its final RC as ENDED at the bottom,
001228*            with start and completion times, so the morning
001229*            operator can tell never-started from started-and-
001230*            stuck and SLAMON can compare the chain against the
001231*            schedule master.
001232* 2026-09-02 Every SITEACT write and rewrite in PROCESS-mode
001233*            posting now also writes a before/after image
001234*            record to the MSTJRNL journal, so JRNRCV can
001235*            roll a restored backup of the activity master
001236*            forward to any point in the cycle.
001237* 2026-09-02 A full per-site table in PROCESS mode now fails
001238*            the run (RC=32) instead of silently dropping the
001239*            overflow sites' postings while the reconcile,
001240*            taken on read, still balanced.
001241* 2026-09-02 The predecessor gate now accepts a completed step
001242*            with any warning-or-better return code (RC < 8),
001243*            the same policy as the CTLROLL chain gate, so
001244*            TRANEDIT's routine RC=4 reject warning no longer
001245*            refuses the run while an open suspense item ages.
001246* 2026-10-15 Detail types come from the keyed TRANTYPE master.
001247*            PROCESS mode posts each detail signed by its type,
001248*            prints subtotals by type, and posts site/type totals
001249*            to the keyed TYPEACT master, journalled to MSTJRNL.
001250*            The trailer still balances on the unsigned amounts.
001251*            A detail whose type is not on TRANTYPE, or that
001252*            finds the type table full, is printed as not posted
001253*            and nothing in the file posts to SITEACT, TYPEACT or
001254*            TRANHIST (RC=32), so the corrected rerun is clean.
001255*            Without TRANTYPE nothing posts (RC=20).
001256* 2026-10-15 The audit line carries the run mode (MODE=).
001257* 2026-10-15 Once the day has posted, PROCESS mode re-reads
001258*            TRANSIN and writes each posted detail to the keyed
001259*            TRANHIST history (site, date, trans-id, type,
001260*            amount as sent and as posted, quantity, cycle). A
001261*            rerun rewrites the same keys but keeps the ADJPOST
001262*            adjusted net and count; a new record starts them
001263*            at zero. A history that could not be written ends
001264*            RC=38 once the postings themselves are good.
001265 identification division.
001266 program-id. hellomain.
001267 data division.
001681     select journal-file assign to "MSTJRNL"
001682         organization is line sequential
001683         file status is ws-journal-status.
001684     select type-master assign to "TRANTYPE"
001685         organization is indexed
001686         access mode is random
001687         record key is tt-type-code
001688         file status is ws-type-master-status.
001690     select runctl-file assign to "RUNCTL"
001700         organization is line sequential
001710         file status is ws-runctl-status.
001711     select type-activity assign to "TYPEACT"
001712         organization is indexed
001713         access mode is random
001714         record key is ta-key
001715         file status is ws-type-act-status.
001720     select job-status-file assign to "JOBSTAT"
001730         organization is indexed
001740         access mode is random
001750         record key is js-key
001760         file status is ws-jobstat-status.
001761     select trans-history assign to "TRANHIST"
001762         organization is indexed
001763         access mode is random
001764         record key is th-key
001765         alternate record key is th-trans-id with duplicates
001766         file status is ws-trans-hist-status.
001770 data division.
001780 file section.
001790 fd  report-file
001930     copy "SITEACT.cpy".
001931 fd  journal-file.
001932     copy "MSTJRNL.cpy".
001933 fd  type-master.
001934     copy "TRANTYPE.cpy".
001935 fd  type-activity.
001936     copy "TYPEACT.cpy".
001937 fd  trans-history.
001938     copy "TRANHIST.cpy".
001940 fd  runctl-file.
001950     copy "RUNCTL.cpy".
001960 fd  job-status-file.
002340 01  ws-trans-expect-count     pic 9(9).
002341 01  ws-trans-amount-total     pic 9(11)v99.
002342 01  ws-trans-expect-amount    pic 9(11)v99.
002343 01  ws-amount-disp            pic z(10)9.99-.
002344 01  ws-amount-disp-2          pic z(10)9.99-.
002345 01  ws-signed-amount          pic s9(11)v99.
002350 01  ws-trans-trailer-seen     pic x.
002360 01  ws-trans-balanced         pic x.
002361 01  ws-journal-status         pic x(2).
002363 01  ws-jrn-action             pic x(8).
002364 01  ws-jrn-old                pic x(120).
002365 01  ws-jrn-new                pic x(120).
002366 01  ws-jrn-file               pic x(8).
002367 01  ws-jrn-key                pic x(10).
002370 01  ws-site-act-status        pic x(2).
002380 01  ws-site-act-found         pic x.
002390 01  ws-site-act-ok            pic x.
002400 01  ws-act-before-day         pic 9(9).
002401 01  ws-act-before-day-amt     pic s9(11)v99.
002410 01  ws-act-before-total       pic 9(9).
002411 01  ws-act-before-total-amt   pic s9(11)v99.
002412 01  ws-psite-max              pic 9(4) comp value 200.
002413 01  ws-psite-table.
002414     05  ws-psite-count        pic 9(4) comp value zero.
002415     05  ws-psite-entry occurs 200.
002416         10  ws-ps-code        pic x(4).
002417         10  ws-ps-count       pic 9(9).
002418         10  ws-ps-amount      pic s9(11)v99.
002419 01  ws-psite-sub              pic 9(4) comp.
002420 01  ws-psite-hit              pic 9(4) comp.
002421 01  ws-post-site              pic x(4).
002426 01  ws-psite-full             pic x value "N".
002428 01  ws-post-count             pic 9(9).
002430 01  ws-post-amount            pic s9(11)v99.
002432 01  ws-sites-processed        pic 9(5).
002434 01  ws-sites-failed           pic 9(5).
002435 01  ws-type-master-status     pic x(2).
002436 01  ws-trantype-open          pic x value "N".
002437 01  ws-type-act-status        pic x(2).
002438 01  ws-type-act-found         pic x.
002439 01  ws-type-write-ok          pic x.
002440 01  ws-fail-max               pic 9(4) comp value 50.
002441 01  ws-ttype-max              pic 9(4) comp value 100.
002442 01  ws-ttype-table.
002443     05  ws-ttype-count        pic 9(4) comp value zero.
002444     05  ws-ttype-entry occurs 100.
002445         10  ws-tt-code        pic x(2).
002446         10  ws-tt-desc        pic x(30).
002447         10  ws-tt-sign        pic x.
002448         10  ws-tt-count       pic 9(9).
002449         10  ws-tt-amount      pic s9(11)v99.
002450 01  ws-fail-table.
002460     05  ws-fail-count         pic 9(4) comp value zero.
002470     05  ws-fail-site          pic x(4) occurs 50.
002480 01  ws-fail-sub               pic 9(4) comp.
002481 01  ws-ttype-sub              pic 9(4) comp.
002482 01  ws-ttype-hit              pic 9(4) comp.
002483 01  ws-ttype-full             pic x value "N".
002484 01  ws-post-type              pic x(2).
002485 01  ws-post-sign              pic x.
002486 01  ws-ptype-max              pic 9(4) comp value 500.
002487 01  ws-ptype-sub              pic 9(4) comp.
002488 01  ws-ptype-hit              pic 9(4) comp.
002489 01  ws-ptype-full             pic x value "N".
002490 01  ws-sitemast-eof           pic x.
002491 01  ws-ptype-table.
002492     05  ws-ptype-count        pic 9(4) comp value zero.
002493     05  ws-ptype-entry occurs 500.
002494         10  ws-pt-site        pic x(4).
002495         10  ws-pt-type        pic x(2).
002496         10  ws-pt-count       pic 9(9).
002497         10  ws-pt-amount      pic s9(11)v99.
002500 01  ws-sweep-ok               pic x.
002501 01  ws-trans-hist-status      pic x(2).
002502 01  ws-trans-hist-ok          pic x value "Y".
002503 01  ws-hist-written           pic 9(9) value zero.
002504 01  ws-hist-found             pic x.
002505 01  ws-type-unknown-count     pic 9(9) value zero.
002506 01  ws-type-full-count        pic 9(9) value zero.
002507 01  ws-detail-status          pic x(33).
002510 linkage section.
002520 01  lk-site-code              pic x(4).
002530 01  lk-message-text           pic x(60).
004203     move zero to ws-psite-count
004204     move "Y" to ws-journal-ok
004205     move "N" to ws-psite-full
004210     perform open-type-master
004211     move spaces to ws-trans-status
004212     if ws-trantype-open = "Y"
004213         open input trans-file
004214     end-if
004220     if ws-trans-status = "00"
004230         perform until ws-trans-eof = "Y"
004240             read trans-file
004300         end-perform
004310         perform reconcile-trans-counts
004311         perform write-site-subtotals
004312         perform write-type-subtotals
004320         if ws-trans-balanced = "Y"
004321             and ws-type-unknown-count = zero
004322             and ws-type-full-count = zero
004330             perform post-site-activity
004331             if ws-site-act-ok = "Y"
004332                 perform post-type-activity
004333             end-if
004340         end-if
004350         close trans-file
004351         if ws-trans-balanced = "Y" and ws-site-act-ok = "Y"
004352             and ws-type-unknown-count = zero
004353             and ws-type-full-count = zero
004354             perform post-trans-history
004355         end-if
004356     end-if
004357     if ws-trantype-open = "Y"
004358         close type-master
004360     end-if.
004370 process-one-transaction.
004380     evaluate trans-id
004440             add 1 to ws-trans-detail-count
004441             if trans-dtl-amount is numeric
004442                 add trans-dtl-amount to ws-trans-amount-total
004444             else
004445                 move "N" to ws-trans-balanced
004447             end-if
004448             perform tally-detail-line
004450             move spaces to ws-trans-line
004460             string "  TRANSACTION " trans-id
004461                 " TYPE " trans-dtl-type
004462                 " QTY " trans-dtl-qty
004463                 " AMOUNT " ws-amount-disp
004470                 " " ws-detail-status
004480                 delimited by size into ws-trans-line
004490             end-string
004500             display ws-trans-line end-display
004901     end-if
004902     if ws-psite-hit > zero
004903         add 1 to ws-ps-count (ws-psite-hit)
004904         add ws-signed-amount to ws-ps-amount (ws-psite-hit)
004908     end-if.
004909 write-site-subtotals.
004910     move spaces to ws-trans-line
005350     if ws-run-mode = "PROCESS" and ws-site-act-ok = "N"
005360         move 32 to jh-return-code
005370     end-if
005371     if ws-run-mode = "PROCESS" and ws-type-unknown-count > 0
005372         move 32 to jh-return-code
005373     end-if
005374     if ws-run-mode = "PROCESS" and ws-trans-hist-ok = "N"
005375         and jh-return-code = 0 and ws-journal-ok = "Y"
005376         move 38 to jh-return-code
005377     end-if
005380     if ws-run-mode = "PROCESS" and ws-trans-balanced = "N"
005390         move 28 to jh-return-code
005400     end-if
005510         " JOB=" jh-job-name
005520         " SITE=" jh-site-code
005530         " RC=" ws-return-code-disp
005531         " MODE=" ws-run-mode
005540         delimited by size into ws-audit-line
005550     end-string
005560     open extend audit-log
006280         end-write
006290     end-if
006300     if ws-site-act-ok = "Y"
006301         perform journal-site-activity
006310         perform write-activity-lines
006320     end-if.
006321 write-journal-record.
006322     move jh-run-date to jr-date
006323     move function current-date (9:6) to jr-time
006324     move jh-job-name to jr-job-name
006325     move ws-jrn-file to jr-file-id
006326     move ws-jrn-action to jr-action
006327     move ws-jrn-key to jr-key
006329     move ws-jrn-old to jr-old-image
006332     move ws-jrn-new to jr-new-image
006333     open extend journal-file
006334     if ws-journal-status = "35"
006348             ws-journal-status upon console end-display
006349     end-if.
006351 write-activity-lines.
006353     perform edit-activity-before
006355     string "  SITE " ws-post-site
006360         " ACTIVITY BEFORE - DAY: " ws-act-before-day
006370         " / " ws-amount-disp
006380         "  TOTAL: " ws-act-before-total
006390         " / " ws-amount-disp-2
006400         delimited by size into ws-trans-line
006410     end-string
006420     display ws-trans-line end-display
006430     write report-record from ws-trans-line
006440     perform count-report-line
006450     perform edit-activity-after
006460     string "  SITE " ws-post-site
006470         " ACTIVITY AFTER  - DAY: " sa-day-trans-count
006480         " / " ws-amount-disp
006490         "  TOTAL: " sa-total-trans-count
006500         " / " ws-amount-disp-2
006510         delimited by size into ws-trans-line
006520     end-string
006530     display ws-trans-line end-display
008360         display "HELLO - JOB STATUS OPEN FAILED, STATUS="
008370             ws-jobstat-status upon console end-display
008380     end-if.
008390 lookup-detail-type.
008400     move trans-dtl-type to ws-post-type
008410     move zero to ws-ttype-hit
008420     perform varying ws-ttype-sub from 1 by 1
008430             until ws-ttype-sub > ws-ttype-count
008440             or ws-ttype-hit > zero
008450         if ws-tt-code (ws-ttype-sub) = ws-post-type
008460             move ws-ttype-sub to ws-ttype-hit
008470         end-if
008480     end-perform
008490     if ws-ttype-hit = zero
008500         if ws-ttype-count < ws-ttype-max
008510             add 1 to ws-ttype-count
008520             move ws-ttype-count to ws-ttype-hit
008530             move ws-post-type to ws-tt-code (ws-ttype-hit)
008540             move "*** NOT ON TRANTYPE ***"
008550                 to ws-tt-desc (ws-ttype-hit)
008560             move space to ws-tt-sign (ws-ttype-hit)
008570             move zero to ws-tt-count (ws-ttype-hit)
008580             move zero to ws-tt-amount (ws-ttype-hit)
008590             if ws-trantype-open = "Y"
008600                 move ws-post-type to tt-type-code
008610                 read type-master
008620                     invalid key
008630                         continue
008640                     not invalid key
008650                         move tt-description
008660                             to ws-tt-desc (ws-ttype-hit)
008670                         if tt-sign = "-"
008680                             move "-" to ws-tt-sign (ws-ttype-hit)
008690                         else
008700                             move "+" to ws-tt-sign (ws-ttype-hit)
008710                         end-if
008720                 end-read
008730             end-if
008740         else
008750             if ws-ttype-full = "N"
008760                 move "Y" to ws-ttype-full
008770                 move "N" to ws-site-act-ok
008780                 display "HELLO - TYPE TABLE FULL, POSTING"
008790                     " INCOMPLETE" upon console end-display
008800             end-if
008810         end-if
008820     end-if
008830     move space to ws-post-sign
008840     if ws-ttype-hit > zero
008850         move ws-tt-sign (ws-ttype-hit) to ws-post-sign
008860     end-if.
008870 set-signed-amount.
008880     move zero to ws-signed-amount
008890     if trans-dtl-amount is numeric
008900         if ws-post-sign = "-"
008910             subtract trans-dtl-amount from ws-signed-amount
008920         else
008930             move trans-dtl-amount to ws-signed-amount
008940         end-if
008950     end-if
008960     move ws-signed-amount to ws-amount-disp.
008970 tally-detail-type.
008980     if ws-ttype-hit > zero
008990         add 1 to ws-tt-count (ws-ttype-hit)
009000         add ws-signed-amount to ws-tt-amount (ws-ttype-hit)
009010     end-if
009020     move zero to ws-ptype-hit
009030     perform varying ws-ptype-sub from 1 by 1
009040             until ws-ptype-sub > ws-ptype-count
009050             or ws-ptype-hit > zero
009060         if ws-pt-site (ws-ptype-sub) = ws-post-site
009070             and ws-pt-type (ws-ptype-sub) = ws-post-type
009080             move ws-ptype-sub to ws-ptype-hit
009090         end-if
009100     end-perform
009110     if ws-ptype-hit = zero
009120         if ws-ptype-count < ws-ptype-max
009130             add 1 to ws-ptype-count
009140             move ws-ptype-count to ws-ptype-hit
009150             move ws-post-site to ws-pt-site (ws-ptype-hit)
009160             move ws-post-type to ws-pt-type (ws-ptype-hit)
009170             move zero to ws-pt-count (ws-ptype-hit)
009180             move zero to ws-pt-amount (ws-ptype-hit)
009190         else
009200             if ws-ptype-full = "N"
009210                 move "Y" to ws-ptype-full
009220                 move "N" to ws-site-act-ok
009230                 display "HELLO - SITE/TYPE TABLE FULL, POSTING"
009240                     " INCOMPLETE" upon console end-display
009250             end-if
009260         end-if
009270     end-if
009280     if ws-ptype-hit > zero
009290         add 1 to ws-pt-count (ws-ptype-hit)
009300         add ws-signed-amount to ws-pt-amount (ws-ptype-hit)
009310     end-if.
009320 write-type-subtotals.
009330     move spaces to ws-trans-line
009340     display ws-trans-line end-display
009350     write report-record from ws-trans-line
009360     perform count-report-line
009370     move "  TRANSACTION TYPE SUBTOTALS" to ws-trans-line
009380     display ws-trans-line end-display
009390     write report-record from ws-trans-line
009400     perform count-report-line
009410     perform varying ws-ttype-sub from 1 by 1
009420             until ws-ttype-sub > ws-ttype-count
009430         move ws-tt-amount (ws-ttype-sub) to ws-amount-disp
009440         move spaces to ws-trans-line
009450         string "    TYPE " ws-tt-code (ws-ttype-sub)
009460             " " ws-tt-desc (ws-ttype-sub)
009470             " (" ws-tt-sign (ws-ttype-sub) ")"
009480             "  TRANS: " ws-tt-count (ws-ttype-sub)
009490             "  AMOUNT: " ws-amount-disp
009500             delimited by size into ws-trans-line
009510         end-string
009520         display ws-trans-line end-display
009530         write report-record from ws-trans-line
009540         perform count-report-line
009550     end-perform
009560     if ws-ttype-count = zero
009570         move "    (NO DETAIL RECORDS)" to ws-trans-line
009580         display ws-trans-line end-display
009590         write report-record from ws-trans-line
009600         perform count-report-line
009610     end-if
009620     if ws-type-unknown-count > zero
009630         move spaces to ws-trans-line
009640         string "  *** " ws-type-unknown-count
009650             " DETAIL(S) NOT POSTED - TYPE NOT ON TRANTYPE ***"
009660             delimited by size into ws-trans-line
009670         end-string
009680         display ws-trans-line end-display
009690         write report-record from ws-trans-line
009700         perform count-report-line
009710         display "HELLO - " ws-type-unknown-count
009720             " DETAIL(S) NOT ON TRANTYPE, NOT POSTED"
009730             upon console end-display
009740     end-if
009741     perform write-type-held-lines.
009750 post-type-activity.
009760     open i-o type-activity
009770     if ws-type-act-status = "35"
009780         open output type-activity
009790         close type-activity
009800         open i-o type-activity
009810     end-if
009820     if ws-type-act-status not = "00"
009830         display "HELLO - TYPE ACTIVITY OPEN FAILED, STATUS="
009840             ws-type-act-status upon console end-display
009850         move "N" to ws-site-act-ok
009860     else
009870         perform varying ws-ptype-sub from 1 by 1
009880                 until ws-ptype-sub > ws-ptype-count
009890             perform post-one-type-activity
009900         end-perform
009910         close type-activity
009920     end-if.
009930 post-one-type-activity.
009940     move "Y" to ws-type-write-ok
009950     move ws-pt-site (ws-ptype-sub) to ta-site-code
009960     move ws-pt-type (ws-ptype-sub) to ta-type-code
009970     read type-activity
009980         invalid key
009990             move "N" to ws-type-act-found
010000             move ws-pt-site (ws-ptype-sub) to ta-site-code
010010             move ws-pt-type (ws-ptype-sub) to ta-type-code
010020             move spaces to ta-last-post-date
010030             move zero to ta-day-trans-count
010040             move zero to ta-day-trans-amount
010050             move zero to ta-total-trans-count
010060             move zero to ta-total-trans-amount
010070         not invalid key
010080             move "Y" to ws-type-act-found
010090     end-read
010100     move spaces to ws-jrn-old
010110     if ws-type-act-found = "Y"
010120         move ta-type-record to ws-jrn-old
010130     end-if
010140     if ta-last-post-date not = jh-run-date
010150         move zero to ta-day-trans-count
010160         move zero to ta-day-trans-amount
010170     end-if
010180     move jh-run-date to ta-last-post-date
010190     add ws-pt-count (ws-ptype-sub) to ta-day-trans-count
010200     add ws-pt-amount (ws-ptype-sub) to ta-day-trans-amount
010210     add ws-pt-count (ws-ptype-sub) to ta-total-trans-count
010220     add ws-pt-amount (ws-ptype-sub) to ta-total-trans-amount
010230     if ws-type-act-found = "Y"
010240         move "REWRITE" to ws-jrn-action
010250         rewrite ta-type-record
010260             invalid key
010270                 move "N" to ws-type-write-ok
010280         end-rewrite
010290     else
010300         move "WRITE" to ws-jrn-action
010310         write ta-type-record
010320             invalid key
010330                 move "N" to ws-type-write-ok
010340         end-write
010350     end-if
010360     if ws-type-write-ok = "Y"
010370         move "TYPEACT" to ws-jrn-file
010380         move spaces to ws-jrn-key
010390         move ta-key to ws-jrn-key
010400         move spaces to ws-jrn-new
010410         move ta-type-record to ws-jrn-new
010420         perform write-journal-record
010430         perform write-type-activity-line
010440     else
010450         move "N" to ws-site-act-ok
010460     end-if.
010470 write-type-activity-line.
010480     move ta-day-trans-amount to ws-amount-disp
010490     move ta-total-trans-amount to ws-amount-disp-2
010500     move spaces to ws-trans-line
010510     string "  SITE " ta-site-code " TYPE " ta-type-code
010520         " ACTIVITY AFTER  - DAY: " ta-day-trans-count
010530         " / " ws-amount-disp
010540         "  TOTAL: " ta-total-trans-count
010550         " / " ws-amount-disp-2
010560         delimited by size into ws-trans-line
010570     end-string
010580     display ws-trans-line end-display
010590     write report-record from ws-trans-line
010600     perform count-report-line.
010610 post-trans-history.
010620     move "N" to ws-trans-eof
010630     move zero to ws-hist-written
010640     open input trans-file
010650     if ws-trans-status not = "00"
010660         move "N" to ws-trans-hist-ok
010670         display "HELLO - TRANSIN REREAD FAILED, STATUS="
010680             ws-trans-status upon console end-display
010690     else
010700         open i-o trans-history
010710         if ws-trans-hist-status = "35"
010720             open output trans-history
010730             close trans-history
010740             open i-o trans-history
010750         end-if
010760         if ws-trans-hist-status not = "00"
010770             move "N" to ws-trans-hist-ok
010780             display "HELLO - DETAIL HISTORY OPEN FAILED,"
010790                 " STATUS=" ws-trans-hist-status
010800                 upon console end-display
010810         else
010820             perform until ws-trans-eof = "Y"
010830                 read trans-file
010840                     at end
010850                         move "Y" to ws-trans-eof
010860                     not at end
010870                         if trans-id not = "HEADER"
010880                             and trans-id not = "TRAILER"
010890                             perform lookup-detail-type
010900                             if ws-post-sign not = space
010910                                 perform write-trans-history
010920                             end-if
010930                         end-if
010940                 end-read
010950             end-perform
010960             close trans-history
010970         end-if
010980         close trans-file
010990         move spaces to ws-trans-line
011000         string "  DETAIL HISTORY: " ws-hist-written
011010             " DETAILS WRITTEN TO TRANHIST"
011020             delimited by size into ws-trans-line
011030         end-string
011040         display ws-trans-line end-display
011050         write report-record from ws-trans-line
011060         perform count-report-line
011070     end-if.
011080 write-trans-history.
011090     if trans-dtl-site = spaces
011100         or trans-dtl-site = low-values
011110         move jh-site-code to th-site-code
011120     else
011130         move trans-dtl-site to th-site-code
011140     end-if
011150     move jh-run-date to th-business-date
011160     move trans-id to th-trans-id
011170     perform set-signed-amount
011180     read trans-history
011190         invalid key
011200             move "N" to ws-hist-found
011210             move zero to th-adj-net
011220             move zero to th-adj-count
011230         not invalid key
011240             move "Y" to ws-hist-found
011250     end-read
011260     move trans-dtl-type to th-type-code
011270     if trans-dtl-amount is numeric
011280         move trans-dtl-amount to th-amount
011290     else
011300         move zero to th-amount
011310     end-if
011320     move ws-signed-amount to th-posted-amount
011330     if trans-dtl-qty is numeric
011340         move trans-dtl-qty to th-qty
011350     else
011360         move zero to th-qty
011370     end-if
011380     move jh-cycle-no to th-cycle-no
011390     move function current-date (9:6) to th-post-time
011400     if ws-hist-found = "Y"
011410         rewrite th-history-record
011420             invalid key
011430                 move "N" to ws-trans-hist-ok
011440         end-rewrite
011450     else
011460         write th-history-record
011470             invalid key
011480                 move "N" to ws-trans-hist-ok
011490         end-write
011500     end-if
011510     if ws-trans-hist-status = "00"
011520         or ws-trans-hist-status = "02"
011530         add 1 to ws-hist-written
011540     else
011550         move "N" to ws-trans-hist-ok
011560     end-if.
011570 open-type-master.
011580     move zero to ws-ttype-count
011590     move zero to ws-ptype-count
011600     move "N" to ws-ttype-full
011610     move "N" to ws-ptype-full
011620     move zero to ws-type-unknown-count
011621     move zero to ws-type-full-count
011630     move "N" to ws-trantype-open
011640     open input type-master
011650     if ws-type-master-status = "00"
011660         move "Y" to ws-trantype-open
011670     else
011680         display "HELLO - TYPE MASTER OPEN FAILED, STATUS="
011690             ws-type-master-status " - NOTHING POSTED"
011700             upon console end-display
011710         move "  *** TRANTYPE NOT AVAILABLE - NOTHING POSTED ***"
011720             to ws-trans-line
011730         display ws-trans-line end-display
011740         write report-record from ws-trans-line
011750         perform count-report-line
011760     end-if.
011770 tally-detail-line.
011780     perform lookup-detail-type
011790     perform set-signed-amount
011800     if ws-post-sign = space
011801         if ws-ttype-full = "Y" and ws-ttype-hit = zero
011802             add 1 to ws-type-full-count
011803             move "NOT POSTED - TYPE TABLE FULL"
011804                 to ws-detail-status
011805         else
011806             add 1 to ws-type-unknown-count
011830             add 1 to ws-tt-count (ws-ttype-hit)
011831             move "NOT POSTED - TYPE NOT ON TRANTYPE"
011832                 to ws-detail-status
011840         end-if
011870     else
011880         perform tally-detail-site
011890         perform tally-detail-type
011900         move "CONFIRMED" to ws-detail-status
011910     end-if.
011920 journal-site-activity.
011930     move "SITEACT" to ws-jrn-file
011940     move spaces to ws-jrn-key
011950     move sa-site-code to ws-jrn-key
011960     move spaces to ws-jrn-new
011970     move sa-site-record to ws-jrn-new
011980     perform write-journal-record.
011990 edit-activity-before.
012000     move ws-act-before-day-amt to ws-amount-disp
012010     move ws-act-before-total-amt to ws-amount-disp-2
012020     move spaces to ws-trans-line.
012030 edit-activity-after.
012040     move sa-day-trans-amount to ws-amount-disp
012050     move sa-total-trans-amount to ws-amount-disp-2
012060     move spaces to ws-trans-line.
012061 write-type-held-lines.
012062     if ws-type-full-count > zero
012063         move spaces to ws-trans-line
012064         string "  *** " ws-type-full-count
012065             " DETAIL(S) NOT POSTED - TYPE TABLE FULL ***"
012066             delimited by size into ws-trans-line
012067         end-string
012068         display ws-trans-line end-display
012069         write report-record from ws-trans-line
012070         perform count-report-line
012071     end-if
012072     if ws-type-unknown-count > zero or ws-type-full-count > zero
012073         move "  *** NOTHING POSTED - CORRECT AND RERUN ***"
012074             to ws-trans-line
012075         display ws-trans-line end-display
012076         write report-record from ws-trans-line
012077         perform count-report-line
012078         display "HELLO - DETAILS NOT POSTED, NOTHING POSTED TO"
012079             " SITEACT, TYPEACT OR TRANHIST" upon console
012080             end-display
012081     end-if.
012082 end program hello.
