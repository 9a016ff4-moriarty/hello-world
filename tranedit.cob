000130* E06 trailer count or hash amount not numeric,
000131* E07 detail amount or quantity not numeric,
000132* E08 detail site code present but not on SITEMAST (a blank
000133* site code passes and posts to the site HELLO is called with),
000134* E09 detail type code not on the TRANTYPE master or inactive,
000135* E10 trans id already accepted from the same department inside
000136* the TRANEDIT-ID-DAYS retention window (default 30 days).
000140* 2026-08-21 Initial version.
000150* 2026-08-21 TRANSIN header/trailer control records: the raw
000160*            file's HEADER is passed through (or one is
000280* 2026-08-21 Completion and the final return code now post to
000290*            the shared JOBSTAT step-status file so downstream
000300*            steps can gate on this one and the morning operator
000301*            can see the whole chain in STATRPT.
000302* 2026-09-02 Details now carry a typed layout (type code,
000303*            amount, quantity): non-numeric amount or quantity
000304*            fields reject with the new E07 reason, the raw
000305*            trailer's hash amount is reconciled against the
000306*            detail amounts read the same way the count is,
000307*            and the fresh TRAILER written to TRANSIN carries
000308*            the hash total of the clean detail amounts so
000309*            HELLO PROCESS mode can balance on dollars too.
000310* 2026-09-02 Rejects now feed the TRRECYC suspense step: the
000311*            reject record layout moved to the shared TRANSREJ
000312*            copybook and carries the submitting department
000313*            (the origin site from the raw HEADER), and the
000314*            edit also reads the TRANSRCY recycle file TRRECYC
000315*            writes - still-unfixed suspense items re-enter
000316*            the edit pass behind the raw file, outside the
000317*            raw trailer balance, so a reject is worked until
000318*            it clears instead of evaporating overnight.
000319* 2026-09-02 Details carry their own site code now that one
000320*            file can hold several sites' work: the edit reads
000321*            the keyed SITEMAST master and rejects a detail
000322*            whose site is not on file with the new E08 reason,
000323*            so PROCESS mode only ever posts to sites that are
000324*            set up. A blank site code is not an error - it
000325*            passes through and posts to the site HELLO is
000326*            called with, so single-site departments need not
000327*            re-cut their extracts. A missing site master warns
000328*            and passes the work through unvalidated rather
000329*            than reject a whole night's input.
000330* 2026-09-02 Every run now posts a STARTED status to JOBSTAT at
000331*            the top and its final RC as ENDED at the bottom,
000332*            with start and completion times, so the morning
000333*            operator can tell never-started from started-and-
000334*            stuck and SLAMON can compare the chain against the
000335*            schedule master.
000336* 2026-10-15 Detail types are checked on the keyed TRANTYPE
000337*            master (E09 not on file or inactive; a missing master
000338*            warns and passes the work through). A resend - same
000339*            origin, count and hash on FILEREG for an earlier date
000340*            - is refused whole, RC=4. Accepted ids go to TRANIDH
000341*            and a repeat within TRANEDIT-ID-DAYS rejects E10; a
000342*            full accepted-id table ends the run RC=8. A daily
000343*            receipt page lists the files received and refused
000344*            for the date.
000345*            A recycled item that rejects again goes back to
000346*            TRANSREJ under its own department, not tonight's.
000347 identification division.
000348 program-id. tranedit.
000349 environment division.
000490     select audit-log assign to "AUDITLOG"
000500         organization is line sequential
000510         file status is ws-audit-log-status.
000511     select type-master assign to "TRANTYPE"
000512         organization is indexed
000513         access mode is random
000514         record key is tt-type-code
000515         file status is ws-type-master-status.
000520     select runctl-file assign to "RUNCTL"
000530         organization is line sequential
000540         file status is ws-runctl-status.
000541     select file-register assign to "FILEREG"
000542         organization is indexed
000543         access mode is dynamic
000544         record key is fr-key
000545         file status is ws-file-reg-status.
000550     select job-status-file assign to "JOBSTAT"
000560         organization is indexed
000570         access mode is random
000580         record key is js-key
000590         file status is ws-jobstat-status.
000591     select id-history assign to "TRANIDH"
000592         organization is indexed
000593         access mode is dynamic
000594         record key is ih-key
000595         file status is ws-id-hist-status.
000600 data division.
000610 file section.
000620 fd  sysout-file
000710 fd  reject-file.
000720     copy "TRANSREJ.cpy".
000721 fd  recycle-trans-file.
000722     copy "TRANSRCY.cpy".
000723 fd  site-master.
000724     copy "SITEMAST.cpy".
000725 fd  type-master.
000726     copy "TRANTYPE.cpy".
000727 fd  file-register.
000728     copy "FILEREG.cpy".
000729 fd  id-history.
000730     copy "TRANIDH.cpy".
000760 fd  audit-log.
000770 01  audit-record              pic x(80).
000780 fd  runctl-file.
000973 01  ws-sitemast-open          pic x value "N".
000974 01  ws-last-site-checked      pic x(4) value low-values.
000975 01  ws-last-site-ok           pic x value "N".
000976 01  ws-trantype-open          pic x value "N".
000977 01  ws-last-type-checked      pic x(2) value low-values.
000978 01  ws-last-type-ok           pic x value "N".
000979 01  ws-last-type-text         pic x(30).
000980 01  ws-audit-log-status       pic x(2).
000990 01  ws-runctl-status          pic x(2).
001000 01  ws-jobstat-status         pic x(2).
001001 01  ws-type-master-status     pic x(2).
001002 01  ws-file-reg-status        pic x(2).
001003 01  ws-id-hist-status         pic x(2).
001010 01  ws-audit-line             pic x(80).
001020 01  ws-return-code-disp       pic 9(4).
001021 01  ws-id-days-x              pic x(3).
001022 01  ws-id-days                pic 9(3) value 030.
001023 01  ws-today-9                pic 9(8).
001024 01  ws-cutoff-int             pic 9(8).
001025 01  ws-cutoff-9               pic 9(8).
001026 01  ws-id-cutoff-date         pic x(8).
001030 01  ws-raw-eof                pic x value "N".
001031 01  ws-recycle-eof            pic x value "N".
001032 01  ws-recycling              pic x value "N".
001060 01  ws-raw-trailer-seen       pic x value "N".
001070 01  ws-clean-header-written   pic x value "N".
001080 01  ws-input-balanced         pic x value "Y".
001081 01  ws-filereg-open           pic x value "N".
001082 01  ws-idhist-open            pic x value "N".
001083 01  ws-idhist-eof             pic x.
001084 01  ws-reg-eof                pic x.
001085 01  ws-scan-eof               pic x.
001086 01  ws-file-refused           pic x value "N".
001087 01  ws-file-rerun             pic x value "N".
001090 01  ws-raw-detail-count       pic 9(9) value zero.
001100 01  ws-raw-expect-count       pic 9(9) value zero.
001101 01  ws-scan-count             pic 9(9) value zero.
001102 01  ws-scan-hash              pic 9(11)v99 value zero.
001103 01  ws-scan-site              pic x(4) value spaces.
001104 01  ws-scan-file-date         pic x(8) value spaces.
001105 01  ws-file-key.
001106     05  ws-fk-site            pic x(4).
001107     05  ws-fk-count           pic 9(9).
001108     05  ws-fk-hash            pic 9(11)v99.
001110 01  ws-trailer-count-x        pic x(9).
001120 01  ws-trailer-count-9 redefines ws-trailer-count-x
001130                               pic 9(9).
001137 01  ws-amount-disp            pic z(10)9.99.
001140 01  ws-reason-code            pic x(3).
001150 01  ws-reason-text            pic x(30).
001151 01  ws-detail-dept            pic x(4).
001160 01  ws-id-sub                 pic 9(4) comp.
001170 01  ws-id-char                pic x.
001180 01  ws-id-blank-seen          pic x.
001210     05  ws-seen-id-count      pic 9(4) comp value zero.
001220     05  ws-seen-id            pic x(8) occurs 5000.
001230 01  ws-seen-sub               pic 9(4) comp.
001231 01  ws-acc-id-max             pic 9(4) comp value 5000.
001232 01  ws-acc-id-table.
001233     05  ws-acc-id-count       pic 9(4) comp value zero.
001234     05  ws-acc-entry occurs 5000.
001235         10  ws-acc-dept       pic x(4).
001236         10  ws-acc-id         pic x(8).
001237 01  ws-acc-sub                pic 9(4) comp.
001238 01  ws-acc-table-full         pic x value "N".
001240 01  ws-read-count             pic 9(5) value zero.
001250 01  ws-clean-count            pic 9(5) value zero.
001251 01  ws-raw-clean-count        pic 9(5) value zero.
001252 01  ws-raw-reject-count       pic 9(5) value zero.
001253 01  ws-refused-count          pic 9(9) value zero.
001260 01  ws-reject-count           pic 9(5) value zero.
001261 01  ws-recycle-count          pic 9(5) value zero.
001262 01  ws-ids-posted             pic 9(5) value zero.
001263 01  ws-ids-purged             pic 9(5) value zero.
001264 01  ws-receipt-count          pic 9(5) value zero.
001265 01  ws-count-disp-9           pic zzzzzzzz9.
001266 01  ws-reject-disp-9          pic zzzzzzzz9.
001270 01  ws-count-disp             pic zzzz9.
001280 procedure division.
001290 main-para.
001390     move function current-date (1:8) to jh-run-date
001400     move function current-date (9:6) to jh-run-time
001410     accept jh-operator-id from environment "USER"
001420     perform read-run-control
001421     perform set-id-retention.
001430 print-report.
001440     open extend sysout-file
001450     move zero to ws-lines-on-page
001460     perform write-report-header
001470     perform edit-transactions
001480     perform write-report-totals
001481     perform write-receipt-report
001490     perform write-report-footer
001500     close sysout-file.
001510 edit-transactions.
001520     move "N" to ws-raw-eof
001521     perform scan-raw-file
001530     perform open-edit-files
001540     if ws-files-open = "Y"
001541         perform open-type-master
001542         perform open-file-register
001543         perform open-id-history
001544         perform check-file-register
001550         perform until ws-raw-eof = "Y"
001560             read raw-trans-file
001570                 at end
001630         end-perform
001631         perform edit-recycle-file
001640         perform finish-clean-file
001650         if ws-file-refused = "N"
001651             perform reconcile-input-counts
001652         end-if
001653         perform post-id-history
001654         perform post-file-register
001660         close raw-trans-file
001661         if ws-trantype-open = "Y"
001662             close type-master
001663         end-if
001664         if ws-filereg-open = "Y"
001665             close file-register
001666         end-if
001670         close clean-trans-file
001680         close reject-file
001681         if ws-sitemast-open = "Y"
001682             close site-master
001683         end-if
001684         if ws-idhist-open = "Y"
001685             close id-history
001686         end-if
001690     end-if.
001700 open-edit-files.
001710     open input raw-trans-file
001970     end-if.
001980 edit-detail-record.
001990     move spaces to ws-reason-code
001991     if ws-recycling = "Y"
001992         if rcy-dept = spaces or rcy-dept = low-values
001993             move ws-scan-site to ws-detail-dept
001994         else
001995             move rcy-dept to ws-detail-dept
001996         end-if
001997     end-if
002000     perform check-id-blank
002010     if ws-reason-code = spaces
002020         perform check-id-format
002021     end-if
002022     if ws-reason-code = spaces
002023         and ws-trantype-open = "Y"
002024         perform check-type-code
002025     end-if
002026     if ws-reason-code = spaces
002027         and ws-idhist-open = "Y"
002028         perform check-id-history
002030     end-if
002040     if ws-reason-code = spaces
002050         perform check-id-duplicate
002090         perform ensure-clean-header
002100         move raw-record to trans-record
002110         write trans-record
002111         perform note-accepted-id
002112         if ws-recycling = "N"
002113             add 1 to ws-raw-clean-count
002114         end-if
002120     else
002130         perform reject-raw-record
002140     end-if.
002172 reject-raw-record.
002174     add 1 to ws-reject-count
002176     move spaces to rej-record
002177     if ws-recycling = "N"
002178         add 1 to ws-raw-reject-count
002179     end-if
002180     move raw-record to rej-trans-record
002190     move ws-reason-code to rej-reason-code
002191     if ws-origin-site = spaces
002193     else
002194         move ws-origin-site to rej-dept
002195     end-if
002196     if ws-recycling = "Y" and raw-trans-id not = "HEADER"
002197         and raw-trans-id not = "TRAILER"
002198         move ws-detail-dept to rej-dept
002199     end-if
002200     write rej-record
002210     perform write-reject-line.
002211 edit-recycle-file.
004090     if jh-return-code = 0 and ws-reject-count > 0
004100         move 4 to jh-return-code
004110     end-if
004111     if jh-return-code = 0 and ws-file-refused = "Y"
004112         move 4 to jh-return-code
004113     end-if
004114     if ws-acc-table-full = "Y"
004115         and (jh-return-code = 0 or jh-return-code = 4)
004116         move 8 to jh-return-code
004117     end-if
004120     move jh-return-code to return-code.
004130 write-audit-record.
004140     move jh-return-code to ws-return-code-disp
004980         display "TRANEDIT - JOB STATUS OPEN FAILED, STATUS="
004990             ws-jobstat-status upon console end-display
005000     end-if.
005010 set-id-retention.
005020     move spaces to ws-id-days-x
005030     accept ws-id-days-x from environment "TRANEDIT-ID-DAYS"
005040     if ws-id-days-x = spaces
005050         or ws-id-days-x = low-values
005060         continue
005070     else
005080         if function test-numval (ws-id-days-x) = zero
005090             compute ws-id-days =
005100                 function numval (ws-id-days-x)
005110         else
005120             display "TRANEDIT - TRANEDIT-ID-DAYS VALUE "
005130                 ws-id-days-x " NOT NUMERIC, USING "
005140                 ws-id-days " DAYS"
005150                 upon console end-display
005160         end-if
005170     end-if
005180     move jh-run-date to ws-today-9
005190     compute ws-cutoff-int =
005200         function integer-of-date (ws-today-9) - ws-id-days
005210     compute ws-cutoff-9 =
005220         function date-of-integer (ws-cutoff-int)
005230     move ws-cutoff-9 to ws-id-cutoff-date.
005240 scan-raw-file.
005250     move "N" to ws-scan-eof
005260     open input raw-trans-file
005270     if ws-raw-status = "00"
005280         perform until ws-scan-eof = "Y"
005290             read raw-trans-file
005300                 at end
005310                     move "Y" to ws-scan-eof
005320                 not at end
005330                     perform scan-one-record
005340             end-read
005350         end-perform
005360         close raw-trans-file
005370     end-if
005380     if ws-scan-site = spaces or ws-scan-site = low-values
005390         move jh-site-code to ws-scan-site
005400     end-if
005410     move ws-scan-site to ws-fk-site
005420     move ws-scan-count to ws-fk-count
005430     move ws-scan-hash to ws-fk-hash
005440     move ws-scan-site to ws-detail-dept.
005450 scan-one-record.
005460     if raw-trans-id = "HEADER"
005470         if ws-scan-file-date = spaces
005480             move raw-trans-data (1:8) to ws-scan-file-date
005490             move raw-trans-data (9:4) to ws-scan-site
005500         end-if
005510     else
005520         if raw-trans-id not = "TRAILER"
005530             add 1 to ws-scan-count
005540             if raw-dtl-amount-x is numeric
005550                 add raw-dtl-amount to ws-scan-hash
005560             end-if
005570         end-if
005580     end-if.
005590 open-file-register.
005600     open i-o file-register
005610     if ws-file-reg-status = "35"
005620         open output file-register
005630         close file-register
005640         open i-o file-register
005650     end-if
005660     if ws-file-reg-status = "00"
005670         move "Y" to ws-filereg-open
005680     else
005690         display "TRANEDIT - FILE REGISTER OPEN FAILED,"
005700             " STATUS=" ws-file-reg-status
005710             " - RESEND CHECK SKIPPED"
005720             upon console end-display
005730     end-if.
005740 open-id-history.
005750     open i-o id-history
005760     if ws-id-hist-status = "35"
005770         open output id-history
005780         close id-history
005790         open i-o id-history
005800     end-if
005810     if ws-id-hist-status = "00"
005820         move "Y" to ws-idhist-open
005830     else
005840         display "TRANEDIT - TRANS ID HISTORY OPEN FAILED,"
005850             " STATUS=" ws-id-hist-status
005860             " - CROSS-DAY DUPLICATE CHECK SKIPPED"
005870             upon console end-display
005880     end-if.
005890 check-file-register.
005900     if ws-filereg-open = "Y" and ws-scan-count > zero
005910         move ws-file-key to fr-key
005920         read file-register
005930             invalid key
005940                 continue
005950             not invalid key
005960                 if fr-process-date = jh-run-date
005970                     move "Y" to ws-file-rerun
005980                     move "  (RERUN OF A FILE REGISTERED TODAY)"
005990                         to ws-detail-line
006000                     perform print-detail-line
006010                 else
006020                     perform refuse-raw-file
006030                 end-if
006040         end-read
006050     end-if.
006060 refuse-raw-file.
006070     move "Y" to ws-file-refused
006080     move "Y" to ws-raw-eof
006090     move ws-scan-count to ws-refused-count
006100     move ws-scan-count to ws-count-disp-9
006110     move ws-scan-hash to ws-amount-disp
006120     move spaces to ws-detail-line
006130     string "  *** FILE REFUSED - ORIGIN " ws-scan-site
006140         " FILE DATE " ws-scan-file-date
006150         " DETAILS " ws-count-disp-9
006160         " HASH " ws-amount-disp
006170         delimited by size into ws-detail-line
006180     end-string
006190     perform print-detail-line
006200     move spaces to ws-detail-line
006210     string "  *** ALREADY RECEIVED AS FILE DATED " fr-file-date
006220         ", PROCESSED " fr-process-date
006230         " - NOTHING EDITED ***"
006240         delimited by size into ws-detail-line
006250     end-string
006260     perform print-detail-line
006270     display "TRANEDIT - TRANSRAW FROM " ws-scan-site
006280         " IS A RESEND OF THE FILE PROCESSED "
006290         fr-process-date " - REFUSED"
006300         upon console end-display
006310     if fr-refused-date not = jh-run-date
006320         add 1 to fr-refused-count
006330     end-if
006340     move jh-run-date to fr-refused-date
006350     move ws-scan-file-date to fr-refused-file-date
006360     rewrite fr-file-record
006370         invalid key
006380             display "TRANEDIT - FILE REGISTER REWRITE FAILED,"
006390                 " STATUS=" ws-file-reg-status
006400                 upon console end-display
006410     end-rewrite.
006420 check-id-history.
006430     move ws-detail-dept to ih-dept
006440     move raw-trans-id to ih-trans-id
006450     read id-history
006460         invalid key
006470             continue
006480         not invalid key
006490             if ih-accept-date not < ws-id-cutoff-date
006500                 if ih-accept-date = jh-run-date
006510                     and ih-file-key = ws-file-key
006520                     continue
006530                 else
006540                     move "E10" to ws-reason-code
006550                     move spaces to ws-reason-text
006560                     string "TRANS ID ACCEPTED " ih-accept-date
006570                         delimited by size into ws-reason-text
006580                     end-string
006590                 end-if
006600             end-if
006610     end-read.
006620 note-accepted-id.
006630     if ws-acc-id-count < ws-acc-id-max
006640         add 1 to ws-acc-id-count
006650         move ws-detail-dept to ws-acc-dept (ws-acc-id-count)
006660         move raw-trans-id to ws-acc-id (ws-acc-id-count)
006670     else
006680         if ws-acc-table-full = "N"
006690             move "Y" to ws-acc-table-full
006700             move ws-acc-id-max to ws-count-disp
006710             move spaces to ws-detail-line
006720             string "  *** ACCEPTED-ID TABLE FULL AT "
006730                 ws-count-disp
006731                 " - LATER IDS NOT ADDED TO TRANIDH ***"
006740                 delimited by size into ws-detail-line
006750             end-string
006760             perform print-detail-line
006770             display "TRANEDIT - ACCEPTED-ID TABLE FULL AT "
006780                 ws-count-disp " - TRANIDH HISTORY INCOMPLETE"
006790                 upon console end-display
006800         end-if
006810     end-if.
006820 post-id-history.
006830     if ws-idhist-open = "Y"
006840         if ws-input-balanced = "Y"
006850             perform varying ws-acc-sub from 1 by 1
006860                     until ws-acc-sub > ws-acc-id-count
006870                 perform post-one-id
006880             end-perform
006890         end-if
006900         perform purge-id-history
006910     end-if.
006920 post-one-id.
006930     move ws-acc-dept (ws-acc-sub) to ih-dept
006940     move ws-acc-id (ws-acc-sub) to ih-trans-id
006950     move jh-run-date to ih-accept-date
006960     move ws-scan-file-date to ih-file-date
006970     move ws-file-key to ih-file-key
006980     write ih-id-record
006990         invalid key
007000             rewrite ih-id-record
007010                 invalid key
007020                     display "TRANEDIT - TRANS ID HISTORY WRITE"
007030                         " FAILED, KEY=" ih-key
007040                         upon console end-display
007050             end-rewrite
007060     end-write
007070     if ws-id-hist-status = "00"
007080         add 1 to ws-ids-posted
007090     end-if.
007100 purge-id-history.
007110     move "N" to ws-idhist-eof
007120     move low-values to ih-key
007130     start id-history key not < ih-key
007140         invalid key
007150             move "Y" to ws-idhist-eof
007160     end-start
007170     perform until ws-idhist-eof = "Y"
007180         read id-history next
007190             at end
007200                 move "Y" to ws-idhist-eof
007210             not at end
007220                 if ih-accept-date < ws-id-cutoff-date
007230                     delete id-history
007240                         invalid key
007250                             display "TRANEDIT - DELETE FAILED,"
007260                                 " KEY=" ih-key
007270                                 upon console end-display
007280                     end-delete
007290                     if ws-id-hist-status = "00"
007300                         add 1 to ws-ids-purged
007310                     end-if
007320                 end-if
007330         end-read
007340     end-perform.
007350 post-file-register.
007360     if ws-filereg-open = "Y"
007370         and ws-file-refused = "N"
007380         and ws-input-balanced = "Y"
007390         and ws-scan-count > zero
007400         move ws-file-key to fr-key
007410         read file-register
007420             invalid key
007430                 move zero to fr-refused-count
007440                 move spaces to fr-refused-date
007450                 move spaces to fr-refused-file-date
007460                 perform fill-register-record
007470                 write fr-file-record
007480                     invalid key
007490                         continue
007500                 end-write
007510             not invalid key
007520                 perform fill-register-record
007530                 rewrite fr-file-record
007540                     invalid key
007550                         continue
007560                 end-rewrite
007570         end-read
007580         if ws-file-reg-status not = "00"
007590             display "TRANEDIT - FILE REGISTER WRITE FAILED,"
007600                 " STATUS=" ws-file-reg-status
007610                 upon console end-display
007620         end-if
007630     end-if.
007640 fill-register-record.
007650     move ws-file-key to fr-key
007660     move ws-scan-file-date to fr-file-date
007670     move jh-run-date to fr-process-date
007680     move jh-run-time to fr-process-time
007690     move ws-raw-clean-count to fr-accepted-count
007700     move ws-raw-reject-count to fr-rejected-count.
007710 write-receipt-report.
007720     perform write-report-header
007730     move spaces to ws-detail-line
007740     string "  DAILY RECEIPT REGISTER - FILES RECEIVED FOR "
007750         jh-run-date
007760         delimited by size into ws-detail-line
007770     end-string
007780     perform print-detail-line
007790     move spaces to ws-detail-line
007800     perform print-detail-line
007810     move "N" to ws-reg-eof
007820     open input file-register
007830     if ws-file-reg-status not = "00"
007840         move "    (FILE REGISTER NOT AVAILABLE)"
007850         to ws-detail-line
007860         perform print-detail-line
007870     else
007880         perform until ws-reg-eof = "Y"
007890             read file-register next
007900                 at end
007910                     move "Y" to ws-reg-eof
007920                 not at end
007930                     perform write-receipt-lines
007940             end-read
007950         end-perform
007960         close file-register
007970         if ws-receipt-count = zero
007980             move "    (NO FILES REGISTERED FOR THE DATE)"
007990                 to ws-detail-line
008000             perform print-detail-line
008010         end-if
008020     end-if
008030     move spaces to ws-detail-line
008040     perform print-detail-line
008050     move ws-refused-count to ws-count-disp-9
008060     move spaces to ws-detail-line
008070     string "  DETAILS REFUSED WITH FILE:   " ws-count-disp-9
008080         delimited by size into ws-detail-line
008090     end-string
008100     perform print-detail-line
008110     move ws-ids-posted to ws-count-disp
008120     move spaces to ws-detail-line
008130     string "  TRANS IDS ADDED TO HISTORY:  " ws-count-disp
008140         delimited by size into ws-detail-line
008150     end-string
008160     perform print-detail-line
008170     move ws-ids-purged to ws-count-disp
008180     move spaces to ws-detail-line
008190     string "  TRANS IDS PURGED:            " ws-count-disp
008200         "  (RETENTION " ws-id-days " DAYS, BEFORE "
008210         ws-id-cutoff-date ")"
008220         delimited by size into ws-detail-line
008230     end-string
008240     perform print-detail-line.
008250 write-receipt-lines.
008260     if fr-process-date = jh-run-date
008270         add 1 to ws-receipt-count
008280         move fr-detail-count to ws-count-disp-9
008290         move fr-hash-amount to ws-amount-disp
008300         move spaces to ws-detail-line
008310         string "    FROM " fr-origin-site
008320             "  FILE DATE " fr-file-date
008330             "  DETAILS " ws-count-disp-9
008340             "  HASH " ws-amount-disp
008350             "  ACCEPTED AT " fr-process-time
008360             delimited by size into ws-detail-line
008370         end-string
008380         perform print-detail-line
008390         move fr-accepted-count to ws-count-disp-9
008400         move fr-rejected-count to ws-reject-disp-9
008410         move spaces to ws-detail-line
008420         string "         ACCEPTED " ws-count-disp-9
008430             "  REJECTED " ws-reject-disp-9
008440             delimited by size into ws-detail-line
008450         end-string
008460         perform print-detail-line
008470     end-if
008480     if fr-refused-date = jh-run-date
008490         add 1 to ws-receipt-count
008500         move fr-detail-count to ws-count-disp-9
008510         move fr-hash-amount to ws-amount-disp
008520         move spaces to ws-detail-line
008530         string "    FROM " fr-origin-site
008540             "  FILE DATE " fr-refused-file-date
008550             "  DETAILS " ws-count-disp-9
008560             "  HASH " ws-amount-disp
008570             "  *** REFUSED ***"
008580             delimited by size into ws-detail-line
008590         end-string
008600         perform print-detail-line
008610         move spaces to ws-detail-line
008620         string "         RESEND OF FILE DATED " fr-file-date
008630             " PROCESSED " fr-process-date
008640             delimited by size into ws-detail-line
008650         end-string
008660         perform print-detail-line
008670     end-if.
008680 check-type-code.
008690     if raw-dtl-type not = ws-last-type-checked
008700         move raw-dtl-type to ws-last-type-checked
008710         move raw-dtl-type to tt-type-code
008720         read type-master
008730             invalid key
008740                 move "N" to ws-last-type-ok
008750                 move "TYPE NOT ON TRANSACTION TYPES"
008760                     to ws-last-type-text
008770             not invalid key
008780                 if tt-active = "Y"
008790                     move "Y" to ws-last-type-ok
008800                 else
008810                     move "N" to ws-last-type-ok
008820                     move "TRANSACTION TYPE INACTIVE"
008830                         to ws-last-type-text
008840                 end-if
008850         end-read
008860     end-if
008870     if ws-last-type-ok = "N"
008880         move "E09" to ws-reason-code
008890         move ws-last-type-text to ws-reason-text
008900     end-if.
008910 open-type-master.
008920     open input type-master
008930     if ws-type-master-status = "00"
008940         move "Y" to ws-trantype-open
008950     else
008960         display "TRANEDIT - TYPE MASTER OPEN FAILED,"
008970             " STATUS=" ws-type-master-status
008980             " - TYPE VALIDATION SKIPPED"
008990             upon console end-display
009000     end-if.
009010 end program tranedit.
