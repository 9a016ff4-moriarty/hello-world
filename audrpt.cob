000234*            operator can tell never-started from started-and-
000235*            stuck and SLAMON can compare the chain against the
000236*            schedule master.
000237* 2026-10-15 SECURITY lines (OPERAUTH refusals, AUTHMNT BOOTSTRAP
000238*            runs) list on their own page; they and the ADJPOST
000239*            and SITECONS event lines are not counted as runs.
000240 identification division.
000250 program-id. audrpt.
000260 environment division.
000880     05  filler                pic x(1).
000890     05  aud-lit-rc            pic x(3).
000900     05  aud-rc                pic x(4).
000901     05  filler                pic x(1).
000902     05  aud-lit-sec           pic x(8).
000903     05  filler                pic x(1).
000904     05  aud-lit-oper          pic x(5).
000905     05  aud-oper              pic x(8).
000906     05  filler                pic x(1).
000907     05  aud-marker            pic x(9).
000908     05  filler                pic x(1).
000920 01  ws-site-max               pic 9(4) comp value 200.
000930 01  ws-site-table.
000940     05  ws-site-count         pic 9(4) comp value zero.
001140 01  ws-range-count            pic 9(7) value zero.
001150 01  ws-bad-count              pic 9(7) value zero.
001160 01  ws-except-count           pic 9(7) value zero.
001161 01  ws-security-count         pic 9(7) value zero.
001162 01  ws-bootstrap-count        pic 9(7) value zero.
001163 01  ws-event-count            pic 9(7) value zero.
001170 01  ws-count-disp             pic zzzzzz9.
001171 01  ws-bootstrap-disp         pic zzzzzz9.
001180 procedure division.
001190 main-para.
001200     move "AUDRPT" to jh-job-name
001500         perform write-rc-section
001510         perform write-trend-section
001520         perform write-exception-page
001521         perform write-security-section
001530         perform write-report-totals
001540     end-if
001550     perform write-report-footer
001880         or aud-rc is not numeric
001890         add 1 to ws-bad-count
001900     else
001901         if aud-lit-sec = "SECURITY"
001902             or aud-lit-sec (1:4) = "ADJ="
001903             or aud-lit-sec (1:5) = "FROM="
001904             if aud-date not < ws-from-date
001905                 and aud-date not > ws-to-date
001906                 if aud-lit-sec not = "SECURITY"
001907                     add 1 to ws-event-count
001908                 else
001909                     if aud-marker = "BOOTSTRAP"
001910                         add 1 to ws-bootstrap-count
001911                     else
001912                         add 1 to ws-security-count
001913                     end-if
001914                 end-if
001980             end-if
001981         else
001982             if aud-date not < ws-from-date
001983                 and aud-date not > ws-to-date
001984                 add 1 to ws-range-count
001985                 perform tally-site
001986                 perform tally-rc
001987                 if aud-rc not = "0000"
001988                     add 1 to ws-except-count
001989                 end-if
001990             end-if
001991             if aud-date (1:6) = ws-report-month
001992                 perform tally-day
001993             end-if
002020         end-if
002030     end-if.
002040 tally-site.
003380         and aud-lit-rc = "RC="
003390         and aud-rc is numeric
003400         and aud-rc not = "0000"
003401         and aud-lit-sec not = "SECURITY"
003410         and aud-date not < ws-from-date
003420         and aud-date not > ws-to-date
003430         move spaces to ws-detail-line
003670     move ws-except-count to ws-count-disp
003680     move spaces to ws-detail-line
003690     string "  EXCEPTIONS:          " ws-count-disp
003691         delimited by size into ws-detail-line
003692     end-string
003693     perform print-detail-line
003694     move ws-security-count to ws-count-disp
003695     move ws-bootstrap-count to ws-bootstrap-disp
003696     move spaces to ws-detail-line
003697     string "  SECURITY VIOLATIONS: " ws-count-disp
003698         "   BOOTSTRAP RUNS: " ws-bootstrap-disp
003700         delimited by size into ws-detail-line
003710     end-string
003720     perform print-detail-line
003721     move ws-event-count to ws-count-disp
003722     move spaces to ws-detail-line
003723     string "  ADJ/MAPPING EVENTS:  " ws-count-disp
003724         delimited by size into ws-detail-line
003725     end-string
003726     perform print-detail-line
003730     move ws-bad-count to ws-count-disp
003740     move spaces to ws-detail-line
003750     string "  UNRECOGNIZED LINES:  " ws-count-disp
005080         display "AUDRPT - JOB STATUS OPEN FAILED, STATUS="
005090             ws-jobstat-status upon console end-display
005100     end-if.
005110 write-security-section.
005120     perform write-report-header
005130     move "  SECURITY - REFUSED OPERATORS AND AUTHMNT BOOTSTRAPS"
005140         to ws-detail-line
005150     perform print-detail-line
005160     move "N" to ws-aud-eof
005170     open input audit-log
005180     if ws-audit-log-status = "00"
005190         perform until ws-aud-eof = "Y"
005200             read audit-log
005210                 at end
005220                     move "Y" to ws-aud-eof
005230                 not at end
005240                     move audit-record to ws-aud-rec
005250                     perform write-security-line
005260             end-read
005270         end-perform
005280         close audit-log
005290     end-if
005300     if ws-security-count = zero and ws-bootstrap-count = zero
005310         move "    (NO SECURITY EVENTS IN PERIOD)"
005320             to ws-detail-line
005330         perform print-detail-line
005340     end-if.
005350 write-security-line.
005360     if aud-lit-job = "JOB="
005370         and aud-lit-site = "SITE="
005380         and aud-lit-rc = "RC="
005390         and aud-lit-sec = "SECURITY"
005400         and aud-lit-oper = "OPER="
005410         and aud-date not < ws-from-date
005420         and aud-date not > ws-to-date
005430         move spaces to ws-detail-line
005440         string "    " aud-date " " aud-time
005450             "  JOB=" aud-job
005460             "  SITE=" aud-site
005470             "  OPER=" aud-oper
005480             "  " aud-marker
005490             delimited by size into ws-detail-line
005500         end-string
005510         perform print-detail-line
005520     end-if.
005530 end program audrpt.
