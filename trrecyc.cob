000090* file, which TRANEDIT reads behind the raw file so unfixed
000100* work re-enters the edit pass automatically. Items at or past
000110* the age cutoff escalate onto an aging section totalled by
000120* department and reason code (E01-E10) and then leave
000130* suspense, so the proof a reject was worked is this report
000131* and not somebody's memory.
000140* The cutoff defaults to 5 cycles and can be overridden through
000150* the TRRECYC-AGE-LIMIT environment name. HEADER/TRAILER
000160* control-record rejects cannot be recycled and are listed and
000170* dropped.
000171* 2026-09-02 Initial version.
000172* 2026-09-02 Items at the cutoff now leave suspense once they
000173*            have escalated onto the aging section - an E01/
000174*            E02/E07 content reject can never pass the re-edit,
000175*            so without a terminal path it would age forever.
000176*            The department resubmits escalated work through
000177*            the normal TRANSRAW channel once it is fixed.
000178*            A hard open failure on SUSPENSE or TRANSREJ now
000179*            ends RC=20 without rewriting the suspense file,
000180*            so an unreadable input can no longer wipe the
000181*            inventory, and a full suspense table ends RC=8
000182*            because items were lost.
000183* 2026-09-02 Every run now posts a STARTED status to JOBSTAT at
000184*            the top and its final RC as ENDED at the bottom,
000185*            with start and completion times, so the morning
000186*            operator can tell never-started from started-and-
000187*            stuck and SLAMON can compare the chain against the
000188*            schedule master.
000189* 2026-10-15 TRANSRCY records now carry the department after
000190*            the transaction image, so the re-edit checks a
000191*            recycled trans id against that department's
000192*            accepted-id history.
000198 identification division.
000200 program-id. trrecyc.
000210 environment division.
000630 fd  reject-file.
000640     copy "TRANSREJ.cpy".
000650 fd  recycle-trans-file.
000660     copy "TRANSRCY.cpy".
000670 fd  audit-log.
000680 01  audit-record              pic x(80).
000690 fd  runctl-file.
003230     move ws-sp-date (ws-sub) to susp-reject-date
003240     move ws-sp-age (ws-sub) to susp-age
003250     write susp-record
003260     move spaces to rcy-record
003261     move ws-sp-record (ws-sub) to rcy-trans-record
003262     move ws-sp-dept (ws-sub) to rcy-dept
003270     write rcy-record
003280     add 1 to ws-recycled-count.
003290 write-aging-section.
