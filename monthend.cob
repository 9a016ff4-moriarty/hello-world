000131* business date is left alone - a rerun after a partly failed
000132* close (snapshot landed, zeroing did not) goes straight to
000133* zeroing instead of double-adding the site into the history.
000134* 2026-09-02 Initial version.
000135* 2026-09-02 Every run now posts a STARTED status to JOBSTAT at
000136*            the top and its final RC as ENDED at the bottom,
000137*            with start and completion times, so the morning
000138*            operator can tell never-started from started-and-
000139*            stuck and SLAMON can compare the chain against the
000140*            schedule master.
000141* 2026-09-02 The close's SITEACT rewrites and SITEHIST writes
000142*            now also journal before/after images to MSTJRNL
000143*            so JRNRCV can roll a restored backup forward.
000144* 2026-09-02 The per-site good/failed switch resets for every
000145*            site, so one failed site no longer skips the
000146*            SITEACT rewrite (but not the snapshot) of every
000147*            site after it - that combination double-added
000148*            the later sites into SITEHIST on a rerun, and a
000149*            same-date rerun no longer re-adds a site whose
000150*            snapshot landed but whose SITEACT zeroing failed.
000151* 2026-10-15 SITEACT and SITEHIST amounts are signed now that a
000152*            transaction type can post as a reduction: the
000153*            close carries the sign through to the history
000154*            record and the trend report shows a trailing
000155*            minus on a negative month.
000157 identification division.
000160 program-id. monthend.
000170 environment division.
000840 01  ws-hist-eof               pic x.
000850 01  ws-close-period           pic x(6).
000860 01  ws-close-count            pic 9(9).
000870 01  ws-close-amount           pic s9(11)v99.
000880 01  ws-sites-closed           pic 9(5) value zero.
000890 01  ws-sites-failed           pic 9(5) value zero.
000900 01  ws-count-disp             pic zzzz9.
000910 01  ws-amount-disp            pic z(10)9.99-.
000920 procedure division.
000930 main-para.
000940     move "MONTHEND" to jh-job-name
