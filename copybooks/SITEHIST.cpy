000104* SITEACT period buckets, so a site's month-over-month trend
000105* survives the close instead of living only in report binders.
000106* 2026-09-02 Initial version, cut for the MONTHEND close step.
000107* 2026-10-15 The period amount is signed, carried over from the
000108*            signed SITEACT period bucket it is closed from.
000200 01  sh-history-record.
000300     05  sh-key.
000400         10  sh-site-code      pic x(4).
000500         10  sh-period         pic x(6).
000600     05  sh-close-date         pic x(8).
000700     05  sh-trans-count        pic 9(9).
000800     05  sh-trans-amount       pic s9(11)v99.
