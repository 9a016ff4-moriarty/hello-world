000100* TYPEACT.cpy - per-site, per-type activity master for the suite.
000101* COPY this under the FD of every program that reads or posts
000102* the keyed TYPEACT file. One record per site and transaction
000103* type, posted by HELLO PROCESS mode alongside the site's
000104* SITEACT record: the day bucket resets when a run posts under
000105* a new date, the running total carries forward forever.
000106* Amounts are signed - a type whose TRANTYPE sign is minus
000107* posts as a reduction.
000108* 2026-10-15 Initial version, cut when HELLO PROCESS mode
000109*            started posting subtotals by transaction type.
000200 01  ta-type-record.
000300     05  ta-key.
000400         10  ta-site-code      pic x(4).
000500         10  ta-type-code      pic x(2).
000600     05  ta-last-post-date     pic x(8).
000700     05  ta-day-trans-count    pic 9(9).
000800     05  ta-day-trans-amount   pic s9(11)v99.
000900     05  ta-total-trans-count  pic 9(9).
001000     05  ta-total-trans-amount pic s9(11)v99.
