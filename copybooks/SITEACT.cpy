000112*            buckets, and the MONTHEND close step snapshots
000113*            them into the keyed SITEHIST period-history file
000114*            and zeroes them for the new month.
000115* 2026-10-15 The amount buckets are signed now that each
000116*            detail type carries a sign on the TRANTYPE master:
000117*            a refund or reversal posts as a reduction instead
000118*            of adding to the site's figures. Same field width,
000119*            so existing records read unchanged.
000200 01  sa-site-record.
000300     05  sa-site-code          pic x(4).
000400     05  sa-last-post-date     pic x(8).
000500     05  sa-day-trans-count    pic 9(9).
000600     05  sa-day-trans-amount   pic s9(11)v99.
000700     05  sa-period-trans-count pic 9(9).
000800     05  sa-period-trans-amount pic s9(11)v99.
000900     05  sa-total-trans-count  pic 9(9).
001000     05  sa-total-trans-amount pic s9(11)v99.
