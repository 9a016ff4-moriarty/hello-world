000100* VARPARM.cpy - variance-threshold record for the batch suite.
000101* COPY this under the FD of every program that reads the
000102* VARPARM threshold file. One record per site, plus a site
000103* code of ALL for the default a site without its own record
000104* takes: the percent a day figure and a month-to-date figure
000105* may stray from the site's trend before it is reported, the
000106* number of prior months the trend is averaged over, the
000107* smallest expected amount worth testing, and the expected
000108* items per business day at or above which a site counts as
000109* one that normally posts. Audit keeps the file; it is read
000110* front to back into a table at the top of the run.
000111* 2026-10-15 Initial version, cut for the SITEVAR variance
000112*            step.
000200 01  vp-parm-record.
000300     05  vp-site-code          pic x(4).
000400     05  filler                pic x(1).
000500     05  vp-day-pct-x          pic x(3).
000600     05  vp-day-pct redefines vp-day-pct-x
000700                               pic 9(3).
000800     05  filler                pic x(1).
000900     05  vp-period-pct-x       pic x(3).
001000     05  vp-period-pct redefines vp-period-pct-x
001100                               pic 9(3).
001200     05  filler                pic x(1).
001300     05  vp-months-x           pic x(2).
001400     05  vp-months redefines vp-months-x
001500                               pic 9(2).
001600     05  filler                pic x(1).
001700     05  vp-min-expected-x     pic x(9).
001800     05  vp-min-expected redefines vp-min-expected-x
001900                               pic 9(7)v99.
002000     05  filler                pic x(1).
002100     05  vp-silent-items-x     pic x(5).
002200     05  vp-silent-items redefines vp-silent-items-x
002300                               pic 9(5).
