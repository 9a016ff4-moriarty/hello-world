000100* ADJTRAN.cpy - adjustment/reversal transaction for the suite.
000101* COPY this wherever an ADJTRAN adjustment is read or carried
000102* (ADJPOST, and the ADJSUSP suspense record that holds the
000103* rejected ones). One record per adjustment to a detail HELLO
000104* PROCESS mode already posted: the adjustment's own id, the
000105* site, trans-id, and business date of the original posting,
000106* the action, the amount, the reason code, and the operator
000107* who authorized it.
000108*   REV reverses the original: the amount is taken back off
000109*       in the direction it posted. Zero or blank means the
000110*       whole amount still standing on the original.
000111*   COR corrects it by a signed amount (+ adds, - reduces).
000112* 2026-10-15 Initial version, cut for the ADJPOST step.
000200 01  adj-record.
000300     05  adj-id                pic x(8).
000400     05  filler                pic x(1).
000500     05  adj-site-code         pic x(4).
000600     05  filler                pic x(1).
000700     05  adj-orig-trans-id     pic x(8).
000800     05  filler                pic x(1).
000900     05  adj-orig-date         pic x(8).
001000     05  filler                pic x(1).
001100     05  adj-action            pic x(3).
001200     05  filler                pic x(1).
001300     05  adj-sign              pic x(1).
001400     05  adj-amount-x          pic x(9).
001500     05  adj-amount redefines adj-amount-x
001600                               pic 9(7)v99.
001700     05  filler                pic x(1).
001800     05  adj-reason-code       pic x(3).
001900     05  filler                pic x(1).
002000     05  adj-auth-oper         pic x(8).
