000100* ADJHIST.cpy - applied-adjustment history record for the suite.
000101* COPY this under the FD of every program that reads or writes
000102* the keyed ADJHIST file. One record per ADJTRAN adjustment
000103* ADJPOST posted, keyed by site and adjustment id, so a rerun
000104* or a resubmitted file cannot post the same adjustment twice
000105* and an auditor can see who authorized each change, why, and
000106* what it did to the original detail.
000107* 2026-10-15 Initial version, cut for the ADJPOST step.
000200 01  ah-adjust-record.
000300     05  ah-key.
000400         10  ah-site-code      pic x(4).
000500         10  ah-adj-id         pic x(8).
000600     05  ah-orig-trans-id      pic x(8).
000700     05  ah-orig-date          pic x(8).
000800     05  ah-type-code          pic x(2).
000900     05  ah-action             pic x(3).
001000     05  ah-posted-amount      pic s9(7)v99.
001100     05  ah-reason-code        pic x(3).
001200     05  ah-auth-oper          pic x(8).
001300     05  ah-entered-by         pic x(8).
001400     05  ah-applied-date       pic x(8).
001500     05  ah-applied-time       pic x(6).
001600     05  ah-cycle-no           pic 9(4).
