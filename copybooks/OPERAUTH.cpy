000100* OPERAUTH.cpy - operator authority record for the suite.
000101* COPY this under the FD of every program that checks or
000102* maintains the keyed OPERAUTH file. One record per operator
000103* ID (the USER the job runs under) and program that operator
000104* may run, with the site codes the operator may act on through
000105* that program. A program of ALL grants every controlled
000106* program; a site of ALL grants every site. An operator or
000107* program with no record is refused.
000108* 2026-10-15 Initial version, cut for the AUTHMNT maintenance
000109*            step and the access checks on the maintenance,
000110*            recovery, reprint, inquiry, and date-roll steps.
000200 01  oa-auth-record.
000300     05  oa-key.
000400         10  oa-operator-id    pic x(8).
000500         10  oa-program        pic x(8).
000600     05  oa-site-list.
000700         10  oa-site           pic x(4) occurs 10.
000800     05  oa-changed-by         pic x(8).
000900     05  oa-changed-date       pic x(8).
