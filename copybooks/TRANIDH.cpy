000100* TRANIDH.cpy - accepted trans-id history record for the suite.
000101* COPY this under the FD of every program that reads or posts
000102* the keyed TRANIDH file. One record per department and trans
000103* id TRANEDIT has accepted: the business date it was accepted,
000104* the header date of the file it came in on, and the register
000105* key of that file (origin site, detail count, hash total) so a
000106* rerun of the same file on the same date is not mistaken for a
000107* resend. Entries older than the retention window are purged by
000108* TRANEDIT at the end of every run.
000109* 2026-10-15 Initial version, cut for the TRANEDIT cross-day
000110*            duplicate trans-id check.
000200 01  ih-id-record.
000300     05  ih-key.
000400         10  ih-dept           pic x(4).
000500         10  ih-trans-id       pic x(8).
000600     05  ih-accept-date        pic x(8).
000700     05  ih-file-date          pic x(8).
000800     05  ih-file-key.
000900         10  ih-file-site      pic x(4).
001000         10  ih-file-count     pic 9(9).
001100         10  ih-file-hash      pic 9(11)v99.
