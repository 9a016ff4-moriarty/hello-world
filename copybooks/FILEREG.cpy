000100* FILEREG.cpy - received-file register record for the suite.
000101* COPY this under the FD of every program that reads or posts
000102* the keyed FILEREG file. One record per distinct department
000103* file TRANEDIT has accepted, keyed on what identifies the
000104* file's content - the origin site from its HEADER, the count
000105* of detail records and the hash total of the detail amounts -
000106* with the header file date it arrived under, the business date
000107* and time it was processed, and what the edit accepted and
000108* rejected from it. A later file with the same key is a resend
000109* and is refused whole: the refusal count and the date and
000110* header date of the last refusal post to the same record.
000111* 2026-10-15 Initial version, cut for the TRANEDIT received-
000112*            file register and daily receipt report.
000200 01  fr-file-record.
000300     05  fr-key.
000400         10  fr-origin-site    pic x(4).
000500         10  fr-detail-count   pic 9(9).
000600         10  fr-hash-amount    pic 9(11)v99.
000700     05  fr-file-date          pic x(8).
000800     05  fr-process-date       pic x(8).
000900     05  fr-process-time       pic x(6).
001000     05  fr-accepted-count     pic 9(9).
001100     05  fr-rejected-count     pic 9(9).
001200     05  fr-refused-count      pic 9(5).
001300     05  fr-refused-date       pic x(8).
001400     05  fr-refused-file-date  pic x(8).
