000100* GLFEED.cpy - general-ledger interface record for the suite.
000101* COPY this under the FD of every program that writes or reads
000102* the GL journal feed. The first record of a feed is a header
000103* (gl-rec-type "H": source job, cycle, creation date and time),
000104* the last is a trailer (gl-rec-type "T": the count of detail
000105* records and the debit and credit totals); everything between
000106* is a detail (gl-rec-type "D") - one debit and one credit line
000107* per site and transaction type for the processing date. Detail
000108* amounts are unsigned: the DR/CR indicator carries the side.
000109* 2026-10-15 Initial version, cut for the GLFEED interface
000110*            step.
000200 01  gl-feed-record.
000300     05  gl-rec-type           pic x.
000400     05  gl-feed-date          pic x(8).
000500     05  gl-feed-data          pic x(71).
000600     05  gl-header-view redefines gl-feed-data.
000700         10  gl-hdr-source        pic x(8).
000800         10  gl-hdr-cycle         pic 9(4).
000900         10  gl-hdr-created-date  pic x(8).
001000         10  gl-hdr-created-time  pic x(6).
001100         10  filler               pic x(45).
001200     05  gl-detail-view redefines gl-feed-data.
001300         10  gl-dtl-site          pic x(4).
001400         10  gl-dtl-type          pic x(2).
001500         10  gl-dtl-account       pic x(12).
001600         10  gl-dtl-dr-cr         pic x(2).
001700         10  gl-dtl-amount        pic 9(11)v99.
001800         10  gl-dtl-item-count    pic 9(9).
001900         10  gl-dtl-description   pic x(20).
002000         10  filler               pic x(9).
002100     05  gl-trailer-view redefines gl-feed-data.
002200         10  gl-trl-record-count  pic 9(9).
002300         10  gl-trl-debit-total   pic 9(13)v99.
002400         10  gl-trl-credit-total  pic 9(13)v99.
002500         10  filler               pic x(32).
