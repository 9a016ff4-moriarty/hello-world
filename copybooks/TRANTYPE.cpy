000100* TRANTYPE.cpy - transaction-type master record for the suite.
000101* COPY this under the FD of every program that reads or
000102* maintains the keyed TRANTYPE file. One record per detail
000103* type code: what the code means, whether a detail of that
000104* type adds to (+) or takes away from (-) a site's activity
000105* when it posts, and whether the code is still accepted on
000106* incoming files (Y) or has been retired (N).
000107* 2026-10-15 Initial version, cut for the TYPEMNT maintenance
000108*            step, the TRANEDIT type check, and signed
000109*            posting in HELLO PROCESS mode.
000200 01  tt-type-record.
000300     05  tt-type-code          pic x(2).
000400     05  tt-description        pic x(30).
000500     05  tt-sign               pic x.
000600     05  tt-active             pic x.
