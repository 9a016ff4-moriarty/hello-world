000100* TRANSRCY.cpy - suspense recycle record for the batch suite.
000101* COPY this under the FD of every program that writes or reads
000102* the TRANSRCY recycle file. One record per suspense item
000103* TRRECYC sends back for another edit pass: the raw record as
000104* it first arrived and the submitting department, so TRANEDIT
000105* checks a recycled trans id against that department's
000106* accepted-id history.
000107* 2026-10-15 Pulled out of TRRECYC and TRANEDIT when the
000108*            department was added behind the transaction image.
000200 01  rcy-record.
000300     05  rcy-trans-record      pic x(80).
000400     05  filler                pic x(1).
000500     05  rcy-dept              pic x(4).
