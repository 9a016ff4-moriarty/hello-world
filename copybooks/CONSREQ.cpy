000100* CONSREQ.cpy - site consolidation request for the suite.
000101* COPY this wherever a CONSREQ mapping request is read. One
000102* record per old-to-new mapping SITECONS is to carry out: the
000103* site code being retired, the surviving site code its figures
000104* and open items fold into, and who asked for it (printed on
000105* the sign-off report).
000106* 2026-10-15 Initial version, cut for the SITECONS step.
000200 01  cr-request-record.
000300     05  cr-old-site           pic x(4).
000400     05  filler                pic x(1).
000500     05  cr-new-site           pic x(4).
000600     05  filler                pic x(1).
000700     05  cr-requested-by       pic x(8).
