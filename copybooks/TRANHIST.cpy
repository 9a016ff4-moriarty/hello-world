000100* TRANHIST.cpy - posted-detail history record for the suite.
000101* COPY this under the FD of every program that reads or writes
000102* the keyed TRANHIST file. One record per detail HELLO PROCESS
000103* mode posted, keyed by site, business date, and trans-id, with
000104* the trans-id alone as an alternate key (duplicates allowed,
000105* since two sites or two dates may reuse an id) so an inquiry
000106* can find a transaction without knowing where it posted. The
000107* amount is kept as the department sent it and as it posted,
000108* signed by the TRANTYPE master. THPURGE ages the file out.
000109* 2026-10-15 Initial version, cut when HELLO PROCESS started
000110*            keeping the detail behind the SITEACT figures.
000111* 2026-10-15 Added the running net of the ADJPOST adjustments
000112*            applied to the detail and how many there were, so
000113*            a reversal can be held to what is still standing
000114*            and the inquiry can show the adjusted figure.
000200 01  th-history-record.
000300     05  th-key.
000400         10  th-site-code      pic x(4).
000500         10  th-business-date  pic x(8).
000600         10  th-trans-id       pic x(8).
000700     05  th-type-code          pic x(2).
000800     05  th-amount             pic 9(7)v99.
000900     05  th-posted-amount      pic s9(7)v99.
001000     05  th-qty                pic 9(5).
001100     05  th-cycle-no           pic 9(4).
001200     05  th-post-time          pic x(6).
001300     05  th-adj-net            pic s9(7)v99.
001400     05  th-adj-count          pic 9(3).
