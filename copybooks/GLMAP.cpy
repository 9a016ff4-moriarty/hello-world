000100* GLMAP.cpy - site/type-to-ledger-account map for the suite.
000101* COPY this under the FD of every program that reads the GLMAP
000102* account-mapping file. One record per site and transaction
000103* type: the ledger account debited and the account credited
000104* when the site's net activity for the type is positive (a
000105* negative net posts the reverse pair). A site code of ALL is
000106* the default mapping for the type wherever a site has no
000107* record of its own. Finance keeps the file; it is read front
000108* to back into a table at the top of the run.
000109* 2026-10-15 Initial version, cut for the GLFEED interface
000110*            step.
000200 01  gm-map-record.
000300     05  gm-site-code          pic x(4).
000400     05  filler                pic x(1).
000500     05  gm-type-code          pic x(2).
000600     05  filler                pic x(1).
000700     05  gm-debit-account      pic x(12).
000800     05  filler                pic x(1).
000900     05  gm-credit-account     pic x(12).
001000     05  filler                pic x(1).
001100     05  gm-description        pic x(20).
