000100* ADJSUSP.cpy - adjustment suspense record for the suite.
000101* COPY this under the FD of every program that reads or writes
000102* the ADJSUSP suspense file. One record per ADJTRAN adjustment
000103* ADJPOST rejected and is still holding: the adjustment image
000104* as it arrived, the A-series reason code, the date it first
000105* failed, how many processing dates it has failed on, and the
000106* date it was last tried. ADJPOST retries every item on each
000107* run and escalates and drops one that reaches the age limit,
000108* the way TRRECYC ages edit rejects.
000109* 2026-10-15 Initial version, cut for the ADJPOST step.
000200 01  as-suspense-record.
000300     05  as-adj-image.
000400         10  as-adj-id         pic x(8).
000500         10  filler            pic x(1).
000600         10  as-site-code      pic x(4).
000700         10  filler            pic x(46).
000800     05  filler                pic x(1).
000900     05  as-reject-code        pic x(3).
001000     05  filler                pic x(1).
001100     05  as-reject-date        pic x(8).
001200     05  filler                pic x(1).
001300     05  as-age                pic 9(3).
001400     05  filler                pic x(1).
001500     05  as-last-tried         pic x(8).
