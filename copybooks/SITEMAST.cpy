000107*            RPTDIST packet step: the delivery route the
000108*            site's packet goes out on and the number of
000109*            copies, maintained through SITEMNT ADD/CHANGE.
000110* 2026-10-15 Added the single-detail amount ceiling: SITEVAR
000111*            flags any TRANSIN detail for the site above it.
000112*            Zero means the site has no ceiling.
000200 01  sm-site-record.
000300     05  sm-site-code          pic x(4).
000400     05  sm-site-name          pic x(30).
000500     05  sm-greeting           pic x(60).
000600     05  sm-dist-route         pic x(8).
000700     05  sm-dist-copies        pic 9(2).
000800     05  sm-detail-ceiling     pic 9(7)v99.
