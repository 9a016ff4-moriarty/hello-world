000108* cycle, and the journal doubles as the change history behind
000109* "who changed this site's record and when".
000110* 2026-09-02 Initial version, cut for the JRNRCV recovery step.
000111* 2026-10-15 The TRANTYPE transaction-type master and the
000112*            TYPEACT per-type activity master journal here too,
000113*            under the same layout (TYPEACT keys are site code
000114*            plus type code).
000115* 2026-10-15 The OPERAUTH operator authority file journals
000116*            here as well; its key (operator ID plus program)
000117*            is longer than jr-key, so jr-key carries the
000118*            operator ID and the full key is the first 16
000119*            bytes of the images.
000200 01  jr-journal-record.
000300     05  jr-date               pic x(8).
000400     05  jr-time               pic x(6).
