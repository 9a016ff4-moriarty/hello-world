000100* STEPDEF.cpy - nightly chain step definition for the suite.
000101* COPY this wherever the STEPDEF chain definition is read. One
000102* record per chain step, in the order CHAINDRV runs them:
000103*   sd-step-name - the step's JOBSTAT job name (TRANEDIT,
000104*                  HELLO, CTLROLL, ...); a line starting "*"
000105*                  is a comment and a blank line is ignored.
000106*   sd-program   - the program called for the step, in lower
000107*                  case (hello, ctlroll, ...); blank calls the
000108*                  step name in lower case.
000109*   sd-max-rc    - the highest return code that lets the chain
000110*                  go on; blank means 04.
000111*   sd-run-when  - DAILY (or blank) every night, BUSDAY only
000112*                  when the RUNCTL date is a business day on
000113*                  the CALENDAR, MONTHEND only on the last
000114*                  business day of the month.
000115*   sd-params    - run parameters set in the environment before
000116*                  the call, as NAME=VALUE pairs separated by
000117*                  ";" (HELLO-RUN-MODE=PROCESS), so a value may
000118*                  hold spaces.
000119* 2026-10-15 Initial version, cut for the CHAINDRV step.
000200 01  sd-step-record.
000300     05  sd-step-name          pic x(8).
000400     05  filler                pic x(1).
000500     05  sd-program            pic x(8).
000600     05  filler                pic x(1).
000700     05  sd-max-rc-x           pic x(2).
000800     05  sd-max-rc redefines sd-max-rc-x
000900                               pic 9(2).
001000     05  filler                pic x(1).
001100     05  sd-run-when           pic x(8).
001200     05  filler                pic x(1).
001300     05  sd-params             pic x(100).
