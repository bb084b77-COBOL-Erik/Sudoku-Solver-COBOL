000100* RUNSTEPS - The steps of the nightly chain in running order
000200* and what each must find ended clean (CC 4 or lower) in RUNCTL
000300* for the same business date before it may start. Used by
000400* MDSRUNC for the check and by MDSRUNL for the expected steps.
000500*   stream   '0' = one step, 'N' = one per partition (1-n)
000600*   prereq   blank = none; stream 'A' = all partitions 1-n
000700*   alt      an alternative prereq (the unpartitioned night:
000800*            MDSBATCH alone, MDSVLOAD straight after it)
000900* Av Erik Weyler 2026-10
001000
001100 01  RUN-STEP-LIST.
001200     05 filler pic X(27) value 'MDSSPLIT0                  '.
001300     05 filler pic X(27) value 'MDSBATCH0                  '.
001400     05 filler pic X(27) value 'MDSBATCHNMDSSPLIT0         '.
001500     05 filler pic X(27) value 'MDSMERGE0MDSBATCHA         '.
001600     05 filler pic X(27) value 'MDSVLOAD0MDSMERGE0MDSBATCH0'.
001700     05 filler pic X(27) value 'MDSRECON0MDSVLOAD0         '.
001800     05 filler pic X(27) value 'MDSGALLY0MDSRECON0         '.
001900     05 filler pic X(27) value 'MDSSCHED0MDSRECON0         '.
002000     05 filler pic X(27) value 'MDSEXPRT0MDSRECON0         '.
002100 01  RUN-STEP-TABLE redefines RUN-STEP-LIST.
002200     05 rt-entry            occurs 9 times.
002300        10 rt-step-name     pic X(8).
002400        10 rt-stream        pic X.
002500        10 rt-prereq        pic X(8).
002600        10 rt-prereq-stream pic X.
002700        10 rt-alt-prereq    pic X(8).
002800        10 rt-alt-stream    pic X.
002900 01  rt-step-count          pic 99 value 9.
