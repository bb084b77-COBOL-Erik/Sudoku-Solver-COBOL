000100* RUNCCALL - Call parameters for MDSRUNC, the run-control
000200* check-in used by the steps of the nightly chain:
000300*   CALL 'MDSRUNC' USING RUN-CONTROL-CALL
000400* 'B' at start of step: the caller fills rl-step-name (and
000500* rl-business-date if it has its own, else zero); MDSRUNC
000600* returns the date and stream used, or refuses. 'E' at end:
000700* the caller fills rl-cond-code and the counts. 'D' only
000725* resolves the business date the way 'B' does (for reports
000750* that must agree with the night) - no ledger, no step.
000800* Av Erik Weyler 2026-10
000900
001000 01  RUN-CONTROL-CALL.
001100     05 rl-function         pic X.
001200        88 rl-begin-step        value 'B'.
001300        88 rl-end-step          value 'E'.
001350        88 rl-resolve-date      value 'D'.
001400     05 rl-step-name        pic X(8).
001500* Satts av MDSRUNC vid 'B' (ur RUNOPT-kortet):
001600     05 rl-stream           pic 9.
001700* Affarsdatum; noll vid 'B' = MDSRUNC bestammer det:
001800     05 rl-business-date    pic 9(8).
001900     05 rl-cond-code        pic 9(4).
002000     05 rl-in-count         pic 9(9).
002100     05 rl-out-count        pic 9(9).
002200* 0 = ok, 8 = steget far inte starta, 16 = I/O-fel mot RUNCTL
002250* eller PARMFIL:
002300     05 rl-return-code      pic 99.
002400        88 rl-ok                value zero.
002500        88 rl-refused           value 8.
