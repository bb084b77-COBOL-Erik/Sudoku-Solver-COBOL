000100* RUNCTL - Run-control ledger for the nightly chain (VSAM KSDS
000200* RUNCTL, key = rn-key, 100 bytes). One record per business
000300* date, step and stream, written by MDSRUNC when the step
000400* checks in at start ('S') and rewritten at its end ('E') with
000500* the condition code and counts. A step that abends never
000600* checks out and stays 'S'. Reported by MDSRUNL.
000700* Av Erik Weyler 2026-10
000800
000900 01  RUN-CONTROL-RECORD.
001000     05 rn-key.
001100        10 rn-business-date pic 9(8).
001200        10 rn-step-name     pic X(8).
001300* 0 = ej uppdelat steg, 1-4 = MDSBATCH-strom:
001400        10 rn-stream        pic 9.
001500     05 rn-state            pic X.
001600        88 rn-started           value 'S'.
001700        88 rn-ended             value 'E'.
001800     05 rn-cond-code        pic 9(4).
001900     05 rn-start-date       pic 9(8).
002000     05 rn-start-time       pic 9(8).
002100     05 rn-end-date         pic 9(8).
002200     05 rn-end-time         pic 9(8).
002300     05 rn-in-count         pic 9(9).
002400     05 rn-out-count        pic 9(9).
002500* Antal starter for datumet; over 1 = omkorning:
002600     05 rn-attempts         pic 9(3).
002700* 'R' = senaste starten gjordes med omkorningskort (RUNOPT):
002800     05 rn-rerun-flag       pic X.
002900        88 rn-rerun             value 'R'.
003000* Foregaende forsoks CC och tillstand, for driftsrapporten:
003100     05 rn-prev-state       pic X.
003200     05 rn-prev-cond-code   pic 9(4).
003300     05 filler              pic X(19).
