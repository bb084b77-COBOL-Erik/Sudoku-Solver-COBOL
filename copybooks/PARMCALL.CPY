000100* PARMCALL - Call parameters for MDSPARM, the reader of the
000200* central parameter file PARMFIL:
000300*   CALL 'MDSPARM' USING PARAMETER-CALL
000400* 'G': the caller fills pa-program, pa-name and pa-as-of-date
000500* (zero = the run date); MDSPARM returns the value in force on
000600* that date, or the standard value from PARMDEFS when the file
000700* has none, and prints what was used on SYSOUT. 'C' closes
000800* the file when the caller has read its parameters.
000900* Av Erik Weyler 2026-10
001000
001100 01  PARAMETER-CALL.
001200     05 pa-function         pic X.
001300        88 pa-get-value         value 'G'.
001400        88 pa-close-file        value 'C'.
001500     05 pa-program          pic X(8).
001600     05 pa-name             pic X(16).
001700     05 pa-as-of-date       pic 9(8).
001800     05 pa-value            pic X(20).
001900* Samma varde som tal, for parametrar av typ N, D och T:
002000     05 pa-number           pic 9(8).
002100* Versionens giltighetsdatum; noll = standardvardet:
002200     05 pa-eff-date         pic 9(8).
002300     05 pa-source           pic X.
002400        88 pa-from-file         value 'F'.
002500        88 pa-from-default      value 'S'.
002600* 0 = ok, 16 = I/O-fel, okand parameter eller ogiltigt varde:
002700     05 pa-return-code      pic 99.
002800        88 pa-ok                value zero.
