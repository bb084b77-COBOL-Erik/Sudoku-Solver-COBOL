000100* PARMTRAN - Parameter maintenance card for MDSPMNT.
000200* Card-image (80 bytes). Function 'A' adds a version of a
000300* parameter from an effective date, 'C' changes the value of a
000400* version not yet in force, 'D' removes such a version. A
000500* version in force is never changed - a new version with a
000600* later effective date replaces it, so the history of what
000700* each night ran with stays in PARMFIL.
000800* Av Erik Weyler 2026-10
000900
001000 01  PARAMETER-UPDATE.
001100     05 pt-function         pic X.
001200        88 pt-func-add          value 'A'.
001300        88 pt-func-change       value 'C'.
001400        88 pt-func-delete       value 'D'.
001500     05 pt-name             pic X(16).
001600* Giltigt fran AAAAMMDD:
001700     05 pt-eff-date         pic X(8).
001800* Vanstarjusterat; tal behover inte nollutfyllas (32 = 0032):
001900     05 pt-value            pic X(20).
002000* Vem som begart andringen (signatur) och varfor:
002100     05 pt-changed-by       pic X(8).
002200     05 pt-comment          pic X(27).
