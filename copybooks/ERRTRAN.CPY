000100* ERRTRAN - Errata intake card for MDSERRA. Card-image (80
000200* bytes) so the reader desk can key them. Function 'O' opens a
000300* case (reason code and reporter required), 'C' confirms it
000400* and 'R' rejects it - for 'C'/'R' only the puzzle id is used.
000500* Av Erik Weyler 2026-10
000600
000700 01  ERRATA-TRAN.
000800     05 et-function         pic X.
000900        88 et-func-open         value 'O'.
001000        88 et-func-confirm      value 'C'.
001100        88 et-func-reject       value 'R'.
001200     05 et-puzzle-id        pic X(10).
001300* M = flera losningar, G = felaktigt givet tal, O = ovrigt:
001400     05 et-reason-code      pic X.
001500        88 et-reason-valid      value 'M' 'G' 'O'.
001600     05 et-reporter         pic X(30).
001700     05 et-reason-text      pic X(38).
