000100* REGRBASE - Solver regression baseline (VSAM KSDS REGRBASE,
000200* key = rb-puzzle-id, 40 bytes). RESVSAM holds the solved grid,
000300* return code and guess count, but never a uniqueness verdict,
000400* so MDSREGR keeps the last accepted outcome per puzzle here:
000500* the verdict from MDSMSDUS's uniqueness-check mode plus the
000600* return code and guess count it was accepted with. Written
000700* only when a regression run is accepted (mode 'U' on the
000800* REGRCTL card), so a trial run of a new solver never moves it.
000900* Av Erik Weyler 2026-10
001000
001100 01  REGRESSION-BASE-RECORD.
001200     05 rb-puzzle-id        pic X(10).
001300* 'Y' = unik losning, 'N' = flera losningar, blankt = ingen
001400* bedomning (pusslet loste inte med RC 0):
001500     05 rb-unique-flag      pic X.
001600        88 rb-unique            value 'Y'.
001700     05 rb-return-code      pic 9(4).
001800     05 rb-nr-of-guesses    pic 9(4).
001900* Korningsdag da utfallet godkandes (AAAAMMDD):
002000     05 rb-run-date         pic 9(8).
002100     05 filler              pic X(13).
