000100* CATLIFE - Allowed lifecycle transitions for ct-status (see
000200* CATREC). One table shared by every program that changes a
000300* puzzle's status by hand - MDSPCAT (STATIN cards) and the
000400* online maintenance transaction MDSCMNT - so the batch and
000500* online sides cannot drift apart. A puzzle moves forward
000600* R -> Q -> S -> P; a scheduled puzzle may be pulled back to
000700* 'Q', and anything not yet retired may be retired ('T').
000800* Retired is final. Usage: move from/to status to lf-from /
000900* lf-to, perform the lookup loop, test lf-transition-allowed.
001000* Av Erik Weyler 2026-10
001100
001200 01  CATALOG-LIFECYCLE.
001300* Tillatna par fran-status + till-status:
001400     05 lf-rule-values      pic X(16)
001500                            value 'RQRTQSQTSQSPSTPT'.
001600     05 lf-rule-table redefines lf-rule-values.
001700        10 lf-rule          occurs 8 times.
001800           15 lf-rule-from  pic X.
001900           15 lf-rule-to    pic X.
002000     05 lf-rule-count       pic 99 comp-3 value 8.
002100     05 lf-ix               pic 99 comp-3.
002200     05 lf-from             pic X.
002300     05 lf-to               pic X.
002400     05 lf-allowed          pic X.
002500        88 lf-transition-allowed value 'Y'.
