000400* "what is in stock at difficulty X?" can be answered online
000500* instead of by scanning old flat files. Loaded/updated by
000600* MDSPCAT; solve/publication marking done by MDSBATCH nightly.
000625* Record length 340 (315 before ct-book-year and the reserve
000650* were added - see MDSCCONV.JCL for the one-time conversion).
000700* Av Erik Weyler 2026-08
000800
000900 01  CATALOG-RECORD.
003700     05 ct-puzzle-type       pic X.
003800        88 ct-type-classic      value 'C' ' '.
003900        88 ct-type-x            value 'X'.
004000* Aret da pusslet togs med i arets pusselbok (MDSBOOK), 0 =
004100* aldrig - samma pussel ska inte valjas till nasta ars bok:
004200     05 ct-book-year         pic 9(4).
004220* Errata-sparr: 'H' = en reklamation ar bekraftad (MDSERRA) -
004240* pusslet schemalaggs, exporteras och valjs inte till bok:
004260     05 ct-hold-flag         pic X.
004280        88 ct-on-hold           value 'H'.
004300* Reserv for kommande falt, blank i nya poster:
004400     05 ct-reserved          pic X(20).
