000100* SUPPREC - Supplier master record (VSAM KSDS SUPPMAST, key =
000200* su-source-code, the same 8-character code carried in
000300* pz-source-code / ct-source-code). One record per supplier we
000400* hold a contract with: name, whether deliveries are still
000500* accepted, the contract price per puzzle by side length and
000600* grade, how many days after delivery the puzzle is ours
000700* exclusively, and whether the contract lets us syndicate it.
000800* Maintained by MDSSUPP from SUPTRAN cards; read by MDSIMPRT,
000900* MDSPCAT, MDSSCORE, MDSSCHED and MDSEXPRT. Record length 300.
001000* Av Erik Weyler 2026-10
001100
001200 01  SUPPLIER-RECORD.
001300     05 su-source-code      pic X(8).
001400     05 su-name             pic X(30).
001500* 'N' = leveranser tas inte langre emot (avtalet upphort):
001600     05 su-active-flag      pic X.
001700        88 su-active            value 'Y'.
001800* Exklusivitet i dagar fran ct-received-date, 0 = ingen grans:
001900     05 su-exclusive-days   pic 9(3).
002000     05 su-syndication-flag pic X.
002100        88 su-syndication-allowed value 'Y'.
002200* Avtalspris per pussel: rad = sidlangd 4-16 (rad 1-13),
002300* kolumn = grad i ordningen E, M, H, X:
002400     05 su-price-table.
002500        10 su-price-size    occurs 13 times.
002600           15 su-price      pic 9(5)v99 comp-3 occurs 4 times.
002700     05 su-changed-date     pic 9(8).
002800     05 filler              pic X(41).
