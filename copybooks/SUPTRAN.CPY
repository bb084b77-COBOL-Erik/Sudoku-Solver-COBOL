000100* SUPTRAN - Supplier master maintenance card for MDSSUPP.
000200* Card-image (80 bytes) so purchasing can key them. Function
000300* 'A' adds a supplier, 'C' changes name/flags/exclusivity
000400* (blank field = unchanged), 'P' sets the contract prices for
000500* one side length (blank price = unchanged). Suppliers are
000600* never deleted - the catalog keeps their code - a finished
000700* contract is closed by a 'C' card with active flag 'N'.
000800* Av Erik Weyler 2026-10
000900
001000 01  SUPPLIER-UPDATE.
001100     05 sc-function         pic X.
001200        88 sc-func-add          value 'A'.
001300        88 sc-func-change       value 'C'.
001400        88 sc-func-price        value 'P'.
001500     05 sc-source-code      pic X(8).
001600     05 sc-data             pic X(71).
001700* 'A'/'C': namn + aktiv(Y/N) + exklusivitet(3 dagar) +
001800* syndikering(Y/N):
001900     05 sc-head-data redefines sc-data.
002000        10 sc-name          pic X(30).
002100        10 sc-active-flag   pic X.
002200        10 sc-exclusive-days pic XXX.
002300        10 sc-syndication-flag pic X.
002400        10 filler           pic X(36).
002500* 'P': sidlangd(2) + pris for E, M, H, X (7 siffror vardera,
002600* tva decimaler underforstadda: 0012550 = 125,50):
002700     05 sc-price-data redefines sc-data.
002800        10 sc-sdu-size      pic XX.
002900        10 sc-grade-price   pic X(7) occurs 4 times.
003000        10 filler           pic X(41).
