000100* BOOKSEL - Selection card for the annual puzzle book (MDSBOOK).
000200* Card-image (80 bytes) so the book editor can key them: book
000300* year, difficulty, side length, how many puzzles of that mix
000400* the book should hold, and the variant ('X' = X-sudoku, 'C' or
000500* blank = classic). All cards in one run carry the same year.
000600* The book is laid out grade by grade (E, M, H, X) and in card
000700* order within a grade. Read by MDSBOOK from BOOKCTL.
000800* Av Erik Weyler 2026-10
000900
001000 01  BOOK-SELECTION.
001100     05 bs-year             pic X(4).
001200     05 bs-difficulty       pic X.
001300        88 bs-diff-valid        value 'E' 'M' 'H' 'X'.
001400* Sidlangd i display-format (04-16) och antal (001-999):
001500     05 bs-sdu-size         pic XX.
001600     05 bs-count            pic XXX.
001700     05 bs-puzzle-type      pic X.
001800        88 bs-type-x            value 'X'.
001900        88 bs-type-valid        value 'C' 'X' ' '.
002000     05 filler              pic X(69).
