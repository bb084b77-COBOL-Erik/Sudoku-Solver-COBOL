000100* DIGIFEED - Digital edition feed record for the web and app
000200* team (sequential DIGIFEED, 320 bytes, all fields display so
000300* the receiving side needs no packed-decimal handling). Written
000400* nightly by MDSDIGI: one header, then puzzles for the coming
000500* publication days, the solutions of every publication day
000600* since the previous feed up to the feed date (the night's
000650* business date, not the system date) - released the day
000660* after the feed date at the earliest - cancellations for
000670* pulled or replaced puzzles, and a trailer with the counts.
000700* df-feed-seq is the same on every record of one night's feed
000800* and grows by one per feed date, so a missed or doubled night
000900* shows on the receiving side; a missed night's solutions come
000950* in the next feed.
001000* Av Erik Weyler 2026-10
001100
001200 01  DIGITAL-FEED-RECORD.
001300     05 df-record-type      pic X.
001400        88 df-type-header       value 'H'.
001500        88 df-type-puzzle       value 'P'.
001600        88 df-type-solution     value 'L'.
001700        88 df-type-cancel       value 'C'.
001800        88 df-type-trailer      value 'T'.
001900     05 df-feed-seq         pic 9(6).
002000* P = pusslet med givna tal (0 = tom ruta), L = losningen, C =
002100* pusslet ar indraget fran dagen (df-replacement-id = pusslet
002200* som tar dess plats, blankt = ingen):
002300     05 df-puzzle-data.
002400        10 df-pub-date      pic 9(8).
002500        10 df-page-seq      pic 9(3).
002600        10 df-puzzle-id     pic X(10).
002700        10 df-difficulty    pic X.
002800        10 df-sdu-size      pic 99.
002900* C = klassisk, X = X-sudoku:
003000        10 df-puzzle-type   pic X.
003100* Tidigast tillatna visning (AAAAMMDD TTMM):
003200        10 df-release-date  pic 9(8).
003300        10 df-release-time  pic 9(4).
003400        10 df-grid          pic X(256).
003500* 'E' = bekraftat errata - facit ar inte det enda ratta svaret:
003600        10 df-errata-flag   pic X.
003700        10 df-replacement-id pic X(10).
003800        10 filler           pic X(9).
003900     05 df-header-data redefines df-puzzle-data.
004000        10 df-feed-date     pic 9(8).
004100        10 df-created-time  pic 9(6).
004200* Foregaende levererade flode (0 = detta ar det forsta):
004300        10 df-prev-feed-seq pic 9(6).
004400        10 df-prev-feed-date pic 9(8).
004500* Publiceringsdagarna som flodet tacker:
004600        10 df-first-pub-date pic 9(8).
004700        10 df-last-pub-date pic 9(8).
004800        10 filler           pic X(269).
004900     05 df-trailer-data redefines df-puzzle-data.
005000        10 df-puzzle-count  pic 9(6).
005100        10 df-solution-count pic 9(6).
005200        10 df-cancel-count  pic 9(6).
005300* Alla poster i flodet, huvud och slutpost medraknade:
005400        10 df-record-count  pic 9(6).
005500        10 filler           pic X(289).
