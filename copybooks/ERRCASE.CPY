000100* ERRCASE - Errata case for a faulty puzzle (VSAM KSDS ERRCASE,
000200* key = ec-puzzle-id, 160 bytes). One case per puzzle: opened by
000300* MDSERRA when a reader reports two solutions or a misprinted
000400* given, then confirmed or rejected. A confirmed case puts the
000500* puzzle on hold in the catalog (ct-hold-flag), pulls it from
000600* future lineups with a replacement, and prints a correction
000700* notice. MDSANSCK reads the case to accept any grid valid for
000800* the givens instead of the single RESVSAM answer. MDSDIGI
000850* sends pulled puzzles to the digital edition as cancellations.
000900* Av Erik Weyler 2026-10
001000
001100 01  ERRATA-CASE.
001200     05 ec-puzzle-id        pic X(10).
001300* O = oppet, C = bekraftat, R = avvisat:
001400     05 ec-case-status      pic X.
001500        88 ec-case-open         value 'O'.
001600        88 ec-case-confirmed    value 'C'.
001700        88 ec-case-rejected     value 'R'.
001800* M = flera losningar, G = felaktigt givet tal, O = ovrigt:
001900     05 ec-reason-code      pic X.
002000        88 ec-reason-multiple   value 'M'.
002100        88 ec-reason-given      value 'G'.
002200        88 ec-reason-valid      value 'M' 'G' 'O'.
002300     05 ec-reason-text      pic X(38).
002400     05 ec-reporter         pic X(30).
002500* Datum (AAAAMMDD, 0 = har inte intraffat):
002600     05 ec-opened-date      pic 9(8).
002700     05 ec-decision-date    pic 9(8).
002800* Pusslets status och publiceringsdag nar arendet bekraftades:
002900     05 ec-status-before    pic X.
003000     05 ec-pub-date         pic 9(8).
003100* Dag da rattelsen trycks (0 = ingen - pusslet var opublicerat):
003200     05 ec-notice-date      pic 9(8).
003300* Lineup-dag pusslet drogs tillbaka fran, och ersattaren:
003400     05 ec-pulled-date      pic 9(8).
003500     05 ec-replacement-id   pic X(10).
003600     05 filler              pic X(29).
