000100* CATJRNL - Catalog change journal record (VSAM KSDS CATJRNL,
000200* key = jr-key, 32 bytes). One record per add, change or delete
000300* of a CATALOG-RECORD, holding the record as it was before and
000400* after, so "what did MDSSCHED do to the catalog on the 14th?"
000500* is a START on run date + program instead of a hand
000600* reconstruction. Written by MDSPCAT, MDSBATCH, MDSMERGE,
000700* MDSSCHED, MDSARCH, MDSBOOK and MDSERRA through MDSJRNL, by
000800* the online MDSCMNT directly, and by MDSBKOUT for its own
000900* reversals. Listed by MDSJLIST. Record length 727.
001000* Av Erik Weyler 2026-10
001100
001200 01  CATALOG-JOURNAL-RECORD.
001300     05 jr-key.
001400* Korningsdatum (AAAAMMDD) och programmet som andrade:
001500        10 jr-run-date      pic 9(8).
001600        10 jr-program       pic X(8).
001700* Korningens tid (HHMMSSss) vid forsta journalskrivningen och
001800* lopnummer inom korningen - skiljer tva korningar samma dag
001900* at. Online: transaktionens tid och tasknummer:
002000        10 jr-run-time      pic 9(8).
002100        10 jr-seq           pic 9(8).
002200     05 jr-action           pic X.
002300        88 jr-action-add        value 'A'.
002400        88 jr-action-change     value 'C'.
002500        88 jr-action-delete     value 'D'.
002600     05 jr-puzzle-id        pic X(10).
002700* Terminal for online-andringar, blankt i batch:
002800     05 jr-terminal         pic X(4).
002900* Hela CATALOG-RECORD fore och efter (copy CATREC). Blank
003000* fore-bild vid tillagg, blank efter-bild vid borttag:
003100     05 jr-before-image     pic X(340).
003200     05 jr-after-image      pic X(340).
