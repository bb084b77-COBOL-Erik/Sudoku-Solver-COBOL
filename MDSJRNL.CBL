000100 identification division.
000200 program-id. MDSJRNL.
000300
000400* Av Erik Weyler 2026-10
000500
000600* Skrivrutin for katalogjournalen CATJRNL (VSAM KSDS, copy
000700* CATJRNL). Anropas av batchprogrammen som lagger till, andrar
000800* eller tar bort poster i PUZZCAT, en gang per andring:
000900*
001000*   CALL 'MDSJRNL' USING JOURNAL-CALL CATALOG-JOURNAL-RECORD
001100*
001200*   jl-function 'W' = skriv en journalpost. Anroparen har fyllt
001300*                     program, korningsdatum, atgard, pussel-id
001400*                     och fore-/efterbild; har laggs korningens
001500*                     tid och lopnummer till, sa nyckeln blir
001600*                     unik aven for tva korningar samma dag.
001700*                     Filen oppnas vid forsta skrivningen - ett
001800*                     steg som inte andrar nagot behover aldrig
001900*                     oppna journalen.
002000*   jl-function 'C' = stang journalen (vid stegets slut).
002100*
002200* jl-return-code: 0 = ok, 16 = I/O-fel. En andring som inte kan
002300* journalforas ska inte ga igenom tyst - anroparen avbryter.
002400* Observera att CALL skriver over anroparens RETURN-CODE; de
002500* anropande programmen raddar det runt anropet.
002600
002700 environment division.
002800 configuration section.
002900 special-names. decimal-point is comma.
003000
003100 input-output section.
003200 file-control.
003300     select cat-journal assign to 'CATJRNL'
003400            organization is indexed
003500            access is random
003600            record key is jo-key
003700            file status is ws-journal-status.
003800
003900 data division.
004000 file section.
004100* Samma grepp som i MDSVLOAD: bara nyckeln med eget namn,
004200* resten flyttas som grupp:
004300 fd  cat-journal
004400     recording mode is f.
004500 01  JOURNAL-OUT-RECORD.
004600     05 jo-key              pic X(32).
004700     05 jo-rest             pic X(695).
004800
004900 working-storage section.
005000 01  ws-journal-status      pic XX.
005100     88 ws-journal-ok           value '00'.
005200     88 ws-journal-missing      value '35'.
005300 01  ws-journal-open        pic X value 'N'.
005400     88 ws-journal-is-open      value 'Y'.
005500
005600* Korningens tid och lopnummer - satts vid forsta skrivningen
005700* och galler resten av steget:
005800 01  ws-run-time            pic 9(8) value zero.
005900 01  ws-seq                 pic 9(8) value zero.
006000 01  ws-write-count         pic 9(6) comp-3 value zero.
006100
006200 linkage section.
006300     copy JRNLCALL.
006400     copy CATJRNL.
006500
006600 procedure division using JOURNAL-CALL CATALOG-JOURNAL-RECORD.
006700 a-main                                section.
006800     move zero to jl-return-code
006900     evaluate true
007000        when jl-write-entry
007100           perform b-write-entry
007200        when jl-close-journal
007300           perform b-close-journal
007400        when other
007500           display 'MDSJRNL: okand funktion "' jl-function '"'
007600           move 16 to jl-return-code
007700     end-evaluate
007800     move zero to RETURN-CODE
007900     goback
008000     .
008100
008200 b-write-entry                         section.
008300     if not ws-journal-is-open
008400        perform z-open-journal
008500        if not jl-ok
008600           go to b-write-entry-exit
008700        end-if
008800     end-if
008900     if jr-run-date = zero
009000        accept jr-run-date from date yyyymmdd
009100     end-if
009200     add 1 to ws-seq
009300     move ws-run-time to jr-run-time
009400     move ws-seq      to jr-seq
009500     move CATALOG-JOURNAL-RECORD to JOURNAL-OUT-RECORD
009600     write JOURNAL-OUT-RECORD
009700     if not ws-journal-ok
009800        display 'MDSJRNL: fel vid skrivning CATJRNL, status='
009900           ws-journal-status ' program=' jr-program
010000           ' id=' jr-puzzle-id
010100        move 16 to jl-return-code
010200        go to b-write-entry-exit
010300     end-if
010400     add 1 to ws-write-count
010500     .
010600 b-write-entry-exit.
010700     continue
010800     .
010900
011000* Status 35 = klustret ar nydefinierat och tomt; en forsta
011100* OPEN OUTPUT initierar det (samma grepp som i MDSPCAT):
011200 z-open-journal                        section.
011300     open i-o cat-journal
011400     if ws-journal-missing
011500        open output cat-journal
011600        if ws-journal-ok
011700           close cat-journal
011800           open i-o cat-journal
011900        end-if
012000     end-if
012100     if not ws-journal-ok
012200        display 'MDSJRNL: kan inte oppna CATJRNL, status='
012300           ws-journal-status
012400        move 16 to jl-return-code
012500     else
012600        set ws-journal-is-open to true
012700        accept ws-run-time from time
012800     end-if
012900     .
013000
013100 b-close-journal                       section.
013200     if ws-journal-is-open
013300        close cat-journal
013400        move 'N' to ws-journal-open
013500        display 'MDSJRNL: journalposter skrivna:   '
013600           ws-write-count
013700     end-if
013800     .
