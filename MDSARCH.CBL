002200* Arkivet ar postlayouterna som de ar (copy CATREC/PUZZRES/
002300* AUDITREC) - ett enskilt pussel kan darfor aterstallas med en
002400* vanlig IDCAMS REPRO/urvalskopiering vid en arsgammal
002500* lasartvist. Alderstroskeln i dagar ar parametern ARK-DAGAR
002600* i PARMFIL (se MDSPARM, standard 365).
002620* Varje borttagen katalogpost journalfors med sin forebild i
002640* CATJRNL via MDSJRNL (backning: se MDSBKOUT - den lagger
002660* tillbaka katalogposten; RESVSAM/AUDVSAM laddas vid behov om
002680* fran ARCHRES/ARCHAUD).
002700* CC: 0 = rent (aven om inget fanns att gallra), 16 = I/O-fel.
002800
002900* JCL: se MDSARCH.JCL
004900            access is dynamic
005000            record key is va-key
005100            file status is ws-audit-vs-status.
005500     select arch-cat   assign to 'ARCHCAT'
005600            organization is sequential
005700            file status is ws-arch-cat-status.
008400        10 va-seq           pic 9(6) comp-3.
008500     05 va-rest             pic X(10).
008600
009300* Arkivposterna ar klusterposterna som de ar - langderna
009400* matchar CATREC (340), PUZZRES (290) och AUDITREC (24):
009500 fd  arch-cat
009600     recording mode is f.
009700 01  ARCHIVE-CAT-RECORD     pic X(340).
009800
009900 fd  arch-res
010000     recording mode is f.
011200     88 ws-result-vs-notfnd     value '23'.
011300 01  ws-audit-vs-status     pic XX.
011400     88 ws-audit-vs-ok          value '00'.
011700 01  ws-arch-cat-status     pic XX.
011800     88 ws-arch-cat-ok          value '00'.
011900 01  ws-arch-res-status     pic XX.
012600 01  ws-done-audit-group    pic X.
012700     88 ws-audit-group-done     value 'Y'.
012800
012900* Alderstroskeln (dagar, ARK-DAGAR) och den harledda
012950* brytpunkten:
013000 01  ws-age-days            pic 9(4) comp-3.
013100 01  ws-today               pic 9(8).
013200 01  ws-today-int           pic 9(8) comp-3.
013300 01  ws-cutoff-int          pic 9(8) comp-3.
014300 01  ws-res-archived-count  pic 9(6) comp-3 value zero.
014400 01  ws-aud-archived-count  pic 9(8) comp-3 value zero.
014500 01  ws-res-missing-count   pic 9(6) comp-3 value zero.
014510
014520* Katalogjournalen (se MDSJRNL). RETURN-CODE raddas runt
014530* anropet eftersom CALL skriver over det:
014540     copy JRNLCALL.
014550     copy CATJRNL.
014560 01  ws-saved-rc            pic s9(4) comp.
014580     copy PARMCALL.
014600
014700 procedure division.
014800 a-main                                section.
014900     accept ws-today from date yyyymmdd
015000     perform z-read-parameters
015100     compute ws-today-int =
015200        function integer-of-date(ws-today)
015300     compute ws-cutoff-int = ws-today-int - ws-age-days
016200     goback
016300     .
016400
016500* Troskeln sadan den galler idag:
016700 z-read-parameters                     section.
016800     move 'G'              to pa-function
016900     move 'MDSARCH'        to pa-program
017000     move zero             to pa-as-of-date
017100     move 'ARK-DAGAR'      to pa-name
017200     call 'MDSPARM' using PARAMETER-CALL
017300     if not pa-ok
017400        move 16 to RETURN-CODE
017500        goback
017600     end-if
017700     move pa-number to ws-age-days
017800     move 'C' to pa-function
017900     call 'MDSPARM' using PARAMETER-CALL
018000     move zero to RETURN-CODE
018100     .
018500
018600 z-open-files                          section.
018700     open i-o puzzle-cat
027000     move ct-puzzle-id to ws-unit-id
027050     move ct-published-date to ws-unit-pub-date
027100     move CATALOG-RECORD to ARCHIVE-CAT-RECORD
027150     move CATALOG-RECORD to jr-before-image
027200     write ARCHIVE-CAT-RECORD
027300     if not ws-arch-cat-ok
027400        display 'MDSARCH: fel vid skrivning ARCHCAT, status='
028500        move 16 to RETURN-CODE
028600        goback
028700     end-if
028725     set jr-action-delete to true
028750     move spaces to jr-after-image
028775     perform z-write-journal
028800     add 1 to ws-archived-count
028900     display 'MDSARCH: flyttat ' ws-unit-id
029000        ' publicerad ' ws-unit-pub-date
038400     continue
038500     .
038600
038605* Journalfor borttaget - atgard och bilder ar redan satta av
038610* anroparen. Nyckeln tas ur ws-unit-id eftersom postarean inte
038615* ska refereras efter DELETE:
038620 z-write-journal                       section.
038625     move 'MDSARCH'    to jr-program
038630     move ws-today     to jr-run-date
038635     move ws-unit-id   to jr-puzzle-id
038640     move spaces       to jr-terminal
038645     set jl-write-entry to true
038650     move RETURN-CODE to ws-saved-rc
038655     call 'MDSJRNL' using JOURNAL-CALL CATALOG-JOURNAL-RECORD
038660     move ws-saved-rc to RETURN-CODE
038665     if not jl-ok
038670        move 16 to RETURN-CODE
038675        goback
038680     end-if
038685     .
038690
038700 z-close-files                         section.
038800     close puzzle-cat
038900     close result-vs
039100     close arch-cat
039200     close arch-res
039300     close arch-aud
039320     set jl-close-journal to true
039340     move RETURN-CODE to ws-saved-rc
039360     call 'MDSJRNL' using JOURNAL-CALL CATALOG-JOURNAL-RECORD
039380     move ws-saved-rc to RETURN-CODE
039400     .
039500
039600 z-print-summary                       section.
