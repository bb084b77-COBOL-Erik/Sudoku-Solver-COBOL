000100 identification division.
000200 program-id. MDSJLIST.
000300
000400* Av Erik Weyler 2026-10
000500
000600* Revisionslista over katalogjournalen CATJRNL (copy CATJRNL):
000700* vem andrade vad i PUZZCAT, och nar. En rad per journalpost
000800* (korningsdag, program, tid/lopnummer, atgard, pussel-id,
000900* terminal for MDSCMNT) foljd av de falt som skiljer fore- och
001000* efterbilden at - status, datum, svarighetsgrad, variant,
001100* kalla, storlek, losningskod och om rutnatet andrats. Tillagg
001200* och borttag visas med postens huvuddata. Slutsummor per
001300* program och atgard. Anvands for att granska en korning innan
001400* den eventuellt backas med MDSBKOUT.
001500*
001600* Ett frivilligt kort i JLSCTL: fran-datum(8) + till-datum(8)
001700* (AAAAMMDD) + program(8) + pussel-id(10). Blankt fran-datum =
001800* dagens, blankt till-datum = fran-datum, blankt program eller
001900* id = alla. DD DUMMY ger alltsa dagens alla andringar.
002000* CC: 0 = rent, 4 = inga journalposter i urvalet, 16 = I/O-fel
002100* eller ogiltigt kort.
002200
002300* JCL: se MDSJLIST.JCL
002400
002500 environment division.
002600 configuration section.
002700 special-names. decimal-point is comma.
002800
002900 input-output section.
003000 file-control.
003100     select cat-journal assign to 'CATJRNL'
003200            organization is indexed
003300            access is dynamic
003400            record key is jr-key
003500            file status is ws-journal-status.
003600     select jls-ctl     assign to 'JLSCTL'
003700            organization is sequential
003800            file status is ws-jls-ctl-status.
003900
004000 data division.
004100 file section.
004200 fd  cat-journal
004300     recording mode is f.
004400     copy CATJRNL.
004500
004600 fd  jls-ctl
004700     recording mode is f.
004800 01  LISTING-CONTROL.
004900     05 lc-from-date        pic X(8).
005000     05 lc-to-date          pic X(8).
005100     05 lc-program          pic X(8).
005200     05 lc-puzzle-id        pic X(10).
005300     05 filler              pic X(46).
005400
005500 working-storage section.
005600 01  ws-journal-status      pic XX.
005700     88 ws-journal-ok           value '00'.
005800 01  ws-jls-ctl-status      pic XX.
005900     88 ws-jls-ctl-ok           value '00'.
006000
006100 01  ws-done-journal        pic X value 'N'.
006200     88 ws-no-more-journal      value 'Y'.
006300
006400* Urvalet (ur JLSCTL):
006500 01  ws-today               pic 9(8).
006600 01  ws-from-date           pic 9(8).
006700 01  ws-to-date             pic 9(8).
006800 01  ws-sel-program         pic X(8) value spaces.
006900 01  ws-sel-puzzle-id       pic X(10) value spaces.
007000
007100* Bilderna tolkas genom katalogposten - fore-bildens falt
007200* sparas har innan efter-bilden flyttas in:
007300     copy CATREC.
007400 01  ws-before-fields.
007500     05 ws-bf-source-code   pic X(8).
007600     05 ws-bf-difficulty    pic X.
007700     05 ws-bf-sdu-size      pic 99.
007800     05 ws-bf-sudoku-grid   pic X(256).
007900     05 ws-bf-status        pic X.
008000     05 ws-bf-received-date pic 9(8).
008100     05 ws-bf-status-date   pic 9(8).
008200     05 ws-bf-published-date pic 9(8).
008300     05 ws-bf-solved-date   pic 9(8).
008400     05 ws-bf-solve-rc      pic 9(4).
008500     05 ws-bf-puzzle-type   pic X.
008550     05 ws-bf-book-year     pic 9(4).
008575     05 ws-bf-hold-flag     pic X.
008600 01  ws-af-sdu-size         pic 99.
008700
008800* Summor per program (for manga program samlas pa sista
008850* raden, OVRIGA):
008900 01  ws-prog-table.
009000     05 ws-prog-entry       occurs 20 times.
009100        10 ws-prog-name     pic X(8).
009200        10 ws-prog-adds     pic 9(6) comp-3.
009300        10 ws-prog-changes  pic 9(6) comp-3.
009400        10 ws-prog-deletes  pic 9(6) comp-3.
009500 01  ws-prog-count          pic 99 comp-3 value zero.
009600 01  ws-prog-max            pic 99 comp-3 value 20.
009700 01  px                     pic 99 comp-3.
009800
009900 01  ws-read-count          pic 9(6) comp-3 value zero.
010000 01  ws-listed-count        pic 9(6) comp-3 value zero.
010100
010200 procedure division.
010300 a-main                                section.
010400     accept ws-today from date yyyymmdd
010500     move ws-today to ws-from-date ws-to-date
010600     perform z-read-control
010700     perform z-open-files
010800     display 'MDSJLIST: katalogjournal ' ws-from-date
010900        ' - ' ws-to-date
011000        ' program ' ws-sel-program ' id ' ws-sel-puzzle-id
011100     perform b-list-journal
011200     close cat-journal
011300     perform z-print-summary
011400     goback
011500     .
011600
011700 z-read-control                        section.
011800     open input jls-ctl
011900     if not ws-jls-ctl-ok
012000        go to z-read-control-exit
012100     end-if
012200     read jls-ctl
012300        at end go to z-read-control-close
012400     end-read
012500     if lc-from-date not = spaces
012600        if lc-from-date not numeric
012700           display 'MDSJLIST: *** ogiltigt fran-datum i JLSCTL: '
012800              lc-from-date
012900           move 16 to RETURN-CODE
013000           goback
013100        end-if
013200        move lc-from-date to ws-from-date ws-to-date
013300     end-if
013400     if lc-to-date not = spaces
013500        if lc-to-date not numeric
013600           display 'MDSJLIST: *** ogiltigt till-datum i JLSCTL: '
013700              lc-to-date
013800           move 16 to RETURN-CODE
013900           goback
014000        end-if
014100        move lc-to-date to ws-to-date
014200     end-if
014300     if ws-to-date < ws-from-date
014400        display 'MDSJLIST: *** till-datum fore fran-datum: '
014500           ws-from-date ' - ' ws-to-date
014600        move 16 to RETURN-CODE
014700        goback
014800     end-if
014900     move lc-program   to ws-sel-program
015000     move lc-puzzle-id to ws-sel-puzzle-id
015100     .
015200 z-read-control-close.
015300     close jls-ctl
015400     .
015500 z-read-control-exit.
015600     continue
015700     .
015800
015900 z-open-files                          section.
016000     open input cat-journal
016100     if not ws-journal-ok
016200        display 'MDSJLIST: kan inte oppna CATJRNL, status='
016300           ws-journal-status
016400        move 16 to RETURN-CODE
016500        goback
016600     end-if
016700     .
016800
016900* START pa fran-datum, las framat till och med till-datum:
017000 b-list-journal                        section.
017100     move low-values   to jr-key
017200     move ws-from-date to jr-run-date
017300     start cat-journal key >= jr-key
017400     if not ws-journal-ok
017500        go to b-list-journal-exit
017600     end-if
017700     perform z-read-next-journal
017800     perform until ws-no-more-journal
017900                or jr-run-date > ws-to-date
018000        add 1 to ws-read-count
018100        if (ws-sel-program = spaces
018200            or jr-program = ws-sel-program)
018300           and (ws-sel-puzzle-id = spaces
018400            or jr-puzzle-id = ws-sel-puzzle-id)
018500           perform c-list-one-entry
018600        end-if
018700        perform z-read-next-journal
018800     end-perform
018900     .
019000 b-list-journal-exit.
019100     continue
019200     .
019300
019400 z-read-next-journal                   section.
019500     read cat-journal next
019600        at end set ws-no-more-journal to true
019700     end-read
019800     if not ws-no-more-journal and not ws-journal-ok
019900        display 'MDSJLIST: fel vid lasning CATJRNL, status='
020000           ws-journal-status
020100        move 16 to RETURN-CODE
020200        goback
020300     end-if
020400     .
020500
020600 c-list-one-entry                      section.
020700     add 1 to ws-listed-count
020800     perform z-count-program
020900     display ' '
021000     display jr-run-date ' ' jr-program ' '
021100        jr-run-time '/' jr-seq ' ' jr-action ' '
021200        jr-puzzle-id ' ' jr-terminal
021300     evaluate true
021400        when jr-action-add
021500           move jr-after-image to CATALOG-RECORD
021600           perform z-show-whole-record
021700        when jr-action-delete
021800           move jr-before-image to CATALOG-RECORD
021900           perform z-show-whole-record
022000        when jr-action-change
022100           perform c-show-differences
022200     end-evaluate
022300     .
022400
022500* Tillagg/borttag: postens huvuddata pa en rad:
022600 z-show-whole-record                   section.
022700     move ct-sdu-size to ws-af-sdu-size
022800     display '      kalla=' ct-source-code
022900        ' grad=' ct-difficulty
023000        ' storlek=' ws-af-sdu-size
023100        ' variant=' ct-puzzle-type
023200        ' status=' ct-status ' ' ct-status-date
023300     .
023400
023500* Andring: fore-bildens falt sparas, efter-bilden tolkas, och
023600* varje falt som skiljer listas som fore -> efter:
023700 c-show-differences                    section.
023800     move jr-before-image   to CATALOG-RECORD
023900     move ct-source-code    to ws-bf-source-code
024000     move ct-difficulty     to ws-bf-difficulty
024100     move ct-sdu-size       to ws-bf-sdu-size
024200     move ct-sudoku-grid    to ws-bf-sudoku-grid
024300     move ct-status         to ws-bf-status
024400     move ct-received-date  to ws-bf-received-date
024500     move ct-status-date    to ws-bf-status-date
024600     move ct-published-date to ws-bf-published-date
024700     move ct-solved-date    to ws-bf-solved-date
024800     move ct-solve-rc       to ws-bf-solve-rc
024900     move ct-puzzle-type    to ws-bf-puzzle-type
024950     move ct-book-year      to ws-bf-book-year
024975     move ct-hold-flag      to ws-bf-hold-flag
025000     move jr-after-image    to CATALOG-RECORD
025100     move ct-sdu-size       to ws-af-sdu-size
025200
025300     if ct-status not = ws-bf-status
025400        display '      status        ' ws-bf-status
025500           ' -> ' ct-status
025600     end-if
025700     if ct-status-date not = ws-bf-status-date
025800        display '      statusdatum   ' ws-bf-status-date
025900           ' -> ' ct-status-date
026000     end-if
026100     if ct-difficulty not = ws-bf-difficulty
026200        display '      grad          ' ws-bf-difficulty
026300           ' -> ' ct-difficulty
026400     end-if
026500     if ct-puzzle-type not = ws-bf-puzzle-type
026600        display '      variant       ' ws-bf-puzzle-type
026700           ' -> ' ct-puzzle-type
026800     end-if
026900     if ct-source-code not = ws-bf-source-code
027000        display '      kalla         ' ws-bf-source-code
027100           ' -> ' ct-source-code
027200     end-if
027300     if ws-af-sdu-size not = ws-bf-sdu-size
027400        display '      storlek       ' ws-bf-sdu-size
027500           ' -> ' ws-af-sdu-size
027600     end-if
027700     if ct-received-date not = ws-bf-received-date
027800        display '      mottaget      ' ws-bf-received-date
027900           ' -> ' ct-received-date
028000     end-if
028100     if ct-published-date not = ws-bf-published-date
028200        display '      publicerat    ' ws-bf-published-date
028300           ' -> ' ct-published-date
028400     end-if
028500     if ct-solved-date not = ws-bf-solved-date
028600        display '      lost          ' ws-bf-solved-date
028700           ' -> ' ct-solved-date
028800     end-if
028900     if ct-solve-rc not = ws-bf-solve-rc
029000        display '      losningskod   ' ws-bf-solve-rc
029100           ' -> ' ct-solve-rc
029200     end-if
029220     if ct-book-year not = ws-bf-book-year
029240        display '      pusselbok     ' ws-bf-book-year
029260           ' -> ' ct-book-year
029270     end-if
029272     if ct-hold-flag not = ws-bf-hold-flag
029274        display '      errata-sparr  "' ws-bf-hold-flag
029276           '" -> "' ct-hold-flag '"'
029280     end-if
029300     if ct-sudoku-grid not = ws-bf-sudoku-grid
029400        display '      rutnatet andrat'
029500     end-if
029600     .
029700
029800 z-count-program                       section.
029900     perform varying px from 1 by 1
030000               until px > ws-prog-count
030100                  or ws-prog-name(px) = jr-program
030200        continue
030300     end-perform
030400     if px > ws-prog-count
030500        if ws-prog-count < ws-prog-max - 1
030600           add 1 to ws-prog-count
030700           move jr-program to ws-prog-name(px)
030800           move zero to ws-prog-adds(px) ws-prog-changes(px)
030900                        ws-prog-deletes(px)
031000        else
031010           move ws-prog-max to px
031020           if ws-prog-name(px) not = 'OVRIGA'
031030              move px to ws-prog-count
031040              move 'OVRIGA' to ws-prog-name(px)
031050              move zero to ws-prog-adds(px) ws-prog-changes(px)
031060                           ws-prog-deletes(px)
031070           end-if
031100        end-if
031500     end-if
031600     evaluate true
031700        when jr-action-add    add 1 to ws-prog-adds(px)
031800        when jr-action-change add 1 to ws-prog-changes(px)
031900        when jr-action-delete add 1 to ws-prog-deletes(px)
032000     end-evaluate
032100     .
032200
032300 z-print-summary                       section.
032400     display ' '
032500     display 'MDSJLIST: journalposter lasta:    ' ws-read-count
032600     display 'MDSJLIST: journalposter listade:  ' ws-listed-count
032700     perform varying px from 1 by 1 until px > ws-prog-count
032800        display 'MDSJLIST:   ' ws-prog-name(px)
032900           ' tillagg ' ws-prog-adds(px)
033000           ' andringar ' ws-prog-changes(px)
033100           ' borttag ' ws-prog-deletes(px)
033200     end-perform
033300     if ws-listed-count = 0
033400        display 'MDSJLIST: *** inga journalposter i urvalet'
033500        move 4 to RETURN-CODE
033600     end-if
033700     .
