000100 identification division.
000200 program-id. MDSSUPP.
000300
000400* Av Erik Weyler 2026-10
000500
000600* Underhall av leverantorsregistret SUPPMAST (VSAM KSDS, nyckel
000700* su-source-code, copy SUPPREC). Kallkoden i pz-source-code /
000800* ct-source-code ar annars ett fritt falt - ett felknappat
000900* IMPCTL-kort gav forr en "ny leverantor" som MDSSCORE
001000* scorade for sig. Nu maste koden finnas har och vara aktiv
001100* for att MDSIMPRT och MDSPCAT ska ta emot pusslen.
001200*
001300* Laser underhallskorten i SUPTRAN (copy SUPTRAN):
001400*
001500*   A = ny leverantor (namn obligatoriskt; aktiv Y, ingen
001600*       exklusivitet och ingen syndikering om blankt),
001700*   C = andra namn, aktiv-flagga, exklusivitetsdagar eller
001800*       syndikeringsflagga (blankt falt = oforandrat),
001900*   P = avtalspris per grad for en sidlangd (blankt pris =
002000*       oforandrat).
002100*
002200* Leverantorer tas aldrig bort - katalogen bar deras kod i
002300* aratal - ett avslutat avtal stangs med aktiv-flagga 'N'.
002400* Varje kort valideras helt innan nagot andras. Efter korten
002500* listas hela registret pa SYSOUT med priser.
002600* CC: 0 = rent, 4 = avvisade kort, 16 = I/O-fel.
002700
002800* JCL: se MDSSUPP.JCL
002900
003000 environment division.
003100 configuration section.
003200 special-names. decimal-point is comma.
003300
003400 input-output section.
003500 file-control.
003600     select supp-mast  assign to 'SUPPMAST'
003700            organization is indexed
003800            access is dynamic
003900            record key is su-source-code
004000            file status is ws-supp-mast-status.
004100     select supp-tran  assign to 'SUPTRAN'
004200            organization is sequential
004300            file status is ws-supp-tran-status.
004400
004500 data division.
004600 file section.
004700 fd  supp-mast
004800     recording mode is f.
004900     copy SUPPREC.
005000
005100 fd  supp-tran
005200     recording mode is f.
005300     copy SUPTRAN.
005400
005500 working-storage section.
005600 01  ws-supp-mast-status    pic XX.
005700     88 ws-supp-mast-ok         value '00'.
005800     88 ws-supp-mast-dup        value '22'.
005900     88 ws-supp-mast-notfnd     value '23'.
006000     88 ws-supp-mast-missing    value '35'.
006100 01  ws-supp-tran-status    pic XX.
006200     88 ws-supp-tran-ok         value '00'.
006300
006400 01  ws-done-trans          pic X value 'N'.
006500     88 ws-no-more-trans        value 'Y'.
006600 01  ws-done-master         pic X value 'N'.
006700     88 ws-no-more-master       value 'Y'.
006800
006900 01  ws-today               pic 9(8).
007000
007100* Kortets varden efter validering:
007200 01  ws-card-ok             pic X.
007300     88 ws-card-valid           value 'Y'.
007400 01  ws-reject-reason       pic X(40).
007500 01  ws-size                pic 99.
007600 01  ws-days                pic 999.
007700 01  ws-price-in            pic 9(5)v99.
007800 01  ws-price-in-x redefines ws-price-in pic X(7).
007900
008200 01  sx                     pic 99 comp-3.
008300 01  gx                     pic 9  comp-3.
008400
008500* Prisraden for listan:
008600 01  ws-size-d              pic 99.
008650 01  ws-price-row.
008700     05 ws-price-z          pic ZZZZ9,99 occurs 4 times.
008800 01  ws-row-has-price       pic X.
008900
009000 01  ws-card-count          pic 9(6) comp-3 value zero.
009100 01  ws-added-count         pic 9(6) comp-3 value zero.
009200 01  ws-changed-count       pic 9(6) comp-3 value zero.
009300 01  ws-reject-count        pic 9(6) comp-3 value zero.
009400 01  ws-supplier-count      pic 9(6) comp-3 value zero.
009500
009600 procedure division.
009700 a-main                                section.
009800     accept ws-today from date yyyymmdd
009900     perform z-open-files
010000     perform z-read-next-tran
010100     perform until ws-no-more-trans
010200        add 1 to ws-card-count
010300        perform b-apply-one-card
010400        perform z-read-next-tran
010500     end-perform
010600     perform c-list-master
010700     perform z-close-files
010800     display 'MDSSUPP: kort lasta:            ' ws-card-count
010900     display 'MDSSUPP: nya leverantorer:      ' ws-added-count
011000     display 'MDSSUPP: andrade leverantorer:  ' ws-changed-count
011100     display 'MDSSUPP: avvisade kort:         ' ws-reject-count
011200     display 'MDSSUPP: leverantorer i registret: '
011300        ws-supplier-count
011400     if ws-reject-count > 0
011500        move 4 to RETURN-CODE
011600     end-if
011700     goback
011800     .
011900
012000 z-open-files                          section.
012100     open i-o supp-mast
012200* Status 35 = klustret ar nydefinierat och tomt (som i MDSPCAT):
012300     if ws-supp-mast-missing
012400        open output supp-mast
012500        if ws-supp-mast-ok
012600           close supp-mast
012700           open i-o supp-mast
012800        end-if
012900     end-if
013000     if not ws-supp-mast-ok
013100        display 'MDSSUPP: kan inte oppna SUPPMAST, status='
013200           ws-supp-mast-status
013300        move 16 to RETURN-CODE
013400        goback
013500     end-if
013600     open input supp-tran
013700     if not ws-supp-tran-ok
013800        display 'MDSSUPP: kan inte oppna SUPTRAN, status='
013900           ws-supp-tran-status
014000        move 16 to RETURN-CODE
014100        goback
014200     end-if
014300     .
014400
014500 z-read-next-tran                      section.
014600     read supp-tran
014700        at end set ws-no-more-trans to true
014800     end-read
014900     if not ws-no-more-trans and not ws-supp-tran-ok
015000        display 'MDSSUPP: fel vid lasning av SUPTRAN, status='
015100           ws-supp-tran-status
015200        move 16 to RETURN-CODE
015300        goback
015400     end-if
015500     .
015600
015700* Ett kort: validera mot registret, sedan falt for falt -
015800* forst nar allt holler andras posten:
015900 b-apply-one-card                      section.
016000     move 'Y'    to ws-card-ok
016100     move spaces to ws-reject-reason
016200     if sc-source-code = spaces
016300        move 'KALLKOD SAKNAS' to ws-reject-reason
016400        go to b-apply-one-card-reject
016500     end-if
016600     move sc-source-code to su-source-code
016700     read supp-mast
016800     evaluate true
016900        when ws-supp-mast-ok
017000        when ws-supp-mast-notfnd
017100           continue
017200        when other
017300           display 'MDSSUPP: fel vid lasning SUPPMAST, status='
017400              ws-supp-mast-status ' kalla=' sc-source-code
017500           move 16 to RETURN-CODE
017600           goback
017700     end-evaluate
017800     evaluate true
017900        when sc-func-add
018000           if ws-supp-mast-ok
018100              move 'LEVERANTOREN FINNS REDAN'
018200                 to ws-reject-reason
018300              go to b-apply-one-card-reject
018400           end-if
018500           if sc-name = spaces
018600              move 'NAMN SAKNAS' to ws-reject-reason
018700              go to b-apply-one-card-reject
018800           end-if
018900        when sc-func-change
019000        when sc-func-price
019100           if ws-supp-mast-notfnd
019200              move 'OKAND LEVERANTOR' to ws-reject-reason
019300              go to b-apply-one-card-reject
019400           end-if
019500        when other
019600           move 'OGILTIG FUNKTION' to ws-reject-reason
019700           go to b-apply-one-card-reject
019800     end-evaluate
019900     if sc-func-price
020000        perform z-validate-price-card
020100     else
020200        perform z-validate-head-card
020300     end-if
020400     if not ws-card-valid
020500        go to b-apply-one-card-reject
020600     end-if
020700
020800     if sc-func-add
020900        perform z-new-supplier
021000     end-if
021100     if sc-func-price
021200        perform z-apply-price-card
021300     else
021400        perform z-apply-head-card
021500     end-if
021600     move ws-today to su-changed-date
021700     if sc-func-add
021800        write SUPPLIER-RECORD
021900     else
022000        rewrite SUPPLIER-RECORD
022100     end-if
022200     if not ws-supp-mast-ok
022300        display 'MDSSUPP: fel vid skrivning SUPPMAST, status='
022400           ws-supp-mast-status ' kalla=' sc-source-code
022500        move 16 to RETURN-CODE
022600        goback
022700     end-if
022800     if sc-func-add
022900        add 1 to ws-added-count
023000     else
023100        add 1 to ws-changed-count
023200     end-if
023300     display 'MDSSUPP: ' sc-function ' ' su-source-code ' '
023400        su-name ' utford'
023500     go to b-apply-one-card-exit
023600     .
023700 b-apply-one-card-reject.
023800     add 1 to ws-reject-count
023900     display 'MDSSUPP: *** kort ' ws-card-count ' avvisat: '
024000        ws-reject-reason ' : ' SUPPLIER-UPDATE(1:50)
024100     .
024200 b-apply-one-card-exit.
024300     continue
024400     .
024500
024600* Flaggor Y/N, exklusivitet numerisk - blankt = oforandrat
024700* (vid 'A' standardvarde):
024800 z-validate-head-card                  section.
024900     if sc-active-flag not = space and 'Y' and 'N'
025000        move 'AKTIV-FLAGGA MASTE VARA Y/N' to ws-reject-reason
025100        move 'N' to ws-card-ok
025200     end-if
025300     if sc-syndication-flag not = space and 'Y' and 'N'
025400        move 'SYNDIKERING MASTE VARA Y/N' to ws-reject-reason
025500        move 'N' to ws-card-ok
025600     end-if
025700     if sc-exclusive-days not = spaces
025800     and sc-exclusive-days not numeric
025900        move 'EXKLUSIVITET MASTE VARA 000-999'
026000           to ws-reject-reason
026100        move 'N' to ws-card-ok
026200     end-if
026300     .
026400
026500* Sidlangd 04-16, varje pris blankt eller sju siffror:
026600 z-validate-price-card                 section.
026700     if sc-sdu-size not numeric
026800        move 'OGILTIG SIDLANGD' to ws-reject-reason
026900        move 'N' to ws-card-ok
027000        go to z-validate-price-card-exit
027100     end-if
027200     move sc-sdu-size to ws-size
027300     if ws-size < 4 or ws-size > 16
027400        move 'SIDLANGD MASTE VARA 04-16' to ws-reject-reason
027500        move 'N' to ws-card-ok
027600        go to z-validate-price-card-exit
027700     end-if
027800     perform varying gx from 1 by 1 until gx > 4
027900        if sc-grade-price(gx) not = spaces
028000        and sc-grade-price(gx) not numeric
028100           move 'PRIS MASTE VARA SJU SIFFROR'
028200              to ws-reject-reason
028300           move 'N' to ws-card-ok
028400        end-if
028500     end-perform
028600     .
028700 z-validate-price-card-exit.
028800     continue
028900     .
029000
029100* Ny post med standardvarden innan kortets falt laggs pa:
029200 z-new-supplier                        section.
029300     move spaces         to SUPPLIER-RECORD
029400     move sc-source-code to su-source-code
029500     move 'Y'            to su-active-flag
029600     move zero           to su-exclusive-days
029700     move 'N'            to su-syndication-flag
029800     perform varying sx from 1 by 1 until sx > 13
029900        perform varying gx from 1 by 1 until gx > 4
030000           move zero to su-price(sx, gx)
030100        end-perform
030200     end-perform
030400     .
030500
030600 z-apply-head-card                     section.
030700     if sc-name not = spaces
030800        move sc-name to su-name
030900     end-if
031000     if sc-active-flag not = space
031100        move sc-active-flag to su-active-flag
031200     end-if
031300     if sc-exclusive-days not = spaces
031400        move sc-exclusive-days to ws-days
031500        move ws-days to su-exclusive-days
031600     end-if
031700     if sc-syndication-flag not = space
031800        move sc-syndication-flag to su-syndication-flag
031900     end-if
032000     .
032100
032200 z-apply-price-card                    section.
032300     compute sx = ws-size - 3
032400     perform varying gx from 1 by 1 until gx > 4
032500        if sc-grade-price(gx) not = spaces
032600           move sc-grade-price(gx) to ws-price-in-x
032700           move ws-price-in to su-price(sx, gx)
032800        end-if
032900     end-perform
033000     .
033100
033200* Hela registret i nyckelordning, med de prisrader som har
033300* nagot pris satt:
033400 c-list-master                         section.
033500     display ' '
033600     display 'MDSSUPP: leverantorsregistret'
033700     display 'KALLA    NAMN                           AKT EXKL'
033800        ' SYND  ANDRAD'
033900     move low-values to su-source-code
034000     start supp-mast key >= su-source-code
034100     if not ws-supp-mast-ok
034200        go to c-list-master-exit
034300     end-if
034400     perform z-read-next-master
034500     perform until ws-no-more-master
034600        add 1 to ws-supplier-count
034700        display su-source-code ' ' su-name '  '
034800           su-active-flag '  ' su-exclusive-days '  '
034900           su-syndication-flag '    ' su-changed-date
035000        perform varying sx from 1 by 1 until sx > 13
035100           perform z-list-price-row
035200        end-perform
035300        perform z-read-next-master
035400     end-perform
035500     .
035600 c-list-master-exit.
035700     continue
035800     .
035900
036000 z-list-price-row                      section.
036100     move 'N' to ws-row-has-price
036200     perform varying gx from 1 by 1 until gx > 4
036300        move su-price(sx, gx) to ws-price-z(gx)
036400        if su-price(sx, gx) > zero
036500           move 'Y' to ws-row-has-price
036600        end-if
036700     end-perform
036800     if ws-row-has-price = 'Y'
036900        compute ws-size-d = sx + 3
037000        display '         pris ' ws-size-d 'x' ws-size-d
037100           '  E ' ws-price-z(1) '  M ' ws-price-z(2)
037200           '  H ' ws-price-z(3) '  X ' ws-price-z(4)
037300     end-if
037400     .
037500
037600 z-read-next-master                    section.
037700     read supp-mast next
037800        at end set ws-no-more-master to true
037900     end-read
038000     if not ws-no-more-master and not ws-supp-mast-ok
038100        display 'MDSSUPP: fel vid lasning SUPPMAST, status='
038200           ws-supp-mast-status
038300        move 16 to RETURN-CODE
038400        goback
038500     end-if
038600     .
038700
038800 z-close-files                         section.
038900     close supp-mast
039000     close supp-tran
039100     .
