001800* per orsakskod, dubbletter salda tva ganger, gradtaggar som
001900* inte holl) och en krediterings-/aterdebiteringsfil (CHARGOUT,
002000* en post per avvisat pussel och per dubblett) som ekonomi kan
002100* skicka med betalkorningen.
002110*
002120* Varje aterdebitering bar avtalsbeloppet ur leverantors-
002130* registret SUPPMAST (copy SUPPREC): priset for pusslets
002140* sidlangd och grad. Avvisningar har bada i PUZZREJ-posten,
002150* dubbletter slas upp i PUZZCAT. Saknas pris (okand kalla,
002160* inget avtalspris for cellen, pusslet ej i katalogen) blir
002170* beloppet noll och raknas som oprissatt. Kallor som inte
002180* finns i registret flaggas i scorecardet - det ar sa en
002190* felknappad kallkod syns.
002200* CC: 0 = rent, 4 = aterdebiteringar skrivna, 16 = I/O-fel.
002300
002400* JCL: se MDSSCORE.JCL
002500
004100     select charge-out assign to 'CHARGOUT'
004200            organization is sequential
004300            file status is ws-charge-out-status.
004305     select supp-mast  assign to 'SUPPMAST'
004310            organization is indexed
004315            access is random
004320            record key is su-source-code
004325            file status is ws-supp-mast-status.
004330     select puzzle-cat assign to 'PUZZCAT'
004335            organization is indexed
004340            access is random
004345            record key is ct-puzzle-id
004350            file status is ws-puzzle-cat-status.
004400
004500 data division.
004600 file section.
006700        88 cb-type-duplicate    value 'DUBLETT'.
006800     05 cb-reason-code      pic X(8).
006900     05 cb-partner-id       pic X(10).
006905* Avtalspriset for pusslet (kronor, tva decimaler):
006910     05 cb-contract-amount  pic 9(5)v99.
006915
006920 fd  supp-mast
006925     recording mode is f.
006930     copy SUPPREC.
006935
006940 fd  puzzle-cat
006945     recording mode is f.
006950     copy CATREC.
007000
007100 working-storage section.
007200 01  ws-deliv-in-status     pic XX.
007700     88 ws-find-in-ok           value '00'.
007800 01  ws-charge-out-status   pic XX.
007900     88 ws-charge-out-ok        value '00'.
007910 01  ws-supp-mast-status    pic XX.
007920     88 ws-supp-mast-ok         value '00'.
007930     88 ws-supp-mast-notfnd     value '23'.
007940 01  ws-puzzle-cat-status   pic XX.
007950     88 ws-puzzle-cat-ok        value '00'.
007960     88 ws-puzzle-cat-notfnd    value '23'.
008000
008100 01  ws-done-deliv          pic X value 'N'.
008200     88 ws-no-more-deliv        value 'Y'.
010800        10 sp-rej-count     pic 9(6) comp-3 occurs 7 times.
010900        10 sp-dup-count     pic 9(6) comp-3.
011000        10 sp-regrade-count pic 9(6) comp-3.
011050        10 sp-charge-amount pic 9(7)v99 comp-3.
011100 01  ws-supplier-count      pic 999 comp-3 value zero.
011200 01  px                     pic 999 comp-3.
011300 01  ws-lookup-source       pic X(8).
011800 01  ws-finding-count       pic 9(6) comp-3 value zero.
011900 01  ws-charge-count        pic 9(6) comp-3 value zero.
012000 01  ws-rej-total           pic 9(6) comp-3.
012005
012010* Prissattning av en aterdebitering: sidlangd och grad for
012015* pusslet, rad/kolumn i su-price (grad i ordningen E, M, H, X):
012020 01  ws-grade-codes         pic X(4) value 'EMHX'.
012025 01  ws-charge-size         pic 99 comp-3.
012030 01  ws-charge-grade        pic X.
012035 01  sx                     pic 99 comp-3.
012040 01  gx                     pic 9  comp-3.
012045* Senast uppslagna leverantor (SUPPLIER-RECORD haller posten):
012050 01  ws-last-supplier       pic X(8) value low-values.
012055 01  ws-supplier-found      pic X value 'N'.
012060     88 ws-supplier-is-found    value 'Y'.
012065 01  ws-unpriced-count      pic 9(6) comp-3 value zero.
012070 01  ws-charge-total        pic 9(7)v99 comp-3 value zero.
012075 01  ws-amount-z            pic Z(6)9,99.
012100
012200 procedure division.
012300 a-main                                section.
016200        move 16 to RETURN-CODE
016300        goback
016400     end-if
016405     open input supp-mast
016410     if not ws-supp-mast-ok
016415        display 'MDSSCORE: kan inte oppna SUPPMAST, status='
016420           ws-supp-mast-status
016425        move 16 to RETURN-CODE
016430        goback
016435     end-if
016440     open input puzzle-cat
016445     if not ws-puzzle-cat-ok
016450        display 'MDSSCORE: kan inte oppna PUZZCAT, status='
016455           ws-puzzle-cat-status
016460        move 16 to RETURN-CODE
016465        goback
016470     end-if
016500     .
016600
016700 b-tally-deliveries                    section.
021900           set cb-type-rejected to true
022000           move rj-reason-code to cb-reason-code
022100           move spaces         to cb-partner-id
022125           move rj-sdu-size    to ws-charge-size
022150           move rj-difficulty  to ws-charge-grade
022175           perform z-price-charge
022200           perform z-write-charge
022300        end-if
022400     end-perform
025300                 set cb-type-duplicate to true
025400                 move fn-finding-type to cb-reason-code
025500                 move fn-other-id     to cb-partner-id
025525                 perform z-find-dup-cell
025550                 perform z-price-charge
025600                 perform z-write-charge
025700              when fn-find-regrade
025800                 if px not = zero
028900     move zero to sp-delivered(px)
029000                  sp-dup-count(px)
029100                  sp-regrade-count(px)
029150                  sp-charge-amount(px)
029200     perform varying rx from 1 by 1 until rx > 7
029300        move zero to sp-rej-count(px, rx)
029400     end-perform
029700     continue
029800     .
029900
029901* Sidlangd och grad for ett dubblettfynd ur katalogen (QC-
029902* fyndet bar bara id). Saknas pusslet blir cellen ogiltig och
029903* aterdebiteringen oprissatt:
029904 z-find-dup-cell                       section.
029905     move zero   to ws-charge-size
029906     move spaces to ws-charge-grade
029907     move fn-puzzle-id to ct-puzzle-id
029908     read puzzle-cat
029909     evaluate true
029910        when ws-puzzle-cat-ok
029911           move ct-sdu-size   to ws-charge-size
029912           move ct-difficulty to ws-charge-grade
029913        when ws-puzzle-cat-notfnd
029914           continue
029915        when other
029916           display 'MDSSCORE: fel vid lasning PUZZCAT, status='
029917              ws-puzzle-cat-status ' id=' fn-puzzle-id
029918           move 16 to RETURN-CODE
029919           goback
029920     end-evaluate
029921     .
029922
029923* Avtalsbeloppet for cb-source-code och cellen ws-charge-size /
029924* ws-charge-grade. Noll och oprissatt om nagot saknas:
029925 z-price-charge                        section.
029926     move zero to cb-contract-amount
029927     move cb-source-code to ws-lookup-source
029928     perform z-read-supplier
029929     if not ws-supplier-is-found
029930     or ws-charge-size < 4 or ws-charge-size > 16
029931        add 1 to ws-unpriced-count
029932        go to z-price-charge-exit
029933     end-if
029934     perform varying gx from 1 by 1
029935               until gx > 4
029936                  or ws-grade-codes(gx:1) = ws-charge-grade
029937        continue
029938     end-perform
029939     if gx > 4
029940        add 1 to ws-unpriced-count
029941        go to z-price-charge-exit
029942     end-if
029943     compute sx = ws-charge-size - 3
029944     move su-price(sx, gx) to cb-contract-amount
029945     if cb-contract-amount = zero
029946        add 1 to ws-unpriced-count
029947     end-if
029948     .
029949 z-price-charge-exit.
029950     continue
029951     .
029952
029953* Slar upp ws-lookup-source i leverantorsregistret, om det inte
029954* redan ar den senast uppslagna:
029955 z-read-supplier                       section.
029956     if ws-lookup-source = ws-last-supplier
029957        go to z-read-supplier-exit
029958     end-if
029959     move ws-lookup-source to ws-last-supplier su-source-code
029960     read supp-mast
029961     evaluate true
029962        when ws-supp-mast-ok
029963           move 'Y' to ws-supplier-found
029964        when ws-supp-mast-notfnd
029965           move 'N' to ws-supplier-found
029966        when other
029967           display 'MDSSCORE: fel vid lasning SUPPMAST, status='
029968              ws-supp-mast-status ' kalla=' ws-lookup-source
029969           move 16 to RETURN-CODE
029970           goback
029971     end-evaluate
029972     .
029973 z-read-supplier-exit.
029974     continue
029975     .
029976
030000 z-write-charge                        section.
030100     write CHARGE-DETAIL
030200     if not ws-charge-out-ok
030600        goback
030700     end-if
030800     add 1 to ws-charge-count
030810     add cb-contract-amount to ws-charge-total
030820* px ar anroparens rad for cb-source-code:
030840     if px not = zero
030850        add cb-contract-amount to sp-charge-amount(px)
030860     end-if
030900     .
031000
031100 c-print-scorecard                     section.
031600     display 'Avvisningsposter lasta:  ' ws-reject-count
031700     display 'QC-fynd lasta:           ' ws-finding-count
031800     display 'Aterdebiteringar skrivna: ' ws-charge-count
031825     move ws-charge-total to ws-amount-z
031850     display 'Aterdebiterat belopp:    ' ws-amount-z
031875     display 'Varav oprissatta:        ' ws-unpriced-count
031900     if ws-unplaced-count > 0
032000        display 'MDSSCORE: *** leverantorsbordet fullt - '
032100           ws-unplaced-count ' poster utan scorecard-rad'
033800        '  avvisat=' ws-rej-total
033900        '  dubbletter=' sp-dup-count(px)
034000        '  felgraderade=' sp-regrade-count(px)
034010     move sp-charge-amount(px) to ws-amount-z
034020     move sp-source-code(px) to ws-lookup-source
034030     perform z-read-supplier
034040     if ws-supplier-is-found
034050        display '      ' su-name '  aterdebiterat=' ws-amount-z
034060     else
034070        display '      *** FINNS INTE I LEVERANTORSREGISTRET'
034080           ' - felknappad kallkod?'
034090     end-if
034100     perform varying rx from 1 by 1 until rx > 7
034200        if sp-rej-count(px, rx) > 0
034300           display '      ' ws-reason-code(rx) ' = '
035100     close rej-in
035200     close find-in
035300     close charge-out
035325     close supp-mast
035350     close puzzle-cat
035400     .
