000100 identification division.
000200 program-id. MDSBOOK.
000300
000400* Av Erik Weyler 2026-10
000500
000600* Arets pusselbok: forlaget har hittills plockat pusslen till
000700* samlingsvolymen for hand ur gamla tidningar. Har sammanstalls
000800* boken ur katalogen:
000900*
001000*   - urvalskorten i BOOKCTL (copy BOOKSEL) anger ar, och per
001100*     grad/sidlangd/variant hur manga pussel boken ska ha,
001200*   - bara pussel som publicerats under aret (ct-status-
001300*     published), lostes rent (ct-solve-rc 0), har en losning
001400*     i RESVSAM med pr-return-code 0 och inte redan gatt till
001500*     en tidigare bok (ct-book-year 0) kan valjas - pussel
001550*     sparrade efter en reklamation (ct-on-hold) aldrig,
001600*   - urvalet sprids over leverantorer och manader: varje val
001700*     tar den kandidat vars kalla och publiceringsmanad hittills
001800*     anvants minst i boken, vid lika den tidigast publicerade,
001900*   - BOOKOUT far en numrerad bok: en pusselsida per pussel,
002000*     grupperade per grad (E, M, H, X), varje sida hanvisar
002100*     till sin losning; sist en facitdel dar varje losning bar
002200*     pusselsidans nummer, och ett register sida -> ct-puzzle-id
002300*     med kalla och publiceringsdatum,
002400*   - de valda pusslen stamplas med ct-book-year i katalogen
002500*     (journalfors via MDSJRNL) sa att de inte kommer med i
002600*     nasta ars bok. En felaktig korning backas med MDSBKOUT.
002700*
002800* CC: 0 = rent, 4 = brist mot korten, avvisade kort eller fullt
002900* kandidatbord, 16 = I/O-fel eller inga giltiga kort.
003000
003100* JCL: se MDSBOOK.JCL
003200
003300 environment division.
003400 configuration section.
003500 special-names. decimal-point is comma.
003600
003700 input-output section.
003800 file-control.
003900     select book-ctl   assign to 'BOOKCTL'
004000            organization is sequential
004100            file status is ws-book-ctl-status.
004200     select puzzle-cat assign to 'PUZZCAT'
004300            organization is indexed
004400            access is dynamic
004500            record key is ct-puzzle-id
004600            file status is ws-puzzle-cat-status.
004700     select result-vs  assign to 'RESVSAM'
004800            organization is indexed
004900            access is random
005000            record key is vr-puzzle-id
005100            file status is ws-result-vs-status.
005200     select book-out   assign to 'BOOKOUT'
005300            organization is sequential
005400            file status is ws-book-out-status.
005500
005600 data division.
005700 file section.
005800 fd  book-ctl
005900     recording mode is f.
006000     copy BOOKSEL.
006100
006200 fd  puzzle-cat
006300     recording mode is f.
006400     copy CATREC.
006500
006600* Samma grepp som i MDSVLOAD: bara nyckelfaltet med eget namn,
006700* posten flyttas till PUZZLE-RESULT i working-storage:
006800 fd  result-vs
006900     recording mode is f.
007000 01  RESULT-VSAM-RECORD.
007100     05 vr-puzzle-id        pic X(10).
007200     05 vr-rest             pic X(280).
007300
007400 fd  book-out
007500     recording mode is f.
007600 01  BOOK-LINE              pic X(132).
007700
007800 working-storage section.
007900 01  ws-book-ctl-status     pic XX.
008000     88 ws-book-ctl-ok          value '00'.
008100 01  ws-puzzle-cat-status   pic XX.
008200     88 ws-puzzle-cat-ok        value '00'.
008300 01  ws-result-vs-status    pic XX.
008400     88 ws-result-vs-ok         value '00'.
008500     88 ws-result-vs-notfnd     value '23'.
008600 01  ws-book-out-status     pic XX.
008700     88 ws-book-out-ok          value '00'.
008800
008900 01  ws-done-cards          pic X value 'N'.
009000     88 ws-no-more-cards        value 'Y'.
009100 01  ws-done-catalog        pic X value 'N'.
009200     88 ws-no-more-catalog      value 'Y'.
009300
009400     copy PUZZRES.
009500
009600 01  ws-today               pic 9(8).
009700
009800* Bokens ar - fran forsta giltiga kortet, ovriga kort maste ha
009900* samma ar:
010000 01  ws-book-year           pic X(4) value spaces.
010100
010200* Urvalskorten. bk-found = antal kandidater som passar kortet,
010300* bk-chosen = antal valda:
010400 01  ws-card-table.
010500     05 ws-card occurs 40 times.
010600        10 bk-difficulty    pic X.
010700        10 bk-sdu-size      pic 99  comp-3.
010800        10 bk-count         pic 999 comp-3.
010900        10 bk-puzzle-type   pic X.
011000        10 bk-found         pic 9(4) comp-3.
011100        10 bk-chosen        pic 999 comp-3.
011200 01  ws-card-count          pic 99 comp-3 value zero.
011300 01  cx                     pic 99 comp-3.
011400 01  ws-match-ix            pic 99 comp-3.
011500 01  ws-card-size           pic 99.
011600 01  ws-card-type           pic X.
011700 01  ws-card-reason         pic X(40).
011800 01  ws-reject-count        pic 9(4) comp-3 value zero.
011900
012000* Kandidatbordet, lastat i ett svep over katalogen. kd-card-ix
012100* pekar ut kortet kandidaten passar, kd-sup-ix kallan i
012200* leverantorsbordet (0 = bordet var fullt):
012300 01  ws-cand-table.
012400     05 ws-cand occurs 5000 times.
012500        10 kd-puzzle-id     pic X(10).
012600        10 kd-source-code   pic X(8).
012700        10 kd-card-ix       pic 99   comp-3.
012800        10 kd-sup-ix        pic 999  comp-3.
012900        10 kd-month         pic 99   comp-3.
013000        10 kd-pub-date      pic 9(8).
013100        10 kd-taken         pic X.
013200 01  ws-cand-count          pic 9(4) comp-3 value zero.
013300 01  ws-cand-overflow       pic 9(6) comp-3 value zero.
013400 01  ws-no-result-count     pic 9(6) comp-3 value zero.
013500 01  kx                     pic 9(4) comp-3.
013600
013700* Spridningen: hur manga pussel boken hittills fatt fran varje
013800* kalla och fran varje publiceringsmanad:
013900 01  ws-sup-table.
014000     05 ws-sup occurs 200 times.
014100        10 sp-source-code   pic X(8).
014200        10 sp-used          pic 999 comp-3.
014300 01  ws-sup-count           pic 999 comp-3 value zero.
014400 01  ux                     pic 999 comp-3.
014500 01  ws-month-table.
014600     05 ws-month-used       pic 999 comp-3 occurs 12 times.
014700 01  ws-month               pic 99.
014800
014900* Urvalsvarvet:
015000 01  ws-grade-codes         pic X(4) value 'EMHX'.
015100 01  ws-grade-ix            pic 9 comp-3.
015200 01  ws-grade               pic X.
015300 01  ws-pick-ix             pic 999 comp-3.
015400 01  ws-best-ix             pic 9(4) comp-3.
015500 01  ws-best-score          pic 9(4) comp-3.
015600 01  ws-best-date           pic 9(8).
015700 01  ws-score               pic 9(4) comp-3.
015800 01  ws-shortfall-count     pic 9(4) comp-3 value zero.
015900
016000* Boken: pusselsida bx = bokens sida bx. bp-answer-page raknas
016100* fram innan nagot skrivs, sa att pusselsidan kan hanvisa till
016200* sin losning:
016300 01  ws-book-table.
016400     05 ws-book-entry occurs 999 times.
016500        10 bp-puzzle-id     pic X(10).
016600        10 bp-source-code   pic X(8).
016700        10 bp-difficulty    pic X.
016800        10 bp-sdu-size      pic 99   comp-3.
016900        10 bp-puzzle-type   pic X.
017000        10 bp-pub-date      pic 9(8).
017100        10 bp-answer-page   pic 9(4) comp-3.
017200 01  ws-book-count          pic 999 comp-3 value zero.
017300 01  bx                     pic 999 comp-3.
017400 01  ws-book-full           pic X value 'N'.
017500     88 ws-book-is-full         value 'Y'.
017600
017700* Sidhantering: klassisk 60-raders sida som i MDSGALLY:
017800 01  ws-lines-per-page      pic 99   comp-3 value 60.
017900 01  ws-lines-on-page       pic 99   comp-3 value zero.
018000 01  ws-page-number         pic 9(4) comp-3 value zero.
018100 01  ws-lines-needed        pic 99   comp-3.
018200 01  ws-page-number-z       pic ZZZ9.
018300 01  ws-page-title          pic X(60).
018400 01  ws-grade-name          pic X(6).
018500
018600* Rutnats-rendering, samma berakning som i MDSGALLY:
018700 01  ws-size                pic 99  comp-3.
018800 01  ws-box-w               pic 99  comp-3.
018900 01  ws-box-h               pic 99  comp-3.
019000 01  ws-r                   pic 99  comp-3.
019100 01  ws-c                   pic 99  comp-3.
019200 01  ws-pos                 pic 999 comp-3.
019300 01  ws-grid-ix             pic 999 comp-3.
019400 01  ws-grid                pic X(256).
019500 01  ws-grid-type           pic X.
019600     88 ws-grid-x               value 'X'.
019700 01  ws-cell-mark           pic X.
019800 01  ws-print-line          pic X(132).
019900
020000* Display-falt for STRING:
020100 01  ws-nr-z                pic ZZ9.
020200 01  ws-page-z              pic ZZZ9.
020300 01  ws-answer-z            pic ZZZ9.
020400 01  ws-size-z              pic 99.
020500 01  ws-count-z             pic ZZZ9.
020600 01  ws-found-z             pic ZZZ9.
020700 01  ws-chosen-z            pic ZZZ9.
020800
020900* Katalogjournalen (se MDSJRNL). RETURN-CODE raddas runt
021000* anropet eftersom CALL skriver over det:
021100     copy JRNLCALL.
021200     copy CATJRNL.
021300 01  ws-saved-rc            pic s9(4) comp.
021400 01  ws-flagged-count       pic 999 comp-3 value zero.
021500
021600 procedure division.
021700 a-main                                section.
021800     accept ws-today from date yyyymmdd
021900     perform varying ws-month from 1 by 1 until ws-month > 12
022000        move zero to ws-month-used(ws-month)
022100     end-perform
022200     perform b-read-cards
022300     if ws-card-count = zero
022400        display 'MDSBOOK: inga giltiga urvalskort i BOOKCTL'
022500        move 16 to RETURN-CODE
022600        goback
022700     end-if
022800     display 'MDSBOOK: pusselbok for ar ' ws-book-year
022900        ', ' ws-card-count ' urvalskort'
023000     perform z-open-files
023100     perform b-load-candidates
023200     perform b-select-puzzles
023300     if ws-book-count = zero
023400        display 'MDSBOOK: inga pussel valda - ingen bok skriven'
023500        perform z-close-files
023600        perform z-print-summary
023700        goback
023800     end-if
023900     perform b-plan-answer-pages
024000     perform b-print-puzzle-pages
024100     perform b-print-answer-pages
024200     perform b-print-register
024300     perform b-flag-catalog
024400     perform z-close-files
024500     perform z-print-summary
024600     goback
024700     .
024800
024900* Urvalskorten: varje kort valideras helt och avvisade kort
025000* listas med orsak. Kortfilen ar obligatorisk:
025100 b-read-cards                          section.
025200     open input book-ctl
025300     if not ws-book-ctl-ok
025400        display 'MDSBOOK: kan inte oppna BOOKCTL, status='
025500           ws-book-ctl-status
025600        move 16 to RETURN-CODE
025700        goback
025800     end-if
025900     perform z-read-next-card
026000     perform until ws-no-more-cards
026100        perform c-check-one-card
026200        perform z-read-next-card
026300     end-perform
026400     close book-ctl
026500     .
026600
026700 z-read-next-card                      section.
026800     read book-ctl
026900        at end set ws-no-more-cards to true
027000     end-read
027100     if not ws-no-more-cards and not ws-book-ctl-ok
027200        display 'MDSBOOK: fel vid lasning BOOKCTL, status='
027300           ws-book-ctl-status
027400        move 16 to RETURN-CODE
027500        goback
027600     end-if
027700     .
027800
027900 c-check-one-card                      section.
028000     move spaces to ws-card-reason
028100     if bs-year not numeric or bs-year = '0000'
028200        move 'OGILTIGT AR' to ws-card-reason
028300        go to c-check-one-card-reject
028400     end-if
028500     if ws-book-year not = spaces
028600     and bs-year not = ws-book-year
028700        move 'ANNAT AR AN FORSTA KORTET' to ws-card-reason
028800        go to c-check-one-card-reject
028900     end-if
029000     if not bs-diff-valid
029100        move 'OGILTIG SVARIGHETSGRAD' to ws-card-reason
029200        go to c-check-one-card-reject
029300     end-if
029400     if bs-sdu-size not numeric
029500        move 'OGILTIG SIDLANGD' to ws-card-reason
029600        go to c-check-one-card-reject
029700     end-if
029800     move bs-sdu-size to ws-card-size
029900     if ws-card-size < 4 or ws-card-size > 16
030000        move 'OGILTIG SIDLANGD' to ws-card-reason
030100        go to c-check-one-card-reject
030200     end-if
030300     if bs-count not numeric or bs-count = '000'
030400        move 'OGILTIGT ANTAL' to ws-card-reason
030500        go to c-check-one-card-reject
030600     end-if
030700     if not bs-type-valid
030800        move 'OGILTIG VARIANT' to ws-card-reason
030900        go to c-check-one-card-reject
031000     end-if
031100     if bs-type-x
031200        move 'X' to ws-card-type
031300     else
031400        move 'C' to ws-card-type
031500     end-if
031600     perform varying cx from 1 by 1 until cx > ws-card-count
031700        if bk-difficulty(cx) = bs-difficulty
031800        and bk-sdu-size(cx) = ws-card-size
031900        and bk-puzzle-type(cx) = ws-card-type
032000           move 'DUBBLETT AV TIDIGARE KORT' to ws-card-reason
032100        end-if
032200     end-perform
032300     if ws-card-reason not = spaces
032400        go to c-check-one-card-reject
032500     end-if
032600     if ws-card-count >= 40
032700        move 'FOR MANGA KORT (MAX 40)' to ws-card-reason
032800        go to c-check-one-card-reject
032900     end-if
033000     add 1 to ws-card-count
033100     move bs-difficulty to bk-difficulty(ws-card-count)
033200     move ws-card-size  to bk-sdu-size(ws-card-count)
033300     move bs-count      to bk-count(ws-card-count)
033400     move ws-card-type  to bk-puzzle-type(ws-card-count)
033500     move zero          to bk-found(ws-card-count)
033600     move zero          to bk-chosen(ws-card-count)
033700     move bs-year       to ws-book-year
033800     go to c-check-one-card-exit
033900     .
034000 c-check-one-card-reject.
034100     display 'MDSBOOK: avvisat kort "' BOOK-SELECTION(1:11)
034200        '": ' ws-card-reason
034300     add 1 to ws-reject-count
034400     move 4 to RETURN-CODE
034500     .
034600 c-check-one-card-exit.
034700     continue
034800     .
034900
035000 z-open-files                          section.
035100     open i-o puzzle-cat
035200     if not ws-puzzle-cat-ok
035300        display 'MDSBOOK: kan inte oppna PUZZCAT, status='
035400           ws-puzzle-cat-status
035500        move 16 to RETURN-CODE
035600        goback
035700     end-if
035800     open input result-vs
035900     if not ws-result-vs-ok
036000        display 'MDSBOOK: kan inte oppna RESVSAM, status='
036100           ws-result-vs-status
036200        move 16 to RETURN-CODE
036300        goback
036400     end-if
036500     open output book-out
036600     if not ws-book-out-ok
036700        display 'MDSBOOK: kan inte oppna BOOKOUT, status='
036800           ws-book-out-status
036900        move 16 to RETURN-CODE
037000        goback
037100     end-if
037200     .
037300
037400* Svep over katalogen: publicerade, rent losta pussel fran
037500* bokens ar som inte redan varit med i en bok och som passar
037600* nagot kort:
037700 b-load-candidates                     section.
037800     move low-values to ct-puzzle-id
037900     start puzzle-cat key >= ct-puzzle-id
038000     if not ws-puzzle-cat-ok
038100        display 'MDSBOOK: tom eller oladdad PUZZCAT, status='
038200           ws-puzzle-cat-status
038300        go to b-load-candidates-exit
038400     end-if
038500     perform z-read-next-catalog
038600     perform until ws-no-more-catalog
038700        if ct-status-published
038800        and ct-solve-rc = zero
038850        and not ct-on-hold
038900        and ct-book-year = zero
039000        and ct-published-date(1:4) = ws-book-year
039100           perform c-consider-candidate
039200        end-if
039300        perform z-read-next-catalog
039400     end-perform
039500     .
039600 b-load-candidates-exit.
039700     continue
039800     .
039900
040000 z-read-next-catalog                   section.
040100     read puzzle-cat next
040200        at end set ws-no-more-catalog to true
040300     end-read
040400     if not ws-no-more-catalog and not ws-puzzle-cat-ok
040500        display 'MDSBOOK: fel vid lasning PUZZCAT, status='
040600           ws-puzzle-cat-status
040700        move 16 to RETURN-CODE
040800        goback
040900     end-if
041000     .
041100
041200 c-consider-candidate                  section.
041300     if ct-type-x
041400        move 'X' to ws-card-type
041500     else
041600        move 'C' to ws-card-type
041700     end-if
041800     move zero to ws-match-ix
041900     perform varying cx from 1 by 1 until cx > ws-card-count
042000        if bk-difficulty(cx) = ct-difficulty
042100        and bk-sdu-size(cx) = ct-sdu-size
042200        and bk-puzzle-type(cx) = ws-card-type
042300           move cx to ws-match-ix
042400        end-if
042500     end-perform
042600     if ws-match-ix = zero
042700        go to c-consider-candidate-exit
042800     end-if
042900     move ct-published-date(5:2) to ws-month
043000     if ws-month < 1 or ws-month > 12
043100        go to c-consider-candidate-exit
043200     end-if
043300* Losningen maste finnas i RESVSAM - annars gar facit inte att
043400* trycka:
043500     move ct-puzzle-id to vr-puzzle-id
043600     read result-vs
043700     if ws-result-vs-notfnd
043800        add 1 to ws-no-result-count
043900        go to c-consider-candidate-exit
044000     end-if
044100     if not ws-result-vs-ok
044200        display 'MDSBOOK: fel vid lasning RESVSAM, status='
044300           ws-result-vs-status ' id=' ct-puzzle-id
044400        move 16 to RETURN-CODE
044500        goback
044600     end-if
044700     move RESULT-VSAM-RECORD to PUZZLE-RESULT
044800     if pr-return-code not = zero
044900        add 1 to ws-no-result-count
045000        go to c-consider-candidate-exit
045100     end-if
045200     if ws-cand-count >= 5000
045300        add 1 to ws-cand-overflow
045400        go to c-consider-candidate-exit
045500     end-if
045600     move ws-match-ix to cx
045700     add 1 to bk-found(cx)
045800     add 1 to ws-cand-count
045900     move ct-puzzle-id      to kd-puzzle-id(ws-cand-count)
046000     move ct-source-code    to kd-source-code(ws-cand-count)
046100     move cx                to kd-card-ix(ws-cand-count)
046200     move ws-month          to kd-month(ws-cand-count)
046300     move ct-published-date to kd-pub-date(ws-cand-count)
046400     move 'N'               to kd-taken(ws-cand-count)
046500     perform z-find-supplier
046600     move ux                to kd-sup-ix(ws-cand-count)
046700     .
046800 c-consider-candidate-exit.
046900     continue
047000     .
047100
047200* Slar upp (eller lagger in) ct-source-code i leverantors-
047300* bordet; ux = 0 om bordet ar fullt (kallan vags da inte in i
047400* spridningen):
047500 z-find-supplier                       section.
047600     perform varying ux from 1 by 1 until ux > ws-sup-count
047700        if sp-source-code(ux) = ct-source-code
047800           go to z-find-supplier-exit
047900        end-if
048000     end-perform
048100     if ws-sup-count >= 200
048200        move zero to ux
048300        go to z-find-supplier-exit
048400     end-if
048500     add 1 to ws-sup-count
048600     move ws-sup-count   to ux
048700     move ct-source-code to sp-source-code(ux)
048800     move zero           to sp-used(ux)
048900     .
049000 z-find-supplier-exit.
049100     continue
049200     .
049300
049400* Grad for grad (E, M, H, X), och inom graden kort for kort i
049500* inlasningsordning, sa att boken blir grupperad per grad:
049600 b-select-puzzles                      section.
049700     perform varying ws-grade-ix from 1 by 1
049800               until ws-grade-ix > 4
049900        move ws-grade-codes(ws-grade-ix:1) to ws-grade
050000        perform varying cx from 1 by 1 until cx > ws-card-count
050100           if bk-difficulty(cx) = ws-grade
050200              perform varying ws-pick-ix from 1 by 1
050300                        until ws-pick-ix > bk-count(cx)
050400                 perform c-pick-one-puzzle
050500              end-perform
050600              perform z-report-card
050700           end-if
050800        end-perform
050900     end-perform
051000     .
051100
051200* Ett urvalsvarv for kortet cx: den otagna kandidaten med lagst
051300* poang (antal pussel boken redan har fran samma kalla + fran
051400* samma publiceringsmanad), vid lika den tidigast publicerade:
051500 c-pick-one-puzzle                     section.
051600     if ws-book-is-full
051700        go to c-pick-one-puzzle-exit
051800     end-if
051900     move zero to ws-best-ix
052000     move 9999 to ws-best-score
052100     move 99999999 to ws-best-date
052200     perform varying kx from 1 by 1 until kx > ws-cand-count
052300        if kd-taken(kx) = 'N'
052400        and kd-card-ix(kx) = cx
052500           move ws-month-used(kd-month(kx)) to ws-score
052600           if kd-sup-ix(kx) > zero
052700              add sp-used(kd-sup-ix(kx)) to ws-score
052800           end-if
052900           if ws-score < ws-best-score
053000           or (ws-score = ws-best-score
053100               and kd-pub-date(kx) < ws-best-date)
053200              move kx to ws-best-ix
053300              move ws-score to ws-best-score
053400              move kd-pub-date(kx) to ws-best-date
053500           end-if
053600        end-if
053700     end-perform
053800     if ws-best-ix = zero
053900        go to c-pick-one-puzzle-exit
054000     end-if
054100     if ws-book-count >= 999
054200        display 'MDSBOOK: *** boken full (999 pussel) - '
054300           'ytterligare val avvisas som brist'
054400        set ws-book-is-full to true
054500        go to c-pick-one-puzzle-exit
054600     end-if
054700     move 'Y' to kd-taken(ws-best-ix)
054800     add 1 to ws-month-used(kd-month(ws-best-ix))
054900     if kd-sup-ix(ws-best-ix) > zero
055000        add 1 to sp-used(kd-sup-ix(ws-best-ix))
055100     end-if
055200     add 1 to bk-chosen(cx)
055300     add 1 to ws-book-count
055400     move kd-puzzle-id(ws-best-ix)
055500       to bp-puzzle-id(ws-book-count)
055600     move kd-source-code(ws-best-ix)
055700       to bp-source-code(ws-book-count)
055800     move kd-pub-date(ws-best-ix)
055900       to bp-pub-date(ws-book-count)
056000     move bk-difficulty(cx)  to bp-difficulty(ws-book-count)
056100     move bk-sdu-size(cx)    to bp-sdu-size(ws-book-count)
056200     move bk-puzzle-type(cx) to bp-puzzle-type(ws-book-count)
056300     .
056400 c-pick-one-puzzle-exit.
056500     continue
056600     .
056700
056800 z-report-card                         section.
056900     move bk-sdu-size(cx) to ws-size-z
057000     move bk-count(cx)    to ws-count-z
057100     move bk-found(cx)    to ws-found-z
057200     move bk-chosen(cx)   to ws-chosen-z
057300     if bk-chosen(cx) < bk-count(cx)
057400        display 'MDSBOOK: *** BRIST grad ' bk-difficulty(cx)
057500           ' sidlangd ' ws-size-z ' variant '
057600           bk-puzzle-type(cx) ': begart ' ws-count-z
057700           ' kandidater ' ws-found-z ' valda ' ws-chosen-z
057800        add 1 to ws-shortfall-count
057900        move 4 to RETURN-CODE
058000     else
058100        display 'MDSBOOK: grad ' bk-difficulty(cx)
058200           ' sidlangd ' ws-size-z ' variant '
058300           bk-puzzle-type(cx) ': begart ' ws-count-z
058400           ' kandidater ' ws-found-z ' valda ' ws-chosen-z
058500     end-if
058600     .
058700
058800* Facitdelens sidbrytning raknas fram i forvag med samma
058900* radbehov som b-print-answer-pages anvander (z-box-size), sa
059000* att pusselsidorna kan hanvisa till ratt facitsida. Pussel-
059100* sidorna ar sidorna 1 - ws-book-count, facit borjar darefter:
059200 b-plan-answer-pages                   section.
059300     move ws-book-count to ws-page-number
059400     add 1 to ws-page-number
059500     move 2 to ws-lines-on-page
059600     perform varying bx from 1 by 1 until bx > ws-book-count
059700        move bp-sdu-size(bx) to ws-size
059800        perform z-box-size
059900        if ws-lines-on-page + ws-lines-needed
060000           > ws-lines-per-page
060100           add 1 to ws-page-number
060200           move 2 to ws-lines-on-page
060300        end-if
060400        move ws-page-number to bp-answer-page(bx)
060500        add ws-lines-needed to ws-lines-on-page
060600     end-perform
060700     move zero to ws-page-number
060800     move zero to ws-lines-on-page
060900     .
061000
061100* En pusselsida per pussel: givna tal (0 = tom ruta) med
061200* boxlinjer och hanvisning till losningens sida:
061300 b-print-puzzle-pages                  section.
061400     perform varying bx from 1 by 1 until bx > ws-book-count
061500        move bp-puzzle-id(bx) to ct-puzzle-id
061600        read puzzle-cat
061700        if not ws-puzzle-cat-ok
061800           display 'MDSBOOK: fel vid lasning PUZZCAT, status='
061900              ws-puzzle-cat-status ' id=' ct-puzzle-id
062000           move 16 to RETURN-CODE
062100           goback
062200        end-if
062300        move bp-difficulty(bx) to ws-grade
062400        perform z-set-grade-name
062500        move spaces to ws-page-title
062600        string 'PUSSELBOK ' ws-book-year ' - ' ws-grade-name
062700           delimited by size into ws-page-title
062800        perform z-start-page
062900        move bx to ws-nr-z
063000        move bp-sdu-size(bx) to ws-size-z
063100        move spaces to ws-print-line
063200        if bp-puzzle-type(bx) = 'X'
063300           string 'PUSSEL NR ' ws-nr-z '   ' ws-size-z 'X'
063400                  ws-size-z '   X-SUDOKU - AVEN DE MARKERADE '
063500                  'DIAGONALERNA SKA INNEHALLA VARJE TAL EN GANG'
063600              delimited by size into ws-print-line
063700        else
063800           string 'PUSSEL NR ' ws-nr-z '   ' ws-size-z 'X'
063900                  ws-size-z
064000              delimited by size into ws-print-line
064100        end-if
064200        perform z-write-line
064300        move spaces to ws-print-line
064400        perform z-write-line
064500        move ct-sudoku-grid to ws-grid
064600        inspect ws-grid replacing all '0' by space
064700        move bp-puzzle-type(bx) to ws-grid-type
064800        move bp-sdu-size(bx) to ws-size
064900        perform z-box-size
065000        perform z-print-grid
065100        move spaces to ws-print-line
065200        perform z-write-line
065300        move bp-answer-page(bx) to ws-answer-z
065400        move spaces to ws-print-line
065500        string 'LOSNING PA SIDAN ' ws-answer-z
065600           delimited by size into ws-print-line
065700        perform z-write-line
065800     end-perform
065900     .
066000
066100* Facit: losningarna i sidordning ur RESVSAM, var och en med
066200* pusselsidans nummer:
066300 b-print-answer-pages                  section.
066400     move spaces to ws-page-title
066500     string 'PUSSELBOK ' ws-book-year ' - FACIT'
066600        delimited by size into ws-page-title
066700     perform z-start-page
066800     perform varying bx from 1 by 1 until bx > ws-book-count
066900        move bp-sdu-size(bx) to ws-size
067000        perform z-box-size
067100        if ws-lines-on-page + ws-lines-needed
067200           > ws-lines-per-page
067300           perform z-start-page
067400        end-if
067500        if ws-page-number not = bp-answer-page(bx)
067600           display 'MDSBOOK: *** facit for sida ' bx
067700              ' hamnade pa annan sida an planerat'
067800           move 4 to RETURN-CODE
067900        end-if
068000        move bp-puzzle-id(bx) to vr-puzzle-id
068100        read result-vs
068200        if not ws-result-vs-ok
068300           display 'MDSBOOK: fel vid lasning RESVSAM, status='
068400              ws-result-vs-status ' id=' vr-puzzle-id
068500           move 16 to RETURN-CODE
068600           goback
068700        end-if
068800        move RESULT-VSAM-RECORD to PUZZLE-RESULT
068900        move bx to ws-page-z
069000        move bx to ws-nr-z
069100        move spaces to ws-print-line
069200        string 'SIDAN ' ws-page-z '  (PUSSEL NR ' ws-nr-z ')'
069300           delimited by size into ws-print-line
069400        perform z-write-line
069500        move spaces to ws-print-line
069600        perform z-write-line
069700        move pr-sudoku-grid to ws-grid
069800        move bp-puzzle-type(bx) to ws-grid-type
069900        perform z-print-grid
070000        move spaces to ws-print-line
070100        perform z-write-line
070200     end-perform
070300     .
070400
070500* Registret: bokens sida -> katalogens pussel-id, med kalla,
070600* grad, storlek, variant, publiceringsdag och facitsida:
070700 b-print-register                      section.
070800     move spaces to ws-page-title
070900     string 'PUSSELBOK ' ws-book-year ' - REGISTER'
071000        delimited by size into ws-page-title
071100     perform z-start-register-page
071200     perform varying bx from 1 by 1 until bx > ws-book-count
071300        if ws-lines-on-page >= ws-lines-per-page
071400           perform z-start-register-page
071500        end-if
071600        move bx to ws-page-z
071700        move bp-sdu-size(bx) to ws-size-z
071800        move bp-answer-page(bx) to ws-answer-z
071900        move spaces to ws-print-line
072000        string ws-page-z '   ' bp-puzzle-id(bx)
072100               '   ' bp-source-code(bx)
072200               '   ' bp-difficulty(bx)
072300               '      ' ws-size-z
072400               '       ' bp-puzzle-type(bx)
072500               '      ' bp-pub-date(bx)
072600               '   ' ws-answer-z
072700           delimited by size into ws-print-line
072800        perform z-write-line
072900     end-perform
073000     .
073100
073200 z-start-register-page                 section.
073300     perform z-start-page
073400     move spaces       to ws-print-line
073500     move 'SIDA'       to ws-print-line(1:4)
073600     move 'PUSSEL-ID'  to ws-print-line(8:9)
073700     move 'KALLA'      to ws-print-line(21:5)
073800     move 'GRAD'       to ws-print-line(31:4)
073900     move 'STORLEK'    to ws-print-line(37:7)
074000     move 'VARIANT'    to ws-print-line(45:7)
074100     move 'PUBLICERAD' to ws-print-line(54:10)
074200     move 'FACIT'      to ws-print-line(65:5)
074300     perform z-write-line
074400     move spaces to ws-print-line
074500     perform z-write-line
074600     .
074700
074800* De valda pusslen stamplas med bokens ar - de ska inte valjas
074900* till nasta ars bok. Gors sist, nar boken ar skriven:
075000 b-flag-catalog                        section.
075100     perform varying bx from 1 by 1 until bx > ws-book-count
075200        move bp-puzzle-id(bx) to ct-puzzle-id
075300        read puzzle-cat
075400        if not ws-puzzle-cat-ok
075500           display 'MDSBOOK: fel vid lasning PUZZCAT, status='
075600              ws-puzzle-cat-status ' id=' ct-puzzle-id
075700           move 16 to RETURN-CODE
075800           goback
075900        end-if
076000        move CATALOG-RECORD to jr-before-image
076100        move ws-book-year to ct-book-year
076200        rewrite CATALOG-RECORD
076300        if not ws-puzzle-cat-ok
076400           display 'MDSBOOK: fel vid rewrite PUZZCAT, status='
076500              ws-puzzle-cat-status ' id=' ct-puzzle-id
076600           move 16 to RETURN-CODE
076700           goback
076800        end-if
076900        set jr-action-change to true
077000        move CATALOG-RECORD to jr-after-image
077100        perform z-write-journal
077200        add 1 to ws-flagged-count
077300     end-perform
077400     .
077500
077600 z-write-journal                       section.
077700     move 'MDSBOOK'    to jr-program
077800     move ws-today     to jr-run-date
077900     move ct-puzzle-id to jr-puzzle-id
078000     move spaces       to jr-terminal
078100     set jl-write-entry to true
078200     move RETURN-CODE to ws-saved-rc
078300     call 'MDSJRNL' using JOURNAL-CALL CATALOG-JOURNAL-RECORD
078400     move ws-saved-rc to RETURN-CODE
078500     if not jl-ok
078600        move 16 to RETURN-CODE
078700        goback
078800     end-if
078900     .
079000
079100 z-set-grade-name                      section.
079200     evaluate ws-grade
079300        when 'E' move 'LATT'   to ws-grade-name
079400        when 'M' move 'MEDEL'  to ws-grade-name
079500        when 'H' move 'SVAR'   to ws-grade-name
079600        when other move 'EXPERT' to ws-grade-name
079700     end-evaluate
079800     .
079900
080000* "Master"-rutans matt, samma berakning som i MDSMSDUS, och
080100* radbehovet for ett facitblock: rubrik + blankrad + rutnats-
080200* rader + boxlinjer + blankrad:
080300 z-box-size                            section.
080400     compute ws-box-h = ws-size ** 0,5
080500     perform until function mod(ws-size, ws-box-h) = 0
080600        subtract 1 from ws-box-h
080700     end-perform
080800     compute ws-box-w = ws-size / ws-box-h
080900     compute ws-lines-needed =
081000        2 + ws-size + (ws-size / ws-box-h) + 1 + 1
081100     .
081200
081300* Rutnatet i ws-grid med boxlinjer, se MDSGALLY:
081400 z-print-grid                          section.
081500     perform z-build-rule-line
081600     perform z-write-line
081700     perform varying ws-r from 1 by 1 until ws-r > ws-size
081800        perform z-build-grid-line
081900        perform z-write-line
082000        if function mod(ws-r, ws-box-h) = 0
082100           perform z-build-rule-line
082200           perform z-write-line
082300        end-if
082400     end-perform
082500     .
082600
082700 z-build-rule-line                     section.
082800     move spaces to ws-print-line
082900     move 1 to ws-pos
083000     perform varying ws-c from 1 by 1 until ws-c > ws-size
083100        if function mod(ws-c - 1, ws-box-w) = 0
083200           move '+' to ws-print-line(ws-pos:1)
083300           add 1 to ws-pos
083400        end-if
083500        move '---' to ws-print-line(ws-pos:3)
083600        add 3 to ws-pos
083700     end-perform
083800     move '+' to ws-print-line(ws-pos:1)
083900     .
084000
084100* Pa en X-sudokus diagonaler flankeras rutan med punkter:
084200 z-build-grid-line                     section.
084300     move spaces to ws-print-line
084400     move 1 to ws-pos
084500     perform varying ws-c from 1 by 1 until ws-c > ws-size
084600        if function mod(ws-c - 1, ws-box-w) = 0
084700           move '|' to ws-print-line(ws-pos:1)
084800           add 1 to ws-pos
084900        end-if
085000        if ws-grid-x
085100        and (ws-r = ws-c or ws-r + ws-c = ws-size + 1)
085200           move '.' to ws-cell-mark
085300        else
085400           move ' ' to ws-cell-mark
085500        end-if
085600        move ws-cell-mark to ws-print-line(ws-pos:1)
085700        add 1 to ws-pos
085800        compute ws-grid-ix = (ws-r - 1) * ws-size + ws-c
085900        move ws-grid(ws-grid-ix:1) to ws-print-line(ws-pos:1)
086000        add 1 to ws-pos
086100        move ws-cell-mark to ws-print-line(ws-pos:1)
086200        add 1 to ws-pos
086300     end-perform
086400     move '|' to ws-print-line(ws-pos:1)
086500     .
086600
086700 z-start-page                          section.
086800     add 1 to ws-page-number
086900     move ws-page-number to ws-page-number-z
087000     move spaces to ws-print-line
087100     string ws-page-title '  SIDA ' ws-page-number-z
087200        delimited by size into ws-print-line
087300     write BOOK-LINE from ws-print-line
087400           after advancing page
087500     move spaces to ws-print-line
087600     write BOOK-LINE from ws-print-line
087700           after advancing 1 line
087800     move 2 to ws-lines-on-page
087900     .
088000
088100 z-write-line                          section.
088200     write BOOK-LINE from ws-print-line
088300           after advancing 1 line
088400     add 1 to ws-lines-on-page
088500     .
088600
088700 z-close-files                         section.
088800     close puzzle-cat
088900     close result-vs
089000     close book-out
089100     set jl-close-journal to true
089200     move RETURN-CODE to ws-saved-rc
089300     call 'MDSJRNL' using JOURNAL-CALL CATALOG-JOURNAL-RECORD
089400     move ws-saved-rc to RETURN-CODE
089500     .
089600
089700 z-print-summary                       section.
089800     display 'MDSBOOK: kandidater:              ' ws-cand-count
089900     display 'MDSBOOK: utan giltig losning:     '
090000        ws-no-result-count
090100     if ws-cand-overflow > zero
090200        display 'MDSBOOK: *** kandidatbordet fullt, '
090300           ws-cand-overflow ' kandidater utelamnade'
090400        move 4 to RETURN-CODE
090500     end-if
090600     display 'MDSBOOK: pussel i boken:          ' ws-book-count
090700     display 'MDSBOOK: sidor i boken:           ' ws-page-number
090800     display 'MDSBOOK: stamplade i katalogen:   '
090900        ws-flagged-count
091000     display 'MDSBOOK: kort med brist:          '
091100        ws-shortfall-count
091200     display 'MDSBOOK: avvisade kort:           ' ws-reject-count
091300     .
