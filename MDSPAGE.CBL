000100 identification division.
000200 program-id. MDSPAGE.
000300
000400* Av Erik Weyler 2026-10
000500
000600* Sidunderlag till satterisystemet for dagens pusselsida, i
000700* stallet for att siddesken bygger varje rutnat for hand ur
000800* ct-sudoku-grid och hamtar garsdagens losningar ur MDSGALLY-
000900* korrekturen. Laser LINEUP (copy LINEUP, fran MDSSCHED/
001000* MDSERRA) for en publiceringsdag och skriver PAGEOUT i
001100* satterisystemets taggade textformat:
001200*
001300*   - varje schemalagt pussel i sidordning med gradetikett,
001400*     sidlangd, variant och de givna talen ur PUZZCAT,
001500*   - tjocka boxlinjer dar "master"-rutorna gar (6x6 med 2x3-
001600*     boxar, 9x9 med 3x3, 16x16 med 4x4 - samma berakning
001700*     som i MDSMSDUS), tunna linjer for ovrigt,
001800*   - rastrerade diagonalrutor for X-sudoku,
001900*   - under pusslen ett facitblock med losningarna (RESVSAM)
002000*     till pusslen som gick narmast foregaende
002100*     publiceringsdag i LINEUP.
002200*
002300* Taggformat (en tagg per rad, styckeformat forst):
002400*   @SUDOKUSIDA:<DATUM=aaaa-mm-dd><PUSSEL=nnn>
002500*   @PUSSELRUBRIK:<SEQ=nnn><ID=pussel-id>etikett
002600*   @RUTNAT:<N=nn><BOXH=n><BOXB=n>
002700*   @HLINJE:TJOCK / @HLINJE:TUNN   vagrat streck ovanfor raden
002800*   @RAD:<T>5<F><F>3<T>...         <T> tjock och <F> tunn
002900*                                  lodlinje fore varje ruta och
003000*                                  sist; <R> framfor ett varde
003100*                                  = rastrerad ruta; tom ruta =
003200*                                  inget mellan linjerna
003300*   @RUTNATSLUT:
003400*   @FACITRUBRIK:<DATUM=aaaa-mm-dd>rubrik
003500*   @FACITPUSSEL:<SEQ=nnn><ID=pussel-id>etikett (+ rutnat)
003600*   @FACITNOT:text
003700*   @SIDSLUT:<PUSSEL=nnn><FACIT=nnn>
003800*
003900* Publiceringsdagen tas fran kortet i PAGECTL (AAAAMMDD);
004000* saknat kort eller blankt datum ger morgondagen. Ligger
004100* foregaende dag inte i samma LINEUP kan den forra lineupen
004200* konkateneras i JCL:en - dubbletter (samma dag och sida)
004300* tas bara en gang.
004400* CC: 0 = rent, 4 = facit saknas for nagot av garsdagens
004500* pussel, 8 = ett pussel till sidan saknas, ar sparrat eller
004600* har ogiltig storlek (rutan star tom pa sidan), 16 = I/O-fel
004700* eller fel i PAGECTL.
004800
004900* JCL: se MDSPAGE.JCL
005000
005100 environment division.
005200 configuration section.
005300 special-names. decimal-point is comma.
005400
005500 input-output section.
005600 file-control.
005700     select page-ctl   assign to 'PAGECTL'
005800            organization is sequential
005900            file status is ws-page-ctl-status.
006000     select lineup-in  assign to 'LINEUP'
006100            organization is sequential
006200            file status is ws-lineup-in-status.
006300     select puzzle-cat assign to 'PUZZCAT'
006400            organization is indexed
006500            access is random
006600            record key is ct-puzzle-id
006700            file status is ws-puzzle-cat-status.
006800     select result-vs  assign to 'RESVSAM'
006900            organization is indexed
007000            access is random
007100            record key is vr-puzzle-id
007200            file status is ws-result-vs-status.
007300     select page-out   assign to 'PAGEOUT'
007400            organization is sequential
007500            file status is ws-page-out-status.
007600
007700 data division.
007800 file section.
007900 fd  page-ctl
008000     recording mode is f.
008100 01  PAGE-CONTROL.
008200     05 pg-pub-date         pic X(8).
008300     05 filler              pic X(72).
008400
008500 fd  lineup-in
008600     recording mode is f.
008700     copy LINEUP.
008800
008900 fd  puzzle-cat
009000     recording mode is f.
009100     copy CATREC.
009200
009300* Samma grepp som i MDSVLOAD: bara nyckeln behover eget namn,
009400* innehallet flyttas som grupp till PUZZRES-arean i WS:
009500 fd  result-vs
009600     recording mode is f.
009700 01  RESULT-VSAM-RECORD.
009800     05 vr-puzzle-id        pic X(10).
009900     05 vr-rest             pic X(280).
010000
010100 fd  page-out
010200     recording mode is f.
010300 01  PAGE-TAG-LINE          pic X(132).
010400
010500 working-storage section.
010600 01  ws-page-ctl-status     pic XX.
010700     88 ws-page-ctl-ok          value '00'.
010800 01  ws-lineup-in-status    pic XX.
010900     88 ws-lineup-in-ok         value '00'.
011000 01  ws-puzzle-cat-status   pic XX.
011100     88 ws-puzzle-cat-ok        value '00'.
011200     88 ws-puzzle-cat-notfnd    value '23'.
011300 01  ws-result-vs-status    pic XX.
011400     88 ws-result-vs-ok         value '00'.
011500     88 ws-result-vs-notfnd     value '23'.
011600 01  ws-page-out-status     pic XX.
011700     88 ws-page-out-ok          value '00'.
011800
011900 01  ws-done-lineup         pic X value 'N'.
012000     88 ws-no-more-lineup       value 'Y'.
012100
012200* Facit-posten i lasbar form:
012300     copy PUZZRES.
012400
012500 01  ws-today               pic 9(8).
012600 01  ws-pub-date            pic 9(8).
012700 01  ws-prev-date           pic 9(8) value zero.
012800 01  ws-date-int            pic 9(8) comp-3.
012900
013000* Dagens sida och foregaende publiceringsdag, i lineupens
013100* sidordning:
013200 01  ws-page-table.
013300     05 ws-page-entry occurs 99 times.
013400        10 pt-page-seq      pic 9(3).
013500        10 pt-puzzle-id     pic X(10).
013600 01  ws-page-count          pic 99 comp-3 value zero.
013700 01  ws-prev-table.
013800     05 ws-prev-entry occurs 99 times.
013900        10 pv-page-seq      pic 9(3).
014000        10 pv-puzzle-id     pic X(10).
014100 01  ws-prev-count          pic 99 comp-3 value zero.
014200 01  ws-dup-flag            pic X.
014300     88 ws-is-duplicate         value 'Y'.
014400 01  px                     pic 99 comp-3.
014500 01  dx                     pic 99 comp-3.
014600
014700* Rutnatet som skrivs - givna tal eller losning:
014800 01  ws-grid                pic X(256).
014900 01  ws-grid-type           pic X.
015000     88 ws-grid-type-x          value 'X'.
015100 01  ws-size                pic 99  comp-3.
015200 01  ws-box-w               pic 99  comp-3.
015300 01  ws-box-h               pic 99  comp-3.
015400 01  ws-r                   pic 99  comp-3.
015500 01  ws-c                   pic 99  comp-3.
015600 01  ws-pos                 pic 999 comp-3.
015700 01  ws-grid-ix             pic 999 comp-3.
015800
015900 01  ws-print-line          pic X(132).
016000 01  ws-label               pic X(40).
016100 01  ws-grade-name          pic X(6).
016200 01  ws-seq-d               pic 9(3).
016300 01  ws-count-d             pic 9(3).
016400 01  ws-count2-d            pic 9(3).
016500 01  ws-size-d              pic 99.
016510* Sidlangden i etiketten, utan inledande nolla (9X9, 16X16):
016520 01  ws-size-z              pic Z9.
016530 01  ws-size-text           pic XX.
016600 01  ws-box-h-d             pic 9.
016700 01  ws-box-w-d             pic 9.
016800 01  ws-date-in             pic 9(8).
016900 01  ws-date-in-x redefines ws-date-in.
017000     05 ws-date-yyyy        pic X(4).
017100     05 ws-date-mm          pic XX.
017200     05 ws-date-dd          pic XX.
017300 01  ws-date-text           pic X(10).
017400
017500 01  ws-lineup-read-count   pic 9(6) comp-3 value zero.
017600 01  ws-puzzle-count        pic 9(6) comp-3 value zero.
017700 01  ws-missing-count       pic 9(6) comp-3 value zero.
017800 01  ws-answer-count        pic 9(6) comp-3 value zero.
017900 01  ws-no-answer-count     pic 9(6) comp-3 value zero.
018000
018100 procedure division.
018200 a-main                                section.
018300     accept ws-today from date yyyymmdd
018400     compute ws-date-int = function integer-of-date(ws-today) + 1
018500     compute ws-pub-date = function date-of-integer(ws-date-int)
018600     perform z-read-control
018700     perform z-open-files
018800     perform b-load-lineup
018900     perform b-write-page
019000     perform b-write-answers
019100     perform b-write-page-end
019200     perform z-close-files
019300     perform z-print-summary
019400     goback
019500     .
019600
019700* Kortet ar frivilligt - utan det byggs morgondagens sida. Ett
019800* ifyllt men felaktigt datum ar dock ett fel:
019900 z-read-control                        section.
020000     open input page-ctl
020100     if not ws-page-ctl-ok
020200        go to z-read-control-exit
020300     end-if
020400     read page-ctl
020500        at end go to z-read-control-close
020600     end-read
020700     if not ws-page-ctl-ok
020800        go to z-read-control-close
020900     end-if
021000     if pg-pub-date not = spaces
021100        if pg-pub-date numeric
021200           move pg-pub-date to ws-pub-date
021300        else
021400           display 'MDSPAGE: *** ogiltigt datum i PAGECTL: '
021500              pg-pub-date
021600           move 16 to RETURN-CODE
021700           goback
021800        end-if
021900     end-if
022000     .
022100 z-read-control-close.
022200     close page-ctl
022300     .
022400 z-read-control-exit.
022500     display 'MDSPAGE: sidunderlag for publiceringsdag '
022600        ws-pub-date
022700     .
022800
022900 z-open-files                          section.
023000     open input lineup-in
023100     if not ws-lineup-in-ok
023200        display 'MDSPAGE: kan inte oppna LINEUP, status='
023300           ws-lineup-in-status
023400        move 16 to RETURN-CODE
023500        goback
023600     end-if
023700     open input puzzle-cat
023800     if not ws-puzzle-cat-ok
023900        display 'MDSPAGE: kan inte oppna PUZZCAT, status='
024000           ws-puzzle-cat-status
024100        move 16 to RETURN-CODE
024200        goback
024300     end-if
024400     open input result-vs
024500     if not ws-result-vs-ok
024600        display 'MDSPAGE: kan inte oppna RESVSAM, status='
024700           ws-result-vs-status
024800        move 16 to RETURN-CODE
024900        goback
025000     end-if
025100     open output page-out
025200     if not ws-page-out-ok
025300        display 'MDSPAGE: kan inte oppna PAGEOUT, status='
025400           ws-page-out-status
025500        move 16 to RETURN-CODE
025600        goback
025700     end-if
025800     .
025900
026000* Ett pass over lineupen: dagens poster till sidtabellen, och
026100* den senaste dagen fore dagens till facittabellen (en senare
026200* sadan dag nollstaller tabellen):
026300 b-load-lineup                         section.
026400     perform z-read-next-lineup
026500     perform until ws-no-more-lineup
026600        add 1 to ws-lineup-read-count
026700        evaluate true
026800           when lu-pub-date = ws-pub-date
026900              perform c-add-page-entry
027000           when lu-pub-date < ws-pub-date
027100            and lu-pub-date > ws-prev-date
027200              move lu-pub-date to ws-prev-date
027300              move zero to ws-prev-count
027400              perform c-add-prev-entry
027500           when lu-pub-date < ws-pub-date
027600            and lu-pub-date = ws-prev-date
027700              perform c-add-prev-entry
027800        end-evaluate
027900        perform z-read-next-lineup
028000     end-perform
028100     .
028200
028300 c-add-page-entry                      section.
028400     move 'N' to ws-dup-flag
028500     perform varying dx from 1 by 1 until dx > ws-page-count
028600        if pt-page-seq(dx) = lu-page-seq
028700           set ws-is-duplicate to true
028800        end-if
028900     end-perform
029000     if ws-is-duplicate
029100        go to c-add-page-entry-exit
029200     end-if
029300     if ws-page-count >= 99
029400        display 'MDSPAGE: *** fler an 99 pussel pa dagen'
029500        move 16 to RETURN-CODE
029600        goback
029700     end-if
029800     add 1 to ws-page-count
029900     move lu-page-seq  to pt-page-seq(ws-page-count)
030000     move lu-puzzle-id to pt-puzzle-id(ws-page-count)
030100     .
030200 c-add-page-entry-exit.
030300     continue
030400     .
030500
030600 c-add-prev-entry                      section.
030700     move 'N' to ws-dup-flag
030800     perform varying dx from 1 by 1 until dx > ws-prev-count
030900        if pv-page-seq(dx) = lu-page-seq
031000           set ws-is-duplicate to true
031100        end-if
031200     end-perform
031300     if ws-is-duplicate
031400        go to c-add-prev-entry-exit
031500     end-if
031600     if ws-prev-count >= 99
031700        display 'MDSPAGE: *** fler an 99 pussel pa '
031800           ws-prev-date
031900        move 16 to RETURN-CODE
032000        goback
032100     end-if
032200     add 1 to ws-prev-count
032300     move lu-page-seq  to pv-page-seq(ws-prev-count)
032400     move lu-puzzle-id to pv-puzzle-id(ws-prev-count)
032500     .
032600 c-add-prev-entry-exit.
032700     continue
032800     .
032900
033000 z-read-next-lineup                    section.
033100     read lineup-in
033200        at end set ws-no-more-lineup to true
033300     end-read
033400     if not ws-no-more-lineup and not ws-lineup-in-ok
033500        display 'MDSPAGE: fel vid lasning av LINEUP, status='
033600           ws-lineup-in-status
033700        move 16 to RETURN-CODE
033800        goback
033900     end-if
034000     .
034100
034200* Sidhuvud och dagens pussel med de givna talen ur katalogen:
034300 b-write-page                          section.
034400     move ws-pub-date to ws-date-in
034500     perform z-format-date
034600     move ws-page-count to ws-count-d
034700     move spaces to ws-print-line
034800     string '@SUDOKUSIDA:<DATUM=' ws-date-text
034900            '><PUSSEL=' ws-count-d '>'
035000        delimited by size into ws-print-line
035100     perform z-write-line
035200     if ws-page-count = zero
035300        display 'MDSPAGE: *** inga pussel i LINEUP for '
035400           ws-pub-date
035500        move 8 to RETURN-CODE
035600     end-if
035700     perform varying px from 1 by 1 until px > ws-page-count
035800        perform c-write-puzzle
035900     end-perform
036000     .
036100
036200 c-write-puzzle                        section.
036300     move pt-puzzle-id(px) to ct-puzzle-id
036400     read puzzle-cat
036500     if ws-puzzle-cat-notfnd
036600        display 'MDSPAGE: *** sida ' pt-page-seq(px) ' '
036700           pt-puzzle-id(px) ' finns inte i PUZZCAT'
036800        go to c-write-puzzle-missing
036900     end-if
037000     if not ws-puzzle-cat-ok
037100        display 'MDSPAGE: fel vid lasning PUZZCAT, status='
037200           ws-puzzle-cat-status ' id=' pt-puzzle-id(px)
037300        move 16 to RETURN-CODE
037400        goback
037500     end-if
037600     if ct-on-hold
037700        display 'MDSPAGE: *** sida ' pt-page-seq(px) ' '
037800           pt-puzzle-id(px) ' ar sparrat (errata) - kor '
037900           'MDSERRA for ersattare'
038000        go to c-write-puzzle-missing
038100     end-if
038200     move ct-sdu-size to ws-size
038300     if ws-size < 4 or ws-size > 16
038400        display 'MDSPAGE: *** sida ' pt-page-seq(px) ' '
038500           pt-puzzle-id(px) ' har ogiltig sidlangd'
038600        go to c-write-puzzle-missing
038700     end-if
038800     move ct-sudoku-grid  to ws-grid
038900     move ct-puzzle-type  to ws-grid-type
039000     perform z-build-label
039100     move pt-page-seq(px) to ws-seq-d
039200     move spaces to ws-print-line
039300     string '@PUSSELRUBRIK:<SEQ=' ws-seq-d
039400            '><ID=' ct-puzzle-id '>' ws-label
039500        delimited by size into ws-print-line
039600     perform z-write-line
039700     perform z-write-grid
039800     add 1 to ws-puzzle-count
039900     go to c-write-puzzle-exit
040000     .
040100 c-write-puzzle-missing.
040200     add 1 to ws-missing-count
040300     move 8 to RETURN-CODE
040400     .
040500 c-write-puzzle-exit.
040600     continue
040700     .
040800
040900* Facitblocket: losningarna till foregaende publiceringsdags
041000* pussel ur RESVSAM:
041100 b-write-answers                       section.
041200     if ws-prev-count = zero
041300        display 'MDSPAGE: ingen foregaende publiceringsdag i '
041400           'LINEUP - inget facitblock'
041500        go to b-write-answers-exit
041600     end-if
041700     move ws-prev-date to ws-date-in
041800     perform z-format-date
041900     move spaces to ws-print-line
042000     string '@FACITRUBRIK:<DATUM=' ws-date-text
042100            '>LOSNINGAR TILL SUDOKU ' ws-date-text
042200        delimited by size into ws-print-line
042300     perform z-write-line
042400     perform varying px from 1 by 1 until px > ws-prev-count
042500        perform c-write-answer
042600     end-perform
042700     .
042800 b-write-answers-exit.
042900     continue
043000     .
043100
043200 c-write-answer                        section.
043300     move pv-puzzle-id(px) to vr-puzzle-id
043400     read result-vs
043500     if ws-result-vs-notfnd
043600        display 'MDSPAGE: *** facit saknas i RESVSAM for '
043700           pv-puzzle-id(px) ' (' ws-prev-date ' sida '
043800           pv-page-seq(px) ')'
043900        go to c-write-answer-missing
044000     end-if
044100     if not ws-result-vs-ok
044200        display 'MDSPAGE: fel vid lasning RESVSAM, status='
044300           ws-result-vs-status ' id=' pv-puzzle-id(px)
044400        move 16 to RETURN-CODE
044500        goback
044600     end-if
044700     move RESULT-VSAM-RECORD to PUZZLE-RESULT
044800     move pr-sdu-size to ws-size
044900     if pr-return-code not = zero
045000     or ws-size < 4 or ws-size > 16
045100        display 'MDSPAGE: *** ' pv-puzzle-id(px)
045200           ' ar inte lost i RESVSAM (RC=' pr-return-code ')'
045300        go to c-write-answer-missing
045400     end-if
045500     move pr-sudoku-grid to ws-grid
045600     move pr-puzzle-type to ws-grid-type
045700     move pr-difficulty  to ct-difficulty
045800     move pr-sdu-size    to ct-sdu-size
045900     perform z-build-label
046000     move pv-page-seq(px) to ws-seq-d
046100     move spaces to ws-print-line
046200     string '@FACITPUSSEL:<SEQ=' ws-seq-d
046300            '><ID=' pr-puzzle-id '>' ws-label
046400        delimited by size into ws-print-line
046500     perform z-write-line
046600     perform z-write-grid
046700* Ett bekraftat errata betyder att facit inte ar det enda
046800* ratta svaret - rattelsen kommer fran MDSERRA:
046900     move pv-puzzle-id(px) to ct-puzzle-id
047000     read puzzle-cat
047100     if ws-puzzle-cat-ok and ct-on-hold
047200        move '@FACITNOT:SE RATTELSE' to ws-print-line
047300        perform z-write-line
047400     end-if
047500     add 1 to ws-answer-count
047600     go to c-write-answer-exit
047700     .
047800 c-write-answer-missing.
047900     add 1 to ws-no-answer-count
048000     if RETURN-CODE < 4
048100        move 4 to RETURN-CODE
048200     end-if
048300     .
048400 c-write-answer-exit.
048500     continue
048600     .
048700
048800 b-write-page-end                      section.
048900     move ws-puzzle-count to ws-count-d
049000     move ws-answer-count to ws-count2-d
049100     move spaces to ws-print-line
049200     string '@SIDSLUT:<PUSSEL=' ws-count-d
049300            '><FACIT=' ws-count2-d '>'
049400        delimited by size into ws-print-line
049500     perform z-write-line
049600     .
049700
049800* Gradetikett som den ska sta pa sidan, t.ex. "X-SUDOKU
049900* SVAR 9X9":
050000 z-build-label                         section.
050100     evaluate ct-difficulty
050200        when 'E' move 'LATT'   to ws-grade-name
050300        when 'M' move 'MEDEL'  to ws-grade-name
050400        when 'H' move 'SVAR'   to ws-grade-name
050500        when other move 'EXPERT' to ws-grade-name
050600     end-evaluate
050700     move ct-sdu-size to ws-size-z
050750     if ct-sdu-size < 10
050770        move ws-size-z(2:1) to ws-size-text
050780     else
050790        move ws-size-z      to ws-size-text
050795     end-if
050800     move spaces to ws-label
050900     if ws-grid-type-x
051000        string 'X-SUDOKU ' delimited by size
051100               ws-grade-name delimited by space
051200               ' ' delimited by size
051250               ws-size-text delimited by space
051260               'X' delimited by size
051270               ws-size-text delimited by space
051300           into ws-label
051400     else
051500        string 'SUDOKU ' delimited by size
051600               ws-grade-name delimited by space
051700               ' ' delimited by size
051750               ws-size-text delimited by space
051760               'X' delimited by size
051770               ws-size-text delimited by space
051800           into ws-label
051900     end-if
052000     .
052100
052200* Rutnatet i ws-grid: tjocka linjer vid boxgranserna och runt
052300* om, tunna i ovrigt, rastrerade diagonalrutor for X-sudoku.
052400* Givna tal '0' ar tomma rutor:
052500 z-write-grid                          section.
052600* "Master"-rutans matt, samma berakning som i MDSMSDUS:
052700     compute ws-box-h = ws-size ** 0,5
052800     perform until function mod(ws-size, ws-box-h) = 0
052900        subtract 1 from ws-box-h
053000     end-perform
053100     compute ws-box-w = ws-size / ws-box-h
053200     move ws-size  to ws-size-d
053300     move ws-box-h to ws-box-h-d
053400     move ws-box-w to ws-box-w-d
053500     move spaces to ws-print-line
053600     string '@RUTNAT:<N=' ws-size-d '><BOXH=' ws-box-h-d
053700            '><BOXB=' ws-box-w-d '>'
053800        delimited by size into ws-print-line
053900     perform z-write-line
054000     perform varying ws-r from 1 by 1 until ws-r > ws-size
054100        if function mod(ws-r - 1, ws-box-h) = 0
054200           move '@HLINJE:TJOCK' to ws-print-line
054300        else
054400           move '@HLINJE:TUNN' to ws-print-line
054500        end-if
054600        perform z-write-line
054700        perform z-build-row-line
054800        perform z-write-line
054900     end-perform
055000     move '@HLINJE:TJOCK' to ws-print-line
055100     perform z-write-line
055200     move '@RUTNATSLUT:' to ws-print-line
055300     perform z-write-line
055400     .
055500
055600 z-build-row-line                      section.
055700     move spaces to ws-print-line
055800     move '@RAD:' to ws-print-line
055900     move 6 to ws-pos
056000     perform varying ws-c from 1 by 1 until ws-c > ws-size
056100        if function mod(ws-c - 1, ws-box-w) = 0
056200           move '<T>' to ws-print-line(ws-pos:3)
056300        else
056400           move '<F>' to ws-print-line(ws-pos:3)
056500        end-if
056600        add 3 to ws-pos
056700        if ws-grid-type-x
056800        and (ws-r = ws-c or ws-r + ws-c = ws-size + 1)
056900           move '<R>' to ws-print-line(ws-pos:3)
057000           add 3 to ws-pos
057100        end-if
057200        compute ws-grid-ix = (ws-r - 1) * ws-size + ws-c
057300        if ws-grid(ws-grid-ix:1) not = '0'
057400           move ws-grid(ws-grid-ix:1)
057500             to ws-print-line(ws-pos:1)
057600           add 1 to ws-pos
057700        end-if
057800     end-perform
057900     move '<T>' to ws-print-line(ws-pos:3)
058000     .
058100
058200 z-format-date                         section.
058300     move spaces to ws-date-text
058400     string ws-date-yyyy '-' ws-date-mm '-' ws-date-dd
058500        delimited by size into ws-date-text
058600     .
058700
058800 z-write-line                          section.
058900     write PAGE-TAG-LINE from ws-print-line
059000     if not ws-page-out-ok
059100        display 'MDSPAGE: fel vid skrivning PAGEOUT, status='
059200           ws-page-out-status
059300        move 16 to RETURN-CODE
059400        goback
059500     end-if
059600     .
059700
059800 z-close-files                         section.
059900     close lineup-in
060000     close puzzle-cat
060100     close result-vs
060200     close page-out
060300     .
060400
060500 z-print-summary                       section.
060600     display 'MDSPAGE: lineupposter lasta:      '
060700        ws-lineup-read-count
060800     display 'MDSPAGE: pussel pa sidan:         '
060900        ws-puzzle-count
061000     display 'MDSPAGE: pussel som saknas:       '
061100        ws-missing-count
061200     display 'MDSPAGE: facit fran ' ws-prev-date ':   '
061300        ws-answer-count
061400     display 'MDSPAGE: facit som saknas:        '
061500        ws-no-answer-count
061600     .
