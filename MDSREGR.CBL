000100 identification division.
000200 program-id. MDSREGR.
000300
000400* Av Erik Weyler 2026-10
000500
000600* Regressionskorning for losaren: varje gang MDSMSDUS andras
000700* (som med hidden single- och parlogiken i try-advanced-logic)
000800* har vi hittills tagit pa tro att den ger samma svar. Har loses
000900* ett urval av katalogen om fran ct-sudoku-grid med den nya
001000* laddmodulen och jamfors med det lagrade resultatet:
001100*
001200*   - urvalet styrs av ett frivilligt kort i REGRCTL: status,
001300*     sidlangd, grad och datumintervall (mottaget- eller
001400*     publiceringsdatum), blankt falt = alla,
001500*   - jamforelsen gors mot RESVSAM-posten, och for arkiverade
001600*     pussel (kortets arkivflagga 'Y') mot ARCHRES - de ligger
001700*     inte langre i katalogen och lases fran ARCHCAT,
001800*   - varje pussel lases tva ganger: en vanlig losning (rutnat,
001900*     RC och gissningar jamfors med det lagrade) och en i
002000*     MDSMSDUS unikhetskontrollage. RESVSAM bar ingen unikhets-
002100*     bedomning, sa den jamfors mot REGRBASE (copy REGRBASE),
002200*     som bara skrivs nar en korning godkanns med lage 'U',
002300*   - rapporten pa SYSOUT listar varje pussel vars rutnat, RC
002400*     eller unikhetsbedomning andrats, och hur gissnings-
002500*     antalen flyttat sig per grad.
002600*
002700* CC: 0 = inga andringar, 4 = andringar i opublicerade pussel,
002800* andrad unikhet eller pussel som inte ar unika, 8 = nagot
002900* publicerat pussel skulle fa en annan losning (den nya
003000* losaren far inte ga i produktion), 16 = I/O-fel eller
003100* ogiltigt kort.
003200
003300* JCL: se MDSREGR.JCL
003400
003500 environment division.
003600 configuration section.
003700 special-names. decimal-point is comma.
003800
003900 input-output section.
004000 file-control.
004100     select regr-ctl   assign to 'REGRCTL'
004200            organization is sequential
004300            file status is ws-regr-ctl-status.
004400     select puzzle-cat assign to 'PUZZCAT'
004500            organization is indexed
004600            access is dynamic
004700            record key is ct-puzzle-id
004800            file status is ws-puzzle-cat-status.
004900     select result-vs  assign to 'RESVSAM'
005000            organization is indexed
005100            access is random
005200            record key is vr-puzzle-id
005300            file status is ws-result-vs-status.
005400     select regr-base  assign to 'REGRBASE'
005500            organization is indexed
005600            access is random
005700            record key is rb-puzzle-id
005800            file status is ws-regr-base-status.
005900     select arch-cat   assign to 'ARCHCAT'
006000            organization is sequential
006100            file status is ws-arch-cat-status.
006200     select arch-res   assign to 'ARCHRES'
006300            organization is sequential
006400            file status is ws-arch-res-status.
006500
006600 data division.
006700 file section.
006800 fd  regr-ctl
006900     recording mode is f.
007000 01  REGRESSION-CONTROL.
007100     05 rg-status           pic X.
007200     05 rg-sdu-size         pic XX.
007300     05 rg-difficulty       pic X.
007400     05 rg-from-date        pic X(8).
007500     05 rg-to-date          pic X(8).
007600     05 rg-date-kind        pic X.
007700     05 rg-archive          pic X.
007800     05 rg-mode             pic X.
007900     05 filler              pic X(57).
008000
008100 fd  puzzle-cat
008200     recording mode is f.
008300     copy CATREC.
008400
008500* Samma grepp som i MDSVLOAD: bara nyckelfaltet med eget namn,
008600* posten flyttas till PUZZLE-RESULT i working-storage:
008700 fd  result-vs
008800     recording mode is f.
008900 01  RESULT-VSAM-RECORD.
009000     05 vr-puzzle-id        pic X(10).
009100     05 vr-rest             pic X(280).
009200
009300 fd  regr-base
009400     recording mode is f.
009500     copy REGRBASE.
009600
009700* Arkivfilerna fran MDSARCH (CATREC- resp. PUZZRES-layout):
009800 fd  arch-cat
009900     recording mode is f.
010000 01  ARCHIVE-CAT-RECORD     pic X(340).
010100
010200 fd  arch-res
010300     recording mode is f.
010400 01  ARCHIVE-RES-RECORD.
010500     05 ar-puzzle-id        pic X(10).
010600     05 ar-rest             pic X(280).
010700
010800 working-storage section.
010900 01  ws-regr-ctl-status     pic XX.
011000     88 ws-regr-ctl-ok          value '00'.
011100 01  ws-puzzle-cat-status   pic XX.
011200     88 ws-puzzle-cat-ok        value '00'.
011300 01  ws-result-vs-status    pic XX.
011400     88 ws-result-vs-ok         value '00'.
011500     88 ws-result-vs-notfnd     value '23'.
011600 01  ws-regr-base-status    pic XX.
011700     88 ws-regr-base-ok         value '00'.
011800     88 ws-regr-base-notfnd     value '23'.
011900     88 ws-regr-base-missing    value '35'.
012000 01  ws-arch-cat-status     pic XX.
012100     88 ws-arch-cat-ok          value '00'.
012200 01  ws-arch-res-status     pic XX.
012300     88 ws-arch-res-ok          value '00'.
012400
012500 01  ws-done-catalog        pic X value 'N'.
012600     88 ws-no-more-catalog      value 'Y'.
012700 01  ws-done-arch-cat       pic X value 'N'.
012800     88 ws-no-more-arch-cat     value 'Y'.
012900 01  ws-done-arch-res       pic X value 'N'.
013000     88 ws-no-more-arch-res     value 'Y'.
013100
013200     copy PUZZRES.
013300
013400* Urvalet (ur REGRCTL, blankt = alla):
013500 01  ws-today               pic 9(8).
013600 01  ws-sel-status          pic X value space.
013700 01  ws-sel-size            pic 99 value zero.
013800 01  ws-sel-difficulty      pic X value space.
013900 01  ws-from-date           pic 9(8) value zero.
014000 01  ws-to-date             pic 9(8) value 99999999.
014100 01  ws-date-kind           pic X value 'P'.
014200     88 ws-date-received        value 'M'.
014300 01  ws-include-archive     pic X value 'N'.
014400     88 ws-archive-wanted       value 'Y'.
014500 01  ws-run-mode            pic X value 'P'.
014600     88 ws-update-mode          value 'U'.
014700 01  ws-slice-date          pic 9(8).
014800 01  ws-in-slice            pic X.
014900     88 ws-is-in-slice          value 'Y'.
015000
015100* Baslinjen finns inte forran forsta godkanda korningen:
015200 01  ws-base-available      pic X value 'N'.
015300     88 ws-base-is-available    value 'Y'.
015400
015500* Anropet till MDSMSDUS (se dess linkage section). Gissnings-
015600* djupet 0 = hela tabellen, ingen sparlogg:
015700 01  ws-sudoku              pic X(256).
015800 01  ws-sdu-size            pic 99   comp-3.
015900 01  ws-nr-of-guesses       pic 9(4) comp-3.
016000 01  ws-validation-x        pic 99   comp-3.
016100 01  ws-validation-y        pic 99   comp-3.
016200 01  ws-max-guess-depth     pic 9(4) comp-3 value zero.
016300 01  ws-check-uniqueness    pic X.
016400 01  ws-is-unique           pic X.
016500 01  ws-second-sudoku       pic X(256).
016600 01  ws-audit-enabled       pic X value 'N'.
016700 01  ws-puzzle-id           pic X(10).
016800 01  ws-puzzle-type         pic X.
016900 01  ws-saved-rc            pic s9(4) comp.
017000 01  ws-call-rc             pic 9(4).
017100
017200* Det nya utfallet for pagaende pussel:
017300 01  ws-new-grid            pic X(256).
017400 01  ws-new-rc              pic 9(4).
017500 01  ws-new-guesses         pic 9(4).
017600 01  ws-new-unique          pic X.
017700 01  ws-cells               pic 999 comp-3.
017800 01  ws-origin              pic X(7).
017900 01  ws-published           pic X.
018000     88 ws-was-published        value 'Y'.
018100 01  ws-grid-changed        pic X.
018200     88 ws-grid-is-changed      value 'Y'.
018300 01  ws-rc-changed          pic X.
018400     88 ws-rc-is-changed        value 'Y'.
018500 01  ws-unique-changed      pic X.
018600     88 ws-unique-is-changed    value 'Y'.
018700 01  ws-base-found          pic X.
018800     88 ws-base-is-found        value 'Y'.
018900 01  ws-old-unique          pic X.
019000 01  ws-grid-text           pic X(7).
019100 01  ws-pub-text            pic X(12).
019200 01  ws-size-z              pic 99.
019300
019400* Gissningsstatistik per grad (E, M, H, X, ovriga) - bara
019500* pussel som loste med RC 0 bade fore och efter:
019600 01  ws-grade-codes         pic X(4) value 'EMHX'.
019700 01  ws-guess-table.
019800     05 ws-guess-row occurs 5 times.
019900        10 gs-count         pic 9(6)  comp-3.
020000        10 gs-old-sum       pic 9(10) comp-3.
020100        10 gs-new-sum       pic 9(10) comp-3.
020200        10 gs-up            pic 9(6)  comp-3.
020300        10 gs-down          pic 9(6)  comp-3.
020400        10 gs-max-up        pic 9(4)  comp-3.
020500        10 gs-max-down      pic 9(4)  comp-3.
020600 01  gx                     pic 9 comp-3.
020700 01  ws-grade-ix            pic 9 comp-3.
020800 01  ws-guess-diff          pic 9(4).
020900 01  ws-avg-old             pic ZZZZ9,99.
021000 01  ws-avg-new             pic ZZZZ9,99.
021100 01  ws-grade-label         pic X(6).
021200
021300 01  ws-selected-count      pic 9(6) comp-3 value zero.
021400 01  ws-compared-count      pic 9(6) comp-3 value zero.
021500 01  ws-archived-count      pic 9(6) comp-3 value zero.
021600 01  ws-no-result-count     pic 9(6) comp-3 value zero.
021700 01  ws-bad-size-count      pic 9(6) comp-3 value zero.
021800 01  ws-grid-change-count   pic 9(6) comp-3 value zero.
021900 01  ws-rc-change-count     pic 9(6) comp-3 value zero.
022000 01  ws-uniq-change-count   pic 9(6) comp-3 value zero.
022100 01  ws-not-unique-count    pic 9(6) comp-3 value zero.
022200 01  ws-no-base-count       pic 9(6) comp-3 value zero.
022300 01  ws-pub-change-count    pic 9(6) comp-3 value zero.
022400 01  ws-base-written-count  pic 9(6) comp-3 value zero.
022500
022600 procedure division.
022700 a-main                                section.
022800     accept ws-today from date yyyymmdd
022900     perform varying gx from 1 by 1 until gx > 5
023000        move zero to gs-count(gx) gs-old-sum(gx) gs-new-sum(gx)
023100                     gs-up(gx) gs-down(gx) gs-max-up(gx)
023200                     gs-max-down(gx)
023300     end-perform
023400     perform z-read-control
023500     perform z-open-files
023600     perform b-regress-catalog
023700     if ws-archive-wanted
023800        perform b-regress-archive
023900     end-if
024000     perform z-close-files
024100     perform z-print-summary
024200     goback
024300     .
024400
024500* Kortet ar frivilligt - saknad/tom fil ger hela katalogen
024600* jamford utan att baslinjen uppdateras. Ett ifyllt men
024700* felaktigt falt ar dock ett fel - ett tyst storre urval an
024800* det avsedda vore vilseledande:
024900 z-read-control                        section.
025000     open input regr-ctl
025100     if not ws-regr-ctl-ok
025200        go to z-read-control-exit
025300     end-if
025400     read regr-ctl
025500        at end go to z-read-control-close
025600     end-read
025700     if not ws-regr-ctl-ok
025800        go to z-read-control-close
025900     end-if
026000     if rg-status not = space
026100        if rg-status = 'R' or 'Q' or 'S' or 'P' or 'T'
026200           move rg-status to ws-sel-status
026300        else
026400           display 'MDSREGR: *** ogiltig status i REGRCTL: '
026500              rg-status
026600           move 16 to RETURN-CODE
026700           goback
026800        end-if
026900     end-if
027000     if rg-sdu-size not = spaces
027100        if rg-sdu-size numeric
027200           move rg-sdu-size to ws-sel-size
027300        end-if
027400        if ws-sel-size < 4 or ws-sel-size > 16
027500           display 'MDSREGR: *** ogiltig sidlangd i REGRCTL: '
027600              rg-sdu-size
027700           move 16 to RETURN-CODE
027800           goback
027900        end-if
028000     end-if
028100     if rg-difficulty not = space
028200        if rg-difficulty = 'E' or 'M' or 'H' or 'X'
028300           move rg-difficulty to ws-sel-difficulty
028400        else
028500           display 'MDSREGR: *** ogiltig grad i REGRCTL: '
028600              rg-difficulty
028700           move 16 to RETURN-CODE
028800           goback
028900        end-if
029000     end-if
029100     if rg-from-date not = spaces
029200        if rg-from-date numeric
029300           move rg-from-date to ws-from-date
029400        else
029500           display 'MDSREGR: *** ogiltigt fran-datum i REGRCTL: '
029600              rg-from-date
029700           move 16 to RETURN-CODE
029800           goback
029900        end-if
030000     end-if
030100     if rg-to-date not = spaces
030200        if rg-to-date numeric
030300           move rg-to-date to ws-to-date
030400        else
030500           display 'MDSREGR: *** ogiltigt till-datum i REGRCTL: '
030600              rg-to-date
030700           move 16 to RETURN-CODE
030800           goback
030900        end-if
031000     end-if
031100     if rg-date-kind = 'M'
031200        move 'M' to ws-date-kind
031300     end-if
031400     if rg-archive = 'Y'
031500        move 'Y' to ws-include-archive
031600     end-if
031700     if rg-mode = 'U'
031800        move 'U' to ws-run-mode
031900     end-if
032000     .
032100 z-read-control-close.
032200     close regr-ctl
032300     .
032400 z-read-control-exit.
032500     display 'MDSREGR: urval status "' ws-sel-status
032600        '" sidlangd ' ws-sel-size ' grad "' ws-sel-difficulty
032700        '" datum ' ws-from-date ' - ' ws-to-date
032800        ' (' ws-date-kind ') arkiv ' ws-include-archive
032900     if ws-update-mode
033000        display 'MDSREGR: lage U - utfallet godkanns som ny '
033100           'baslinje i REGRBASE'
033200     else
033300        display 'MDSREGR: provkorning - REGRBASE andras inte'
033400     end-if
033500     .
033600
033700* REGRBASE oppnas for uppdatering bara i lage 'U' - ar klustret
033800* tomt skapas det da pa samma satt som i MDSSUPP. I provkorning
033900* gar det bra utan baslinje (unikheten kan da inte jamforas):
034000 z-open-files                          section.
034100     open input puzzle-cat
034200     if not ws-puzzle-cat-ok
034300        display 'MDSREGR: kan inte oppna PUZZCAT, status='
034400           ws-puzzle-cat-status
034500        move 16 to RETURN-CODE
034600        goback
034700     end-if
034800     open input result-vs
034900     if not ws-result-vs-ok
035000        display 'MDSREGR: kan inte oppna RESVSAM, status='
035100           ws-result-vs-status
035200        move 16 to RETURN-CODE
035300        goback
035400     end-if
035500     if ws-update-mode
035600        open i-o regr-base
035700        if ws-regr-base-missing
035800           open output regr-base
035900           close regr-base
036000           open i-o regr-base
036100        end-if
036200     else
036300        open input regr-base
036400     end-if
036500     if ws-regr-base-ok
036600        set ws-base-is-available to true
036700     else
036800        if ws-update-mode or not ws-regr-base-missing
036900           display 'MDSREGR: kan inte oppna REGRBASE, status='
037000              ws-regr-base-status
037100           move 16 to RETURN-CODE
037200           goback
037300        end-if
037400        display 'MDSREGR: ingen baslinje i REGRBASE - '
037500           'unikheten jamfors inte'
037600     end-if
037700     if ws-archive-wanted
037800        open input arch-cat
037900        if not ws-arch-cat-ok
038000           display 'MDSREGR: kan inte oppna ARCHCAT, status='
038100              ws-arch-cat-status
038200           move 16 to RETURN-CODE
038300           goback
038400        end-if
038500        open input arch-res
038600        if not ws-arch-res-ok
038700           display 'MDSREGR: kan inte oppna ARCHRES, status='
038800              ws-arch-res-status
038900           move 16 to RETURN-CODE
039000           goback
039100        end-if
039200     end-if
039300     .
039400
039500* Katalogen: varje pussel i urvalet med en RESVSAM-post loses
039600* om och jamfors:
039700 b-regress-catalog                     section.
039800     move 'KATALOG' to ws-origin
039900     move low-values to ct-puzzle-id
040000     start puzzle-cat key >= ct-puzzle-id
040100     if not ws-puzzle-cat-ok
040200        display 'MDSREGR: tom eller oladdad PUZZCAT, status='
040300           ws-puzzle-cat-status
040400        go to b-regress-catalog-exit
040500     end-if
040600     perform z-read-next-catalog
040700     perform until ws-no-more-catalog
040800        perform z-check-slice
040900        if ws-is-in-slice
041000           add 1 to ws-selected-count
041100           move ct-puzzle-id to vr-puzzle-id
041200           read result-vs
041300           if ws-result-vs-notfnd
041400              add 1 to ws-no-result-count
041500           else
041600              if not ws-result-vs-ok
041700                 display 'MDSREGR: fel vid lasning RESVSAM, '
041800                    'status=' ws-result-vs-status
041900                    ' id=' ct-puzzle-id
042000                 move 16 to RETURN-CODE
042100                 goback
042200              end-if
042300              move RESULT-VSAM-RECORD to PUZZLE-RESULT
042400              perform c-regress-one-puzzle
042500           end-if
042600        end-if
042700        perform z-read-next-catalog
042800     end-perform
042900     .
043000 b-regress-catalog-exit.
043100     continue
043200     .
043300
043400 z-read-next-catalog                   section.
043500     read puzzle-cat next
043600        at end set ws-no-more-catalog to true
043700     end-read
043800     if not ws-no-more-catalog and not ws-puzzle-cat-ok
043900        display 'MDSREGR: fel vid lasning PUZZCAT, status='
044000           ws-puzzle-cat-status
044100        move 16 to RETURN-CODE
044200        goback
044300     end-if
044400     .
044500
044600* Arkivet: MDSARCH skriver ARCHRES-posten direkt efter sin
044700* ARCHCAT-post (och ingen alls om resultat saknades), sa med
044800* samma generationer i samma ordning i bada DD-satserna ar
044900* ARCHRES en delfoljd av ARCHCAT och paras ihop i ett svep.
045000* Arkivposten flyttas in i katalogens postarea - katalog-
045100* svepet ar klart och samma falt anvands for urval och losning:
045200 b-regress-archive                     section.
045300     move 'ARKIV' to ws-origin
045400     perform z-read-next-arch-res
045500     perform z-read-next-arch-cat
045600     perform until ws-no-more-arch-cat
045700        move ARCHIVE-CAT-RECORD to CATALOG-RECORD
045800        perform z-check-slice
045900        if ws-is-in-slice
046000           add 1 to ws-selected-count
046100           if not ws-no-more-arch-res
046200           and ar-puzzle-id = ct-puzzle-id
046300              move ARCHIVE-RES-RECORD to PUZZLE-RESULT
046400              add 1 to ws-archived-count
046500              perform c-regress-one-puzzle
046600           else
046700              add 1 to ws-no-result-count
046800           end-if
046900        end-if
047000        if not ws-no-more-arch-res
047100        and ar-puzzle-id = ct-puzzle-id
047200           perform z-read-next-arch-res
047300        end-if
047400        perform z-read-next-arch-cat
047500     end-perform
047600     if not ws-no-more-arch-res
047700        display 'MDSREGR: *** ARCHRES har poster utan '
047800           'motsvarighet i ARCHCAT (forsta ' ar-puzzle-id
047900           ') - kontrollera att generationerna star i samma '
048000           'ordning'
048100        if RETURN-CODE < 4
048200           move 4 to RETURN-CODE
048300        end-if
048400     end-if
048500     .
048600
048700 z-read-next-arch-cat                  section.
048800     read arch-cat
048900        at end set ws-no-more-arch-cat to true
049000     end-read
049100     if not ws-no-more-arch-cat and not ws-arch-cat-ok
049200        display 'MDSREGR: fel vid lasning ARCHCAT, status='
049300           ws-arch-cat-status
049400        move 16 to RETURN-CODE
049500        goback
049600     end-if
049700     .
049800
049900 z-read-next-arch-res                  section.
050000     read arch-res
050100        at end set ws-no-more-arch-res to true
050200     end-read
050300     if not ws-no-more-arch-res and not ws-arch-res-ok
050400        display 'MDSREGR: fel vid lasning ARCHRES, status='
050500           ws-arch-res-status
050600        move 16 to RETURN-CODE
050700        goback
050800     end-if
050900     .
051000
051100* Ligger pusslet i CATALOG-RECORD inom kortets urval?
051200 z-check-slice                         section.
051300     move 'N' to ws-in-slice
051400     if ws-sel-status not = space
051500     and ct-status not = ws-sel-status
051600        go to z-check-slice-exit
051700     end-if
051800     if ws-sel-size not = zero
051900     and ct-sdu-size not = ws-sel-size
052000        go to z-check-slice-exit
052100     end-if
052200     if ws-sel-difficulty not = space
052300     and ct-difficulty not = ws-sel-difficulty
052400        go to z-check-slice-exit
052500     end-if
052600     if ws-date-received
052700        move ct-received-date to ws-slice-date
052800     else
052900        move ct-published-date to ws-slice-date
053000     end-if
053100     if ws-slice-date < ws-from-date
053200     or ws-slice-date > ws-to-date
053300        go to z-check-slice-exit
053400     end-if
053500     set ws-is-in-slice to true
053600     .
053700 z-check-slice-exit.
053800     continue
053900     .
054000
054100* Ett pussel: los om, jamfor med PUZZLE-RESULT och baslinjen,
054200* rapportera andringar och uppdatera gissningsstatistiken:
054300 c-regress-one-puzzle                  section.
054400     move ct-sdu-size to ws-sdu-size
054500     if ws-sdu-size < 4 or ws-sdu-size > 16
054600        add 1 to ws-bad-size-count
054700        go to c-regress-one-puzzle-exit
054800     end-if
054900     add 1 to ws-compared-count
055000     compute ws-cells = ws-sdu-size * ws-sdu-size
055100     move ct-puzzle-id   to ws-puzzle-id
055200     move ct-puzzle-type to ws-puzzle-type
055300
055400* Vanlig losning - samma anrop som i MDSBATCH:
055500     move ct-sudoku-grid to ws-sudoku
055600     move 'N' to ws-check-uniqueness
055700     perform z-call-solver
055800     move ws-call-rc       to ws-new-rc
055900     move ws-sudoku        to ws-new-grid
056000     move ws-nr-of-guesses to ws-new-guesses
056100
056200* Unikhetskontroll pa de givna talen igen. ws-is-unique satts
056300* bara vid RC 0 - annars blir bedomningen blank:
056400     move space to ws-new-unique
056500     if ws-new-rc = zero
056600        move ct-sudoku-grid to ws-sudoku
056700        move 'Y' to ws-check-uniqueness
056800        perform z-call-solver
056900        if ws-call-rc = zero
057000           move ws-is-unique to ws-new-unique
057100        end-if
057200     end-if
057300
057400     move 'N' to ws-published
057500     if ct-published-date not = zero
057600        set ws-was-published to true
057700     end-if
057800     move 'N' to ws-grid-changed ws-rc-changed ws-unique-changed
057900     if ws-new-grid(1:ws-cells)
058000        not = pr-sudoku-grid(1:ws-cells)
058100        set ws-grid-is-changed to true
058200        add 1 to ws-grid-change-count
058300     end-if
058400     if ws-new-rc not = pr-return-code
058500        set ws-rc-is-changed to true
058600        add 1 to ws-rc-change-count
058700     end-if
058800     perform z-check-baseline
058900
059000     if ws-grid-is-changed or ws-rc-is-changed
059100     or ws-unique-is-changed
059200        perform z-report-change
059300     else
059400        if ws-new-unique = 'N'
059500           add 1 to ws-not-unique-count
059600           display 'MDSREGR: ' ws-origin ' ' ct-puzzle-id
059700              ' EJ UNIK - flera losningar (oforandrat mot '
059800              'baslinjen eller ingen baslinje)'
059900           if RETURN-CODE < 4
060000              move 4 to RETURN-CODE
060100           end-if
060200        end-if
060300     end-if
060400
060500     if pr-return-code = zero and ws-new-rc = zero
060600        perform z-add-guess-stats
060700     end-if
060800     if ws-update-mode
060900        perform z-update-baseline
061000     end-if
061100     .
061200 c-regress-one-puzzle-exit.
061300     continue
061400     .
061500
061600* MDSMSDUS satter RETURN-CODE - stegets egen kondition raddas
061700* runt anropet:
061800 z-call-solver                         section.
061900     move zero to ws-validation-x ws-validation-y
062000     move RETURN-CODE to ws-saved-rc
062100     call 'MDSMSDUS' using ws-sudoku
062200                           ws-sdu-size
062300                           ws-nr-of-guesses
062400                           ws-validation-x
062500                           ws-validation-y
062600                           ws-max-guess-depth
062700                           ws-check-uniqueness
062800                           ws-is-unique
062900                           ws-second-sudoku
063000                           ws-audit-enabled
063100                           ws-puzzle-id
063200                           ws-puzzle-type
063300     move RETURN-CODE to ws-call-rc
063400     move ws-saved-rc to RETURN-CODE
063500     .
063600
063700* Unikheten jamfors mot den senast godkanda bedomningen:
063800 z-check-baseline                      section.
063900     move 'N' to ws-base-found
064000     move space to ws-old-unique
064100     if not ws-base-is-available
064200        add 1 to ws-no-base-count
064300        go to z-check-baseline-exit
064400     end-if
064500     move ct-puzzle-id to rb-puzzle-id
064600     read regr-base
064700     if ws-regr-base-notfnd
064800        add 1 to ws-no-base-count
064900        go to z-check-baseline-exit
065000     end-if
065100     if not ws-regr-base-ok
065200        display 'MDSREGR: fel vid lasning REGRBASE, status='
065300           ws-regr-base-status ' id=' ct-puzzle-id
065400        move 16 to RETURN-CODE
065500        goback
065600     end-if
065700     set ws-base-is-found to true
065800     move rb-unique-flag to ws-old-unique
065900     if rb-unique-flag not = ws-new-unique
066000        set ws-unique-is-changed to true
066100        add 1 to ws-uniq-change-count
066200     end-if
066300     .
066400 z-check-baseline-exit.
066500     continue
066600     .
066700
066800* En rad per andrat pussel. Andrat rutnat eller RC i ett
066900* publicerat pussel ger CC 8 - det ar just det som inte far
067000* ga i produktion:
067100 z-report-change                       section.
067200     move ct-sdu-size to ws-size-z
067300     if ws-grid-is-changed
067400        move 'ANDRAT' to ws-grid-text
067500     else
067600        move 'SAMMA' to ws-grid-text
067700     end-if
067800     move spaces to ws-pub-text
067900     if ws-was-published
068000     and (ws-grid-is-changed or ws-rc-is-changed)
068100        move '*PUBLICERAD*' to ws-pub-text
068200        add 1 to ws-pub-change-count
068300        if RETURN-CODE < 8
068400           move 8 to RETURN-CODE
068500        end-if
068600     else
068700        if RETURN-CODE < 4
068800           move 4 to RETURN-CODE
068900        end-if
069000     end-if
069100     display 'MDSREGR: ' ws-origin ' ' ct-puzzle-id
069200        ' grad ' ct-difficulty ' sidlangd ' ws-size-z
069300        ' status ' ct-status
069400        ' RC ' pr-return-code ' -> ' ws-new-rc
069500        ' rutnat ' ws-grid-text
069600        ' unik "' ws-old-unique '" -> "' ws-new-unique '" '
069700        ws-pub-text
069800     .
069900
070000 z-add-guess-stats                     section.
070100     move 5 to gx
070200     perform varying ws-grade-ix from 1 by 1
070300               until ws-grade-ix > 4
070400        if ws-grade-codes(ws-grade-ix:1) = ct-difficulty
070500           move ws-grade-ix to gx
070600        end-if
070700     end-perform
070800     add 1 to gs-count(gx)
070900     add pr-nr-of-guesses to gs-old-sum(gx)
071000     add ws-new-guesses   to gs-new-sum(gx)
071100     if ws-new-guesses > pr-nr-of-guesses
071200        add 1 to gs-up(gx)
071300        compute ws-guess-diff = ws-new-guesses - pr-nr-of-guesses
071400        if ws-guess-diff > gs-max-up(gx)
071500           move ws-guess-diff to gs-max-up(gx)
071600        end-if
071700     end-if
071800     if ws-new-guesses < pr-nr-of-guesses
071900        add 1 to gs-down(gx)
072000        compute ws-guess-diff = pr-nr-of-guesses - ws-new-guesses
072100        if ws-guess-diff > gs-max-down(gx)
072200           move ws-guess-diff to gs-max-down(gx)
072300        end-if
072400     end-if
072500     .
072600
072700* Lage 'U': det nya utfallet blir baslinje for nasta korning:
072800 z-update-baseline                     section.
072900     move ct-puzzle-id   to rb-puzzle-id
073000     move ws-new-unique  to rb-unique-flag
073100     move ws-new-rc      to rb-return-code
073200     move ws-new-guesses to rb-nr-of-guesses
073300     move ws-today       to rb-run-date
073400     if ws-base-is-found
073500        rewrite REGRESSION-BASE-RECORD
073600     else
073700        write REGRESSION-BASE-RECORD
073800     end-if
073900     if not ws-regr-base-ok
074000        display 'MDSREGR: fel vid skrivning REGRBASE, status='
074100           ws-regr-base-status ' id=' ct-puzzle-id
074200        move 16 to RETURN-CODE
074300        goback
074400     end-if
074500     add 1 to ws-base-written-count
074600     .
074700
074800 z-close-files                         section.
074900     close puzzle-cat
075000     close result-vs
075100     if ws-base-is-available
075200        close regr-base
075300     end-if
075400     if ws-archive-wanted
075500        close arch-cat
075600        close arch-res
075700     end-if
075800     .
075900
076000 z-print-summary                       section.
076100     display 'MDSREGR: pussel i urvalet:        '
076200        ws-selected-count
076300     display 'MDSREGR: omlosta och jamforda:    '
076400        ws-compared-count
076500     display 'MDSREGR:   varav ur arkivet:      '
076600        ws-archived-count
076700     display 'MDSREGR: utan lagrat resultat:    '
076800        ws-no-result-count
076900     display 'MDSREGR: ogiltig sidlangd:        '
077000        ws-bad-size-count
077100     display 'MDSREGR: andrat rutnat:           '
077200        ws-grid-change-count
077300     display 'MDSREGR: andrad RC:               '
077400        ws-rc-change-count
077500     display 'MDSREGR: andrad unikhet:          '
077600        ws-uniq-change-count
077700     display 'MDSREGR: ej unika (oforandrat):   '
077800        ws-not-unique-count
077900     display 'MDSREGR: utan baslinje:           '
078000        ws-no-base-count
078100     display 'MDSREGR: PUBLICERADE SOM ANDRATS: '
078200        ws-pub-change-count
078300     if ws-update-mode
078400        display 'MDSREGR: skrivna i REGRBASE:      '
078500           ws-base-written-count
078600     end-if
078700     display 'MDSREGR: gissningar per grad (bara RC 0 fore och '
078800        'efter):'
078900     display 'MDSREGR:   grad    antal   snitt fore  snitt efter'
079000        '   fler  max+   farre  max-'
079100     perform varying gx from 1 by 1 until gx > 5
079200        if gs-count(gx) > zero
079300           perform z-print-guess-row
079400        end-if
079500     end-perform
079600     .
079700
079800 z-print-guess-row                     section.
079900     if gx <= 4
080000        move ws-grade-codes(gx:1) to ws-grade-label
080100     else
080200        move 'OVRIGA' to ws-grade-label
080300     end-if
080400     compute ws-avg-old rounded = gs-old-sum(gx) / gs-count(gx)
080500     compute ws-avg-new rounded = gs-new-sum(gx) / gs-count(gx)
080600     display 'MDSREGR:   ' ws-grade-label ' ' gs-count(gx)
080700        '    ' ws-avg-old '     ' ws-avg-new
080800        '   ' gs-up(gx) ' ' gs-max-up(gx)
080900        '  ' gs-down(gx) ' ' gs-max-down(gx)
081000     .
