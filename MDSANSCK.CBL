001600*     namnger varje fel ruta (rad/kolumn, insant mot facit),
001700*   - pussel-id utan facit i RESVSAM, eller vars resultat inte
001800*     ar lost (pr-return-code <> 0), listas som okontrollerbara.
001810*
001820* Har MDSERRA bekraftat ett errata-arende for pusslet (ERRCASE,
001830* status 'C') ar facit inte langre det enda ratta svaret. Da
001840* provas insandningen i stallet mot reglerna: varje ruta har ett
001850* tillatet tecken, de tryckta givna talen (ct-sudoku-grid i
001860* PUZZCAT) star kvar, och ingen rad, kolumn, box - eller diagonal
001870* for X-sudoku - har samma tecken tva ganger. Varje brott far en
001880* rad i differensrapporten. Saknas ERRCASE (status 35) finns inga
001890* arenden och allt rattas mot facit som forut.
001900*
002000* CC: 0 = alla ratta, 4 = felaktiga eller okontrollerbara
002100* insandningar, 16 = I/O-fel.
004200     select diff-rpt   assign to 'DIFFRPT'
004300            organization is sequential
004400            file status is ws-diff-rpt-status.
004405     select err-case   assign to 'ERRCASE'
004410            organization is indexed
004415            access is random
004420            record key is ec-puzzle-id
004425            file status is ws-err-case-status.
004430     select puzzle-cat assign to 'PUZZCAT'
004435            organization is indexed
004440            access is random
004445            record key is ct-puzzle-id
004450            file status is ws-puzzle-cat-status.
004500
004600 data division.
004700 file section.
006900 fd  diff-rpt
007000     recording mode is f.
007100 01  DIFF-LINE              pic X(132).
007110
007120 fd  err-case
007130     recording mode is f.
007140     copy ERRCASE.
007150
007160 fd  puzzle-cat
007170     recording mode is f.
007180     copy CATREC.
007200
007300 working-storage section.
007400 01  ws-entry-in-status     pic XX.
008000     88 ws-eligible-ok          value '00'.
008100 01  ws-diff-rpt-status     pic XX.
008200     88 ws-diff-rpt-ok          value '00'.
008205 01  ws-err-case-status     pic XX.
008210     88 ws-err-case-ok          value '00'.
008215     88 ws-err-case-notfnd      value '23'.
008220     88 ws-err-case-missing     value '35'.
008225 01  ws-puzzle-cat-status   pic XX.
008230     88 ws-puzzle-cat-ok        value '00'.
008235     88 ws-puzzle-cat-notfnd    value '23'.
008240 01  ws-have-cases          pic X value 'N'.
008245     88 ws-cases-present        value 'Y'.
008250 01  ws-errata-flag         pic X.
008255     88 ws-errata-confirmed     value 'Y'.
008300
008400 01  ws-done-entries        pic X value 'N'.
008500     88 ws-no-more-entries      value 'Y'.
009600 01  ws-row-d               pic 99.
009700 01  ws-col-d               pic 99.
009800
009802* Regelprovning vid bekraftat errata. Cellvardet 1-16 ar
009804* positionen i ws-hex-digits minus 1; sett-tabellerna haller
009806* ett 'Y' per rad/kolumn/box/diagonal och varde:
009808 01  ws-hex-digits          pic X(17) value '0123456789ABCDEFG'.
009810 01  ws-box-w               pic 99  comp-3.
009812 01  ws-box-h               pic 99  comp-3.
009814 01  ws-boxes-across        pic 99  comp-3.
009816 01  ws-box-row             pic 99  comp-3.
009818 01  ws-box-col             pic 99  comp-3.
009820 01  ws-box-ix              pic 99  comp-3.
009822 01  ws-v                   pic 99  comp-3.
009824 01  ws-row-seen-table.
009826     05 ws-row-seen occurs 16 times.
009828        10 ws-row-val       pic X occurs 16 times.
009830 01  ws-col-seen-table.
009832     05 ws-col-seen occurs 16 times.
009834        10 ws-col-val       pic X occurs 16 times.
009836 01  ws-box-seen-table.
009838     05 ws-box-seen occurs 16 times.
009840        10 ws-box-val       pic X occurs 16 times.
009842 01  ws-diag-seen-table.
009844     05 ws-diag-seen occurs 2 times.
009846        10 ws-diag-val      pic X occurs 16 times.
009848 01  ws-violation           pic X(40).
009850
009900 01  ws-print-line          pic X(132).
010000
010100 01  ws-entry-count         pic 9(6) comp-3 value zero.
010200 01  ws-correct-count       pic 9(6) comp-3 value zero.
010300 01  ws-incorrect-count     pic 9(6) comp-3 value zero.
010350 01  ws-errata-count        pic 9(6) comp-3 value zero.
010400 01  ws-uncheckable-count   pic 9(6) comp-3 value zero.
010500
010600 procedure division.
014600        move 16 to RETURN-CODE
014700        goback
014800     end-if
014805     open input err-case
014810     if ws-err-case-missing
014815        continue
014820     else
014825        if not ws-err-case-ok
014830           display 'MDSANSCK: kan inte oppna ERRCASE, status='
014835              ws-err-case-status
014840           move 16 to RETURN-CODE
014845           goback
014850        end-if
014855        set ws-cases-present to true
014860        open input puzzle-cat
014865        if not ws-puzzle-cat-ok
014870           display 'MDSANSCK: kan inte oppna PUZZCAT, status='
014875              ws-puzzle-cat-status
014880           move 16 to RETURN-CODE
014885           goback
014890        end-if
014895     end-if
014900     .
015000
015100 z-read-next-entry                     section.
016500* (facit saknas eller pusslet aldrig lost) far en egen rad i
016600* differensrapporten sa att front-desken ser dem:
016700 b-check-one-entry                     section.
016710     perform z-check-errata
016720     if ws-errata-confirmed
016730        perform c-check-against-rules
016740        go to b-check-one-entry-exit
016750     end-if
016800     move en-puzzle-id to vr-puzzle-id
016900     read result-vs
017000     if ws-result-vs-notfnd
026500     perform z-write-line
026600     .
026700
026701* Finns ett bekraftat errata-arende for pusslet?
026702 z-check-errata                        section.
026703     move 'N' to ws-errata-flag
026704     if not ws-cases-present
026705        go to z-check-errata-exit
026706     end-if
026707     move en-puzzle-id to ec-puzzle-id
026708     read err-case
026709     if ws-err-case-notfnd
026710        go to z-check-errata-exit
026711     end-if
026712     if not ws-err-case-ok
026713        display 'MDSANSCK: fel vid lasning ERRCASE, status='
026714           ws-err-case-status ' id=' en-puzzle-id
026715        move 16 to RETURN-CODE
026716        goback
026717     end-if
026718     if ec-case-confirmed
026719        set ws-errata-confirmed to true
026720     end-if
026721     .
026722 z-check-errata-exit.
026723     continue
026724     .
026725
026726* Bekraftat errata: insandningen rattas mot de tryckta givna
026727* talen och reglerna i stallet for mot facit:
026728 c-check-against-rules                 section.
026729     move en-puzzle-id to ct-puzzle-id
026730     read puzzle-cat
026731     if ws-puzzle-cat-notfnd
026732        add 1 to ws-uncheckable-count
026733        move spaces to ws-print-line
026734        string 'INSANDNING ' en-entry-id
026735               '  TAVLING ' en-competition-id
026736               '  PUSSEL ' en-puzzle-id
026737               '  - ERRATA, MEN PUSSLET SAKNAS I PUZZCAT'
026738           delimited by size into ws-print-line
026739        perform z-write-line
026740        go to c-check-against-rules-exit
026741     end-if
026742     if not ws-puzzle-cat-ok
026743        display 'MDSANSCK: fel vid lasning PUZZCAT, status='
026744           ws-puzzle-cat-status ' id=' en-puzzle-id
026745        move 16 to RETURN-CODE
026746        goback
026747     end-if
026748     move ct-sdu-size to ws-size
026749     if ws-size < 4 or ws-size > 16
026750        add 1 to ws-uncheckable-count
026751        move spaces to ws-print-line
026752        string 'INSANDNING ' en-entry-id
026753               '  PUSSEL ' en-puzzle-id
026754               '  - OGILTIG SIDLANGD I PUZZCAT'
026755           delimited by size into ws-print-line
026756        perform z-write-line
026757        go to c-check-against-rules-exit
026758     end-if
026759     add 1 to ws-errata-count
026760     compute ws-box-h = ws-size ** 0,5
026761     perform until function mod(ws-size, ws-box-h) = 0
026762        subtract 1 from ws-box-h
026763     end-perform
026764     compute ws-box-w = ws-size / ws-box-h
026765     compute ws-boxes-across = ws-size / ws-box-w
026766     move spaces to ws-row-seen-table ws-col-seen-table
026767                    ws-box-seen-table ws-diag-seen-table
026768     move zero to ws-diff-count
026769     perform varying ws-r from 1 by 1 until ws-r > ws-size
026770        perform varying ws-c from 1 by 1 until ws-c > ws-size
026771           compute ws-grid-ix = (ws-r - 1) * ws-size + ws-c
026772           perform c-check-one-cell
026773        end-perform
026774     end-perform
026775     if ws-diff-count = zero
026776        perform z-write-eligible
026777        add 1 to ws-correct-count
026778     else
026779        add 1 to ws-incorrect-count
026780        move spaces to ws-print-line
026781        perform z-write-line
026782     end-if
026783     .
026784 c-check-against-rules-exit.
026785     continue
026786     .
026787
026788* En ruta: tillatet tecken, samma som det tryckta givna talet,
026789* och inte redan sett i sin rad, kolumn, box eller diagonal:
026790 c-check-one-cell                      section.
026791     move zero to ws-v
026792     perform varying ws-box-ix from 1 by 1
026793             until ws-box-ix > ws-size or ws-v > 0
026794        if en-submitted-grid(ws-grid-ix:1) =
026795           ws-hex-digits(ws-box-ix + 1:1)
026796           move ws-box-ix to ws-v
026797        end-if
026798     end-perform
026799     if ws-v = 0
026800        move 'OGILTIGT TECKEN' to ws-violation
026801        perform z-write-violation
026802        go to c-check-one-cell-exit
026803     end-if
026804     if ct-sudoku-grid(ws-grid-ix:1) not = '0'
026805     and ct-sudoku-grid(ws-grid-ix:1) not =
026806         en-submitted-grid(ws-grid-ix:1)
026807        move 'AVVIKER FRAN TRYCKT GIVET TAL' to ws-violation
026808        perform z-write-violation
026809     end-if
026810     if ws-row-val(ws-r, ws-v) = 'Y'
026811        move 'TECKNET FINNS REDAN I RADEN' to ws-violation
026812        perform z-write-violation
026813     end-if
026814     move 'Y' to ws-row-val(ws-r, ws-v)
026815     if ws-col-val(ws-c, ws-v) = 'Y'
026816        move 'TECKNET FINNS REDAN I KOLUMNEN' to ws-violation
026817        perform z-write-violation
026818     end-if
026819     move 'Y' to ws-col-val(ws-c, ws-v)
026820     compute ws-box-row = (ws-r - 1) / ws-box-h
026821     compute ws-box-col = (ws-c - 1) / ws-box-w
026822     compute ws-box-ix = ws-box-row * ws-boxes-across
026823                       + ws-box-col + 1
026824     if ws-box-val(ws-box-ix, ws-v) = 'Y'
026825        move 'TECKNET FINNS REDAN I BOXEN' to ws-violation
026826        perform z-write-violation
026827     end-if
026828     move 'Y' to ws-box-val(ws-box-ix, ws-v)
026829     if ct-type-x
026830        if ws-r = ws-c
026831           if ws-diag-val(1, ws-v) = 'Y'
026832              move 'TECKNET FINNS REDAN I DIAGONALEN'
026833                to ws-violation
026834              perform z-write-violation
026835           end-if
026836           move 'Y' to ws-diag-val(1, ws-v)
026837        end-if
026838        if ws-r + ws-c = ws-size + 1
026839           if ws-diag-val(2, ws-v) = 'Y'
026840              move 'TECKNET FINNS REDAN I DIAGONALEN'
026841                to ws-violation
026842              perform z-write-violation
026843           end-if
026844           move 'Y' to ws-diag-val(2, ws-v)
026845        end-if
026846     end-if
026847     .
026848 c-check-one-cell-exit.
026849     continue
026850     .
026851
026852 z-write-violation                     section.
026853     add 1 to ws-diff-count
026854     if ws-diff-count = 1
026855        perform z-write-diff-header
026856        move spaces to ws-print-line
026857        string '   (ERRATA - RATTAT MOT GIVNA TAL OCH REGLER, '
026858               'INTE MOT FACIT)'
026859           delimited by size into ws-print-line
026860        perform z-write-line
026861     end-if
026862     move ws-r to ws-row-d
026863     move ws-c to ws-col-d
026864     move spaces to ws-print-line
026865     string '   RAD ' ws-row-d
026866            ' KOL ' ws-col-d
026867            ': INSANT "' en-submitted-grid(ws-grid-ix:1)
026868            '" ' ws-violation
026869        delimited by size into ws-print-line
026870     perform z-write-line
026871     .
026872
026873 z-write-line                          section.
026900     write DIFF-LINE from ws-print-line
027000     if not ws-diff-rpt-ok
027100        display 'MDSANSCK: fel vid skrivning DIFFRPT, status='
029500     close result-vs
029600     close eligible
029700     close diff-rpt
029720     if ws-cases-present
029740        close err-case
029760        close puzzle-cat
029780     end-if
029800     .
029900
030000 z-print-summary                       section.
030500        ws-incorrect-count
030600     display 'MDSANSCK: okontrollerbara:       '
030700        ws-uncheckable-count
030725     display 'MDSANSCK: varav rattade mot regler'
030750        ' (errata): ' ws-errata-count
030800     if ws-incorrect-count > 0 or ws-uncheckable-count > 0
030900        move 4 to RETURN-CODE
031000     end-if
