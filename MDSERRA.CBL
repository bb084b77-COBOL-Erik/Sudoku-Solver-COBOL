000100 identification division.
000200 program-id. MDSERRA.
000300
000400* Av Erik Weyler 2026-10
000500
000600* Errata och aterkallelse: nar en lasare visar att ett tryckt
000700* pussel har tva losningar eller ett feltryckt givet tal fanns
000800* ingenstans att notera det - pusslet stod kvar som 'P',
000900* MDSEXPRT syndikerade det och MDSANSCK underkande lasare mot
001000* ett facit som kanske inte var det enda. Har registreras
001100* arendet i ERRCASE (copy ERRCASE, ett arende per pussel-id)
001200* fran korten i ERRTRAN (copy ERRTRAN):
001300*
001400*   O = oppna ett arende med orsak och anmalare (pusslet maste
001500*       vara schemalagt, publicerat eller uttjant),
001600*   C = bekrafta: pusslet sparras i katalogen (ct-on-hold) och
001700*       ett schemalagt pussel gar tillbaka till 'Q' - sparren
001800*       haller det borta fran MDSSCHED, MDSEXPRT och MDSBOOK,
001900*       och MDSANSCK godkanner darefter varje rutnat som ar
002000*       giltigt for de givna talen. Var pusslet publicerat
002100*       skrivs en rattelse till morgondagens sida pa NOTICE,
002200*   R = avvisa (ingen atgard i katalogen).
002300*
002400* Darefter gas LINEUP igenom: varje kommande dags pussel som
002500* ar sparrat dras tillbaka och ersatts med det aldsta 'Q'-
002600* pusslet av samma grad, sidlangd och variant - med samma
002700* regler som MDSSCHED (inte tva fran samma kalla pa en dag,
002800* inte efter kallans exklusivitetsfonster). Ersattaren
002900* stamplas 'S' och den nya lineupen skrivs pa LINEOUT. Sist
003000* listas alla oppna arenden pa SYSOUT. Katalogandringarna
003100* journalfors via MDSJRNL (backning: se MDSBKOUT).
003200* CC: 0 = rent, 4 = avvisade kort eller tillbakadraget pussel
003300* utan ersattare, 16 = I/O-fel.
003400
003500* JCL: se MDSERRA.JCL
003600
003700 environment division.
003800 configuration section.
003900 special-names. decimal-point is comma.
004000
004100 input-output section.
004200 file-control.
004300     select err-tran   assign to 'ERRTRAN'
004400            organization is sequential
004500            file status is ws-err-tran-status.
004600     select err-case   assign to 'ERRCASE'
004700            organization is indexed
004800            access is dynamic
004900            record key is ec-puzzle-id
005000            file status is ws-err-case-status.
005100     select puzzle-cat assign to 'PUZZCAT'
005200            organization is indexed
005300            access is dynamic
005400            record key is ct-puzzle-id
005500            file status is ws-puzzle-cat-status.
005600     select supp-mast  assign to 'SUPPMAST'
005700            organization is indexed
005800            access is random
005900            record key is su-source-code
006000            file status is ws-supp-mast-status.
006100     select lineup-in  assign to 'LINEUP'
006200            organization is sequential
006300            file status is ws-lineup-in-status.
006400     select lineup-out assign to 'LINEOUT'
006500            organization is sequential
006600            file status is ws-lineup-out-status.
006700     select notice     assign to 'NOTICE'
006800            organization is sequential
006900            file status is ws-notice-status.
007000
007100 data division.
007200 file section.
007300 fd  err-tran
007400     recording mode is f.
007500     copy ERRTRAN.
007600
007700 fd  err-case
007800     recording mode is f.
007900     copy ERRCASE.
008000
008100 fd  puzzle-cat
008200     recording mode is f.
008300     copy CATREC.
008400
008500 fd  supp-mast
008600     recording mode is f.
008700     copy SUPPREC.
008800
008900* Lineup-posterna flyttas som grupp - falten tolkas genom
009000* LINEUP-RECORD i working-storage:
009100 fd  lineup-in
009200     recording mode is f.
009300 01  LINEUP-IN-RECORD       pic X(40).
009400
009500 fd  lineup-out
009600     recording mode is f.
009700 01  LINEUP-OUT-RECORD      pic X(40).
009800
009900 fd  notice
010000     recording mode is f.
010100 01  NOTICE-LINE            pic X(132).
010200
010300 working-storage section.
010400 01  ws-err-tran-status     pic XX.
010500     88 ws-err-tran-ok          value '00'.
010600 01  ws-err-case-status     pic XX.
010700     88 ws-err-case-ok          value '00'.
010800     88 ws-err-case-notfnd      value '23'.
010900     88 ws-err-case-missing     value '35'.
011000 01  ws-puzzle-cat-status   pic XX.
011100     88 ws-puzzle-cat-ok        value '00'.
011200     88 ws-puzzle-cat-notfnd    value '23'.
011300 01  ws-supp-mast-status    pic XX.
011400     88 ws-supp-mast-ok         value '00'.
011500     88 ws-supp-mast-notfnd     value '23'.
011600 01  ws-lineup-in-status    pic XX.
011700     88 ws-lineup-in-ok         value '00'.
011800 01  ws-lineup-out-status   pic XX.
011900     88 ws-lineup-out-ok        value '00'.
012000 01  ws-notice-status       pic XX.
012100     88 ws-notice-ok            value '00'.
012200
012300 01  ws-done-trans          pic X value 'N'.
012400     88 ws-no-more-trans        value 'Y'.
012500 01  ws-done-lineup         pic X value 'N'.
012600     88 ws-no-more-lineup       value 'Y'.
012700 01  ws-done-catalog        pic X.
012800     88 ws-no-more-catalog      value 'Y'.
012900 01  ws-done-cases          pic X value 'N'.
013000     88 ws-no-more-cases        value 'Y'.
013100
013200     copy LINEUP.
013300
013400 01  ws-today               pic 9(8).
013500 01  ws-tomorrow            pic 9(8).
013600 01  ws-date-int            pic 9(8) comp-3.
013700
013800 01  ws-reject-reason       pic X(40).
013900
014000* Hela lineupen i minnet - en ersattare far inte komma fran en
014100* kalla som redan finns pa samma dag, och dagens ovriga poster
014200* kan ligga bade fore och efter den tillbakadragna:
014300 01  ws-lineup-table.
014400     05 ws-lineup-entry occurs 2000 times.
014500        10 ln-record.
014600           15 ln-pub-date   pic 9(8).
014700           15 filler        pic X(13).
014800           15 ln-source-code pic X(8).
014900           15 filler        pic X(11).
015000        10 ln-dropped       pic X.
015100 01  ws-lineup-count        pic 9(4) comp-3 value zero.
015200 01  lx                     pic 9(4) comp-3.
015300 01  ox                     pic 9(4) comp-3.
015400
015500* Den tillbakadragna posten och basta ersattare hittills:
015600 01  ws-pulled-id           pic X(10).
015700 01  ws-pulled-type         pic X.
015800 01  ws-cand-type           pic X.
015900 01  ws-best-id             pic X(10).
016000 01  ws-best-date           pic 9(8).
016100 01  ws-source-free         pic X.
016200     88 ws-source-is-free       value 'Y'.
016300 01  ws-excl-until          pic 9(8).
016400 01  ws-last-supplier       pic X(8) value low-values.
016500 01  ws-excl-days           pic 9(3).
016600
016700* Rattelsen:
016800 01  ws-notice-started      pic X value 'N'.
016900 01  ws-print-line          pic X(132).
017000 01  ws-date-in             pic 9(8).
017100 01  ws-date-in-x redefines ws-date-in.
017200     05 ws-date-yyyy        pic X(4).
017300     05 ws-date-mm          pic XX.
017400     05 ws-date-dd          pic XX.
017500 01  ws-date-text           pic X(10).
017600 01  ws-grade-name          pic X(6).
017700 01  ws-size-z              pic 99.
017800
017900* Katalogjournalen (se MDSJRNL). RETURN-CODE raddas runt
018000* anropet eftersom CALL skriver over det:
018100     copy JRNLCALL.
018200     copy CATJRNL.
018300 01  ws-saved-rc            pic s9(4) comp.
018400
018500 01  ws-card-count          pic 9(6) comp-3 value zero.
018600 01  ws-opened-count        pic 9(6) comp-3 value zero.
018700 01  ws-confirmed-count     pic 9(6) comp-3 value zero.
018800 01  ws-rejected-count      pic 9(6) comp-3 value zero.
018900 01  ws-reject-count        pic 9(6) comp-3 value zero.
019000 01  ws-notice-count        pic 9(6) comp-3 value zero.
019100 01  ws-pulled-count        pic 9(6) comp-3 value zero.
019200 01  ws-replaced-count      pic 9(6) comp-3 value zero.
019300 01  ws-no-replace-count    pic 9(6) comp-3 value zero.
019400 01  ws-open-case-count     pic 9(6) comp-3 value zero.
019500
019600 procedure division.
019700 a-main                                section.
019800     accept ws-today from date yyyymmdd
019900     compute ws-date-int = function integer-of-date(ws-today) + 1
020000     compute ws-tomorrow = function date-of-integer(ws-date-int)
020100     perform z-open-files
020200     perform z-read-next-tran
020300     perform until ws-no-more-trans
020400        add 1 to ws-card-count
020500        perform b-apply-one-card
020600        perform z-read-next-tran
020700     end-perform
020800     perform b-rebuild-lineup
020900     perform b-list-open-cases
021000     perform z-close-files
021100     perform z-print-summary
021200     goback
021300     .
021400
021500 z-open-files                          section.
021600     open i-o err-case
021700* Status 35 = klustret ar nydefinierat och tomt (som i MDSPCAT):
021800     if ws-err-case-missing
021900        open output err-case
022000        if ws-err-case-ok
022100           close err-case
022200           open i-o err-case
022300        end-if
022400     end-if
022500     if not ws-err-case-ok
022600        display 'MDSERRA: kan inte oppna ERRCASE, status='
022700           ws-err-case-status
022800        move 16 to RETURN-CODE
022900        goback
023000     end-if
023100     open i-o puzzle-cat
023200     if not ws-puzzle-cat-ok
023300        display 'MDSERRA: kan inte oppna PUZZCAT, status='
023400           ws-puzzle-cat-status
023500        move 16 to RETURN-CODE
023600        goback
023700     end-if
023800     open input supp-mast
023900     if not ws-supp-mast-ok
024000        display 'MDSERRA: kan inte oppna SUPPMAST, status='
024100           ws-supp-mast-status
024200        move 16 to RETURN-CODE
024300        goback
024400     end-if
024500     open input err-tran
024600     if not ws-err-tran-ok
024700        display 'MDSERRA: kan inte oppna ERRTRAN, status='
024800           ws-err-tran-status
024900        move 16 to RETURN-CODE
025000        goback
025100     end-if
025200     open input lineup-in
025300     if not ws-lineup-in-ok
025400        display 'MDSERRA: kan inte oppna LINEUP, status='
025500           ws-lineup-in-status
025600        move 16 to RETURN-CODE
025700        goback
025800     end-if
025900     open output lineup-out
026000     if not ws-lineup-out-ok
026100        display 'MDSERRA: kan inte oppna LINEOUT, status='
026200           ws-lineup-out-status
026300        move 16 to RETURN-CODE
026400        goback
026500     end-if
026600     open output notice
026700     if not ws-notice-ok
026800        display 'MDSERRA: kan inte oppna NOTICE, status='
026900           ws-notice-status
027000        move 16 to RETURN-CODE
027100        goback
027200     end-if
027300     .
027400
027500 z-read-next-tran                      section.
027600     read err-tran
027700        at end set ws-no-more-trans to true
027800     end-read
027900     if not ws-no-more-trans and not ws-err-tran-ok
028000        display 'MDSERRA: fel vid lasning av ERRTRAN, status='
028100           ws-err-tran-status
028200        move 16 to RETURN-CODE
028300        goback
028400     end-if
028500     .
028600
028700* Ett kort: slar upp arendet och pusslet, validerar, och forst
028800* nar allt holler gors andringen:
028900 b-apply-one-card                      section.
029000     move spaces to ws-reject-reason
029100     if et-puzzle-id = spaces
029200        move 'PUSSEL-ID SAKNAS' to ws-reject-reason
029300        go to b-apply-one-card-reject
029400     end-if
029500     move et-puzzle-id to ec-puzzle-id
029600     read err-case
029700     if not ws-err-case-ok and not ws-err-case-notfnd
029800        display 'MDSERRA: fel vid lasning ERRCASE, status='
029900           ws-err-case-status ' id=' et-puzzle-id
030000        move 16 to RETURN-CODE
030100        goback
030200     end-if
030300     evaluate true
030400        when et-func-open
030500           if ws-err-case-ok
030600              move 'ARENDE FINNS REDAN' to ws-reject-reason
030700              go to b-apply-one-card-reject
030800           end-if
030900           if not et-reason-valid
031000              move 'OGILTIG ORSAKSKOD' to ws-reject-reason
031100              go to b-apply-one-card-reject
031200           end-if
031300           if et-reporter = spaces
031400              move 'ANMALARE SAKNAS' to ws-reject-reason
031500              go to b-apply-one-card-reject
031600           end-if
031700        when et-func-confirm
031800        when et-func-reject
031900           if ws-err-case-notfnd
032000              move 'INGET ARENDE FOR PUSSLET' to ws-reject-reason
032100              go to b-apply-one-card-reject
032200           end-if
032300           if not ec-case-open
032400              move 'ARENDET AR INTE OPPET' to ws-reject-reason
032500              go to b-apply-one-card-reject
032600           end-if
032700        when other
032800           move 'OGILTIG FUNKTION' to ws-reject-reason
032900           go to b-apply-one-card-reject
033000     end-evaluate
033100     if not et-func-reject
033200        move et-puzzle-id to ct-puzzle-id
033300        read puzzle-cat
033400        if ws-puzzle-cat-notfnd
033500           move 'FINNS INTE I KATALOGEN' to ws-reject-reason
033600           go to b-apply-one-card-reject
033700        end-if
033800        if not ws-puzzle-cat-ok
033900           display 'MDSERRA: fel vid lasning PUZZCAT, status='
034000              ws-puzzle-cat-status ' id=' et-puzzle-id
034100           move 16 to RETURN-CODE
034200           goback
034300        end-if
034400     end-if
034500     evaluate true
034600        when et-func-open
034700           if not (ct-status-scheduled or ct-status-published
034800                   or ct-status-retired)
034900              move 'EJ SCHEMALAGT ELLER PUBLICERAT'
035000                to ws-reject-reason
035100              go to b-apply-one-card-reject
035200           end-if
035300           perform c-open-case
035400        when et-func-confirm
035500           perform c-confirm-case
035600        when et-func-reject
035700           perform c-reject-case
035800     end-evaluate
035900     go to b-apply-one-card-exit
036000     .
036100 b-apply-one-card-reject.
036200     add 1 to ws-reject-count
036300     display 'MDSERRA: *** avvisat kort ' et-function ' '
036400        et-puzzle-id ': ' ws-reject-reason
036500     .
036600 b-apply-one-card-exit.
036700     continue
036800     .
036900
037000 c-open-case                           section.
037100     move spaces            to ERRATA-CASE
037200     move et-puzzle-id      to ec-puzzle-id
037300     set ec-case-open       to true
037400     move et-reason-code    to ec-reason-code
037500     move et-reason-text    to ec-reason-text
037600     move et-reporter       to ec-reporter
037700     move ws-today          to ec-opened-date
037800     move zero              to ec-decision-date
037900     move ct-published-date to ec-pub-date
038000     move zero              to ec-notice-date
038100     move zero              to ec-pulled-date
038200     write ERRATA-CASE
038300     if not ws-err-case-ok
038400        display 'MDSERRA: fel vid skrivning ERRCASE, status='
038500           ws-err-case-status ' id=' ec-puzzle-id
038600        move 16 to RETURN-CODE
038700        goback
038800     end-if
038900     add 1 to ws-opened-count
039000     display 'MDSERRA: arende oppnat for ' ec-puzzle-id
039100        ' orsak ' ec-reason-code ' anmalt av ' ec-reporter
039200     .
039300
039400* Bekraftelsen: sparra pusslet (ett schemalagt pussel gar
039500* tillbaka till 'Q' - samma overgang som en handknappad S -> Q
039600* i MDSPCAT/MDSCMNT), stang arendet och skriv rattelsen om
039700* pusslet hunnit publiceras:
039800 c-confirm-case                        section.
039900     move CATALOG-RECORD to jr-before-image
040000     move ct-status to ec-status-before
040100     move ct-published-date to ec-pub-date
040200     set ct-on-hold to true
040300     if ct-status-scheduled
040400        set ct-status-qc-passed to true
040500        move ws-today to ct-status-date
040600     end-if
040700     rewrite CATALOG-RECORD
040800     if not ws-puzzle-cat-ok
040900        display 'MDSERRA: fel vid rewrite PUZZCAT, status='
041000           ws-puzzle-cat-status ' id=' ct-puzzle-id
041100        move 16 to RETURN-CODE
041200        goback
041300     end-if
041400     set jr-action-change to true
041500     move CATALOG-RECORD to jr-after-image
041600     perform z-write-journal
041700
041800     set ec-case-confirmed to true
041900     move ws-today to ec-decision-date
042000     move zero to ec-notice-date
042100     if ct-published-date not = zero
042200     and ct-published-date <= ws-today
042300        move ws-tomorrow to ec-notice-date
042400        perform c-print-notice
042500     end-if
042600     perform z-rewrite-case
042700     add 1 to ws-confirmed-count
042800     display 'MDSERRA: arende bekraftat for ' ec-puzzle-id
042900        ' - sparrat, status fore ' ec-status-before
043000     .
043100
043200 c-reject-case                         section.
043300     set ec-case-rejected to true
043400     move ws-today to ec-decision-date
043500     perform z-rewrite-case
043600     add 1 to ws-rejected-count
043700     display 'MDSERRA: arende avvisat for ' ec-puzzle-id
043800     .
043900
044000 z-rewrite-case                        section.
044100     rewrite ERRATA-CASE
044200     if not ws-err-case-ok
044300        display 'MDSERRA: fel vid rewrite ERRCASE, status='
044400           ws-err-case-status ' id=' ec-puzzle-id
044500        move 16 to RETURN-CODE
044600        goback
044700     end-if
044800     .
044900
045000* Rattelsen till morgondagens sida, skriven for lasaren: grad,
045100* storlek och publiceringsdag (pussel-id sager lasaren inget):
045200 c-print-notice                        section.
045300     if ws-notice-started = 'N'
045400        move ws-tomorrow to ws-date-in
045500        perform z-format-date
045600        move spaces to ws-print-line
045700        string 'RATTELSER FOR TIDNINGEN ' ws-date-text
045800           delimited by size into ws-print-line
045900        write NOTICE-LINE from ws-print-line
046000              after advancing page
046100        move spaces to ws-print-line
046200        perform z-write-notice-line
046300        move 'Y' to ws-notice-started
046400     end-if
046500     evaluate ct-difficulty
046600        when 'E' move 'LATT'   to ws-grade-name
046700        when 'M' move 'MEDEL'  to ws-grade-name
046800        when 'H' move 'SVAR'   to ws-grade-name
046900        when other move 'EXPERT' to ws-grade-name
047000     end-evaluate
047100     move ct-sdu-size to ws-size-z
047200     move ct-published-date to ws-date-in
047300     perform z-format-date
047400     move spaces to ws-print-line
047500     if ct-type-x
047600        string 'RATTELSE: X-SUDOKUT (' ws-grade-name ', '
047700               ws-size-z 'X' ws-size-z ') I TIDNINGEN '
047800               ws-date-text
047900           delimited by size into ws-print-line
048000     else
048100        string 'RATTELSE: SUDOKUT (' ws-grade-name ', '
048200               ws-size-z 'X' ws-size-z ') I TIDNINGEN '
048300               ws-date-text
048400           delimited by size into ws-print-line
048500     end-if
048600     perform z-write-notice-line
048700     evaluate true
048800        when ec-reason-multiple
048900           move 'HADE MER AN EN LOSNING. ALLA RATTA LOSNINGAR '
049000             to ws-print-line
049100           move 'GODKANNS I TAVLINGEN.' to ws-print-line(46:)
049200        when ec-reason-given
049300           move 'HADE ETT FELTRYCKT GIVET TAL. ALLA LOSNINGAR '
049400             to ws-print-line
049500           move 'SOM STAMMER MED DE TRYCKTA TALEN GODKANNS I '
049600             to ws-print-line(46:)
049700           move 'TAVLINGEN.' to ws-print-line(90:)
049800        when other
049900           move 'INNEHOLL ETT FEL. ALLA LOSNINGAR SOM STAMMER '
050000             to ws-print-line
050100           move 'MED DE TRYCKTA TALEN GODKANNS I TAVLINGEN.'
050200             to ws-print-line(46:)
050300     end-evaluate
050400     perform z-write-notice-line
050500     move spaces to ws-print-line
050600     string 'VI BER OM URSAKT OCH TACKAR ' delimited by size
050700            ec-reporter delimited by '  '
050800            ' SOM UPPMARKSAMMADE FELET.' delimited by size
050900            into ws-print-line
051300     perform z-write-notice-line
051400     move spaces to ws-print-line
051500     perform z-write-notice-line
051600     add 1 to ws-notice-count
051700     .
051800
051900 z-format-date                         section.
052000     move spaces to ws-date-text
052100     string ws-date-yyyy '-' ws-date-mm '-' ws-date-dd
052200        delimited by size into ws-date-text
052300     .
052400
052500 z-write-notice-line                   section.
052600     write NOTICE-LINE from ws-print-line
052700           after advancing 1 line
052800     if not ws-notice-ok
052900        display 'MDSERRA: fel vid skrivning NOTICE, status='
053000           ws-notice-status
053100        move 16 to RETURN-CODE
053200        goback
053300     end-if
053400     .
053500
053600* Lineupen: las in hela, dra tillbaka kommande dagars sparrade
053700* pussel och ersatt dem, skriv sedan ut den nya:
053800 b-rebuild-lineup                      section.
053900     perform z-read-next-lineup
054000     perform until ws-no-more-lineup
054100        if ws-lineup-count >= 2000
054200           display 'MDSERRA: *** LINEUP har fler an 2000 poster'
054300              ' - ingen ny lineup skrivs'
054400           move 16 to RETURN-CODE
054500           goback
054600        end-if
054700        add 1 to ws-lineup-count
054800        move LINEUP-IN-RECORD to ln-record(ws-lineup-count)
054900        move 'N' to ln-dropped(ws-lineup-count)
055000        perform z-read-next-lineup
055100     end-perform
055200     perform varying lx from 1 by 1 until lx > ws-lineup-count
055300        move ln-record(lx) to LINEUP-RECORD
055400        if lu-pub-date > ws-today
055500           move lu-puzzle-id to ct-puzzle-id
055600           read puzzle-cat
055700           if ws-puzzle-cat-ok
055800              if ct-on-hold
055900                 perform c-replace-entry
056000              end-if
056100           else
056200              if not ws-puzzle-cat-notfnd
056300                 display 'MDSERRA: fel vid lasning PUZZCAT, '
056400                    'status=' ws-puzzle-cat-status
056500                    ' id=' lu-puzzle-id
056600                 move 16 to RETURN-CODE
056700                 goback
056800              end-if
056900           end-if
057000        end-if
057100     end-perform
057200     perform varying lx from 1 by 1 until lx > ws-lineup-count
057300        if ln-dropped(lx) = 'N'
057400           write LINEUP-OUT-RECORD from ln-record(lx)
057500           if not ws-lineup-out-ok
057600              display 'MDSERRA: fel vid skrivning LINEOUT, '
057700                 'status=' ws-lineup-out-status
057800              move 16 to RETURN-CODE
057900              goback
058000           end-if
058100        end-if
058200     end-perform
058300     .
058400
058500 z-read-next-lineup                    section.
058600     read lineup-in
058700        at end set ws-no-more-lineup to true
058800     end-read
058900     if not ws-no-more-lineup and not ws-lineup-in-ok
059000        display 'MDSERRA: fel vid lasning av LINEUP, status='
059100           ws-lineup-in-status
059200        move 16 to RETURN-CODE
059300        goback
059400     end-if
059500     .
059600
059700* Lineup-post lx (i LINEUP-RECORD, katalogposten i CATALOG-
059800* RECORD) ar sparrad: leta ersattare, stampla den 'S' och lat
059900* den ta platsen pa sidan. Utan ersattare stryks posten och
060000* siddesken far valja for hand:
060100 c-replace-entry                       section.
060200     add 1 to ws-pulled-count
060300     move lu-puzzle-id to ws-pulled-id
060400     if ct-type-x
060500        move 'X' to ws-pulled-type
060600     else
060700        move 'C' to ws-pulled-type
060800     end-if
060900     perform c-find-replacement
061000     if ws-best-id = spaces
061100        move 'Y' to ln-dropped(lx)
061200        add 1 to ws-no-replace-count
061300        move 4 to RETURN-CODE
061400        display 'MDSERRA: *** ' ws-pulled-id ' dragen fran '
061500           'lineup ' lu-pub-date ' sida ' lu-page-seq
061600           ' - INGEN ERSATTARE, siddesken maste valja'
061700        move spaces to ws-best-id
061800        perform z-note-pull-in-case
061900        go to c-replace-entry-exit
062000     end-if
062100     move ws-best-id to ct-puzzle-id
062200     read puzzle-cat
062300     if not ws-puzzle-cat-ok
062400        display 'MDSERRA: fel vid lasning PUZZCAT, status='
062500           ws-puzzle-cat-status ' id=' ct-puzzle-id
062600        move 16 to RETURN-CODE
062700        goback
062800     end-if
062900     move CATALOG-RECORD to jr-before-image
063000     set ct-status-scheduled to true
063100     move lu-pub-date to ct-status-date
063200     rewrite CATALOG-RECORD
063300     if not ws-puzzle-cat-ok
063400        display 'MDSERRA: fel vid rewrite PUZZCAT, status='
063500           ws-puzzle-cat-status ' id=' ct-puzzle-id
063600        move 16 to RETURN-CODE
063700        goback
063800     end-if
063900     set jr-action-change to true
064000     move CATALOG-RECORD to jr-after-image
064100     perform z-write-journal
064200     move ct-puzzle-id     to lu-puzzle-id
064300     move ct-source-code   to lu-source-code
064400     move ct-received-date to lu-received-date
064500     move LINEUP-RECORD to ln-record(lx)
064600     add 1 to ws-replaced-count
064700     display 'MDSERRA: ' ws-pulled-id ' dragen fran lineup '
064800        lu-pub-date ' sida ' lu-page-seq ' - ersatt med '
064900        ws-best-id
065000     perform z-note-pull-in-case
065100     .
065200 c-replace-entry-exit.
065300     continue
065400     .
065500
065600* Aldsta 'Q'-pusslet med samma grad, sidlangd och variant som
065700* inte ar sparrat, vars kalla inte redan finns pa dagen och
065800* som ligger inom kallans exklusivitetsfonster:
065900 c-find-replacement                    section.
066000     move spaces to ws-best-id
066100     move 99999999 to ws-best-date
066200     move low-values to ct-puzzle-id
066300     start puzzle-cat key >= ct-puzzle-id
066400     if not ws-puzzle-cat-ok
066500        go to c-find-replacement-exit
066600     end-if
066700     move 'N' to ws-done-catalog
066800     perform z-read-next-catalog
066900     perform until ws-no-more-catalog
067000        if ct-status-qc-passed
067100        and not ct-on-hold
067200        and ct-difficulty = lu-difficulty
067300        and ct-sdu-size = lu-sdu-size
067400        and ct-received-date < ws-best-date
067500           if ct-type-x
067600              move 'X' to ws-cand-type
067700           else
067800              move 'C' to ws-cand-type
067900           end-if
068000           if ws-cand-type = ws-pulled-type
068100              perform z-check-source-free
068200              if ws-source-is-free
068300                 perform z-check-exclusive
068400                 if lu-pub-date <= ws-excl-until
068500                    move ct-puzzle-id to ws-best-id
068600                    move ct-received-date to ws-best-date
068700                 end-if
068800              end-if
068900           end-if
069000        end-if
069100        perform z-read-next-catalog
069200     end-perform
069300     .
069400 c-find-replacement-exit.
069500     continue
069600     .
069700
069800 z-read-next-catalog                   section.
069900     read puzzle-cat next
070000        at end set ws-no-more-catalog to true
070100     end-read
070200     if not ws-no-more-catalog and not ws-puzzle-cat-ok
070300        display 'MDSERRA: fel vid lasning PUZZCAT, status='
070400           ws-puzzle-cat-status
070500        move 16 to RETURN-CODE
070600        goback
070700     end-if
070800     .
070900
071000* Finns kandidatens kalla redan pa samma dag (utom i posten som
071100* ersatts)?
071200 z-check-source-free                   section.
071300     move 'Y' to ws-source-free
071400     perform varying ox from 1 by 1 until ox > ws-lineup-count
071500        if ox not = lx
071600        and ln-dropped(ox) = 'N'
071700        and ln-pub-date(ox) = lu-pub-date
071800        and ln-source-code(ox) = ct-source-code
071900           move 'N' to ws-source-free
072000        end-if
072100     end-perform
072200     .
072300
072400* Sista tillatna publiceringsdag: ct-received-date + kallans
072500* exklusivitetsdagar (0 eller okand kalla = ingen grans), som
072600* i MDSSCHED:
072700 z-check-exclusive                     section.
072800     move 99999999 to ws-excl-until
072900     if ct-source-code not = ws-last-supplier
073000        move ct-source-code to ws-last-supplier su-source-code
073100        move zero to ws-excl-days
073200        read supp-mast
073300        evaluate true
073400           when ws-supp-mast-ok
073500              move su-exclusive-days to ws-excl-days
073600           when ws-supp-mast-notfnd
073700              continue
073800           when other
073900              display 'MDSERRA: fel vid lasning SUPPMAST, '
074000                 'status=' ws-supp-mast-status
074100                 ' kalla=' ct-source-code
074200              move 16 to RETURN-CODE
074300              goback
074400        end-evaluate
074500     end-if
074600     if ws-excl-days > 0 and ct-received-date > 0
074700        compute ws-date-int =
074800           function integer-of-date(ct-received-date)
074900           + ws-excl-days
075000        compute ws-excl-until =
075100           function date-of-integer(ws-date-int)
075200     end-if
075300     .
075400
075500* Arendet (om det finns) far veta vilken dag pusslet drogs
075600* tillbaka fran och vem som ersatte det:
075700 z-note-pull-in-case                   section.
075800     move ws-pulled-id to ec-puzzle-id
075900     read err-case
076000     if ws-err-case-notfnd
076100        go to z-note-pull-in-case-exit
076200     end-if
076300     if not ws-err-case-ok
076400        display 'MDSERRA: fel vid lasning ERRCASE, status='
076500           ws-err-case-status ' id=' ws-pulled-id
076600        move 16 to RETURN-CODE
076700        goback
076800     end-if
076900     move lu-pub-date to ec-pulled-date
077000     move ws-best-id  to ec-replacement-id
077100     perform z-rewrite-case
077200     .
077300 z-note-pull-in-case-exit.
077400     continue
077500     .
077600
077700* Alla oppna arenden, sa att inget blir liggande:
077800 b-list-open-cases                     section.
077900     move low-values to ec-puzzle-id
078000     start err-case key >= ec-puzzle-id
078100     if not ws-err-case-ok
078200        go to b-list-open-cases-exit
078300     end-if
078400     perform z-read-next-case
078500     perform until ws-no-more-cases
078600        if ec-case-open
078700           add 1 to ws-open-case-count
078800           display 'MDSERRA: oppet arende ' ec-puzzle-id
078900              ' sedan ' ec-opened-date ' orsak ' ec-reason-code
079000              ' ' ec-reason-text
079100        end-if
079200        perform z-read-next-case
079300     end-perform
079400     .
079500 b-list-open-cases-exit.
079600     continue
079700     .
079800
079900 z-read-next-case                      section.
080000     read err-case next
080100        at end set ws-no-more-cases to true
080200     end-read
080300     if not ws-no-more-cases and not ws-err-case-ok
080400        display 'MDSERRA: fel vid lasning ERRCASE, status='
080500           ws-err-case-status
080600        move 16 to RETURN-CODE
080700        goback
080800     end-if
080900     .
081000
081100 z-write-journal                       section.
081200     move 'MDSERRA'    to jr-program
081300     move ws-today     to jr-run-date
081400     move ct-puzzle-id to jr-puzzle-id
081500     move spaces       to jr-terminal
081600     set jl-write-entry to true
081700     move RETURN-CODE to ws-saved-rc
081800     call 'MDSJRNL' using JOURNAL-CALL CATALOG-JOURNAL-RECORD
081900     move ws-saved-rc to RETURN-CODE
082000     if not jl-ok
082100        move 16 to RETURN-CODE
082200        goback
082300     end-if
082400     .
082500
082600 z-close-files                         section.
082700     close err-tran
082800     close err-case
082900     close puzzle-cat
083000     close supp-mast
083100     close lineup-in
083200     close lineup-out
083300     close notice
083400     set jl-close-journal to true
083500     move RETURN-CODE to ws-saved-rc
083600     call 'MDSJRNL' using JOURNAL-CALL CATALOG-JOURNAL-RECORD
083700     move ws-saved-rc to RETURN-CODE
083800     .
083900
084000 z-print-summary                       section.
084100     display 'MDSERRA: kort lasta:              ' ws-card-count
084200     display 'MDSERRA: oppnade arenden:         '
084300        ws-opened-count
084400     display 'MDSERRA: bekraftade arenden:      '
084500        ws-confirmed-count
084600     display 'MDSERRA: avvisade arenden:        '
084700        ws-rejected-count
084800     display 'MDSERRA: avvisade kort:           '
084900        ws-reject-count
085000     display 'MDSERRA: rattelser till NOTICE:   '
085100        ws-notice-count
085200     display 'MDSERRA: dragna fran lineup:      '
085300        ws-pulled-count
085400     display 'MDSERRA:   ersatta:               '
085500        ws-replaced-count
085600     display 'MDSERRA:   utan ersattare:        '
085700        ws-no-replace-count
085800     display 'MDSERRA: oppna arenden:           '
085900        ws-open-case-count
086000     if ws-reject-count > 0 and RETURN-CODE < 4
086100        move 4 to RETURN-CODE
086200     end-if
086300     .
