000100 identification division.
000200 program-id. MDSDIGI.
000300
000400* Av Erik Weyler 2026-10
000500
000600* Nattligt flode till den digitala utgavan (webb och app), i
000700* stallet for att webbredaktionen skrapar den tryckta sidan -
000800* sent, och ibland med losningen samma dag. Skriver DIGIFEED
000900* (copy DIGIFEED) ur LINEUP, PUZZCAT, RESVSAM och ERRCASE:
001000*
001100*   - ett huvud med flodets lopnummer, floddatum och
001200*     foregaende levererade flode,
001300*   - pusslen for de narmaste publiceringsdagarna (dag +1 till
001400*     +N, N fran DIGICTL) med givna tal, grad, sidlangd,
001500*     variant och tidigast tillatna visning,
001600*   - losningarna (RESVSAM) till varje publiceringsdag efter
001700*     forra flodets datum till och med floddatum - embargot:
001800*     en losning gar aldrig ut forran i flodet for pusslets
001810*     dag, och visas tidigast dagen efter floddatum. En missad
001820*     natt tas igen av nasta flode,
001900*   - en annullering for varje pussel som MDSERRA dragit
002000*     tillbaka fran en dag i fonstret, med ersattaren,
002100*   - en slutpost med antal per posttyp och totalt.
002200*
002210* Floddatum ar nattens affarsdatum fran MDSRUNC (DYGNSBRYT i
002220* PARMFIL), inte systemdatum - ett flode som gar efter midnatt
002230* bakom MDSSCHED hor till natten fore och skickar inte den nya
002240* dagens losningar samma morgon som pusslen publiceras.
002250*
002300* Pusslen skickas om varje natt sa lange dagen ligger i
002400* fonstret - mottagaren ersatter pa publiceringsdag och sida.
002500* Lopnumret halls i DIGISTAT (copy DIGISTAT) och okar med ett
002600* per floddatum; en omkorning samma datum far samma nummer,
002650* skickar losningarna efter flodet fore det och ersatter den
002700* forra filen. Dubbletter (samma dag och sida)
002800* fran konkatenerade lineuper tas en gang.
002900*
003000* Kort i DIGICTL (frivilligt, blankt = standard): antal dagar
003100* framat(2, std 03, 01-14) + visningstid(4, TTMM, std 0000).
003200* CC: 0 = rent, 4 = pussel eller losning kunde inte skickas
003300* (saknas, sparrat utan arende, ej lost), 16 = I/O-fel, fel i
003400* DIGICTL eller inget affarsdatum.
003500
003600* JCL: se MDSDIGI.JCL
003700
003800 environment division.
003900 configuration section.
004000 special-names. decimal-point is comma.
004100
004200 input-output section.
004300 file-control.
004400     select digi-ctl   assign to 'DIGICTL'
004500            organization is sequential
004600            file status is ws-digi-ctl-status.
004700     select lineup-in  assign to 'LINEUP'
004800            organization is sequential
004900            file status is ws-lineup-in-status.
005000     select puzzle-cat assign to 'PUZZCAT'
005100            organization is indexed
005200            access is random
005300            record key is ct-puzzle-id
005400            file status is ws-puzzle-cat-status.
005500     select result-vs  assign to 'RESVSAM'
005600            organization is indexed
005700            access is random
005800            record key is vr-puzzle-id
005900            file status is ws-result-vs-status.
006000     select err-case   assign to 'ERRCASE'
006100            organization is indexed
006200            access is dynamic
006300            record key is ec-puzzle-id
006400            file status is ws-err-case-status.
006500     select digi-stat  assign to 'DIGISTAT'
006600            organization is indexed
006700            access is random
006800            record key is ds-feed-name
006900            file status is ws-digi-stat-status.
007000     select digi-feed  assign to 'DIGIFEED'
007100            organization is sequential
007200            file status is ws-digi-feed-status.
007300
007400 data division.
007500 file section.
007600 fd  digi-ctl
007700     recording mode is f.
007800 01  DIGITAL-CONTROL.
007900     05 dc-days-ahead       pic XX.
008000     05 dc-release-time     pic X(4).
008100     05 filler              pic X(74).
008200
008300 fd  lineup-in
008400     recording mode is f.
008500     copy LINEUP.
008600
008700 fd  puzzle-cat
008800     recording mode is f.
008900     copy CATREC.
009000
009100* Samma grepp som i MDSVLOAD: bara nyckeln behover eget namn,
009200* innehallet flyttas som grupp till PUZZRES-arean i WS:
009300 fd  result-vs
009400     recording mode is f.
009500 01  RESULT-VSAM-RECORD.
009600     05 vr-puzzle-id        pic X(10).
009700     05 vr-rest             pic X(280).
009800
009900 fd  err-case
010000     recording mode is f.
010100     copy ERRCASE.
010200
010300 fd  digi-stat
010400     recording mode is f.
010500     copy DIGISTAT.
010600
010700 fd  digi-feed
010800     recording mode is f.
010900     copy DIGIFEED.
011000
011100 working-storage section.
011200 01  ws-digi-ctl-status     pic XX.
011300     88 ws-digi-ctl-ok          value '00'.
011400 01  ws-lineup-in-status    pic XX.
011500     88 ws-lineup-in-ok         value '00'.
011600 01  ws-puzzle-cat-status   pic XX.
011700     88 ws-puzzle-cat-ok        value '00'.
011800     88 ws-puzzle-cat-notfnd    value '23'.
011900 01  ws-result-vs-status    pic XX.
012000     88 ws-result-vs-ok         value '00'.
012100     88 ws-result-vs-notfnd     value '23'.
012200 01  ws-err-case-status     pic XX.
012300     88 ws-err-case-ok          value '00'.
012400     88 ws-err-case-notfnd      value '23'.
012500     88 ws-err-case-missing     value '35'.
012600 01  ws-digi-stat-status    pic XX.
012700     88 ws-digi-stat-ok         value '00'.
012800     88 ws-digi-stat-notfnd     value '23'.
012900     88 ws-digi-stat-missing    value '35'.
013000 01  ws-digi-feed-status    pic XX.
013100     88 ws-digi-feed-ok         value '00'.
013200
013300 01  ws-done-lineup         pic X value 'N'.
013400     88 ws-no-more-lineup       value 'Y'.
013500 01  ws-done-cases          pic X value 'N'.
013600     88 ws-no-more-cases        value 'Y'.
013700 01  ws-have-cases          pic X value 'N'.
013800     88 ws-cases-present        value 'Y'.
013900 01  ws-state-found         pic X value 'N'.
014000     88 ws-state-exists         value 'Y'.
014100
014200* Facit-posten i lasbar form:
014300     copy PUZZRES.
014400
014600 01  ws-now                 pic 9(8).
014700 01  ws-date-int            pic 9(8) comp-3.
014800 01  ws-days-ahead          pic 99 value 3.
014900 01  ws-release-time        pic 9(4) value zero.
014950 01  ws-feed-date           pic 9(8).
015000 01  ws-first-date          pic 9(8).
015100 01  ws-last-date           pic 9(8).
015200 01  ws-solution-date       pic 9(8).
015250* Losningar skickas for dagar efter detta datum:
015270 01  ws-solution-after      pic 9(8).
015300 01  ws-feed-seq            pic 9(6).
015400 01  ws-prev-seq            pic 9(6).
015500 01  ws-prev-feed-date      pic 9(8).
015600
015700* Skickade poster (dag + sida + pussel) - dubblettkontroll och
015800* sidnummer till annulleringarna:
015900 01  ws-sent-table.
016000     05 ws-sent-entry occurs 2000 times.
016100        10 st-pub-date      pic 9(8).
016200        10 st-page-seq      pic 9(3).
016300        10 st-puzzle-id     pic X(10).
016400 01  ws-sent-count          pic 9(4) comp-3 value zero.
016500 01  sx                     pic 9(4) comp-3.
016600 01  ws-dup-flag            pic X.
016700     88 ws-is-duplicate         value 'Y'.
016800
016900 01  ws-puzzle-count        pic 9(6) comp-3 value zero.
017000 01  ws-solution-count      pic 9(6) comp-3 value zero.
017100 01  ws-cancel-count        pic 9(6) comp-3 value zero.
017200 01  ws-record-count        pic 9(6) comp-3 value zero.
017300 01  ws-lineup-read-count   pic 9(6) comp-3 value zero.
017400 01  ws-not-sent-count      pic 9(6) comp-3 value zero.
017500
017520     copy RUNCCALL.
017540
017600 procedure division.
017700 a-main                                section.
017900     accept ws-now from time
018000     perform z-read-control
018050     perform z-resolve-feed-date
018100     compute ws-date-int =
018150        function integer-of-date(ws-feed-date) + 1
018200     compute ws-first-date = function date-of-integer(ws-date-int)
018300     compute ws-date-int =
018400        function integer-of-date(ws-feed-date) + ws-days-ahead
018500     compute ws-last-date = function date-of-integer(ws-date-int)
018700     move ws-first-date to ws-solution-date
018900     perform z-open-files
019000     perform b-assign-sequence
019100     perform b-write-header
019200     perform b-send-lineup
019300     perform b-send-cancellations
019400     perform b-write-trailer
019500     perform b-save-state
019600     perform z-close-files
019700     perform z-print-summary
019800     goback
019900     .
020000
020100* Kortet ar frivilligt - saknat kort eller blanka falt ger
020200* standardvardena. Ett ifyllt men felaktigt falt ar ett fel:
020300 z-read-control                        section.
020400     open input digi-ctl
020500     if not ws-digi-ctl-ok
020600        go to z-read-control-exit
020700     end-if
020800     read digi-ctl
020900        at end go to z-read-control-close
021000     end-read
021100     if not ws-digi-ctl-ok
021200        go to z-read-control-close
021300     end-if
021400     if dc-days-ahead not = spaces
021500        if dc-days-ahead numeric
021600           move dc-days-ahead to ws-days-ahead
021700        else
021800           move zero to ws-days-ahead
021900        end-if
022000        if ws-days-ahead < 1 or ws-days-ahead > 14
022100           display 'MDSDIGI: *** ogiltigt antal dagar i '
022200              'DIGICTL: ' dc-days-ahead
022300           move 16 to RETURN-CODE
022400           goback
022500        end-if
022600     end-if
022700     if dc-release-time not = spaces
022800        if dc-release-time numeric
022900        and dc-release-time(1:2) <= '23'
023000        and dc-release-time(3:2) <= '59'
023100           move dc-release-time to ws-release-time
023200        else
023300           display 'MDSDIGI: *** ogiltig visningstid i '
023400              'DIGICTL: ' dc-release-time
023500           move 16 to RETURN-CODE
023600           goback
023700        end-if
023800     end-if
023900     .
024000 z-read-control-close.
024100     close digi-ctl
024200     .
024300 z-read-control-exit.
024400     display 'MDSDIGI: dagar framat ' ws-days-ahead
024500        ' visningstid ' ws-release-time
024600     .
024700
024710* Floddatum = nattens affarsdatum, samma som nattstegen far:
024720 z-resolve-feed-date                   section.
024730     set rl-resolve-date to true
024740     move 'MDSDIGI' to rl-step-name
024750     move zero      to rl-business-date
024760     call 'MDSRUNC' using RUN-CONTROL-CALL
024770     if not rl-ok
024780        display 'MDSDIGI: inget affarsdatum - se MDSRUNC ovan'
024790        move 16 to RETURN-CODE
024800        goback
024810     end-if
024820     move rl-business-date to ws-feed-date
024830     move zero to RETURN-CODE
024840     .
024850
024860 z-open-files                          section.
024900     open input lineup-in
025000     if not ws-lineup-in-ok
025100        display 'MDSDIGI: kan inte oppna LINEUP, status='
025200           ws-lineup-in-status
025300        move 16 to RETURN-CODE
025400        goback
025500     end-if
025600     open input puzzle-cat
025700     if not ws-puzzle-cat-ok
025800        display 'MDSDIGI: kan inte oppna PUZZCAT, status='
025900           ws-puzzle-cat-status
026000        move 16 to RETURN-CODE
026100        goback
026200     end-if
026300     open input result-vs
026400     if not ws-result-vs-ok
026500        display 'MDSDIGI: kan inte oppna RESVSAM, status='
026600           ws-result-vs-status
026700        move 16 to RETURN-CODE
026800        goback
026900     end-if
027000* Inga arenden registrerade an (status 35) = inga annulleringar:
027100     open input err-case
027200     if ws-err-case-ok
027300        set ws-cases-present to true
027400     else
027500        if not ws-err-case-missing
027600           display 'MDSDIGI: kan inte oppna ERRCASE, status='
027700              ws-err-case-status
027800           move 16 to RETURN-CODE
027900           goback
028000        end-if
028100     end-if
028200     open i-o digi-stat
028300* Status 35 = klustret ar nydefinierat och tomt (som i MDSPCAT):
028400     if ws-digi-stat-missing
028500        open output digi-stat
028600        if ws-digi-stat-ok
028700           close digi-stat
028800           open i-o digi-stat
028900        end-if
029000     end-if
029100     if not ws-digi-stat-ok
029200        display 'MDSDIGI: kan inte oppna DIGISTAT, status='
029300           ws-digi-stat-status
029400        move 16 to RETURN-CODE
029500        goback
029600     end-if
029700     open output digi-feed
029800     if not ws-digi-feed-ok
029900        display 'MDSDIGI: kan inte oppna DIGIFEED, status='
030000           ws-digi-feed-status
030100        move 16 to RETURN-CODE
030200        goback
030300     end-if
030400     .
030500
030600* Lopnumret: ett nytt per floddatum, samma vid omkorning.
030650* Losningarna tas fran dagen efter det flode som foregar
030670* detta (forsta flodet: bara floddatum):
030700 b-assign-sequence                     section.
030800     move 'DIGIFEED' to ds-feed-name
030900     read digi-stat
031000     evaluate true
031100        when ws-digi-stat-ok
031200           set ws-state-exists to true
031300        when ws-digi-stat-notfnd
031400           move zero to ds-last-seq ds-last-feed-date
031500                        ds-prev-seq ds-prev-feed-date
031600        when other
031700           display 'MDSDIGI: fel vid lasning DIGISTAT, status='
031800              ws-digi-stat-status
031900           move 16 to RETURN-CODE
032000           goback
032100     end-evaluate
032200     if ds-last-feed-date = ws-feed-date
032300        move ds-last-seq       to ws-feed-seq
032400        move ds-prev-seq       to ws-prev-seq
032500        move ds-prev-feed-date to ws-prev-feed-date
032600        display 'MDSDIGI: omkorning for ' ws-feed-date
032700           ' - lopnummer ' ws-feed-seq ' ateranvands'
032800     else
032900        if ds-last-feed-date > ws-feed-date
033000           display 'MDSDIGI: *** DIGISTAT har redan flode for '
033100              ds-last-feed-date ' - affarsdatum fel?'
033200           move 16 to RETURN-CODE
033300           goback
033400        end-if
033500        compute ws-feed-seq = ds-last-seq + 1
033600        move ds-last-seq       to ws-prev-seq
033700        move ds-last-feed-date to ws-prev-feed-date
033800     end-if
033810     move ws-prev-feed-date to ws-solution-after
033820     if ws-solution-after = zero
033830        compute ws-date-int =
033840           function integer-of-date(ws-feed-date) - 1
033850        compute ws-solution-after =
033860           function date-of-integer(ws-date-int)
033870     end-if
033900     .
034000
034100 b-write-header                        section.
034200     move spaces to DIGITAL-FEED-RECORD
034300     set df-type-header to true
034400     move ws-feed-date      to df-feed-date
034500     move ws-now(1:6)       to df-created-time
034600     move ws-prev-seq       to df-prev-feed-seq
034700     move ws-prev-feed-date to df-prev-feed-date
034800     move ws-first-date     to df-first-pub-date
034900     move ws-last-date      to df-last-pub-date
035000     perform z-write-feed
035100     .
035200
035300* Lineupen: fonstrets dagar som pussel, dagarna sedan forra
035350* flodet som losningar:
035400 b-send-lineup                         section.
035500     perform z-read-next-lineup
035600     perform until ws-no-more-lineup
035700        add 1 to ws-lineup-read-count
035800        if (lu-pub-date >= ws-first-date
035900            and lu-pub-date <= ws-last-date)
036000        or (lu-pub-date > ws-solution-after
036050            and lu-pub-date <= ws-feed-date)
036100           perform z-check-duplicate
036200           if not ws-is-duplicate
036300              if lu-pub-date <= ws-feed-date
036400                 perform c-send-solution
036500              else
036600                 perform c-send-puzzle
036700              end-if
036800           end-if
036900        end-if
037000        perform z-read-next-lineup
037100     end-perform
037200     .
037300
037400 z-read-next-lineup                    section.
037500     read lineup-in
037600        at end set ws-no-more-lineup to true
037700     end-read
037800     if not ws-no-more-lineup and not ws-lineup-in-ok
037900        display 'MDSDIGI: fel vid lasning av LINEUP, status='
038000           ws-lineup-in-status
038100        move 16 to RETURN-CODE
038200        goback
038300     end-if
038400     .
038500
038600 z-check-duplicate                     section.
038700     move 'N' to ws-dup-flag
038800     perform varying sx from 1 by 1 until sx > ws-sent-count
038900        if st-pub-date(sx) = lu-pub-date
039000        and st-page-seq(sx) = lu-page-seq
039100           set ws-is-duplicate to true
039200        end-if
039300     end-perform
039400     if ws-is-duplicate
039500        go to z-check-duplicate-exit
039600     end-if
039700     if ws-sent-count >= 2000
039800        display 'MDSDIGI: *** fler an 2000 lineupposter i '
039900           'fonstret'
040000        move 16 to RETURN-CODE
040100        goback
040200     end-if
040300     add 1 to ws-sent-count
040400     move lu-pub-date  to st-pub-date(ws-sent-count)
040500     move lu-page-seq  to st-page-seq(ws-sent-count)
040600     move lu-puzzle-id to st-puzzle-id(ws-sent-count)
040700     .
040800 z-check-duplicate-exit.
040900     continue
041000     .
041100
041200* Ett kommande pussel med givna tal ur katalogen. Ett sparrat
041300* pussel skickas inte - ar det indraget gar det ut som
041400* annullering:
041500 c-send-puzzle                         section.
041600     move lu-puzzle-id to ct-puzzle-id
041700     read puzzle-cat
041800     if ws-puzzle-cat-notfnd
041900        display 'MDSDIGI: *** ' lu-puzzle-id ' (' lu-pub-date
042000           ' sida ' lu-page-seq ') finns inte i PUZZCAT'
042100        go to c-send-puzzle-not-sent
042200     end-if
042300     if not ws-puzzle-cat-ok
042400        display 'MDSDIGI: fel vid lasning PUZZCAT, status='
042500           ws-puzzle-cat-status ' id=' lu-puzzle-id
042600        move 16 to RETURN-CODE
042700        goback
042800     end-if
042900     if ct-on-hold
043000        display 'MDSDIGI: *** ' lu-puzzle-id ' (' lu-pub-date
043100           ' sida ' lu-page-seq ') ar sparrat - kor MDSERRA '
043200           'for ersattare'
043300        go to c-send-puzzle-not-sent
043400     end-if
043500     move spaces to DIGITAL-FEED-RECORD
043600     set df-type-puzzle to true
043700     move lu-pub-date     to df-pub-date
043800     move lu-page-seq     to df-page-seq
043900     move ct-puzzle-id    to df-puzzle-id
044000     move ct-difficulty   to df-difficulty
044100     move ct-sdu-size     to df-sdu-size
044200     if ct-type-x
044300        move 'X' to df-puzzle-type
044400     else
044500        move 'C' to df-puzzle-type
044600     end-if
044700     move lu-pub-date     to df-release-date
044800     move ws-release-time to df-release-time
044900     move ct-sudoku-grid  to df-grid
045000     perform z-write-feed
045100     add 1 to ws-puzzle-count
045200     go to c-send-puzzle-exit
045300     .
045400 c-send-puzzle-not-sent.
045500     add 1 to ws-not-sent-count
045600     move 4 to RETURN-CODE
045700     .
045800 c-send-puzzle-exit.
045900     continue
046000     .
046100
046200* Losningen till ett pussel som redan gatt - visas tidigast
046300* dagen efter floddatum:
046400 c-send-solution                       section.
046500     move lu-puzzle-id to vr-puzzle-id
046600     read result-vs
046700     if ws-result-vs-notfnd
046800        display 'MDSDIGI: *** losning saknas i RESVSAM for '
046900           lu-puzzle-id ' (' lu-pub-date ' sida '
047000           lu-page-seq ')'
047100        go to c-send-solution-not-sent
047200     end-if
047300     if not ws-result-vs-ok
047400        display 'MDSDIGI: fel vid lasning RESVSAM, status='
047500           ws-result-vs-status ' id=' lu-puzzle-id
047600        move 16 to RETURN-CODE
047700        goback
047800     end-if
047900     move RESULT-VSAM-RECORD to PUZZLE-RESULT
048000     if pr-return-code not = zero
048100        display 'MDSDIGI: *** ' lu-puzzle-id ' ar inte lost i '
048200           'RESVSAM (RC=' pr-return-code ')'
048300        go to c-send-solution-not-sent
048400     end-if
048500     move spaces to DIGITAL-FEED-RECORD
048600     set df-type-solution to true
048700     move lu-pub-date      to df-pub-date
048800     move lu-page-seq      to df-page-seq
048900     move pr-puzzle-id     to df-puzzle-id
049000     move pr-difficulty    to df-difficulty
049100     move pr-sdu-size      to df-sdu-size
049200     if pr-type-x
049300        move 'X' to df-puzzle-type
049400     else
049500        move 'C' to df-puzzle-type
049600     end-if
049700     move ws-solution-date to df-release-date
049800     move ws-release-time  to df-release-time
049900     move pr-sudoku-grid   to df-grid
050000* Bekraftat errata: facit ar inte det enda ratta svaret:
050100     move lu-puzzle-id to ct-puzzle-id
050200     read puzzle-cat
050300     if ws-puzzle-cat-ok and ct-on-hold
050400        move 'E' to df-errata-flag
050500     end-if
050600     perform z-write-feed
050700     add 1 to ws-solution-count
050800     go to c-send-solution-exit
050900     .
051000 c-send-solution-not-sent.
051100     add 1 to ws-not-sent-count
051200     move 4 to RETURN-CODE
051300     .
051400 c-send-solution-exit.
051500     continue
051600     .
051700
051800* Arenden vars pussel MDSERRA dragit tillbaka fran en dag i
051900* fonstret. Sidan ar ersattarens (samma plats pa sidan), eller
052000* 0 om ingen ersattare fanns:
052100 b-send-cancellations                  section.
052200     if not ws-cases-present
052300        go to b-send-cancellations-exit
052400     end-if
052500     move low-values to ec-puzzle-id
052600     start err-case key >= ec-puzzle-id
052700     if not ws-err-case-ok
052800        go to b-send-cancellations-exit
052900     end-if
053000     perform z-read-next-case
053100     perform until ws-no-more-cases
053200        if ec-pulled-date >= ws-first-date
053300        and ec-pulled-date <= ws-last-date
053400           perform c-send-cancel
053500        end-if
053600        perform z-read-next-case
053700     end-perform
053800     .
053900 b-send-cancellations-exit.
054000     continue
054100     .
054200
054300 z-read-next-case                      section.
054400     read err-case next
054500        at end set ws-no-more-cases to true
054600     end-read
054700     if not ws-no-more-cases and not ws-err-case-ok
054800        display 'MDSDIGI: fel vid lasning ERRCASE, status='
054900           ws-err-case-status
055000        move 16 to RETURN-CODE
055100        goback
055200     end-if
055300     .
055400
055500 c-send-cancel                         section.
055600     move spaces to DIGITAL-FEED-RECORD
055700     set df-type-cancel to true
055800     move ec-pulled-date    to df-pub-date
055900     move zero              to df-page-seq
056000     if ec-replacement-id not = spaces
056100        perform varying sx from 1 by 1 until sx > ws-sent-count
056200           if st-pub-date(sx) = ec-pulled-date
056300           and st-puzzle-id(sx) = ec-replacement-id
056400              move st-page-seq(sx) to df-page-seq
056500           end-if
056600        end-perform
056700     end-if
056800     move ec-puzzle-id      to df-puzzle-id
056900     move zero              to df-sdu-size
057000     move ws-feed-date      to df-release-date
057100     move zero              to df-release-time
057200     move ec-replacement-id to df-replacement-id
057300     perform z-write-feed
057400     add 1 to ws-cancel-count
057500     display 'MDSDIGI: annullering ' ec-puzzle-id ' ('
057600        ec-pulled-date ') ersattare ' ec-replacement-id
057700     .
057800
057900 b-write-trailer                       section.
058000     move spaces to DIGITAL-FEED-RECORD
058100     set df-type-trailer to true
058200     move ws-puzzle-count   to df-puzzle-count
058300     move ws-solution-count to df-solution-count
058400     move ws-cancel-count   to df-cancel-count
058500     compute df-record-count = ws-record-count + 1
058600     perform z-write-feed
058700     .
058800
058900 z-write-feed                          section.
059000     move ws-feed-seq to df-feed-seq
059100     write DIGITAL-FEED-RECORD
059200     if not ws-digi-feed-ok
059300        display 'MDSDIGI: fel vid skrivning DIGIFEED, status='
059400           ws-digi-feed-status
059500        move 16 to RETURN-CODE
059600        goback
059700     end-if
059800     add 1 to ws-record-count
059900     .
060000
060100* Flodet ar skrivet - forst nu raknas lopnumret som anvant:
060200 b-save-state                          section.
060300     move 'DIGIFEED'        to ds-feed-name
060400     move ws-feed-seq       to ds-last-seq
060500     move ws-feed-date      to ds-last-feed-date
060600     move ws-prev-seq       to ds-prev-seq
060700     move ws-prev-feed-date to ds-prev-feed-date
060800     if ws-state-exists
060900        rewrite DIGITAL-FEED-STATE
061000     else
061100        write DIGITAL-FEED-STATE
061200     end-if
061300     if not ws-digi-stat-ok
061400        display 'MDSDIGI: fel vid skrivning DIGISTAT, status='
061500           ws-digi-stat-status
061600        move 16 to RETURN-CODE
061700        goback
061800     end-if
061900     .
062000
062100 z-close-files                         section.
062200     close lineup-in
062300     close puzzle-cat
062400     close result-vs
062500     if ws-cases-present
062600        close err-case
062700     end-if
062800     close digi-stat
062900     close digi-feed
063000     .
063100
063200 z-print-summary                       section.
063300     display 'MDSDIGI: flode nr ' ws-feed-seq ' for '
063400        ws-feed-date ', publiceringsdagar ' ws-first-date
063500        ' - ' ws-last-date
063550     display 'MDSDIGI: losningar for dagar efter '
063570        ws-solution-after ' t.o.m. ' ws-feed-date
063600     display 'MDSDIGI: lineupposter lasta:      '
063700        ws-lineup-read-count
063800     display 'MDSDIGI: pussel skickade:         '
063900        ws-puzzle-count
064000     display 'MDSDIGI: losningar skickade:      '
064100        ws-solution-count
064200     display 'MDSDIGI: annulleringar:           '
064300        ws-cancel-count
064400     display 'MDSDIGI: poster i flodet:         '
064500        ws-record-count
064600     display 'MDSDIGI: ej skickade:             '
064700        ws-not-sent-count
064800     .
