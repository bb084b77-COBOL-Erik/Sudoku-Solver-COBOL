000100 identification division.
000200 program-id. MDSPARM.
000300
000400* Av Erik Weyler 2026-10
000500
000600* Lasrutin for den centrala parameterfilen PARMFIL (VSAM KSDS,
000700* copy PARMREC). Ersatter styrkorten och de inkompilerade
000800* vardena - en trimning ar en kontrollerad andring i PARMFIL
000900* (MDSPMNT), inte en JCL-andring eller en omkompilering:
001000*
001100*   CALL 'MDSPARM' USING PARAMETER-CALL
001200*
001300*   pa-function 'G' = hamta parametern pa-name sadan den galler
001400*                     pa-as-of-date (noll = korningens datum):
001500*                     versionen med senaste giltighetsdatum pa
001600*                     eller fore datumet. Har filen ingen sadan
001700*                     version galler standardvardet i PARMDEFS.
001800*                     Vardet kontrolleras mot PARMDEFS precis
001900*                     som i MDSPMNT, och skrivs pa SYSOUT med
002000*                     anroparens namn - varje steg visar de
002100*                     parametrar det faktiskt korde med.
002200*   pa-function 'C' = stang PARMFIL (nar anroparen last sina
002300*                     parametrar).
002400*
002500* pa-return-code: 0 = ok, 16 = I/O-fel, okand parameter eller
002600* ogiltigt varde - anroparen avbryter med CC 16. Observera att
002700* CALL skriver over anroparens RETURN-CODE.
002800
002900 environment division.
003000 configuration section.
003100 special-names. decimal-point is comma.
003200
003300 input-output section.
003400 file-control.
003500     select parm-file  assign to 'PARMFIL'
003600            organization is indexed
003700            access is dynamic
003800            record key is pm-key
003900            file status is ws-parm-file-status.
004000
004100 data division.
004200 file section.
004300 fd  parm-file
004400     recording mode is f.
004500     copy PARMREC.
004600
004700 working-storage section.
004800 01  ws-parm-file-status    pic XX.
004900     88 ws-parm-file-ok         value '00'.
005000     88 ws-parm-file-notfnd     value '23'.
005100     88 ws-parm-file-eof        value '10'.
005200     88 ws-parm-file-missing    value '35'.
005300 01  ws-parm-file-open      pic X value 'N'.
005400     88 ws-parm-file-is-open    value 'Y'.
005500     88 ws-parm-file-is-empty   value 'E'.
005600
005700     copy PARMDEFS.
005800
005900 01  ws-def-ix              pic 99.
006000 01  ws-found-ix            pic 99.
006100 01  ws-as-of-date          pic 9(8).
006200 01  ws-done-versions       pic X.
006300     88 ws-no-more-versions     value 'Y'.
006400 01  ws-found-value         pic X(20).
006500 01  ws-found-eff-date      pic 9(8).
006600 01  ws-value-ok            pic X.
006700     88 ws-value-is-ok          value 'Y'.
006800 01  ws-len                 pic 99.
006900 01  ws-date-x              pic X(8).
007000 01  ws-time-x              pic X(4).
007100
007200 linkage section.
007300     copy PARMCALL.
007400
007500 procedure division using PARAMETER-CALL.
007600 a-main                                section.
007700     move zero to pa-return-code
007800     evaluate true
007900        when pa-get-value
008000           perform b-get-value
008100        when pa-close-file
008200           perform b-close-file
008300        when other
008400           display 'MDSPARM: okand funktion "' pa-function '"'
008500           move 16 to pa-return-code
008600     end-evaluate
008700     move zero to RETURN-CODE
008800     goback
008900     .
009000
009100 b-get-value                           section.
009200     move spaces to pa-value
009300     move zero   to pa-number
009400     move zero   to pa-eff-date
009500     move space  to pa-source
009600     perform z-find-def
009700     if ws-found-ix = zero
009800        display 'MDSPARM: *** okand parameter ' pa-name
009900           ' (fragad av ' pa-program ')'
010000        move 16 to pa-return-code
010100        go to b-get-value-exit
010200     end-if
010300     if pa-as-of-date = zero
010400        accept ws-as-of-date from date yyyymmdd
010500     else
010600        move pa-as-of-date to ws-as-of-date
010700     end-if
010800     if not ws-parm-file-is-open and not ws-parm-file-is-empty
010900        perform z-open-file
011000        if not pa-ok
011100           go to b-get-value-exit
011200        end-if
011300     end-if
011400     if ws-parm-file-is-empty
011500        move zero to ws-found-eff-date
011600     else
011700        perform c-find-version
011800     end-if
011900     if not pa-ok
012000        go to b-get-value-exit
012100     end-if
012200     if ws-found-eff-date = zero
012300        move pd-default(ws-found-ix) to pa-value
012400        set pa-from-default to true
012500     else
012600        move ws-found-value    to pa-value
012700        move ws-found-eff-date to pa-eff-date
012800        set pa-from-file to true
012900     end-if
013000     perform z-check-value
013100     if not ws-value-is-ok
013200        display 'MDSPARM: *** ogiltigt varde for ' pa-name
013300           ' i PARMFIL (giltigt fran ' pa-eff-date '): "'
013400           pa-value '"'
013500        move 16 to pa-return-code
013600        go to b-get-value-exit
013700     end-if
013800     move pd-length(ws-found-ix) to ws-len
013900     if pa-from-file
014000        display pa-program ': parameter ' pa-name ' = '
014100           pa-value(1:ws-len) '  (PARMFIL, giltigt fran '
014200           pa-eff-date ')'
014300     else
014400        display pa-program ': parameter ' pa-name ' = '
014500           pa-value(1:ws-len) '  (standardvarde, ingen '
014600           'version i PARMFIL)'
014700     end-if
014800     .
014900 b-get-value-exit.
015000     continue
015100     .
015200
015300 z-find-def                            section.
015400     move zero to ws-found-ix
015500     perform varying ws-def-ix from 1 by 1
015600               until ws-def-ix > pd-count
015700                  or ws-found-ix > zero
015800        if pd-name(ws-def-ix) = pa-name
015900           move ws-def-ix to ws-found-ix
016000        end-if
016100     end-perform
016200     .
016300
016400* Parameterns versioner ligger i datumordning efter namnet;
016500* den sista med giltighetsdatum pa eller fore datumet galler:
016600 c-find-version                        section.
016700     move zero to ws-found-eff-date
016800     move 'N' to ws-done-versions
016900     move pa-name to pm-name
017000     move zero    to pm-eff-date
017100     start parm-file key >= pm-key
017200        invalid key set ws-no-more-versions to true
017300     end-start
017400     perform until ws-no-more-versions
017500        read parm-file next
017600           at end set ws-no-more-versions to true
017700        end-read
017800        if not ws-no-more-versions
017900           if not ws-parm-file-ok
018000              display 'MDSPARM: fel vid lasning PARMFIL, '
018100                 'status=' ws-parm-file-status
018200              move 16 to pa-return-code
018300              set ws-no-more-versions to true
018400           else
018500              if pm-name not = pa-name
018600              or pm-eff-date > ws-as-of-date
018700                 set ws-no-more-versions to true
018800              else
018900                 move pm-value    to ws-found-value
019000                 move pm-eff-date to ws-found-eff-date
019100              end-if
019200           end-if
019300        end-if
019400     end-perform
019500     .
019600
019700* Samma regler som MDSPMNT tillampar vid inmatning - ett varde
019800* som kommit in i filen pa annan vag stoppas har:
019900 z-check-value                         section.
020000     move 'N' to ws-value-ok
020100     move pd-length(ws-found-ix) to ws-len
020200     if ws-len < 20
020300        if pa-value(ws-len + 1:) not = spaces
020400           go to z-check-value-exit
020500        end-if
020600     end-if
020700     evaluate true
020800        when pd-numeric(ws-found-ix)
020900           if pa-value(1:ws-len) numeric
021000              move pa-value(1:ws-len) to pa-number
021100              if pa-number >= pd-min(ws-found-ix)
021200              and pa-number <= pd-max(ws-found-ix)
021300                 move 'Y' to ws-value-ok
021400              end-if
021500           end-if
021600        when pd-date(ws-found-ix)
021700           move pa-value(1:8) to ws-date-x
021800           if ws-date-x numeric
021900              move ws-date-x to pa-number
022000              if pa-number = zero
022100              or (ws-date-x(5:2) >= '01'
022200                  and ws-date-x(5:2) <= '12'
022300                  and ws-date-x(7:2) >= '01'
022400                  and ws-date-x(7:2) <= '31')
022500                 move 'Y' to ws-value-ok
022600              end-if
022700           end-if
022800        when pd-time(ws-found-ix)
022900           move pa-value(1:4) to ws-time-x
023000           if ws-time-x numeric
023100           and ws-time-x(1:2) <= '23'
023200           and ws-time-x(3:2) <= '59'
023300              move ws-time-x to pa-number
023400              move 'Y' to ws-value-ok
023500           end-if
023600        when pd-grade(ws-found-ix)
023700           if pa-value(1:1) = 'E' or 'M' or 'H' or 'X'
023800              move 'Y' to ws-value-ok
023900           end-if
024000        when pd-text(ws-found-ix)
024100           if pa-value not = spaces
024200              move 'Y' to ws-value-ok
024300           end-if
024400     end-evaluate
024500     .
024600 z-check-value-exit.
024700     continue
024800     .
024900
025000 z-open-file                           section.
025100     open input parm-file
025200* Status 35 = klustret ar nydefinierat och tomt - da galler
025300* standardvardena:
025400     if ws-parm-file-missing
025500        set ws-parm-file-is-empty to true
025600        go to z-open-file-exit
025700     end-if
025800     if not ws-parm-file-ok
025900        display 'MDSPARM: kan inte oppna PARMFIL, status='
026000           ws-parm-file-status ' (fragad av ' pa-program ')'
026100        move 16 to pa-return-code
026200     else
026300        set ws-parm-file-is-open to true
026400     end-if
026500     .
026600 z-open-file-exit.
026700     continue
026800     .
026900
027000 b-close-file                          section.
027100     if ws-parm-file-is-open
027200        close parm-file
027300     end-if
027400     move 'N' to ws-parm-file-open
027500     .
