000100 identification division.
000200 program-id. MDSRUNL.
000300
000400* Av Erik Weyler 2026-10
000500
000600* Daglig driftsrapport ur kontrollboken RUNCTL (copy RUNCTL):
000700* en rad per steg i nattkedjan (RUNSTEPS) for ett affarsdatum,
000800* med tillstand, start- och sluttid, CC, antal in/ut, antal
000900* forsok och om senaste starten var en omkorning enligt kort.
001000* Ett steg utan post star som EJ KORD; ett steg som startat
001100* men aldrig slutat (abend, eller pagar) som AVBRUTET.
001200*
001300* Vilken natt som gallde avgors av ledgern: finns MDSSPLIT
001400* for datumet vantas den uppdelade natten (MDSSPLIT, en
001500* MDSBATCH per strom, MDSMERGE), annars MDSBATCH ensam. Steg
001600* fran den andra varianten visas bara om de har en post.
001700*
001800* Affarsdatum: kort i RUNLCTL (AAAAMMDD, frivilligt - for att
001900* se en aldre natt), annars samma datum som nattstegen far av
002000* MDSRUNC (DYGNSBRYT i PARMFIL). Antalet
002050* MDSBATCH-strommar ar PARTITIONER sadan den galler datumet.
002100* CC: 0 = natten komplett och ren, 4 = steg ej korda an,
002200* 8 = nagot steg slutade med CC over 4 eller slutade aldrig,
002300* 16 = I/O-fel eller felaktigt datum.
002400
002500* JCL: se MDSRUNL.JCL
002600
002700 environment division.
002800 configuration section.
002900 special-names. decimal-point is comma.
003000
003100 input-output section.
003200 file-control.
003300     select run-ledger assign to 'RUNCTL'
003400            organization is indexed
003500            access is random
003600            record key is rn-key
003700            file status is ws-run-ledger-status.
003800     select runl-ctl   assign to 'RUNLCTL'
003900            organization is sequential
004000            file status is ws-runl-ctl-status.
004400
004500 data division.
004600 file section.
004700 fd  run-ledger
004800     recording mode is f.
004900     copy RUNCTL.
005000
005100 fd  runl-ctl
005200     recording mode is f.
005300 01  RUNL-CONTROL.
005400     05 rc-business-date    pic X(8).
005500     05 filler              pic X(72).
005600
006300 working-storage section.
006400 01  ws-run-ledger-status   pic XX.
006500     88 ws-run-ledger-ok        value '00'.
006600     88 ws-run-ledger-notfnd    value '23'.
006700 01  ws-runl-ctl-status     pic XX.
006800     88 ws-runl-ctl-ok          value '00'.
007100
007200     copy RUNSTEPS.
007300
007400* Antal MDSBATCH-strommar i den uppdelade natten - parametern
007500* PARTITIONER, som i MDSRUNC:
007600 01  ws-partition-count     pic 9.
007625     copy RUNCCALL.
007650     copy PARMCALL.
007700
007800 01  ws-business-date       pic 9(8).
007900 01  ws-date-card           pic X(8).
008000 01  ws-step-ix             pic 99.
008100 01  ws-part-nr             pic 9.
008200 01  ws-check-stream        pic 9.
008300 01  ws-partitioned         pic X.
008400     88 ws-night-partitioned    value 'Y'.
008500 01  ws-expected            pic X.
008600     88 ws-step-expected        value 'Y'.
008700
008800 01  ws-expected-count      pic 9(3) comp-3 value zero.
008900 01  ws-clean-count         pic 9(3) comp-3 value zero.
009000 01  ws-missing-count       pic 9(3) comp-3 value zero.
009100 01  ws-failed-count        pic 9(3) comp-3 value zero.
009200 01  ws-open-count          pic 9(3) comp-3 value zero.
009300 01  ws-rerun-count         pic 9(3) comp-3 value zero.
009400
009500 01  ws-report-line.
009600     05 wl-step-name        pic X(8).
009700     05 filler              pic X value space.
009800     05 wl-stream           pic X.
009900     05 filler              pic X value space.
010000     05 wl-state            pic X(9).
010100     05 wl-cond-code        pic X(4).
010200     05 filler              pic XX value spaces.
010300     05 wl-start-date       pic X(8).
010400     05 filler              pic X value space.
010500     05 wl-start-time       pic X(5).
010600     05 filler              pic XX value spaces.
010700     05 wl-end-date         pic X(8).
010800     05 filler              pic X value space.
010900     05 wl-end-time         pic X(5).
011000     05 wl-in-count         pic Z(9)9.
011100     05 wl-out-count        pic Z(9)9.
011200     05 filler              pic XX value spaces.
011300     05 wl-attempts         pic ZZ9.
011400     05 filler              pic X value space.
011500     05 wl-rerun            pic X(3).
011600 01  ws-time-edit.
011700     05 ws-time-hh          pic 99.
011800     05 filler              pic X value '.'.
011900     05 ws-time-mm          pic 99.
012000
012100 procedure division.
012200 a-main                                section.
012300     accept ws-business-date from date yyyymmdd
012400     perform z-read-control
012450     perform z-read-partitions
012500     open input run-ledger
012600     if not ws-run-ledger-ok
012700        display 'MDSRUNL: kan inte oppna RUNCTL, status='
012800           ws-run-ledger-status
012900        move 16 to RETURN-CODE
013000        goback
013100     end-if
013200     perform b-find-night-variant
013300     perform z-print-heading
013400     perform varying ws-step-ix from 1 by 1
013500               until ws-step-ix > rt-step-count
013600        if rt-stream(ws-step-ix) = 'N'
013700           perform varying ws-part-nr from 1 by 1
013800                     until ws-part-nr > ws-partition-count
013900              move ws-part-nr to ws-check-stream
014000              perform c-report-one-step
014100           end-perform
014200        else
014300           move zero to ws-check-stream
014400           perform c-report-one-step
014500        end-if
014600     end-perform
014700     close run-ledger
014800     perform z-print-summary
014900     goback
015000     .
015100
015200* RUNLCTL fore nattstegens datum. Ett ifyllt men felaktigt
015300* datum ar ett fel:
015400 z-read-control                        section.
015500     move spaces to ws-date-card
015600     open input runl-ctl
015700     if ws-runl-ctl-ok
015800        read runl-ctl
015900           at end move spaces to rc-business-date
016000        end-read
016100        if ws-runl-ctl-ok
016200           move rc-business-date to ws-date-card
016300        end-if
016400        close runl-ctl
016500     end-if
016600     if ws-date-card = spaces
016700        set rl-resolve-date to true
016800        move 'MDSRUNL' to rl-step-name
016900        move zero      to rl-business-date
017000        call 'MDSRUNC' using RUN-CONTROL-CALL
017100        if not rl-ok
017200           display 'MDSRUNL: inget affarsdatum - se MDSRUNC ovan'
017300           move 16 to RETURN-CODE
017400           goback
017500        end-if
017600        move rl-business-date to ws-business-date
017800        go to z-read-control-exit
017900     end-if
018100     if ws-date-card numeric
018200        move ws-date-card to ws-business-date
018300     else
018400        display 'MDSRUNL: *** ogiltigt affarsdatum: '
018500           ws-date-card
018600        move 16 to RETURN-CODE
018700        goback
018800     end-if
018900     .
019000 z-read-control-exit.
019100     continue
019200     .
019205
019210 z-read-partitions                     section.
019215     move 'G'              to pa-function
019220     move 'MDSRUNL'        to pa-program
019225     move ws-business-date to pa-as-of-date
019230     move 'PARTITIONER'    to pa-name
019235     call 'MDSPARM' using PARAMETER-CALL
019240     if not pa-ok
019245        move 16 to RETURN-CODE
019250        goback
019255     end-if
019260     move pa-number to ws-partition-count
019265     move 'C' to pa-function
019270     call 'MDSPARM' using PARAMETER-CALL
019275     .
019300
019400* Har MDSSPLIT en post for datumet kordes den uppdelade natten:
019500 b-find-night-variant                  section.
019600     move 'N' to ws-partitioned
019700     move ws-business-date to rn-business-date
019800     move 'MDSSPLIT'       to rn-step-name
019900     move zero             to rn-stream
020000     read run-ledger
020100     evaluate true
020200        when ws-run-ledger-ok
020300           set ws-night-partitioned to true
020400        when ws-run-ledger-notfnd
020500           continue
020600        when other
020700           display 'MDSRUNL: fel vid lasning RUNCTL, status='
020800              ws-run-ledger-status
020900           move 16 to RETURN-CODE
021000           goback
021100     end-evaluate
021200     .
021300
021400 c-report-one-step                     section.
021500     perform z-set-expected
021600     move ws-business-date        to rn-business-date
021700     move rt-step-name(ws-step-ix) to rn-step-name
021800     move ws-check-stream         to rn-stream
021900     read run-ledger
022000     if not ws-run-ledger-ok and not ws-run-ledger-notfnd
022100        display 'MDSRUNL: fel vid lasning RUNCTL, status='
022200           ws-run-ledger-status
022300        move 16 to RETURN-CODE
022400        goback
022500     end-if
022600     if ws-run-ledger-notfnd and not ws-step-expected
022700        go to c-report-one-step-exit
022800     end-if
022900     if ws-step-expected
023000        add 1 to ws-expected-count
023100     end-if
023200     move spaces to ws-report-line
023300     move rt-step-name(ws-step-ix) to wl-step-name
023400     if ws-check-stream = zero
023500        move '-' to wl-stream
023600     else
023700        move ws-check-stream to wl-stream
023800     end-if
023900     if ws-run-ledger-notfnd
024000        move 'EJ KORD' to wl-state
024100        add 1 to ws-missing-count
024200        display ws-report-line
024300        go to c-report-one-step-exit
024400     end-if
024500     move rn-start-date to wl-start-date
024600     move rn-start-time(1:2) to ws-time-hh
024700     move rn-start-time(3:2) to ws-time-mm
024800     move ws-time-edit to wl-start-time
024900     evaluate true
025000        when rn-started
025100           move 'AVBRUTET' to wl-state
025200           add 1 to ws-open-count
025300        when rn-cond-code > 4
025400           move 'FEL' to wl-state
025500           add 1 to ws-failed-count
025600        when other
025700           move 'SLUT' to wl-state
025800           if ws-step-expected
025900              add 1 to ws-clean-count
026000           end-if
026100     end-evaluate
026200     if rn-ended
026300        move rn-cond-code to wl-cond-code
026400        move rn-end-date  to wl-end-date
026500        move rn-end-time(1:2) to ws-time-hh
026600        move rn-end-time(3:2) to ws-time-mm
026700        move ws-time-edit to wl-end-time
026800        move rn-in-count  to wl-in-count
026900        move rn-out-count to wl-out-count
027000     end-if
027100     move rn-attempts to wl-attempts
027200     if rn-rerun
027300        move 'OMK' to wl-rerun
027400     end-if
027500     if rn-attempts > 1
027600        add 1 to ws-rerun-count
027700     end-if
027800     display ws-report-line
027900     if rn-attempts > 1 and rn-prev-state not = space
028000        display '           foregaende forsok: '
028100           rn-prev-state ' CC ' rn-prev-cond-code
028200     end-if
028300     .
028400 c-report-one-step-exit.
028500     continue
028600     .
028700
028800* Uppdelad natt: MDSSPLIT, strommarna och MDSMERGE vantas,
028900* inte MDSBATCH ensam - och tvartom:
029000 z-set-expected                        section.
029100     move 'Y' to ws-expected
029200     evaluate true
029300        when rt-step-name(ws-step-ix) = 'MDSSPLIT'
029400        when rt-step-name(ws-step-ix) = 'MDSMERGE'
029500        when rt-stream(ws-step-ix) = 'N'
029600           if not ws-night-partitioned
029700              move 'N' to ws-expected
029800           end-if
029900        when rt-step-name(ws-step-ix) = 'MDSBATCH'
030000           if ws-night-partitioned
030100              move 'N' to ws-expected
030200           end-if
030300     end-evaluate
030400     .
030500
030600 z-print-heading                       section.
030700     display '======================================'
030800     display 'MDSRUNL - nattens korningar, RUNCTL'
030900     display '======================================'
031000     display 'Affarsdatum: ' ws-business-date
031100     if ws-night-partitioned
031200        display 'Natten:      uppdelad, ' ws-partition-count
031300           ' strommar'
031400     else
031500        display 'Natten:      ej uppdelad (MDSBATCH ensam)'
031600     end-if
031700     display ' '
031800     display 'Steg     S Tillstand  CC  Start'
031900        '           Slut                  In        Ut  '
032000        'Fors'
032100     .
032200
032300 z-print-summary                       section.
032400     display ' '
032500     display 'Vantade steg:         ' ws-expected-count
032600     display 'Slutade rent:         ' ws-clean-count
032700     display 'Ej korda:             ' ws-missing-count
032800     display 'Slutade med CC over 4:' ws-failed-count
032900     display 'Startade, inget slut: ' ws-open-count
033000     display 'Korda mer an en gang: ' ws-rerun-count
033100     display ' '
033200     evaluate true
033300        when ws-failed-count > zero or ws-open-count > zero
033400           display 'MDSRUNL: *** NATTEN AR TRASIG - nedstroms '
033500              'steg stoppas tills felet ar rattat och steget '
033600              'omkort'
033700           move 8 to RETURN-CODE
033800        when ws-missing-count > zero
033900           display 'MDSRUNL: natten ar inte klar - steg aterstar'
034000           move 4 to RETURN-CODE
034100        when other
034200           display 'MDSRUNL: natten ar komplett och ren'
034300           move zero to RETURN-CODE
034400     end-evaluate
034500     .
