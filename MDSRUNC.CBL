000100 identification division.
000200 program-id. MDSRUNC.
000300
000400* Av Erik Weyler 2026-10
000500
000600* Incheckning mot kontrollboken RUNCTL (VSAM KSDS, copy
000700* RUNCTL) for stegen i nattkedjan - MDSSPLIT, MDSBATCH (en
000800* gang per strom), MDSMERGE, MDSVLOAD, MDSRECON, MDSGALLY,
000900* MDSSCHED och MDSEXPRT. Anropas tva ganger per steg:
001000*
001100*   CALL 'MDSRUNC' USING RUN-CONTROL-CALL
001200*
001300*   rl-function 'B' = stegets start. Affarsdatum ar anroparens
001400*                     (rl-business-date <> 0), annars datumet
001500*                     pa omkorningskortet i RUNOPT, annars
001600*                     korningens datum -
001610*                     eller dagen fore om klockan ar fore
001620*                     DYGNSBRYT (TTMM) i PARMFIL, sa att en natt
001630*                     som gar over midnatt bokfors pa ett datum.
001640*                     Antalet partitioner ar PARTITIONER
001650*                     sadan den galler affarsdatumet. Steget
001700*                     far starta bara om forutsattningarna i
001800*                     RUNSTEPS har slutat rent (CC 4 eller
001900*                     lagre) for samma affarsdatum, och inte
002000*                     om steget redan har slutat rent for
002100*                     datumet - utom med omkorningskort. Ett
002200*                     forsok som slutade med CC over 4, eller
002300*                     aldrig slutade (abend), far koras om utan
002400*                     kort. Posten skrivs med tillstand 'S'.
002420*                     MDSBATCH utan strom nekas om MDSSPLIT
002440*                     har korts for datumet (RUNOPT saknas).
002500*   rl-function 'E' = stegets slut: CC och antal in/ut, 'E'.
002525*   rl-function 'D' = bara affarsdatumet, som vid 'B' men
002550*                     utan RUNOPT (for MDSRUNL) - ingen post i
002575*                     RUNCTL.
002600*
002700* Kort i RUNOPT (frivilligt, samma kort galler hela steget):
002800*   kol 1     strom, blank/0 = ej uppdelat steg, 1-4 = den
002900*             MDSBATCH-strom som kors
003000*   kol 2     R = omkorning av ett steg som redan slutat rent
003100*   kol 3-10  affarsdatum som omkorningen avser - steget kors
003200*             for det datumet, aven dagtid dagen efter
003300*
003400* rl-return-code: 0 = ok, 8 = steget far inte starta (orsaken
003500* star pa SYSOUT), 16 = I/O-fel eller fel i PARMFIL/RUNOPT.
003600* Anroparen avbryter med CC 16 pa allt utom 0. Observera att
003700* CALL skriver over anroparens RETURN-CODE; de anropande
003800* programmen raddar det runt slutanropet.
003900
004000 environment division.
004100 configuration section.
004200 special-names. decimal-point is comma.
004300
004400 input-output section.
004500 file-control.
004600     select run-ledger assign to 'RUNCTL'
004700            organization is indexed
004800            access is random
004900            record key is rn-key
005000            file status is ws-run-ledger-status.
005400     select run-opt    assign to 'RUNOPT'
005500            organization is sequential
005600            file status is ws-run-opt-status.
005700
005800 data division.
005900 file section.
006000 fd  run-ledger
006100     recording mode is f.
006200     copy RUNCTL.
006300
007000 fd  run-opt
007100     recording mode is f.
007200 01  RUN-OPTION-CARD.
007300     05 ro-stream           pic X.
007400     05 ro-rerun            pic X.
007500     05 ro-rerun-date       pic X(8).
007600     05 filler              pic X(70).
007700
007800 working-storage section.
007900 01  ws-run-ledger-status   pic XX.
008000     88 ws-run-ledger-ok        value '00'.
008100     88 ws-run-ledger-notfnd    value '23'.
008200     88 ws-run-ledger-missing   value '35'.
008500 01  ws-run-opt-status      pic XX.
008600     88 ws-run-opt-ok           value '00'.
008700
008800     copy RUNSTEPS.
008900
009000* Antal MDSBATCH-strommar i den uppdelade natten - parametern
009100* PARTITIONER, samma som MDSSPLIT och MDSMERGE laser:
009200 01  ws-partition-count     pic 9.
009205* En uppsattning DD:er per strom finns i MDSSPLIT/MDSMERGE:
009210 01  ws-max-streams         pic 9 value 4.
009220
009240     copy PARMCALL.
009260 01  ws-cutover-time        pic 9(4).
009280 01  ws-date-int            pic 9(8).
009300
009400 01  ws-today               pic 9(8).
009500 01  ws-now                 pic 9(8).
009600 01  ws-business-date       pic 9(8).
009700 01  ws-stream              pic 9.
009800 01  ws-override            pic X.
009900     88 ws-override-given       value 'Y'.
010000 01  ws-override-date       pic 9(8).
010100 01  ws-override-used       pic X.
010200     88 ws-override-was-used    value 'Y'.
010300 01  ws-own-found           pic X.
010400     88 ws-own-was-found        value 'Y'.
010500
010600* Stegtabellen:
010700 01  ws-step-ix             pic 99.
010800 01  ws-found-ix            pic 99.
010900 01  ws-part-nr             pic 9.
011000
011100* Forutsattningen som provas:
011200 01  ws-check-name          pic X(8).
011300 01  ws-check-spec          pic X.
011400 01  ws-check-stream        pic 9.
011500 01  ws-prereq              pic X.
011600     88 ws-prereq-is-ok         value 'Y'.
011700 01  ws-step-label          pic X(20).
011800 01  ws-reason              pic X(60).
011900 01  ws-first-reason        pic X(60).
012000 01  ws-time-edit.
012100     05 ws-time-hh          pic 99.
012200     05 filler              pic X value '.'.
012300     05 ws-time-mm          pic 99.
012400
012500 linkage section.
012600     copy RUNCCALL.
012700
012800 procedure division using RUN-CONTROL-CALL.
012900 a-main                                section.
013000     move zero to rl-return-code
013100     evaluate true
013200        when rl-begin-step
013300           perform b-begin-step
013400        when rl-end-step
013500           perform b-end-step
013510        when rl-resolve-date
013520           accept ws-today from date yyyymmdd
013530           accept ws-now from time
013535           move 'N' to ws-override
013540           perform z-resolve-date
013550           perform z-close-parameters
013600        when other
013700           display 'MDSRUNC: okand funktion "' rl-function '"'
013800           move 16 to rl-return-code
013900     end-evaluate
014000     move zero to RETURN-CODE
014100     goback
014200     .
014300
014400 b-begin-step                          section.
014500     accept ws-today from date yyyymmdd
014600     accept ws-now from time
014700     perform z-read-options
014800     if not rl-ok
014900        go to b-begin-step-exit
015000     end-if
015010     perform z-resolve-date
015020     if rl-ok
015030        perform z-read-partitions
015040     end-if
015050     perform z-close-parameters
015100     if not rl-ok
015200        go to b-begin-step-exit
015300     end-if
015500     perform z-find-step
015600     if not rl-ok
015700        go to b-begin-step-exit
015800     end-if
015900     perform z-open-ledger
016000     if not rl-ok
016100        go to b-begin-step-exit
016200     end-if
016210     if rl-step-name = 'MDSBATCH' and ws-stream = zero
016220        perform c-check-serial-night
016230        if not rl-ok
016240           close run-ledger
016250           go to b-begin-step-exit
016260        end-if
016270     end-if
016300     perform c-check-prereqs
016400     if rl-ok
016500        perform c-check-own-record
016600     end-if
016700     if rl-ok
016800        perform c-record-start
016900     end-if
017000     close run-ledger
017100     .
017200 b-begin-step-exit.
017300     continue
017400     .
017500
017600* Anroparens datum galler fore omkorningskortets, kortets fore
017700* korningens datum. Fore DYGNSBRYT hor korningen till gardagens
017800* natt - samma datum for alla steg oavsett nar de startar:
017900 z-resolve-date                        section.
018000     move rl-business-date to ws-business-date
018100     if ws-business-date not = zero
018150        if ws-override-given
018200        and ws-override-date not = ws-business-date
018250           display 'MDSRUNC: omkorningskortet avser '
018300              ws-override-date ', inte affarsdatum '
018350              ws-business-date ' - galler inte'
018400           move 'N' to ws-override
018450        end-if
018500        go to z-resolve-date-exit
018550     end-if
018600     if ws-override-given
018650        move ws-override-date to ws-business-date
018700        display 'MDSRUNC: omkorning for affarsdatum '
018750           ws-business-date
018800        go to z-resolve-date-exit
018850     end-if
018900     move 'G'          to pa-function
018950     move rl-step-name to pa-program
018970     move zero         to pa-as-of-date
019000     move 'DYGNSBRYT' to pa-name
019050     call 'MDSPARM' using PARAMETER-CALL
019100     if not pa-ok
019150        move 16 to rl-return-code
019200        go to z-resolve-date-exit
019250     end-if
019300     move pa-number to ws-cutover-time
019350     move ws-today  to ws-business-date
019400     if ws-now(1:4) < ws-cutover-time
019450        compute ws-date-int =
019475           function integer-of-date(ws-today) - 1
019500        compute ws-business-date =
019550           function date-of-integer(ws-date-int)
019600        display 'MDSRUNC: fore dygnsbrytet ' ws-cutover-time
019650           ' - affarsdatum ' ws-business-date
019700     end-if
019750     .
021000 z-resolve-date-exit.
021100     move ws-business-date to rl-business-date
021200     .
021205
021210* Partitionerna sadana de galler natten, inte korningsdagen:
021215 z-read-partitions                     section.
021220     move 'G'              to pa-function
021225     move rl-step-name     to pa-program
021230     move ws-business-date to pa-as-of-date
021235     move 'PARTITIONER'    to pa-name
021240     call 'MDSPARM' using PARAMETER-CALL
021245     if not pa-ok
021250        move 16 to rl-return-code
021255     else
021260        move pa-number to ws-partition-count
021265     end-if
021270     .
021275
021280 z-close-parameters                    section.
021285     move 'C' to pa-function
021290     call 'MDSPARM' using PARAMETER-CALL
021295     .
021300
021400 z-read-options                        section.
021500     move zero to ws-stream
021600     move 'N' to ws-override
021700     open input run-opt
021800     if not ws-run-opt-ok
021900        go to z-read-options-exit
022000     end-if
022100     read run-opt
022200        at end go to z-read-options-close
022300     end-read
022400     if not ws-run-opt-ok
022500        go to z-read-options-close
022600     end-if
022700     if ro-stream not = space
022800        if ro-stream numeric
022900           move ro-stream to ws-stream
023000        else
023100           display 'MDSRUNC: *** ogiltig strom i RUNOPT: '
023200              ro-stream
023300           move 16 to rl-return-code
023400           go to z-read-options-close
023500        end-if
023600     end-if
023700     evaluate ro-rerun
023800        when space
023900           continue
024000        when 'R'
024100           if ro-rerun-date numeric
024150           and ro-rerun-date not = '00000000'
024200              move ro-rerun-date to ws-override-date
024300              set ws-override-given to true
024400           else
024500              display 'MDSRUNC: *** ogiltigt affarsdatum pa '
024600                 'omkorningskortet i RUNOPT: ' ro-rerun-date
024700              move 16 to rl-return-code
024800           end-if
025300        when other
025400           display 'MDSRUNC: *** ogiltig omkorningskod i '
025500              'RUNOPT: ' ro-rerun
025600           move 16 to rl-return-code
025700     end-evaluate
025800     .
025900 z-read-options-close.
026000     close run-opt
026100     .
026200 z-read-options-exit.
026300     continue
026400     .
026500
026600* Stegets rad i RUNSTEPS - ett ej uppdelat steg har strom 0,
026700* en MDSBATCH-strom 1 till antalet partitioner:
026800 z-find-step                           section.
026900     move zero to ws-found-ix
027000     perform varying ws-step-ix from 1 by 1
027100               until ws-step-ix > rt-step-count
027200                  or ws-found-ix > zero
027300        if rt-step-name(ws-step-ix) = rl-step-name
027400           if (ws-stream = zero
027500               and rt-stream(ws-step-ix) = '0')
027600           or (ws-stream > zero
027700               and rt-stream(ws-step-ix) = 'N')
027800              move ws-step-ix to ws-found-ix
027900           end-if
028000        end-if
028100     end-perform
028200     if ws-found-ix = zero
028300        display 'MDSRUNC: *** ' rl-step-name ' strom '
028400           ws-stream ' ingar inte i nattkedjan (RUNOPT?)'
028500        move 16 to rl-return-code
028600        go to z-find-step-exit
028700     end-if
028800     if ws-stream > ws-max-streams
028850        display 'MDSRUNC: *** strom ' ws-stream
028900           ' - nattkedjan har hogst ' ws-max-streams
028950           ' MDSBATCH-strommar'
029000        move 16 to rl-return-code
029050        go to z-find-step-exit
029100     end-if
029150     if ws-stream > ws-partition-count
029200        display 'MDSRUNC: strom ' ws-stream
029250           ' ar over PARTITIONER ' ws-partition-count
029300           ' - tom partition, MDSMERGE vantar inte pa den'
029350     end-if
029400     move ws-stream to rl-stream
029600     .
029700 z-find-step-exit.
029800     continue
029900     .
030000
030100* Forutsattningen maste ha slutat rent for affarsdatumet; gor
030200* den inte det provas alternativet (den ej uppdelade natten).
030300* Faller bada star bada orsakerna pa SYSOUT:
030400 c-check-prereqs                       section.
030500     if rt-prereq(ws-found-ix) = spaces
030600        go to c-check-prereqs-exit
030700     end-if
030800     move rt-prereq(ws-found-ix)        to ws-check-name
030900     move rt-prereq-stream(ws-found-ix) to ws-check-spec
031000     perform z-check-prereq
031100     if ws-prereq-is-ok or not rl-ok
031200        go to c-check-prereqs-exit
031300     end-if
031400     move ws-reason to ws-first-reason
031500     if rt-alt-prereq(ws-found-ix) not = spaces
031600        move rt-alt-prereq(ws-found-ix) to ws-check-name
031700        move rt-alt-stream(ws-found-ix) to ws-check-spec
031800        perform z-check-prereq
031900        if ws-prereq-is-ok or not rl-ok
032000           go to c-check-prereqs-exit
032100        end-if
032200     end-if
032300     move rl-step-name to ws-check-name
032400     move ws-stream    to ws-check-stream
032500     perform z-make-label
032600     display 'MDSRUNC: *** ' ws-step-label ' far inte starta '
032700        'for affarsdatum ' ws-business-date ':'
032800     display 'MDSRUNC:     ' ws-first-reason
032900     if rt-alt-prereq(ws-found-ix) not = spaces
033000        display 'MDSRUNC:     ' ws-reason
033100     end-if
033200     display 'MDSRUNC:     forutsattningen maste sluta rent '
033300        '(CC 4 eller lagre) for samma datum forst'
033400     move 8 to rl-return-code
033500     .
033600 c-check-prereqs-exit.
033700     continue
033800     .
033900
033903* MDSBATCH utan strom ar den ej uppdelade natten. Har MDSSPLIT
033906* korts for datumet ar det ett strom-jobb vars RUNOPT saknas -
033909* det far inte bokforas som hela natten, da skulle MDSVLOAD
033912* kunna starta efter en enda partition. (En strom 1-n utan
033915* MDSSPLIT stoppas av forutsattningen i RUNSTEPS.)
033918 c-check-serial-night                  section.
033921     move ws-business-date to rn-business-date
033924     move 'MDSSPLIT'       to rn-step-name
033927     move zero             to rn-stream
033930     read run-ledger
033933     evaluate true
033936        when ws-run-ledger-notfnd
033939           continue
033942        when not ws-run-ledger-ok
033945           display 'MDSRUNC: fel vid lasning RUNCTL, status='
033948              ws-run-ledger-status
033951           move 16 to rl-return-code
033954        when other
033957           display 'MDSRUNC: *** MDSBATCH utan strom far inte '
033960              'starta - MDSSPLIT har korts for affarsdatum '
033963              ws-business-date
033966           display 'MDSRUNC:     strommen maste anges i kol 1 '
033969              'i RUNOPT'
033972           move 8 to rl-return-code
033975     end-evaluate
033978     .
033981
034000* Stream 'A' = varje partition 1-n maste ha slutat rent:
034100 z-check-prereq                        section.
034200     move 'Y' to ws-prereq
034300     if ws-check-spec = 'A'
034400        perform varying ws-part-nr from 1 by 1
034500                  until ws-part-nr > ws-partition-count
034600                     or not ws-prereq-is-ok
034700                     or not rl-ok
034800           move ws-part-nr to ws-check-stream
034900           perform z-check-one-step
035000        end-perform
035100     else
035200        move ws-check-spec to ws-check-stream
035300        perform z-check-one-step
035400     end-if
035500     .
035600
035700 z-check-one-step                      section.
035800     perform z-make-label
035900     move ws-business-date to rn-business-date
036000     move ws-check-name    to rn-step-name
036100     move ws-check-stream  to rn-stream
036200     move spaces to ws-reason
036300     read run-ledger
036400     evaluate true
036500        when ws-run-ledger-notfnd
036600           move 'N' to ws-prereq
036700           string ws-step-label delimited by '  '
036800                  ' har inte startat' delimited by size
036900              into ws-reason
037000        when not ws-run-ledger-ok
037100           display 'MDSRUNC: fel vid lasning RUNCTL, status='
037200              ws-run-ledger-status
037300           move 'N' to ws-prereq
037400           move 16 to rl-return-code
037500        when rn-started
037600           move 'N' to ws-prereq
037700           string ws-step-label delimited by '  '
037800                  ' har startat men inte slutat' delimited by size
037900              into ws-reason
038000        when rn-cond-code > 4
038100           move 'N' to ws-prereq
038200           string ws-step-label delimited by '  '
038300                  ' slutade med CC ' delimited by size
038400                  rn-cond-code delimited by size
038500              into ws-reason
038600     end-evaluate
038700     .
038800
038900 z-make-label                          section.
039000     move spaces to ws-step-label
039100     if ws-check-stream = zero
039200        move ws-check-name to ws-step-label
039300     else
039400        string ws-check-name delimited by space
039500               ' strom ' delimited by size
039600               ws-check-stream delimited by size
039700           into ws-step-label
039800     end-if
039900     .
040000
040100* Ett steg som redan slutat rent for datumet kors inte om
040200* utan kort - det var sa en gammal PUZZOUT-generation en gang
040300* gick till tryck:
040400 c-check-own-record                    section.
040500     move 'N' to ws-own-found
040600     move 'N' to ws-override-used
040700     move rl-step-name to ws-check-name
040800     move ws-stream    to ws-check-stream
040900     perform z-make-label
041000     move ws-business-date to rn-business-date
041100     move rl-step-name     to rn-step-name
041200     move ws-stream        to rn-stream
041300     read run-ledger
041400     if ws-run-ledger-notfnd
041500        go to c-check-own-record-exit
041600     end-if
041700     if not ws-run-ledger-ok
041800        display 'MDSRUNC: fel vid lasning RUNCTL, status='
041900           ws-run-ledger-status
042000        move 16 to rl-return-code
042100        go to c-check-own-record-exit
042200     end-if
042300     set ws-own-was-found to true
042400     move rn-start-time(1:2) to ws-time-hh
042500     move rn-start-time(3:2) to ws-time-mm
042600     evaluate true
042700        when rn-ended and rn-cond-code <= 4
042800           if ws-override-given
042900              set ws-override-was-used to true
043000              display 'MDSRUNC: omkorning enligt RUNOPT av '
043100                 ws-step-label ' (forra forsoket CC '
043200                 rn-cond-code ')'
043300           else
043400              display 'MDSRUNC: *** ' ws-step-label
043500                 ' har redan slutat rent for affarsdatum '
043600                 ws-business-date
043700              display 'MDSRUNC:     (CC ' rn-cond-code
043800                 ', start ' rn-start-date ' kl ' ws-time-edit
043900                 ') - omkorning kraver kort i RUNOPT'
044000              move 8 to rl-return-code
044100           end-if
044200        when rn-ended
044300           display 'MDSRUNC: ' ws-step-label
044400              ' kors om efter CC ' rn-cond-code
044500        when other
044600           display 'MDSRUNC: ' ws-step-label ' startade '
044700              rn-start-date ' kl ' ws-time-edit
044800              ' men slutade aldrig - kors om'
044900     end-evaluate
045000     .
045100 c-check-own-record-exit.
045200     continue
045300     .
045400
045500 c-record-start                        section.
045600     if ws-own-was-found
045700        move rn-state     to rn-prev-state
045800        move rn-cond-code to rn-prev-cond-code
045900     else
046000        move spaces to RUN-CONTROL-RECORD
046100        move ws-business-date to rn-business-date
046200        move rl-step-name     to rn-step-name
046300        move ws-stream        to rn-stream
046400        move zero to rn-attempts
046500        move zero to rn-prev-cond-code
046600     end-if
046700     set rn-started to true
046800     move zero     to rn-cond-code
046900     move ws-today to rn-start-date
047000     move ws-now   to rn-start-time
047100     move zero     to rn-end-date
047200     move zero     to rn-end-time
047300     move zero     to rn-in-count
047400     move zero     to rn-out-count
047500     add 1 to rn-attempts
047600     if ws-override-was-used
047700        set rn-rerun to true
047800     else
047900        move space to rn-rerun-flag
048000     end-if
048100     if ws-own-was-found
048200        rewrite RUN-CONTROL-RECORD
048300     else
048400        write RUN-CONTROL-RECORD
048500     end-if
048600     if not ws-run-ledger-ok
048700        display 'MDSRUNC: fel vid skrivning RUNCTL, status='
048800           ws-run-ledger-status ' steg=' ws-step-label
048900        move 16 to rl-return-code
049000        go to c-record-start-exit
049100     end-if
049200     display 'MDSRUNC: ' ws-step-label ' startad for '
049300        'affarsdatum ' ws-business-date ', forsok ' rn-attempts
049400     .
049500 c-record-start-exit.
049600     continue
049700     .
049800
049900 b-end-step                            section.
050000     accept ws-today from date yyyymmdd
050100     accept ws-now from time
050200     move rl-step-name to ws-check-name
050300     move rl-stream    to ws-check-stream
050400     perform z-make-label
050500     perform z-open-ledger
050600     if not rl-ok
050700        go to b-end-step-exit
050800     end-if
050900     move rl-business-date to rn-business-date
051000     move rl-step-name     to rn-step-name
051100     move rl-stream        to rn-stream
051200     read run-ledger
051300     if not ws-run-ledger-ok
051400        display 'MDSRUNC: ingen startpost i RUNCTL for '
051500           ws-step-label ' ' rl-business-date ', status='
051600           ws-run-ledger-status
051700        move 16 to rl-return-code
051800        go to b-end-step-close
051900     end-if
052000     set rn-ended to true
052100     move rl-cond-code to rn-cond-code
052200     move ws-today     to rn-end-date
052300     move ws-now       to rn-end-time
052400     move rl-in-count  to rn-in-count
052500     move rl-out-count to rn-out-count
052600     rewrite RUN-CONTROL-RECORD
052700     if not ws-run-ledger-ok
052800        display 'MDSRUNC: fel vid skrivning RUNCTL, status='
052900           ws-run-ledger-status ' steg=' ws-step-label
053000        move 16 to rl-return-code
053100        go to b-end-step-close
053200     end-if
053300     display 'MDSRUNC: ' ws-step-label ' slut for affarsdatum '
053400        rl-business-date ', CC ' rn-cond-code
053500     .
053600 b-end-step-close.
053700     close run-ledger
053800     .
053900 b-end-step-exit.
054000     continue
054100     .
054200
054300* Status 35 = klustret ar nydefinierat och tomt; en forsta
054400* OPEN OUTPUT initierar det (samma grepp som i MDSJRNL):
054500 z-open-ledger                         section.
054600     open i-o run-ledger
054700     if ws-run-ledger-missing
054800        open output run-ledger
054900        if ws-run-ledger-ok
055000           close run-ledger
055100           open i-o run-ledger
055200        end-if
055300     end-if
055400     if not ws-run-ledger-ok
055500        display 'MDSRUNC: kan inte oppna RUNCTL, status='
055600           ws-run-ledger-status
055700        move 16 to rl-return-code
055800     end-if
055900     .
