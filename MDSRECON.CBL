002100* Varje avvikelse skrivs styckvis med pussel-id pa SYSOUT, och
002200* steget slutar med CC 8 sa att schemalaggaren stoppar MDSGALLY
002300* och publiceringsstegen pa en trasig natt. Nattens datum (for
002400* ct-solved-date-kontrollen) ar affarsdatumet fran MDSRUNC
002500* (DYGNSBRYT i PARMFIL), sa att en balansering
002600* efter midnatt stammer mot gardagens stampling.
002700* CC: 0 = natten balanserar, 8 = avvikelser, 16 = I/O-fel.
002725* Steget checkar in i kontrollboken RUNCTL vid start och slut
002750* (se MDSRUNC) och vagrar starta, CC 16, om natten inte hanger
002775* ihop for affarsdatumet.
002800
002900* JCL: se MDSRECON.JCL
003000
004900     select resub-in   assign to 'RESUBMIT'
005000            organization is sequential
005100            file status is ws-resub-in-status.
005500     select puzzle-cat assign to 'PUZZCAT'
005600            organization is indexed
005700            access is random
009000     recording mode is f.
009100 01  RESUBMIT-RECORD        pic X(278).
009200
009900 fd  puzzle-cat
010000     recording mode is f.
010100     copy CATREC.
012600     88 ws-reject-in-ok         value '00'.
012700 01  ws-resub-in-status     pic XX.
012800     88 ws-resub-in-ok          value '00'.
013100 01  ws-puzzle-cat-status   pic XX.
013200     88 ws-puzzle-cat-ok        value '00'.
013300     88 ws-puzzle-cat-notfnd    value '23'.
017900 01  ws-list-max            pic 9(4) comp-3 value 100.
018000 01  ws-discrepancy-text    pic X(50).
018100
018110* Incheckning i kontrollboken RUNCTL (se MDSRUNC). RETURN-CODE
018120* raddas runt slutanropet eftersom CALL skriver over det:
018130     copy RUNCCALL.
018140 01  ws-saved-rc            pic s9(4) comp.
018150
018200 procedure division.
018300 a-main                                section.
018525     perform z-run-control-begin
018550     move rl-business-date to ws-expected-date
018600     perform z-open-files
018700     perform b-count-input
018800     perform z-read-next-audit
019200     perform z-close-files
019300     perform c-balance-counts
019400     perform z-print-summary
019450     perform z-run-control-end
019500     goback
019600     .
019700
021800 z-open-files                          section.
021900     open input puzzle-in
022000     if not ws-puzzle-in-ok
058600        move 0 to RETURN-CODE
058700     end-if
058800     .
058900
059000* Incheckning vid start: steget far inte starta om det som ska
059100* ha korts fore det inte slutat rent for affarsdatumet, eller
059200* om steget redan slutat rent for datumet och inget
059300* omkorningskort finns (se MDSRUNC):
059400 z-run-control-begin                   section.
059500     set rl-begin-step to true
059600     move 'MDSRECON' to rl-step-name
059650     move zero       to rl-business-date
059700     call 'MDSRUNC' using RUN-CONTROL-CALL
059800     if not rl-ok
059900        display 'MDSRECON: stoppas av kontrollboken RUNCTL - '
060000           'se MDSRUNC ovan'
060100        move 16 to RETURN-CODE
060200        goback
060300     end-if
060400     move zero to RETURN-CODE
060500     .
060600
060700* Utcheckning med stegets CC och antal in/ut:
060800 z-run-control-end                     section.
060900     set rl-end-step to true
061000     move RETURN-CODE to rl-cond-code
061100     move ws-in-count to rl-in-count
061200     move ws-result-count to rl-out-count
061300     move RETURN-CODE to ws-saved-rc
061400     call 'MDSRUNC' using RUN-CONTROL-CALL
061500     move ws-saved-rc to RETURN-CODE
061600     if not rl-ok
061700        move 16 to RETURN-CODE
061800     end-if
061900     .
