001500*
001600* Omladdning samma dag är ofarlig: dubblettnyckel (status 22)
001700* går vidare som REWRITE, så laddningen är omkörningssäker.
001725* Steget checkar in i kontrollboken RUNCTL vid start och slut
001750* (se MDSRUNC) och vägrar starta, CC 16, om natten inte hänger
001775* ihop för affärsdatumet.
001800
001900* JCL: se MDSVLOAD.JCL
002000
009000 01  ws-audit-count         pic 9(8) comp-3 value zero.
009100 01  ws-rewrite-count       pic 9(8) comp-3 value zero.
009200
009210* Incheckning i kontrollboken RUNCTL (se MDSRUNC). RETURN-CODE
009220* räddas runt slutanropet eftersom CALL skriver över det:
009230     copy RUNCCALL.
009240 01  ws-saved-rc            pic s9(4) comp.
009250
009300 procedure division.
009400 a-main                                section.
009450     perform z-run-control-begin
009500     perform z-open-files
009600     perform z-load-results
009700     perform z-load-audit
009900     display 'MDSVLOAD: resultatposter:     ' ws-result-count
010000     display 'MDSVLOAD: revisionsposter:    ' ws-audit-count
010100     display 'MDSVLOAD: omskrivna (dubbla): ' ws-rewrite-count
010150     perform z-run-control-end
010200     goback
010300     .
010400
021100     close result-vs
021200     close audit-vs
021300     .
021400
021500* Incheckning vid start: steget får inte starta om det som ska
021600* ha körts före det inte slutat rent för affärsdatumet, eller
021700* om steget redan slutat rent för datumet och inget
021800* omkörningskort finns (se MDSRUNC):
021900 z-run-control-begin                   section.
022000     set rl-begin-step to true
022100     move 'MDSVLOAD' to rl-step-name
022200     move zero to rl-business-date
022300     call 'MDSRUNC' using RUN-CONTROL-CALL
022400     if not rl-ok
022500        display 'MDSVLOAD: stoppas av kontrollboken RUNCTL - '
022600           'se MDSRUNC ovan'
022700        move 16 to RETURN-CODE
022800        goback
022900     end-if
023000     move zero to RETURN-CODE
023100     .
023200
023300* Utcheckning med stegets CC och antal in/ut:
023400 z-run-control-end                     section.
023500     set rl-end-step to true
023600     move RETURN-CODE to rl-cond-code
023700     move ws-result-count to rl-in-count
023800     compute rl-out-count = ws-result-count + ws-audit-count
023900     move RETURN-CODE to ws-saved-rc
024000     call 'MDSRUNC' using RUN-CONTROL-CALL
024100     move ws-saved-rc to RETURN-CODE
024200     if not rl-ok
024300        move 16 to RETURN-CODE
024400     end-if
024500     .
