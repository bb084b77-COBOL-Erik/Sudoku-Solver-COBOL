002100*
002200* Filen läses i ett pass per sektion - enkelt, och PUZZOUT är
002300* liten nog för att fem pass ska vara försumbara i batchfönstret.
002325* Steget checkar in i kontrollboken RUNCTL vid start och slut
002350* (se MDSRUNC) och vägrar starta, CC 16, om natten inte hänger
002375* ihop för affärsdatumet.
002400
002500* JCL: se MDSGALLY.JCL
002600
008400
008500 01  ws-printed-count       pic 9(6) comp-3 value zero.
008600
008610* Incheckning i kontrollboken RUNCTL (se MDSRUNC). RETURN-CODE
008620* räddas runt slutanropet eftersom CALL skriver över det:
008630     copy RUNCCALL.
008640 01  ws-saved-rc            pic s9(4) comp.
008650
008700 procedure division.
008800 a-main                                section.
008850     perform z-run-control-begin
008900     open output galley
009000     if not ws-galley-ok
009100        display 'MDSGALLY: kan inte oppna GALLEY, status='
009900     end-perform
010000     close galley
010100     display 'MDSGALLY: pussel i korrekturen: ' ws-printed-count
010150     perform z-run-control-end
010200     goback
010300     .
010400
026100           after advancing 1 line
026200     add 1 to ws-lines-on-page
026300     .
026400
026500* Incheckning vid start: steget får inte starta om det som ska
026600* ha körts före det inte slutat rent för affärsdatumet, eller
026700* om steget redan slutat rent för datumet och inget
026800* omkörningskort finns (se MDSRUNC):
026900 z-run-control-begin                   section.
027000     set rl-begin-step to true
027100     move 'MDSGALLY' to rl-step-name
027200     move zero to rl-business-date
027300     call 'MDSRUNC' using RUN-CONTROL-CALL
027400     if not rl-ok
027500        display 'MDSGALLY: stoppas av kontrollboken RUNCTL - '
027600           'se MDSRUNC ovan'
027700        move 16 to RETURN-CODE
027800        goback
027900     end-if
028000     move zero to RETURN-CODE
028100     .
028200
028300* Utcheckning med stegets CC och antal in/ut:
028400 z-run-control-end                     section.
028500     set rl-end-step to true
028600     move RETURN-CODE to rl-cond-code
028700     move ws-printed-count to rl-in-count
028800     move ws-printed-count to rl-out-count
028900     move RETURN-CODE to ws-saved-rc
029000     call 'MDSRUNC' using RUN-CONTROL-CALL
029100     move ws-saved-rc to RETURN-CODE
029200     if not rl-ok
029300        move 16 to RETURN-CODE
029400     end-if
029500     .
