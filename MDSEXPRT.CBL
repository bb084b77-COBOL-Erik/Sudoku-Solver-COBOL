002000*
002100* Publicerade pussel utan RESVSAM-post (t.ex. publicerade fore
002200* VSAM-eran eller redan arkiverade av MDSARCH) hoppas over och
002300* raknas.
002310*
002320* Pussel fran leverantorer vars avtal inte tillater
002330* syndikering (su-syndication-flag i leverantorsregistret
002340* SUPPMAST, copy SUPPREC) exporteras aldrig - de raknas for
002350* sig och paverkar inte CC. Kallor som saknas i registret
002360* exporteras inte heller, men raknas som overhoppade.
002362* Pussel som sparrats efter en bekraftad reklamation
002364* (ct-on-hold, se MDSERRA) exporteras inte - de raknas for
002366* sig och paverkar inte CC.
002370* CC: 0 = rent, 4 = overhoppade pussel, 16 = I/O-fel.
002375* Steget checkar in i kontrollboken RUNCTL vid start och slut
002380* (se MDSRUNC) och vagrar starta, CC 16, om natten inte hanger
002385* ihop for affarsdatumet.
002400
002500* JCL: se MDSEXPRT.JCL
002600
004300     select exp-out    assign to 'EXPOUT'
004400            organization is sequential
004500            file status is ws-exp-out-status.
004510     select supp-mast  assign to 'SUPPMAST'
004520            organization is indexed
004530            access is random
004540            record key is su-source-code
004550            file status is ws-supp-mast-status.
004600
004700 data division.
004800 file section.
006100 fd  exp-out
006200     recording mode is f.
006300 01  EXPORT-LINE            pic X(600).
006320
006340 fd  supp-mast
006360     recording mode is f.
006380     copy SUPPREC.
006400
006500 working-storage section.
006600 01  ws-puzzle-cat-status   pic XX.
007000     88 ws-result-vs-notfnd     value '23'.
007100 01  ws-exp-out-status      pic XX.
007200     88 ws-exp-out-ok           value '00'.
007225 01  ws-supp-mast-status    pic XX.
007250     88 ws-supp-mast-ok         value '00'.
007275     88 ws-supp-mast-notfnd     value '23'.
007300
007400 01  ws-done-catalog        pic X value 'N'.
007500     88 ws-no-more-catalog      value 'Y'.
008700
008800 01  ws-export-count        pic 9(6) comp-3 value zero.
008900 01  ws-skipped-count       pic 9(6) comp-3 value zero.
008910 01  ws-no-synd-count       pic 9(6) comp-3 value zero.
008915 01  ws-held-count          pic 9(6) comp-3 value zero.
008920
008930* Senast uppslagna kalla och dess syndikeringsbesked
008940* (Y = far syndikeras, N = far inte, ? = finns inte):
008950 01  ws-last-supplier       pic X(8) value low-values.
008960 01  ws-synd-verdict        pic X.
009000
009010* Incheckning i kontrollboken RUNCTL (se MDSRUNC). RETURN-CODE
009020* raddas runt slutanropet eftersom CALL skriver over det:
009030     copy RUNCCALL.
009040 01  ws-saved-rc            pic s9(4) comp.
009050
009100 procedure division.
009200 a-main                                section.
009250     perform z-run-control-begin
009300     perform z-open-files
009400     perform b-scan-catalog
009500     perform z-close-files
009600     display 'MDSEXPRT: exporterade pussel: ' ws-export-count
009700     display 'MDSEXPRT: overhoppade:        ' ws-skipped-count
009750     display 'MDSEXPRT: ej syndikerbara:    ' ws-no-synd-count
009775     display 'MDSEXPRT: sparrade (errata):  ' ws-held-count
009800     if ws-skipped-count > 0
009900        move 4 to RETURN-CODE
010000     end-if
010050     perform z-run-control-end
010100     goback
010200     .
010300
012300        move 16 to RETURN-CODE
012400        goback
012500     end-if
012510     open input supp-mast
012520     if not ws-supp-mast-ok
012530        display 'MDSEXPRT: kan inte oppna SUPPMAST, status='
012540           ws-supp-mast-status
012550        move 16 to RETURN-CODE
012560        goback
012570     end-if
012600     .
012700
012800 b-scan-catalog                        section.
013600     perform z-read-next-catalog
013700     perform until ws-no-more-catalog
013800        if ct-status-published and ct-solve-rc = zero
013825           if ct-on-hold
013850              add 1 to ws-held-count
013875           else
013900              perform c-export-one-puzzle
013950           end-if
014000        end-if
014100        perform z-read-next-catalog
014200     end-perform
015800     .
015900
016000 c-export-one-puzzle                   section.
016005     perform z-check-syndication
016010     if ws-synd-verdict = 'N'
016015        add 1 to ws-no-synd-count
016020        go to c-export-one-puzzle-exit
016025     end-if
016030     if ws-synd-verdict not = 'Y'
016035        add 1 to ws-skipped-count
016040        display 'MDSEXPRT: *** kallan ' ct-source-code ' for '
016045           ct-puzzle-id ' saknas i leverantorsregistret'
016050           ' - hoppas over'
016055        go to c-export-one-puzzle-exit
016060     end-if
016100     move ct-sdu-size to ws-size
016200     if ws-size < 4 or ws-size > 16
016300        add 1 to ws-skipped-count
021600     continue
021700     .
021800
021802* Far ct-source-code syndikeras enligt leverantorsregistret?
021804 z-check-syndication                   section.
021806     if ct-source-code = ws-last-supplier
021808        go to z-check-syndication-exit
021810     end-if
021812     move ct-source-code to ws-last-supplier su-source-code
021814     read supp-mast
021816     evaluate true
021818        when ws-supp-mast-notfnd
021820           move '?' to ws-synd-verdict
021822        when not ws-supp-mast-ok
021824           display 'MDSEXPRT: fel vid lasning SUPPMAST, status='
021826              ws-supp-mast-status ' kalla=' ct-source-code
021828           move 16 to RETURN-CODE
021830           goback
021832        when su-syndication-allowed
021834           move 'Y' to ws-synd-verdict
021836        when other
021838           move 'N' to ws-synd-verdict
021840     end-evaluate
021842     .
021844 z-check-syndication-exit.
021846     continue
021848     .
021850
021900 z-close-files                         section.
022000     close puzzle-cat
022100     close result-vs
022200     close exp-out
022250     close supp-mast
022300     .
022400
022500* Incheckning vid start: steget far inte starta om det som ska
022600* ha korts fore det inte slutat rent for affarsdatumet, eller
022700* om steget redan slutat rent for datumet och inget
022800* omkorningskort finns (se MDSRUNC):
022900 z-run-control-begin                   section.
023000     set rl-begin-step to true
023100     move 'MDSEXPRT' to rl-step-name
023200     move zero to rl-business-date
023300     call 'MDSRUNC' using RUN-CONTROL-CALL
023400     if not rl-ok
023500        display 'MDSEXPRT: stoppas av kontrollboken RUNCTL - '
023600           'se MDSRUNC ovan'
023700        move 16 to RETURN-CODE
023800        goback
023900     end-if
024000     move zero to RETURN-CODE
024100     .
024200
024300* Utcheckning med stegets CC och antal in/ut:
024400 z-run-control-end                     section.
024500     set rl-end-step to true
024600     move RETURN-CODE to rl-cond-code
024700     compute rl-in-count = ws-export-count + ws-skipped-count
024800                          + ws-no-synd-count + ws-held-count
024900     move ws-export-count to rl-out-count
025000     move RETURN-CODE to ws-saved-rc
025100     call 'MDSRUNC' using RUN-CONTROL-CALL
025200     move ws-saved-rc to RETURN-CODE
025300     if not rl-ok
025400        move 16 to RETURN-CODE
025500     end-if
025600     .
