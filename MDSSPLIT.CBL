000300
000400* Av Erik Weyler 2026-09
000500
000600* Delar nattens PUZZIN i partitionsfiler for parallella
000700* MDSBATCH-strommar - sedan 16x16-expertstocken kom ar den
000800* seriella strommen det som definierar batchfonstret, och ett
000900* enda patologiskt rutnat forsenar allt bakom sig.
001200* 2 till PART2, ..., post 5 till PART1 osv). Utdelningen ar
001300* deterministisk, sa MDSMERGE kan aterstalla den ursprungliga
001400* ordningen efter solverstegen genom att lasa partitionerna i
001500* samma rotation. Antalet strommar ar parametern PARTITIONER
001600* i PARMFIL (1-4, efter antalet lediga initiatorer pa natten),
001700* last for affarsdatumet av MDSSPLIT, MDSMERGE, MDSRUNC och
001725* MDSRUNL. Jobben har fyra strommar och PART1-4 oppnas alltid -
001750* en strom over PARTITIONER far en tom partition och ar klar
001775* direkt. Fler an fyra kraver fler DD:er har och i MDSMERGE.
001800*
001900* CC: 0 = rent, 16 = I/O-fel.
001925* Steget checkar in i kontrollboken RUNCTL vid start och slut
001950* (se MDSRUNC) och vagrar starta, CC 16, om natten inte hanger
001975* ihop for affarsdatumet.
002000
002100* JCL: se MDSSPLIT.JCL (hela floden: split, fyra solversteg,
002200* merge)
008100 01  ws-done-reading        pic X value 'N'.
008200     88 ws-no-more-puzzles      value 'Y'.
008300
008400* Rotationen: nasta partition som far en post (1 till
008450* PARTITIONER):
008500 01  ws-part-nr             pic 9 comp-3 value 1.
008525 01  ws-partition-count     pic 9.
008550     copy PARMCALL.
008600 01  ws-in-count            pic 9(6) comp-3 value zero.
008700 01  ws-part-counts.
008800     05 ws-part-count       pic 9(6) comp-3 occurs 4 times
008900                            value zero.
009000
009010* Incheckning i kontrollboken RUNCTL (se MDSRUNC). RETURN-CODE
009020* raddas runt slutanropet eftersom CALL skriver over det:
009030     copy RUNCCALL.
009040 01  ws-saved-rc            pic s9(4) comp.
009050
009100 procedure division.
009200 a-main                                section.
009250     perform z-run-control-begin
009275     perform z-read-parameters
009300     perform z-open-files
009400     perform z-read-next-puzzle
009500     perform until ws-no-more-puzzles
010300     display 'MDSSPLIT: till PART2:    ' ws-part-count(2)
010400     display 'MDSSPLIT: till PART3:    ' ws-part-count(3)
010500     display 'MDSSPLIT: till PART4:    ' ws-part-count(4)
010550     perform z-run-control-end
010600     goback
010700     .
010800
019700     end-evaluate
019800     add 1 to ws-part-count(ws-part-nr)
019900     add 1 to ws-part-nr
020000     if ws-part-nr > ws-partition-count
020100        move 1 to ws-part-nr
020200     end-if
020300     .
020900     close part-3
021000     close part-4
021100     .
021200
021205* Partitionerna sadana de galler affarsdatumet (MDSMERGE laser
021210* samma version):
021215 z-read-parameters                     section.
021220     move 'G'              to pa-function
021225     move 'MDSSPLIT'       to pa-program
021230     move rl-business-date to pa-as-of-date
021235     move 'PARTITIONER'    to pa-name
021240     call 'MDSPARM' using PARAMETER-CALL
021245     if not pa-ok
021250        move 16 to RETURN-CODE
021255        perform z-run-control-end
021260        goback
021265     end-if
021270     move pa-number to ws-partition-count
021275     move 'C' to pa-function
021280     call 'MDSPARM' using PARAMETER-CALL
021285     move zero to RETURN-CODE
021290     .
021295
021300* Incheckning vid start: steget far inte starta om det som ska
021400* ha korts fore det inte slutat rent for affarsdatumet, eller
021500* om steget redan slutat rent for datumet och inget
021600* omkorningskort finns (se MDSRUNC):
021700 z-run-control-begin                   section.
021800     set rl-begin-step to true
021900     move 'MDSSPLIT' to rl-step-name
022000     move zero to rl-business-date
022100     call 'MDSRUNC' using RUN-CONTROL-CALL
022200     if not rl-ok
022300        display 'MDSSPLIT: stoppas av kontrollboken RUNCTL - '
022400           'se MDSRUNC ovan'
022500        move 16 to RETURN-CODE
022600        goback
022700     end-if
022800     move zero to RETURN-CODE
022900     .
023000
023100* Utcheckning med stegets CC och antal in/ut:
023200 z-run-control-end                     section.
023300     set rl-end-step to true
023400     move RETURN-CODE to rl-cond-code
023500     move ws-in-count to rl-in-count
023600     compute rl-out-count = ws-part-count(1) + ws-part-count(2)
023700                           + ws-part-count(3) + ws-part-count(4)
023800     move RETURN-CODE to ws-saved-rc
023900     call 'MDSRUNC' using RUN-CONTROL-CALL
024000     move ws-saved-rc to RETURN-CODE
024100     if not rl-ok
024200        move 16 to RETURN-CODE
024300     end-if
024400     .
