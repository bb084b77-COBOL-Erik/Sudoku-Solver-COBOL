002300* falla korningen - skrap fran en leverantor ska inte stoppa
002400* de andra.
002500*
002600* Parametrar pa ett kort i IMPCTL, ett per leverantorsfil
002700* (blankt/saknat kort ger standard): kallkod(8) + grad(1) +
002800* id-prefix(2) - A/B-rader saknar id och far prefix + radnummer.
002810* Standardgraden for rader utan grad ar IMP-GRAD i PARMFIL (se
002820* MDSPARM); en grad pa kortet galler fore den.
002830*
002832* Kallkoden maste finnas och vara aktiv i leverantorsregistret
002834* SUPPMAST (copy SUPPREC, se MDSSUPP) - annars importeras
002840* ingenting: en felknappad kallkod ska inte bli en ny
002850* leverantor. Avvisningen star pa IMPERR och SYSOUT.
002900* CC: 0 = rent, 4 = avvisade rader, 8 = okand eller inaktiv
002950* kalla, 16 = I/O-fel.
003000
003100* JCL: se MDSIMPRT.JCL
003200
004800     select imp-err    assign to 'IMPERR'
004900            organization is sequential
005000            file status is ws-imp-err-status.
005010     select supp-mast  assign to 'SUPPMAST'
005020            organization is indexed
005030            access is random
005040            record key is su-source-code
005050            file status is ws-supp-mast-status.
005100
005200 data division.
005300 file section.
007000 fd  imp-err
007100     recording mode is f.
007200 01  ERROR-LINE             pic X(132).
007220
007240 fd  supp-mast
007260     recording mode is f.
007280     copy SUPPREC.
007300
007400 working-storage section.
007500 01  ws-raw-in-status       pic XX.
008000     88 ws-imp-out-ok           value '00'.
008100 01  ws-imp-err-status      pic XX.
008200     88 ws-imp-err-ok           value '00'.
008225 01  ws-supp-mast-status    pic XX.
008250     88 ws-supp-mast-ok         value '00'.
008275     88 ws-supp-mast-notfnd     value '23'.
008300
008400 01  ws-done-reading        pic X value 'N'.
008500     88 ws-no-more-lines        value 'Y'.
008600
008700* Parametrarna, med standardvarden om IMPCTL saknas (graden
008750* ur IMP-GRAD):
008800 01  ws-source-code         pic X(8) value 'IMPORT'.
008900 01  ws-default-diff        pic X.
009000 01  ws-id-prefix           pic XX value 'IM'.
009050     copy PARMCALL.
009100
009200* Falt ur en uppdelad format C-rad:
009300 01  ws-fld-id              pic X(20).
012300 procedure division.
012400 a-main                                section.
012500     perform z-open-files
012600     perform z-read-parameters
012620     perform z-read-control
012650     perform z-check-supplier
012700     perform z-read-next-line
012800     perform until ws-no-more-lines
012900        add 1 to ws-line-count
016400     end-if
016500     .
016600
016700* Standardgraden sadan den galler idag:
016800 z-read-parameters                     section.
016850     move 'G'              to pa-function
016900     move 'MDSIMPRT'       to pa-program
016950     move zero             to pa-as-of-date
017000     move 'IMP-GRAD'       to pa-name
017050     call 'MDSPARM' using PARAMETER-CALL
017100     if not pa-ok
017150        move 16 to RETURN-CODE
017200        goback
017250     end-if
017300     move pa-value to ws-default-diff
017350     move 'C' to pa-function
017400     call 'MDSPARM' using PARAMETER-CALL
017450     move zero to RETURN-CODE
017500     .
017550
017600* Parameterkortet ar frivilligt:
017650 z-read-control                        section.
017700     open input imp-ctl
017750     if not ws-imp-ctl-ok
017800        go to z-read-control-exit
017850     end-if
017900     read imp-ctl
017950        at end go to z-read-control-close
018000     end-read
018050     if not ws-imp-ctl-ok
018100        go to z-read-control-close
018150     end-if
018200     if ic-source-code not = spaces
018250        move ic-source-code to ws-source-code
018300     end-if
018350     if ic-difficulty = 'E' or 'M' or 'H' or 'X'
018400        move ic-difficulty to ws-default-diff
018450     end-if
018500     if ic-id-prefix not = spaces
018550        move ic-id-prefix to ws-id-prefix
018600     end-if
018650     .
018700 z-read-control-close.
018750     close imp-ctl
018800     .
018850 z-read-control-exit.
018900     display 'MDSIMPRT: kalla ' ws-source-code ' grad '
018950        ws-default-diff ' id-prefix ' ws-id-prefix
019000     .
019500
019502* Kallan ur IMPCTL slas upp i
019504* leverantorsregistret. Okand eller inaktiv kalla: en rad pa
019506* IMPERR, inget skrivs pa IMPOUT och steget slutar med CC 8:
019508 z-check-supplier                      section.
019510     open input supp-mast
019512     if not ws-supp-mast-ok
019514        display 'MDSIMPRT: kan inte oppna SUPPMAST, status='
019516           ws-supp-mast-status
019518        move 16 to RETURN-CODE
019520        goback
019522     end-if
019524     move spaces to ws-reject-reason
019526     move ws-source-code to su-source-code
019528     read supp-mast
019530     evaluate true
019532        when ws-supp-mast-notfnd
019534           move 'OKAND KALLA' to ws-reject-reason
019536        when not ws-supp-mast-ok
019538           display 'MDSIMPRT: fel vid lasning SUPPMAST, status='
019540              ws-supp-mast-status
019542           move 16 to RETURN-CODE
019544           goback
019546        when not su-active
019548           move 'INAKTIV KALLA' to ws-reject-reason
019550     end-evaluate
019552     close supp-mast
019554     if ws-reject-reason = spaces
019556        go to z-check-supplier-exit
019558     end-if
019560     display 'MDSIMPRT: *** ' ws-reject-reason ' ' ws-source-code
019562        ' i leverantorsregistret - inget importerat'
019564     move spaces to ws-print-line
019566     string 'HELA FILEN AVVISAD: ' ws-reject-reason
019568            ' ' ws-source-code
019570        delimited by size into ws-print-line
019572     write ERROR-LINE from ws-print-line
019574     perform z-close-files
019576     move 8 to RETURN-CODE
019578     goback
019580     .
019582 z-check-supplier-exit.
019584     continue
019586     .
019588
019600 z-read-next-line                      section.
019700     read raw-in
019800        at end set ws-no-more-lines to true
