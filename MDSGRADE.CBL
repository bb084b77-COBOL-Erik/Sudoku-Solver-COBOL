001000* med motsvarande AUDITLOG-grupp (copy AUDITREC; båda skrivs i
001100* samma ordning av samma körning, så grupperna ligger i fas).
001200*
001300* Uppmätt grad per löst pussel (trösklarna är parametrar i
001400* PARMFIL, se MDSPARM - normalt MDSSTATS gissnings-histogram):
001500*   E: 0 gissningar               H: till GRAD-H-GISSN (50)
001600*   M: till GRAD-M-GISSN (10)     X: fler gissningar
001700* justerat med: största gissningsdjup > GRAD-H-DJUP (5) ger
001750* minst H, och fler 'G'- än 'L'-placeringar ger X - ett
001800* pussel som mest gissades fram är inte något en läsare löser
001900* med logik.
002000*
002100* Ut: REGRADED - pusslen i PUZZREC-layout med uppmätt grad och
002200* rutnätet återställt till de givna talen (det lösta rutnätet
008500 01  ws-grade-codes         pic X(4) value 'EMHX'.
008600 01  ws-measured-grade      pic 9 comp-3.
008700 01  ws-measured-code       pic X.
008710* Trösklarna (GRAD-M-GISSN, GRAD-H-GISSN, GRAD-H-DJUP):
008720 01  ws-m-max-guesses       pic 9(4) comp-3.
008730 01  ws-h-max-guesses       pic 9(4) comp-3.
008740 01  ws-h-min-depth         pic 9(4) comp-3.
008750     copy PARMCALL.
008800
008900 01  ws-given-grid          pic X(256).
009000
009550
009600 procedure division.
009700 a-main                                section.
009750     perform z-read-parameters
009800     perform z-open-files
009900     perform z-read-next-audit
010000     perform z-read-next-result
022098     end-if
022099     .
022100
022200* Grundgrad ur antalet gissningar (parametertrösklarna), sedan
022300* justering uppåt för djupa gissningskedjor och för pussel där
022400* gissningarna dominerar över logikplaceringarna:
022500 z-compute-measured-grade              section.
022600     evaluate true
022700        when pr-nr-of-guesses = zero
022800           move 1 to ws-measured-grade
022900        when pr-nr-of-guesses <= ws-m-max-guesses
023000           move 2 to ws-measured-grade
023100        when pr-nr-of-guesses <= ws-h-max-guesses
023200           move 3 to ws-measured-grade
023300        when other
023400           move 4 to ws-measured-grade
023500     end-evaluate
023600     if ws-max-depth > ws-h-min-depth and ws-measured-grade < 3
023700        move 3 to ws-measured-grade
023800     end-if
023900     if ws-guess-count > ws-logic-count
027400        move 4 to RETURN-CODE
027500     end-if
027600     .
027700
027800* Trösklarna sådana de gäller idag. M-gränsen måste ligga under
027900* H-gränsen, annars finns ingen M/H-skillnad att mäta (MDSPMNT
028000* vägrar sådana versioner, men en senare ändring av den andra
028100* parametern kan ändå ge det):
028200 z-read-parameters                     section.
028300     move 'G'              to pa-function
028400     move 'MDSGRADE'       to pa-program
028500     move zero             to pa-as-of-date
028600     move 'GRAD-M-GISSN'   to pa-name
028700     call 'MDSPARM' using PARAMETER-CALL
028800     if not pa-ok
028900        go to z-read-parameters-stop
029000     end-if
029100     move pa-number to ws-m-max-guesses
029200     move 'GRAD-H-GISSN'   to pa-name
029300     call 'MDSPARM' using PARAMETER-CALL
029400     if not pa-ok
029500        go to z-read-parameters-stop
029600     end-if
029700     move pa-number to ws-h-max-guesses
029800     move 'GRAD-H-DJUP'    to pa-name
029900     call 'MDSPARM' using PARAMETER-CALL
030000     if not pa-ok
030100        go to z-read-parameters-stop
030200     end-if
030300     move pa-number to ws-h-min-depth
030400     move 'C' to pa-function
030500     call 'MDSPARM' using PARAMETER-CALL
030600     if ws-m-max-guesses not < ws-h-max-guesses
030700        display 'MDSGRADE: *** GRAD-M-GISSN ' ws-m-max-guesses
030800           ' maste vara mindre an GRAD-H-GISSN ' ws-h-max-guesses
030900        go to z-read-parameters-stop
031000     end-if
031100     move zero to RETURN-CODE
031200     go to z-read-parameters-exit
031300     .
031400 z-read-parameters-stop.
031500     move 16 to RETURN-CODE
031600     goback
031700     .
031800 z-read-parameters-exit.
031900     continue
032000     .
