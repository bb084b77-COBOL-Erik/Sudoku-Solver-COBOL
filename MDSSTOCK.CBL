001900* en post per sidlangd/grad-cell vars tackning ligger under
002000* golvet) som kan lamnas direkt till inkop.
002100*
002200* Parametrar i PARMFIL (se MDSPARM), alla i dagar: STK-ALDER
002300* (aldringstroskel, std 030), STK-GOLV (tackningsgolv, std 014)
002400* och STK-FONSTER (forbrukningsfonster, std 028).
002500* CC: 0 = rent, 4 = larm skrivna eller aldrade poster funna,
002600* 16 = I/O-fel.
002700
003800            access is dynamic
003900            record key is ct-puzzle-id
004000            file status is ws-puzzle-cat-status.
004400     select reorder    assign to 'REORDER'
004500            organization is sequential
004600            file status is ws-reorder-status.
005100     recording mode is f.
005200     copy CATREC.
005300
006200* Bestallningslarmet i rent display-format sa att inkops
006300* verktyg kan lasa det utan packade falt:
006400 fd  reorder
007400 working-storage section.
007500 01  ws-puzzle-cat-status   pic XX.
007600     88 ws-puzzle-cat-ok        value '00'.
007900 01  ws-reorder-status      pic XX.
008000     88 ws-reorder-ok           value '00'.
008100
008200 01  ws-done-catalog        pic X value 'N'.
008300     88 ws-no-more-catalog      value 'Y'.
008400
008500* Parametrarna (dagar) STK-ALDER, STK-GOLV och STK-FONSTER:
008600 01  ws-aging-days          pic 999 comp-3.
008700 01  ws-floor-days          pic 999 comp-3.
008800 01  ws-window-days         pic 999 comp-3.
008850     copy PARMCALL.
008900
009000* Sidlangd 4-16 mappas till rad 1-13; grad via position i
009100* ws-grade-codes (som i MDSGRADE); status via ws-status-codes:
013000     compute ws-today-int =
013100        function integer-of-date(ws-today)
013200     perform z-open-files
013300     perform z-read-parameters
013400     perform b-scan-catalog
013500     perform c-print-report
013600     perform c-write-alerts
015800     end-if
015900     .
016000
016100* Parametrarna sadana de galler idag:
016300 z-read-parameters                     section.
016350     move 'G'              to pa-function
016400     move 'MDSSTOCK'       to pa-program
016450     move zero             to pa-as-of-date
016500     move 'STK-ALDER'      to pa-name
016550     call 'MDSPARM' using PARAMETER-CALL
016600     if not pa-ok
016650        go to z-read-parameters-stop
016700     end-if
016750     move pa-number to ws-aging-days
016800     move 'STK-GOLV'       to pa-name
016850     call 'MDSPARM' using PARAMETER-CALL
016900     if not pa-ok
016950        go to z-read-parameters-stop
017000     end-if
017050     move pa-number to ws-floor-days
017100     move 'STK-FONSTER'    to pa-name
017150     call 'MDSPARM' using PARAMETER-CALL
017200     if not pa-ok
017250        go to z-read-parameters-stop
017300     end-if
017350     move pa-number to ws-window-days
017400     move 'C' to pa-function
017450     call 'MDSPARM' using PARAMETER-CALL
017500     move zero to RETURN-CODE
017550     go to z-read-parameters-exit
017600     .
017650 z-read-parameters-stop.
017700     move 16 to RETURN-CODE
017750     goback
017800     .
017850 z-read-parameters-exit.
017900     continue
017950     .
019000
019100* Ett svep genom hela katalogen i nyckelordning. Poster med
019200* skrap i sidlangd eller grad raknas inte in i matrisen men
