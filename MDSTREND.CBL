001100* Kapacitetsplaneringen for losaren har hittills varit
001200* gissningar; det har ar i alla fall matt pa riktiga natter.
001300*
001400* Rapportmanaden pa ett kort i TRNCTL (AAAAMM, blankt/saknat
001500* ger korningens manad); jamforelsemanaden ar alltid manaden
001600* fore. Batchfonstret i minuter ar parametern TRN-FONSTER i
001700* PARMFIL (se MDSPARM, standard 0240).
001800* CC: 0 = rent, 4 = fonstret beraknas sprangas inom 12 manader,
001900* 16 = I/O-fel.
002000
004300     recording mode is f.
004400 01  TREND-CONTROL.
004500     05 tc-report-month     pic X(6).
004700     05 filler              pic X(74).
004800
004900 working-storage section.
005000 01  ws-history-status      pic XX.
006700     05 ws-pm-month         pic 99.
006800 01  ws-rec-month           pic 9(6).
006900
007000* Batchfonstret i minuter (TRN-FONSTER) respektive sekunder:
007100 01  ws-window-mins         pic 9(4) comp-3.
007150     copy PARMCALL.
007200 01  ws-window-seconds      pic 9(8) comp-3.
007300
007400* Cellmatrisen, rapportmanad (1) och jamforelsemanad (2):
012000     accept ws-today from date yyyymmdd
012100     compute ws-report-month = ws-today / 100
012200     perform z-read-control
012250     perform z-read-parameters
012300     perform z-compute-prev-month
012400     compute ws-window-seconds = ws-window-mins * 60
012500     perform z-open-files
014700     if tc-report-month numeric
014800        move tc-report-month to ws-report-month
014900     end-if
015300     .
015400 z-read-control-close.
015500     close trend-ctl
015700 z-read-control-exit.
015800     continue
015900     .
015905
015910 z-read-parameters                     section.
015915     move 'G'              to pa-function
015920     move 'MDSTREND'       to pa-program
015925     move zero             to pa-as-of-date
015930     move 'TRN-FONSTER'    to pa-name
015935     call 'MDSPARM' using PARAMETER-CALL
015940     if not pa-ok
015945        move 16 to RETURN-CODE
015950        goback
015955     end-if
015960     move pa-number to ws-window-mins
015965     move 'C' to pa-function
015970     call 'MDSPARM' using PARAMETER-CALL
015975     move zero to RETURN-CODE
015980     .
016000
016100 z-compute-prev-month                  section.
016200     move ws-report-month to ws-prev-month
