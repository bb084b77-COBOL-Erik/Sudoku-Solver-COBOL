000700* en PUZZLE-RECORD per post, anropar MDSMSDUS en gång per post
000800* och skriver en PUZZLE-RESULT-post med löst rutnät,
000900* RETURN-CODE och antal gissningar som krävdes.
000925* Katalogstämplingen journalförs med före- och efterbild i
000950* CATJRNL via MDSJRNL (backning: se MDSBKOUT).
000960* Steget checkar in i kontrollboken RUNCTL vid start och slut
000970* (se MDSRUNC) och vägrar starta, CC 16, om natten inte hänger
000980* ihop för affärsdatumet.
000985* Checkpointintervallet är parametern CHKPT-INTERVALL i PARMFIL
000990* (se MDSPARM), läst för affärsdatumet.
001000
001100* JCL: se MDSBATCH.JCL
001200
005075* signal om att omstart behövs, inte den exakta positionen:
005076 01  ws-counting-done       pic X.
005077     88 ws-count-finished       value 'Y'.
005080* Checkpoint tas var CHKPT-INTERVALL:e pussel (normalt 100) -
005090* tätt nog för en kort omkörning, glest nog att inte märkas:
005091 01  ws-checkpoint-interval pic 9(4) comp-3.
005092 01  ws-since-checkpoint    pic 9(4) comp-3 value zero.
005093 01  ws-last-puzzle-id      pic X(10) value spaces.
005094* Checkpointens innehåll räddas hit innan CLOSE - efter CLOSE
005102 01  ws-cat-available       pic X value 'N'.
005103     88 ws-cat-is-available     value 'Y'.
005104 01  ws-cat-missing-count   pic 9(6) comp-3 value zero.
005105* Affärsdatum från MDSRUNC (inte systemdatum) för katalog/journal:
005106 01  ws-business-date       pic 9(8).
005107* Antal avvisade pussel i denna körning - styr stegets slutliga
005108* kondition (0 = rent, 4 = avvisningar, 16 = I/O-fel):
005109 01  ws-reject-count        pic 9(6) comp-3 value zero.
005110
005120* Katalogjournalen (se MDSJRNL). RETURN-CODE räddas runt
005130* anropet eftersom CALL skriver över det:
005140     copy JRNLCALL.
005150     copy CATJRNL.
005160 01  ws-saved-rc            pic s9(4) comp.
005170
005175* Incheckning i kontrollboken RUNCTL (se MDSRUNC):
005180     copy RUNCCALL.
005182     copy PARMCALL.
005185
005200 procedure division.
005300 a-main                                section.
005310     accept ws-start-time from time
005313     perform z-run-control-begin
005314     perform z-read-parameters
005315     perform z-read-check-point
005316     if ws-is-restart
005317        perform z-count-secured-results
006330     perform z-mark-run-complete
006400     perform z-close-files
006410     perform z-set-final-rc
006435     perform z-run-control-end
006500     goback
006600     .
006700
009868        move 16 to RETURN-CODE
009869        goback
009870     end-if
009871     move CATALOG-RECORD to jr-before-image
009872     move ws-business-date to ct-solved-date
009873     move RETURN-CODE     to ct-solve-rc
009874     if RETURN-CODE = zero
009875        set ct-status-published to true
009876        move ws-business-date to ct-status-date
009877        if ct-published-date = zero
009878           move ws-business-date to ct-published-date
009879        end-if
009880     end-if
009881     rewrite CATALOG-RECORD
009882     if not ws-puzzle-cat-ok
009883        display 'MDSBATCH: fel vid rewrite PUZZCAT, status='
009884           ws-puzzle-cat-status ' id=' pz-puzzle-id
009885        move 16 to RETURN-CODE
009886        goback
009887     end-if
009888     set jr-action-change to true
009889     move CATALOG-RECORD to jr-after-image
009890     perform z-write-journal
009891     .
009892 z-update-catalog-exit.
009893     continue
009894     .
009895
009896* Journalför ändringen av CATALOG-RECORD - åtgärd och bilder
009897* är redan satta av anroparen. RETURN-CODE bär här MDSMSDUS-
009898* koden och får inte ändras av anropet:
009899 z-write-journal                       section.
009900     move 'MDSBATCH'   to jr-program
009901     move ws-business-date to jr-run-date
009902     move ct-puzzle-id to jr-puzzle-id
009903     move spaces       to jr-terminal
009904     set jl-write-entry to true
009905     move RETURN-CODE to ws-saved-rc
009906     call 'MDSJRNL' using JOURNAL-CALL CATALOG-JOURNAL-RECORD
009907     move ws-saved-rc to RETURN-CODE
009908     if not jl-ok
009909        move 16 to RETURN-CODE
009910        goback
009911     end-if
009912     .
009913
009914 z-write-run-stats                     section.
009920     move ws-start-time    to rs-start-time
009930     move ws-end-time      to rs-end-time
009940     move ws-puzzle-count  to rs-puzzle-count
010250     close run-stats
010260     if ws-cat-is-available
010270        close puzzle-cat
010272        set jl-close-journal to true
010274        move RETURN-CODE to ws-saved-rc
010276        call 'MDSJRNL' using JOURNAL-CALL CATALOG-JOURNAL-RECORD
010278        move ws-saved-rc to RETURN-CODE
010280        if ws-cat-missing-count > 0
010290           display 'MDSBATCH: pussel utan katalogpost: '
010291              ws-cat-missing-count
011680 z-count-prior-rejects-exit.
011690     continue
011700     .
011800
011900* Incheckning vid start: steget får inte starta om det som ska
012000* ha körts före det inte slutat rent för affärsdatumet, eller
012100* om steget redan slutat rent för datumet och inget
012200* omkörningskort finns (se MDSRUNC):
012300 z-run-control-begin                   section.
012400     set rl-begin-step to true
012500     move 'MDSBATCH' to rl-step-name
012600     move zero to rl-business-date
012700     call 'MDSRUNC' using RUN-CONTROL-CALL
012800     if not rl-ok
012900        display 'MDSBATCH: stoppas av kontrollboken RUNCTL - '
013000           'se MDSRUNC ovan'
013100        move 16 to RETURN-CODE
013200        goback
013300     end-if
013350     move rl-business-date to ws-business-date
013400     move zero to RETURN-CODE
013500     .
013600
013605* Parametrarna sådana de gäller affärsdatumet:
013610 z-read-parameters                     section.
013615     move 'G'              to pa-function
013620     move 'MDSBATCH'       to pa-program
013625     move rl-business-date to pa-as-of-date
013630     move 'CHKPT-INTERVALL' to pa-name
013635     call 'MDSPARM' using PARAMETER-CALL
013640     if not pa-ok
013645        move 16 to RETURN-CODE
013650        perform z-run-control-end
013655        goback
013660     end-if
013665     move pa-number to ws-checkpoint-interval
013670     move 'C' to pa-function
013675     call 'MDSPARM' using PARAMETER-CALL
013680     move zero to RETURN-CODE
013685     .
013690
013700* Utcheckning med stegets CC och antal in/ut:
013800 z-run-control-end                     section.
013900     set rl-end-step to true
014000     move RETURN-CODE to rl-cond-code
014100     compute rl-in-count = ws-skip-count + ws-puzzle-count
014200     compute rl-out-count = ws-skip-count + ws-puzzle-count
014300     move RETURN-CODE to ws-saved-rc
014400     call 'MDSRUNC' using RUN-CONTROL-CALL
014500     move ws-saved-rc to RETURN-CODE
014600     if not rl-ok
014700        move 16 to RETURN-CODE
014800     end-if
014900     .
