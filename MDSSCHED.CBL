001100*
001200*   - aldsta ct-received-date forst,
001300*   - aldrig tva pussel fran samma ct-source-code pa samma dag,
001310*   - aldrig efter leverantorens exklusivitetsfonster: har
001320*     kallan su-exclusive-days > 0 i leverantorsregistret
001330*     SUPPMAST (copy SUPPREC) ar pusslet vart bara sa manga
001340*     dagar fran ct-received-date - senare publiceringsdagar
001350*     far det inte (0 eller okand kalla = ingen grans),
001360*   - aldrig pussel som sparrats efter en bekraftad
001370*     reklamation (ct-on-hold, se MDSERRA),
001400*
001500* stamplar de valda posterna som schemalagda ('S') med maldatumet
001600* i ct-status-date, och skriver en lineup-fil (copy LINEUP, en
001900* Racker inte 'Q'-stocken till ett korts begaran skrivs en
002000* TACKNING SAKNAS-rad pa SYSOUT och steget slutar med CC 4 -
002100* sa att bristen syns dagar i forvag i stallet for kvallen fore.
002125* Varje stampling journalfors med fore- och efterbild i CATJRNL
002150* via MDSJRNL - en felknappad SCHDIN-korning backas med MDSBKOUT.
002200* CC: 0 = rent, 4 = brist eller avvisade kort, 16 = I/O-fel.
002225* Steget checkar in i kontrollboken RUNCTL vid start och slut
002250* (se MDSRUNC) och vagrar starta, CC 16, om natten inte hanger
002275* ihop for affarsdatumet.
002300
002400* JCL: se MDSSCHED.JCL
002500
004000     select lineup-out assign to 'LINEUP'
004100            organization is sequential
004200            file status is ws-lineup-status.
004210     select supp-mast  assign to 'SUPPMAST'
004220            organization is indexed
004230            access is random
004240            record key is su-source-code
004250            file status is ws-supp-mast-status.
004300
004400 data division.
004500 file section.
005400 fd  lineup-out
005500     recording mode is f.
005600     copy LINEUP.
005620
005640 fd  supp-mast
005660     recording mode is f.
005680     copy SUPPREC.
005700
005800 working-storage section.
005900 01  ws-puzzle-cat-status   pic XX.
006300     88 ws-sched-in-ok          value '00'.
006400 01  ws-lineup-status       pic XX.
006500     88 ws-lineup-ok            value '00'.
006525 01  ws-supp-mast-status    pic XX.
006550     88 ws-supp-mast-ok         value '00'.
006575     88 ws-supp-mast-notfnd     value '23'.
006600
006700 01  ws-done-cards          pic X value 'N'.
006800     88 ws-no-more-cards        value 'Y'.
008000        10 kd-sdu-size      pic 99 comp-3.
008100        10 kd-received-date pic 9(8).
008200        10 kd-taken         pic X.
008225* Sista publiceringsdag inom exklusiviteten (99999999 = ingen):
008250        10 kd-excl-until    pic 9(8).
008300 01  ws-cand-count          pic 9(4) comp-3 value zero.
008400 01  ws-cand-overflow       pic 9(6) comp-3 value zero.
008500 01  kx                     pic 9(4) comp-3.
009420* varje ytterligare val som brist (regeln "aldrig tva fran
009430* samma kalla" kan inte garanteras utan listan):
009440 01  ws-sources-warned      pic X value 'N'.
009445
009450* Exklusivitetsdagar for senast uppslagna kalla, och hur manga
009455* annars valbara kandidater fonstret stangde ute i senaste
009460* urvalsvarvet (visas pa TACKNING SAKNAS-raden):
009465 01  ws-last-supplier       pic X(8) value low-values.
009470 01  ws-excl-days           pic 9(3).
009475 01  ws-date-int            pic 9(8) comp-3.
009480 01  ws-window-skips        pic 9(4) comp-3.
009500
009600* Pagaende publiceringsdag (gruppbrytning pa sq-pub-date):
009700 01  ws-current-day         pic 9(8) value zero.
011100 01  ws-card-reject-count   pic 9(4) comp-3 value zero.
011200 01  ws-chosen-count        pic 9(6) comp-3 value zero.
011300 01  ws-shortfall-count     pic 9(4) comp-3 value zero.
011310
011320* Korningens datum for journalen:
011330 01  ws-today               pic 9(8).
011340* Katalogjournalen (se MDSJRNL). RETURN-CODE raddas runt
011350* anropet eftersom CALL skriver over det:
011360     copy JRNLCALL.
011370     copy CATJRNL.
011380 01  ws-saved-rc            pic s9(4) comp.
011400
011425* Incheckning i kontrollboken RUNCTL (se MDSRUNC):
011450     copy RUNCCALL.
011475
011500 procedure division.
011600 a-main                                section.
011650     accept ws-today from date yyyymmdd
011675     perform z-run-control-begin
011700     perform z-open-files
011800     perform b-load-candidates
011900     perform z-read-next-card
012400     end-perform
012500     perform z-close-files
012600     perform z-print-summary
012650     perform z-run-control-end
012700     goback
012800     .
012900
014900        move 16 to RETURN-CODE
015000        goback
015100     end-if
015110     open input supp-mast
015120     if not ws-supp-mast-ok
015130        display 'MDSSCHED: kan inte oppna SUPPMAST, status='
015140           ws-supp-mast-status
015150        move 16 to RETURN-CODE
015160        goback
015170     end-if
015200     .
015300
015400* Laser hela katalogen i nyckelordning och lastar 'Q'-postenas
016600     end-if
016700     perform z-read-next-catalog
016800     perform until ws-no-more-catalog
016900        if ct-status-qc-passed and not ct-on-hold
017000           if ws-cand-count < 5000
017100              add 1 to ws-cand-count
017200              move ct-puzzle-id     to
018000              move ct-received-date to
018100                 kd-received-date(ws-cand-count)
018200              move 'N' to kd-taken(ws-cand-count)
018250              perform z-set-exclusive-until
018300           else
018400              add 1 to ws-cand-overflow
018500           end-if
019500     continue
019600     .
019700
019702* Sista tillatna publiceringsdag for kandidaten som just
019704* lastats: ct-received-date + kallans exklusivitetsdagar:
019706 z-set-exclusive-until                 section.
019708     move 99999999 to kd-excl-until(ws-cand-count)
019710     if ct-source-code not = ws-last-supplier
019712        move ct-source-code to ws-last-supplier su-source-code
019714        move zero to ws-excl-days
019716        read supp-mast
019718        evaluate true
019720           when ws-supp-mast-ok
019722              move su-exclusive-days to ws-excl-days
019724           when ws-supp-mast-notfnd
019726              continue
019728           when other
019730              display 'MDSSCHED: fel vid lasning SUPPMAST, '
019732                 'status=' ws-supp-mast-status
019734                 ' kalla=' ct-source-code
019736              move 16 to RETURN-CODE
019738              goback
019740        end-evaluate
019742     end-if
019744     if ws-excl-days > 0 and ct-received-date > 0
019746        compute ws-date-int =
019748           function integer-of-date(ct-received-date)
019750           + ws-excl-days
019752        compute kd-excl-until(ws-cand-count) =
019754           function date-of-integer(ws-date-int)
019756     end-if
019758     .
019760
019800 z-read-next-catalog                   section.
019900     read puzzle-cat next
020000        at end set ws-no-more-catalog to true
025300        display 'MDSSCHED: *** TACKNING SAKNAS dag ' ws-req-date
025400           ' grad ' sq-difficulty ' sidlangd ' ws-req-size
025500           ': begart ' ws-req-count ' funna ' ws-req-filled
025520        if ws-window-skips > 0
025540           display 'MDSSCHED:     ' ws-window-skips
025560              ' pussel utestangda av exklusivitetsfonstret'
025580        end-if
025600     end-if
025700     .
025800 b-handle-one-card-exit.
026500* anroparen:
026600 c-pick-one-puzzle                     section.
026700     move zero to ws-best-ix
026750     move zero to ws-window-skips
026800     move 99999999 to ws-best-date
026900     perform varying kx from 1 by 1
027000               until kx > ws-cand-count
027100        if kd-taken(kx) = 'N'
027200        and kd-difficulty(kx) = sq-difficulty
027300        and kd-sdu-size(kx) = ws-req-size
027350           if ws-req-date > kd-excl-until(kx)
027400              add 1 to ws-window-skips
027450           else
027500              if kd-received-date(kx) < ws-best-date
027550                 perform z-check-source-free
027600                 if ws-source-is-free
027650                    move kx to ws-best-ix
027700                    move kd-received-date(kx) to ws-best-date
027750                 end-if
027800              end-if
027850           end-if
028000        end-if
028100     end-perform
028200     if ws-best-ix = zero
032000        move 16 to RETURN-CODE
032100        goback
032200     end-if
032250     move CATALOG-RECORD to jr-before-image
032300     set ct-status-scheduled to true
032400     move ws-req-date to ct-status-date
032500     rewrite CATALOG-RECORD
032900        move 16 to RETURN-CODE
033000        goback
033100     end-if
033125     set jr-action-change to true
033150     move CATALOG-RECORD to jr-after-image
033175     perform z-write-journal
033200     .
033205
033210* Journalfor andringen av CATALOG-RECORD - atgard och bilder
033215* ar redan satta av anroparen:
033220 z-write-journal                       section.
033225     move 'MDSSCHED'   to jr-program
033230     move ws-today     to jr-run-date
033235     move ct-puzzle-id to jr-puzzle-id
033240     move spaces       to jr-terminal
033245     set jl-write-entry to true
033250     move RETURN-CODE to ws-saved-rc
033255     call 'MDSJRNL' using JOURNAL-CALL CATALOG-JOURNAL-RECORD
033260     move ws-saved-rc to RETURN-CODE
033265     if not jl-ok
033270        move 16 to RETURN-CODE
033275        goback
033280     end-if
033285     .
033300
033400 z-write-lineup                        section.
033500     add 1 to ws-page-seq
035300     close puzzle-cat
035400     close sched-in
035500     close lineup-out
035510     close supp-mast
035520     set jl-close-journal to true
035540     move RETURN-CODE to ws-saved-rc
035560     call 'MDSJRNL' using JOURNAL-CALL CATALOG-JOURNAL-RECORD
035580     move ws-saved-rc to RETURN-CODE
035600     .
035700
035800 z-print-summary                       section.
037000        move 4 to RETURN-CODE
037100     end-if
037200     .
037300
037400* Incheckning vid start: steget far inte starta om det som ska
037500* ha korts fore det inte slutat rent for affarsdatumet, eller
037600* om steget redan slutat rent for datumet och inget
037700* omkorningskort finns (se MDSRUNC):
037800 z-run-control-begin                   section.
037900     set rl-begin-step to true
038000     move 'MDSSCHED' to rl-step-name
038100     move zero to rl-business-date
038200     call 'MDSRUNC' using RUN-CONTROL-CALL
038300     if not rl-ok
038400        display 'MDSSCHED: stoppas av kontrollboken RUNCTL - '
038500           'se MDSRUNC ovan'
038600        move 16 to RETURN-CODE
038700        goback
038800     end-if
038900     move zero to RETURN-CODE
039000     .
039100
039200* Utcheckning med stegets CC och antal in/ut:
039300 z-run-control-end                     section.
039400     set rl-end-step to true
039500     move RETURN-CODE to rl-cond-code
039600     move ws-card-count to rl-in-count
039700     move ws-chosen-count to rl-out-count
039800     move RETURN-CODE to ws-saved-rc
039900     call 'MDSRUNC' using RUN-CONTROL-CALL
040000     move ws-saved-rc to RETURN-CODE
040100     if not rl-ok
040200        move 16 to RETURN-CODE
040300     end-if
040400     .
