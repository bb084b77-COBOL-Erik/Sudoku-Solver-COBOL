000100 identification division.
000200 program-id. MDSBKOUT.
000300
000400* Av Erik Weyler 2026-10
000500
000600* Backning ur katalogjournalen: vander allt ett namngivet
000700* program gjorde i PUZZCAT en viss korningsdag, med hjalp av
000800* fore-/efterbilderna i CATJRNL (copy CATJRNL, skrivna via
000900* MDSJRNL och av MDSCMNT). Typfallet ar en MDSSCHED-korning med
001000* felknappat SCHDIN-datum - i stallet for att for hand leta
001100* upp vilka 'Q'-pussel som blev 'S' backas hela korningen.
001200*
001300* Kortet i BKOCTL anger program(8) + korningsdatum(8,
001400* AAAAMMDD) + lage(1): 'U' = uppdatera, allt annat = provkorning
001500* som bara listar vad som skulle goras. Alla korningar av
001600* programmet den dagen backas, i omvand journalordning:
001700*
001800*   - tillagg ('A')  -> posten tas bort,
001900*   - andring ('C')  -> fore-bilden skrivs tillbaka,
002000*   - borttag ('D')  -> fore-bilden laggs in igen.
002100*
002200* En post backas bara om katalogen ser ut som journalens
002300* efter-bild (eller, for borttag, om posten fortfarande
002400* saknas). Har nagon annan andrat posten efterat ar det en
002500* KONFLIKT: posten lamnas orord och listas pa SYSOUT sa att den
002600* kan rattas for hand (t.ex. via MDSCMNT). En upprepad backning
002700* blir darfor bara konflikter - den gor ingen skada.
002800*
002900* Backningens egna andringar journalfors i sin tur under
003000* programnamnet MDSBKOUT och kan alltsa ocksa backas. En
003100* borttagen MDSARCH-enhet far bara katalogposten tillbaka -
003200* RESVSAM/AUDVSAM laddas vid behov om fran ARCHRES/ARCHAUD.
003300* CC: 0 = rent, 4 = konflikter eller inga journalposter
003400* funna, 16 = I/O-fel eller ogiltigt kort.
003500
003600* JCL: se MDSBKOUT.JCL
003700
003800 environment division.
003900 configuration section.
004000 special-names. decimal-point is comma.
004100
004200 input-output section.
004300 file-control.
004400     select puzzle-cat  assign to 'PUZZCAT'
004500            organization is indexed
004600            access is random
004700            record key is ct-puzzle-id
004800            file status is ws-puzzle-cat-status.
004900     select cat-journal assign to 'CATJRNL'
005000            organization is indexed
005100            access is dynamic
005200            record key is jr-key
005300            file status is ws-journal-status.
005400     select bko-ctl     assign to 'BKOCTL'
005500            organization is sequential
005600            file status is ws-bko-ctl-status.
005700
005800 data division.
005900 file section.
006000 fd  puzzle-cat
006100     recording mode is f.
006200     copy CATREC.
006300
006400 fd  cat-journal
006500     recording mode is f.
006600     copy CATJRNL.
006700
006800 fd  bko-ctl
006900     recording mode is f.
007000 01  BACKOUT-CONTROL.
007100     05 bc-program          pic X(8).
007200     05 bc-run-date         pic X(8).
007300     05 bc-mode             pic X.
007400     05 filler              pic X(63).
007500
007600 working-storage section.
007700 01  ws-puzzle-cat-status   pic XX.
007800     88 ws-puzzle-cat-ok        value '00'.
007900     88 ws-puzzle-cat-notfnd    value '23'.
008000 01  ws-journal-status      pic XX.
008100     88 ws-journal-ok           value '00'.
008200 01  ws-bko-ctl-status      pic XX.
008300     88 ws-bko-ctl-ok           value '00'.
008400
008500 01  ws-done-journal        pic X value 'N'.
008600     88 ws-no-more-journal      value 'Y'.
008700
008800* Vad som ska backas (ur BKOCTL):
008900 01  ws-target-program      pic X(8) value spaces.
009000 01  ws-target-date         pic 9(8) value zero.
009100 01  ws-run-mode            pic X value 'P'.
009200     88 ws-update-mode          value 'U'.
009300
009400* Journalnycklarna for programmet/dagen i journalordning -
009500* backningen gar bakifran. Ryms de inte gors ingenting alls:
009600* en halv backning ar varre an ingen:
009700 01  ws-key-table.
009800     05 ws-entry-key        pic X(32) occurs 20000 times.
009900 01  ws-key-count           pic 9(6) comp-3 value zero.
010000 01  ws-key-max             pic 9(6) comp-3 value 20000.
010100 01  kx                     pic 9(6) comp-3.
010200
010300* Journalposten som backas just nu - raddad ur FD-arean innan
010400* den anvands for backningens egen journalpost:
010500 01  ws-entry-action        pic X.
010600 01  ws-entry-id            pic X(10).
010700 01  ws-entry-time          pic 9(8).
010800 01  ws-entry-seq           pic 9(8).
010900 01  ws-entry-before        pic X(340).
011000 01  ws-entry-after         pic X(340).
011100
011200 01  ws-cat-found           pic X.
011300     88 ws-cat-is-found         value 'Y'.
011400 01  ws-conflict-reason     pic X(30).
011500
011600* Backningens egen journalpost (samma nyckelregler som MDSJRNL):
011700 01  ws-today               pic 9(8).
011800 01  ws-own-time            pic 9(8) value zero.
011900 01  ws-own-seq             pic 9(8) value zero.
012000 01  ws-own-action          pic X.
012100 01  ws-own-before          pic X(340).
012200 01  ws-own-after           pic X(340).
012300
012400 01  ws-reversed-count      pic 9(6) comp-3 value zero.
012500 01  ws-conflict-count      pic 9(6) comp-3 value zero.
012600
012700 procedure division.
012800 a-main                                section.
012900     accept ws-today from date yyyymmdd
013000     perform z-read-control
013100     perform z-open-files
013200     perform b-collect-entries
013300     perform varying kx from ws-key-count by -1
013400               until kx < 1
013500        perform c-reverse-one-entry
013600     end-perform
013700     perform z-close-files
013800     perform z-print-summary
013900     goback
014000     .
014100
014200* Kortet ar obligatoriskt - utan program och datum finns
014300* inget att backa:
014400 z-read-control                        section.
014500     open input bko-ctl
014600     if not ws-bko-ctl-ok
014700        display 'MDSBKOUT: kan inte oppna BKOCTL, status='
014800           ws-bko-ctl-status
014900        move 16 to RETURN-CODE
015000        goback
015100     end-if
015200     read bko-ctl
015300        at end move spaces to BACKOUT-CONTROL
015400     end-read
015500     if bc-program = spaces or bc-run-date not numeric
015600        display 'MDSBKOUT: *** ogiltigt BKOCTL-kort: program "'
015700           bc-program '" datum "' bc-run-date '"'
015800        close bko-ctl
015900        move 16 to RETURN-CODE
016000        goback
016100     end-if
016200     move bc-program  to ws-target-program
016300     move bc-run-date to ws-target-date
016400     if bc-mode = 'U'
016500        move 'U' to ws-run-mode
016600     end-if
016700     close bko-ctl
016800     if ws-update-mode
016900        display 'MDSBKOUT: backar ' ws-target-program
017000           ' korningsdag ' ws-target-date ' - UPPDATERING'
017100     else
017200        display 'MDSBKOUT: backar ' ws-target-program
017300           ' korningsdag ' ws-target-date
017400           ' - PROVKORNING, inget andras'
017500     end-if
017600     .
017700
017800 z-open-files                          section.
017900     if ws-update-mode
018000        open i-o puzzle-cat
018100     else
018200        open input puzzle-cat
018300     end-if
018400     if not ws-puzzle-cat-ok
018500        display 'MDSBKOUT: kan inte oppna PUZZCAT, status='
018600           ws-puzzle-cat-status
018700        move 16 to RETURN-CODE
018800        goback
018900     end-if
019000     if ws-update-mode
019100        open i-o cat-journal
019200     else
019300        open input cat-journal
019400     end-if
019500     if not ws-journal-ok
019600        display 'MDSBKOUT: kan inte oppna CATJRNL, status='
019700           ws-journal-status
019800        move 16 to RETURN-CODE
019900        goback
020000     end-if
020100     .
020200
020300* Samlar journalnycklarna for programmet/dagen: START pa
020400* datum + program, las framat tills nagot av dem byter:
020500 b-collect-entries                     section.
020600     move ws-target-date    to jr-run-date
020700     move ws-target-program to jr-program
020800     move zero              to jr-run-time jr-seq
020900     start cat-journal key >= jr-key
021000     if not ws-journal-ok
021100        go to b-collect-entries-exit
021200     end-if
021300     perform z-read-next-journal
021400     perform until ws-no-more-journal
021500                or jr-run-date not = ws-target-date
021600                or jr-program  not = ws-target-program
021700        if ws-key-count >= ws-key-max
021800           display 'MDSBKOUT: *** fler an ' ws-key-max
021900              ' journalposter - inget backat'
022000           move 16 to RETURN-CODE
022100           goback
022200        end-if
022300        add 1 to ws-key-count
022400        move jr-key to ws-entry-key(ws-key-count)
022500        perform z-read-next-journal
022600     end-perform
022700     .
022800 b-collect-entries-exit.
022900     display 'MDSBKOUT: journalposter funna:    ' ws-key-count
023000     .
023100
023200 z-read-next-journal                   section.
023300     read cat-journal next
023400        at end set ws-no-more-journal to true
023500     end-read
023600     if not ws-no-more-journal and not ws-journal-ok
023700        display 'MDSBKOUT: fel vid lasning CATJRNL, status='
023800           ws-journal-status
023900        move 16 to RETURN-CODE
024000        goback
024100     end-if
024200     .
024300
024400* Backar en journalpost (kx). Forst raddas posten ur FD-arean,
024500* sedan jamfors katalogens aktuella post med efter-bilden:
024600 c-reverse-one-entry                   section.
024700     move ws-entry-key(kx) to jr-key
024800     read cat-journal
024900     if not ws-journal-ok
025000        display 'MDSBKOUT: fel vid lasning CATJRNL, status='
025100           ws-journal-status
025200        move 16 to RETURN-CODE
025300        goback
025400     end-if
025500     move jr-action       to ws-entry-action
025600     move jr-puzzle-id    to ws-entry-id
025700     move jr-run-time     to ws-entry-time
025800     move jr-seq          to ws-entry-seq
025900     move jr-before-image to ws-entry-before
026000     move jr-after-image  to ws-entry-after
026100
026200     move ws-entry-id to ct-puzzle-id
026300     read puzzle-cat
026400     evaluate true
026500        when ws-puzzle-cat-ok
026600           move 'Y' to ws-cat-found
026700        when ws-puzzle-cat-notfnd
026800           move 'N' to ws-cat-found
026900        when other
027000           display 'MDSBKOUT: fel vid lasning PUZZCAT, status='
027100              ws-puzzle-cat-status ' id=' ws-entry-id
027200           move 16 to RETURN-CODE
027300           goback
027400     end-evaluate
027500
027600     move spaces to ws-conflict-reason
027700     evaluate ws-entry-action
027800        when 'A'
027900        when 'C'
028000           if not ws-cat-is-found
028100              move 'posten finns inte langre'
028200           to ws-conflict-reason
028300           else
028400              if CATALOG-RECORD not = ws-entry-after
028500                 move 'posten andrad efterat'
028600              to ws-conflict-reason
028700              end-if
028800           end-if
028900        when 'D'
029000           if ws-cat-is-found
029100              move 'posten finns igen' to ws-conflict-reason
029200           end-if
029300        when other
029400           move 'okand atgard i journalen' to ws-conflict-reason
029500     end-evaluate
029600     if ws-conflict-reason not = spaces
029700        add 1 to ws-conflict-count
029800        display 'MDSBKOUT: *** KONFLIKT ' ws-entry-id
029900           ' atgard ' ws-entry-action
030000           ' (' ws-entry-time '/' ws-entry-seq '): '
030100           ws-conflict-reason
030200        go to c-reverse-one-entry-exit
030300     end-if
030400
030500     add 1 to ws-reversed-count
030600     if not ws-update-mode
030700        display 'MDSBKOUT: skulle backa ' ws-entry-id
030800           ' atgard ' ws-entry-action
030900           ' (' ws-entry-time '/' ws-entry-seq ')'
031000        go to c-reverse-one-entry-exit
031100     end-if
031200     evaluate ws-entry-action
031300        when 'A'
031400           perform z-undo-add
031500        when 'C'
031600           perform z-undo-change
031700        when 'D'
031800           perform z-undo-delete
031900     end-evaluate
032000     perform z-write-own-journal
032100     display 'MDSBKOUT: backat  ' ws-entry-id
032200        ' atgard ' ws-entry-action
032300        ' (' ws-entry-time '/' ws-entry-seq ')'
032400     .
032500 c-reverse-one-entry-exit.
032600     continue
032700     .
032800
032900* Ett tillagg backas genom att posten tas bort:
033000 z-undo-add                            section.
033100     delete puzzle-cat
033200     if not ws-puzzle-cat-ok
033300        display 'MDSBKOUT: fel vid delete PUZZCAT, status='
033400           ws-puzzle-cat-status ' id=' ws-entry-id
033500        move 16 to RETURN-CODE
033600        goback
033700     end-if
033800     move 'D'            to ws-own-action
033900     move ws-entry-after to ws-own-before
034000     move spaces         to ws-own-after
034100     .
034200
034300* En andring backas genom att fore-bilden skrivs tillbaka:
034400 z-undo-change                         section.
034500     move ws-entry-before to CATALOG-RECORD
034600     rewrite CATALOG-RECORD
034700     if not ws-puzzle-cat-ok
034800        display 'MDSBKOUT: fel vid rewrite PUZZCAT, status='
034900           ws-puzzle-cat-status ' id=' ws-entry-id
035000        move 16 to RETURN-CODE
035100        goback
035200     end-if
035300     move 'C'             to ws-own-action
035400     move ws-entry-after  to ws-own-before
035500     move ws-entry-before to ws-own-after
035600     .
035700
035800* Ett borttag backas genom att fore-bilden laggs in igen:
035900 z-undo-delete                         section.
036000     move ws-entry-before to CATALOG-RECORD
036100     write CATALOG-RECORD
036200     if not ws-puzzle-cat-ok
036300        display 'MDSBKOUT: fel vid skrivning PUZZCAT, status='
036400           ws-puzzle-cat-status ' id=' ws-entry-id
036500        move 16 to RETURN-CODE
036600        goback
036700     end-if
036800     move 'A'             to ws-own-action
036900     move spaces          to ws-own-before
037000     move ws-entry-before to ws-own-after
037100     .
037200
037300* Backningens egen journalpost, under programnamnet MDSBKOUT.
037400* Tid satts vid forsta skrivningen och lopnumret raknas upp -
037500* samma nyckelregler som MDSJRNL:
037600 z-write-own-journal                   section.
037700     if ws-own-time = zero
037800        accept ws-own-time from time
037900     end-if
038000     add 1 to ws-own-seq
038100     move ws-today       to jr-run-date
038200     move 'MDSBKOUT'     to jr-program
038300     move ws-own-time    to jr-run-time
038400     move ws-own-seq     to jr-seq
038500     move ws-own-action  to jr-action
038600     move ws-entry-id    to jr-puzzle-id
038700     move spaces         to jr-terminal
038800     move ws-own-before  to jr-before-image
038900     move ws-own-after   to jr-after-image
039000     write CATALOG-JOURNAL-RECORD
039100     if not ws-journal-ok
039200        display 'MDSBKOUT: fel vid skrivning CATJRNL, status='
039300           ws-journal-status ' id=' ws-entry-id
039400        move 16 to RETURN-CODE
039500        goback
039600     end-if
039700     .
039800
039900 z-close-files                         section.
040000     close puzzle-cat
040100     close cat-journal
040200     .
040300
040400 z-print-summary                       section.
040500     if ws-update-mode
040600        display 'MDSBKOUT: backade poster:         '
040700           ws-reversed-count
040800     else
040900        display 'MDSBKOUT: poster att backa:       '
041000           ws-reversed-count
041100     end-if
041200     display 'MDSBKOUT: konflikter:             '
041300        ws-conflict-count
041400     if ws-key-count = 0
041500        display 'MDSBKOUT: *** inga journalposter for '
041600           ws-target-program ' ' ws-target-date
041700     end-if
041800     if ws-conflict-count > 0 or ws-key-count = 0
041900        move 4 to RETURN-CODE
042000     end-if
042100     .
