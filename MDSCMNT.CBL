000100 identification division.
000200 program-id. MDSCMNT.
000300
000400* Av Erik Weyler 2026-10
000500
000600* CICS-underhall (transid MDSU) av pusselkatalogen PUZZCAT for
000700* dataprep-desken. Rattelser som forut gick via ett CATTRAN-kort
000800* pa STATIN och fick vanta pa nasta MDSPCAT-korning - dra
000900* tillbaka ett pussel fran 'S' till 'Q', pensionera en dalig
001000* leverans, ratta fel ct-difficulty eller ct-puzzle-type - gors
001100* har direkt.
001200*
001300* Start:  MDSU K=kallkod   bladdra per ct-source-code
001400*         MDSU S=status    bladdra per ct-status (R/Q/S/P/T)
001500*         MDSU Pnnnnnnnn   visa ett pussel direkt
001600*
001700* Listbilden visar 15 traffar at gangen. Kommandon skrivs pa
001800* forsta raden:
001900*   ENTER     = nasta sida        pussel-id = visa pusslet
002000*   X         = avsluta
002100* Pusselbilden visar posten med rutnatet. Andringar skrivs som
002200* ett eller flera nyckel=varde-par pa forsta raden:
002300*   S=x  ny status   G=x  ny grad (E/M/H/X)
002400*   V=x  ny variant (C = klassisk, X = X-sudoku)
002500*   ENTER = tillbaka till listan   X = avsluta
002600*
002700* Regler:
002800*   - statusbyten maste vara tillatna enligt CATLIFE (samma
002900*     tabell som MDSPCAT anvander for STATIN); 'S' satts bara av
003000*     MDSSCHED och 'P' bara av nattkorningen, sa de tas inte
003100*     emot har,
003200*   - ett pussel i kvallens lineup - status 'S' med statusdatum
003300*     senast i morgon - ar last for alla andringar,
003400*   - grad och variant andras inte pa publicerade ('P') eller
003500*     pensionerade ('T') pussel.
003510* Ett pussel som MDSERRA sparrat (ct-on-hold) visas som
003520* SPARRAT pa datumraden; det kan aldrig flyttas till 'S'
003530* eller 'P' harifran eftersom de statusarna inte tas emot.
003540* Pusselbilden: rad 1 kommandon, 2-4 posten, 5 meddelande/las,
003550* 6-21 rutnatet (hogst 16 rader), 22 kommandohjalp.
003600*
003700* Programmet ar pseudokonversativt: lage, filter och
003800* bladdringsnycklar foljer med i COMMAREA mellan turerna.
003900* Bladdring sker med STARTBR/READNEXT over hela nyckelordningen
004000* (PUZZCAT har inget alternativt index) - hittas inte en full
004100* sida inom 5000 lasta poster visas det som hittats och ENTER
004200* fortsatter sokningen.
004300*
004310* Varje sparad andring journalfors med fore- och efterbild i
004320* CATJRNL (copy CATJRNL, program MDSCMNT, nyckelns tid och
004330* lopnummer = transaktionens tid och tasknummer). Gar
004340* journalskrivningen inte igenom backas andringen med
004350* SYNCPOINT ROLLBACK - bada filerna ar darfor definierade som
004360* recoverable.
004370*
004400* Filer (FCT): PUZZCAT (KSDS, copy CATREC, nyckel 10) med READ,
004500* UPDATE och BROWSE. CATJRNL (KSDS, copy CATJRNL, nyckel 32)
004550* med ADD. CSD-definitioner: se MDSVLOAD.JCL.
004600
004700 environment division.
004800 configuration section.
004900 special-names. decimal-point is comma.
005000
005100 data division.
005200 working-storage section.
005300 01  ws-resp                pic s9(8) comp.
005400 01  ws-resp2               pic s9(8) comp.
005500
005600 01  ws-input               pic X(80).
005700 01  ws-input-len           pic s9(4) comp value 80.
005800
005900* Katalogposten - samma layout som batchsidan:
006000     copy CATREC.
006100* Tillatna statusovergangar (delas med MDSPCAT):
006200     copy CATLIFE.
006210* Journalposten for en sparad andring:
006220     copy CATJRNL.
006230 01  ws-jrnl-time.
006240     05 ws-jrnl-hhmmss      pic X(6).
006250     05 filler              pic XX value '00'.
006300
006400* Dagens datum och publiceringsdagen for kvallens lineup:
006500 01  ws-abstime             pic s9(15) comp-3.
006600 01  ws-today-x             pic X(8).
006700 01  ws-today               pic 9(8).
006800 01  ws-tonight-date        pic 9(8).
006900 01  ws-tonight-flag        pic X.
007000     88 ws-in-tonights-lineup   value 'Y'.
007100
007200* Nyckel och raknare for bladdringen:
007300 01  ws-browse-key          pic X(10).
007400 01  ws-list-count          pic 99 comp-3.
007500 01  ws-scanned             pic 9(6) comp-3.
007600 01  ws-scan-limit          pic 9(6) comp-3 value 5000.
007700 01  ws-browse-state        pic X.
007800     88 ws-browse-done          value 'Y'.
007900 01  ws-filter-match        pic X.
008000     88 ws-matches-filter       value 'Y'.
008100
008200* Kommandoraden delad i upp till fyra nyckel=varde-par:
008300 01  ws-tokens.
008400     05 ws-token            pic X(12) occurs 4 times.
008500 01  tx                     pic 9 comp-3.
008600 01  ws-new-status          pic X.
008700 01  ws-new-diff            pic X.
008800     88 ws-new-diff-valid       value 'E' 'M' 'H' 'X'.
008900 01  ws-new-type            pic X.
009000     88 ws-new-type-valid       value 'C' 'X'.
009100 01  ws-cmd-error           pic X.
009200     88 ws-cmd-bad              value 'Y'.
009300
009400* Skarmbilden: 22 rader om 80 tecken, radbruten av terminalen.
009500* Forsta raden lamnas tom som kommandorad:
009600 01  ws-screen.
009700     05 ws-scr-line         pic X(80) occurs 22 times.
009800 01  ws-screen-len          pic s9(4) comp value 1760.
009900 01  ws-work-line           pic X(80).
010000 01  ws-message             pic X(80) value spaces.
010100
010200 01  ws-size                pic 99  comp-3.
010300 01  ws-r                   pic 99  comp-3.
010400 01  ws-c                   pic 99  comp-3.
010500 01  ws-pos                 pic 999 comp-3.
010600 01  ws-grid-ix             pic 999 comp-3.
010700 01  ws-line-nr             pic 99  comp-3.
010800
010900 01  ws-size-d              pic 99.
011000 01  ws-rc-d                pic 9(4).
011050 01  ws-hold-text           pic X(16).
011100 01  ws-lock-mark           pic X.
011200
011300* Hela samtalstillstandet - foljer med i COMMAREA mellan
011400* turerna (pseudokonversativt):
011500 01  comm-state.
011600* 'L' = listbild, 'D' = pusselbild:
011700     05 ca-mode             pic X.
011800        88 ca-mode-list         value 'L'.
011900        88 ca-mode-detail       value 'D'.
012000* 'K' = per kallkod, 'S' = per status, blankt = direktvisning:
012100     05 ca-filter-type      pic X.
012200        88 ca-filter-source     value 'K'.
012300        88 ca-filter-status     value 'S'.
012400        88 ca-no-filter         value ' '.
012500     05 ca-filter-value     pic X(8).
012600* Startnyckel for aktuell sida och om posten med exakt den
012700* nyckeln redan visats pa foregaende sida:
012800     05 ca-page-key         pic X(10).
012900     05 ca-page-skip        pic X.
013000* Senast lasta nyckel - nasta sida borjar efter den:
013100     05 ca-last-key         pic X(10).
013200     05 ca-list-end         pic X.
013300        88 ca-at-list-end       value 'Y'.
013400     05 ca-puzzle-id        pic X(10).
013500
013600 linkage section.
013700 01  DFHCOMMAREA            pic X(42).
013800
013900 procedure division.
014000 a-main                                section.
014100     perform z-get-dates
014200     if EIBCALEN = 0
014300        perform b-first-time
014400     else
014500        move DFHCOMMAREA to comm-state
014600        perform b-next-turn
014700     end-if
014800     exec cics return
014900          transid('MDSU')
015000          commarea(comm-state)
015100          length(42)
015200     end-exec
015300     .
015400
015500* Forsta turen: "MDSU K=kalla", "MDSU S=status" eller
015600* "MDSU pussel-id":
015700 b-first-time                          section.
015800     move spaces to ws-input
015900     move 80 to ws-input-len
016000     exec cics receive
016100          into(ws-input)
016200          length(ws-input-len)
016300          resp(ws-resp)
016400     end-exec
016500     move spaces to comm-state
016600     evaluate true
016700        when ws-input(6:10) = spaces
016800           move 'ANGE MDSU K=KALLA, MDSU S=STATUS, MDSU PUSSEL-ID'
016900             to ws-work-line
017000           perform z-send-plain-message
017100        when ws-input(6:2) = 'K=' or 'k='
017200           set ca-filter-source to true
017300           move ws-input(8:8) to ca-filter-value
017400           perform z-start-list
017500        when ws-input(6:2) = 'S=' or 's='
017600           set ca-filter-status to true
017700           move ws-input(8:1) to ca-filter-value
017800           if ca-filter-value(1:1) not = 'R' and 'Q' and 'S'
017900                                   and 'P' and 'T'
018000              move 'OGILTIG STATUS - ANGE R, Q, S, P ELLER T'
018100                to ws-work-line
018200              perform z-send-plain-message
018300           end-if
018400           perform z-start-list
018500        when other
018600           set ca-no-filter to true
018700           set ca-mode-detail to true
018800           move ws-input(6:10) to ca-puzzle-id
018900           perform c-show-detail
019000     end-evaluate
019100     .
019200
019300* Foljande turer - listbild eller pusselbild:
019400 b-next-turn                           section.
019500     move spaces to ws-input
019600     move 80 to ws-input-len
019700     exec cics receive
019800          into(ws-input)
019900          length(ws-input-len)
020000          resp(ws-resp)
020100     end-exec
020200     if ws-input(1:2) = 'X ' or 'x '
020300        move 'MDSCMNT AVSLUTAD' to ws-work-line
020400        perform z-send-plain-message
020500     end-if
020600     if ca-mode-list
020700        perform b-list-turn
020800     else
020900        perform b-detail-turn
021000     end-if
021100     .
021200
021300* Listbild: ENTER = nasta sida (fran borjan igen efter sista
021400* sidan), annars ett pussel-id att visa:
021500 b-list-turn                           section.
021600     if ws-input = spaces
021700        if ca-at-list-end
021800           perform z-start-list
021900        else
022000           move ca-last-key to ca-page-key
022100           move 'Y' to ca-page-skip
022200           perform c-list-page
022300        end-if
022400     else
022500        move ws-input(1:10) to ca-puzzle-id
022600        set ca-mode-detail to true
022700        perform c-show-detail
022800     end-if
022900     .
023000
023100* Pusselbild: ENTER = tillbaka till listan (eller avsluta vid
023200* direktvisning), annars andringskommandon:
023300 b-detail-turn                         section.
023400     if ws-input = spaces
023500        if ca-no-filter
023600           move 'MDSCMNT AVSLUTAD' to ws-work-line
023700           perform z-send-plain-message
023800        end-if
023900        set ca-mode-list to true
024000        perform c-list-page
024100     else
024200        perform c-apply-changes
024300        perform c-show-detail
024400     end-if
024500     .
024600
024700* Borjar listan fran forsta nyckeln:
024800 z-start-list                          section.
024900     set ca-mode-list to true
025000     move low-values to ca-page-key
025100     move 'N' to ca-page-skip
025200     perform c-list-page
025300     .
025400
025500* Bygger en listsida: bladdrar fran ca-page-key och tar med
025600* poster som matchar filtret tills sidan ar full, katalogen
025700* slut eller soktaket nat:
025800 c-list-page                           section.
025900     move spaces to ws-screen
026000     move zero to ws-list-count ws-scanned
026100     move 'N' to ca-list-end
026200     move spaces to ws-work-line
026300     if ca-filter-source
026400        string 'MDSCMNT  KATALOGUNDERHALL  KALLA ' ca-filter-value
026500           delimited by size into ws-work-line
026600     else
026700        string 'MDSCMNT  KATALOGUNDERHALL  STATUS '
026800               ca-filter-value(1:1)
026900           delimited by size into ws-work-line
027000     end-if
027100     move ws-work-line to ws-scr-line(2)
027200     move 'PUSSEL-ID  KALLA    G SL V ST STATDAT  (*=LINEUP)'
027300       to ws-scr-line(3)
027400     move 3 to ws-line-nr
027500     move ca-page-key to ws-browse-key
027600     move ca-page-key to ca-last-key
027700     exec cics startbr
027800          file('PUZZCAT')
027900          ridfld(ws-browse-key)
028000          gteq
028100          resp(ws-resp)
028200     end-exec
028300     if ws-resp not = dfhresp(normal)
028400        move 'Y' to ca-list-end
028500        go to c-list-page-show
028600     end-if
028700     move 'N' to ws-browse-state
028800     perform until ws-browse-done
028900        exec cics readnext
029000             file('PUZZCAT')
029100             into(CATALOG-RECORD)
029200             ridfld(ws-browse-key)
029300             resp(ws-resp)
029400        end-exec
029500        if ws-resp not = dfhresp(normal)
029600           move 'Y' to ca-list-end
029700           set ws-browse-done to true
029800        else
029900           perform c-list-one-record
030000        end-if
030100     end-perform
030200     exec cics endbr
030300          file('PUZZCAT')
030400          resp(ws-resp2)
030500     end-exec
030600     .
030700 c-list-page-show.
030800     evaluate true
030900        when ca-at-list-end
031000           move '*** SLUT PA KATALOGEN - ENTER BORJAR OM ***'
031100             to ws-scr-line(20)
031200        when ws-list-count < 15
031300           move '*** SOKTAKET NATT - ENTER SOKER VIDARE ***'
031400             to ws-scr-line(20)
031500     end-evaluate
031600     if ws-message not = spaces
031700        move ws-message to ws-scr-line(19)
031800     end-if
031900     move 'ENTER=NASTA SIDA  PUSSEL-ID=VISA  X=AVSLUTA'
032000       to ws-scr-line(22)
032100     perform z-send-screen
032200     .
032300
032400* En lasta post i bladdringen: hoppa over sidans startpost om
032500* den redan visats, ta med den om filtret matchar:
032600 c-list-one-record                     section.
032700     if ca-page-skip = 'Y' and ct-puzzle-id = ca-page-key
032800        go to c-list-one-record-exit
032900     end-if
033000     move ct-puzzle-id to ca-last-key
033100     add 1 to ws-scanned
033200     move 'N' to ws-filter-match
033300     if ca-filter-source and ct-source-code = ca-filter-value
033400        move 'Y' to ws-filter-match
033500     end-if
033600     if ca-filter-status and ct-status = ca-filter-value(1:1)
033700        move 'Y' to ws-filter-match
033800     end-if
033900     if ws-matches-filter
034000        add 1 to ws-list-count
034100        add 1 to ws-line-nr
034200        perform z-check-tonight
034300        move space to ws-lock-mark
034400        if ws-in-tonights-lineup
034500           move '*' to ws-lock-mark
034600        end-if
034700        move ct-sdu-size to ws-size-d
034800        move spaces to ws-work-line
034900        string ct-puzzle-id ' ' ct-source-code ' '
035000               ct-difficulty ' ' ws-size-d ' '
035100               ct-puzzle-type '  ' ct-status ' '
035200               ct-status-date ' ' ws-lock-mark
035300           delimited by size into ws-work-line
035400        move ws-work-line to ws-scr-line(ws-line-nr)
035500     end-if
035600     if ws-list-count >= 15 or ws-scanned >= ws-scan-limit
035700        set ws-browse-done to true
035800     end-if
035900     .
036000 c-list-one-record-exit.
036100     continue
036200     .
036300
036400* Pusselbilden: posten, lasmarkering och rutnatet med givna
036500* tal. Finns pusslet inte gar en listbild tillbaka till listan
036600* med ett meddelande:
036700 c-show-detail                         section.
036800     exec cics read
036900          file('PUZZCAT')
037000          into(CATALOG-RECORD)
037100          ridfld(ca-puzzle-id)
037200          resp(ws-resp)
037300     end-exec
037400     if ws-resp not = dfhresp(normal)
037500        move spaces to ws-message
037600        string 'PUSSLET ' ca-puzzle-id
037700               ' FINNS INTE I KATALOGEN'
037800           delimited by size into ws-message
037900        if ca-no-filter
038000           move ws-message to ws-work-line
038100           perform z-send-plain-message
038200        end-if
038300        set ca-mode-list to true
038400        perform c-list-page
038500        go to c-show-detail-exit
038600     end-if
038700     move spaces to ws-screen
038800     move spaces to ws-work-line
038900     string 'MDSCMNT  PUSSEL ' ct-puzzle-id
039000            '  KALLA ' ct-source-code
039100        delimited by size into ws-work-line
039200     move ws-work-line to ws-scr-line(2)
039300     move ct-sdu-size to ws-size-d
039400     move spaces to ws-work-line
039500     string 'GRAD ' ct-difficulty
039600            '  SIDLANGD ' ws-size-d
039700            '  VARIANT ' ct-puzzle-type
039800            '  STATUS ' ct-status
039900            '  STATUSDATUM ' ct-status-date
040000        delimited by size into ws-work-line
040100     move ws-work-line to ws-scr-line(3)
040200     move ct-solve-rc to ws-rc-d
040250     move spaces to ws-hold-text
040270     if ct-on-hold
040280        move 'SPARRAT (ERRATA)' to ws-hold-text
040290     end-if
040300     move spaces to ws-work-line
040400     string 'MOTTAGET ' ct-received-date
040500            '  PUBLICERAT ' ct-published-date
040600            '  LOST ' ct-solved-date
040700            ' RC=' ws-rc-d
040750            '  ' ws-hold-text
040800        delimited by size into ws-work-line
040900     move ws-work-line to ws-scr-line(4)
041000     perform z-check-tonight
041100     if ws-message not = spaces
041200        move ws-message to ws-scr-line(5)
041300     else
041400        if ws-in-tonights-lineup
041500           move '*** I KVALLENS LINEUP - LAST FOR ANDRING ***'
041600             to ws-scr-line(5)
041700        end-if
041800     end-if
041900     move ct-sdu-size to ws-size
042000     if ws-size < 4 or ws-size > 16
042100        move 'OGILTIG SIDLANGD I KATALOGPOSTEN' to ws-scr-line(6)
042200     else
042300        perform z-build-grid
042400     end-if
042500     move 'S=STATUS G=GRAD V=VARIANT  ENTER=TILLBAKA  X=AVSLUTA'
042600       to ws-scr-line(22)
042700     perform z-send-screen
042800     .
042900 c-show-detail-exit.
043000     continue
043100     .
043200
043300* Tolkar andringskommandona, laser posten for uppdatering,
043400* provar reglerna och skriver om. Resultatet (eller skalet
043500* till att andringen nekades) hamnar i ws-message:
043600 c-apply-changes                       section.
043700     move spaces to ws-tokens ws-message
043800     move space to ws-new-status ws-new-diff ws-new-type
043900     move 'N' to ws-cmd-error
044000     unstring ws-input delimited by all space
044100        into ws-token(1) ws-token(2) ws-token(3) ws-token(4)
044200     end-unstring
044300     perform varying tx from 1 by 1 until tx > 4
044400        evaluate ws-token(tx)(1:2)
044500           when spaces
044600              continue
044700           when 'S='
044800           when 's='
044900              move ws-token(tx)(3:1) to ws-new-status
045000           when 'G='
045100           when 'g='
045200              move ws-token(tx)(3:1) to ws-new-diff
045300           when 'V='
045400           when 'v='
045500              move ws-token(tx)(3:1) to ws-new-type
045600           when other
045700              move 'Y' to ws-cmd-error
045800        end-evaluate
045900     end-perform
046000     if ws-cmd-bad
046100        move 'OKANT KOMMANDO - ANGE S=x, G=x OCH/ELLER V=x'
046200          to ws-message
046300        go to c-apply-changes-exit
046400     end-if
046500     if ws-new-diff not = space and not ws-new-diff-valid
046600        move 'OGILTIG GRAD - ANGE E, M, H ELLER X' to ws-message
046700        go to c-apply-changes-exit
046800     end-if
046900     if ws-new-type not = space and not ws-new-type-valid
047000        move 'OGILTIG VARIANT - ANGE C ELLER X' to ws-message
047100        go to c-apply-changes-exit
047200     end-if
047300     if ws-new-status = 'S' or 'P'
047400        move 'STATUS S SATTS AV MDSSCHED OCH P AV NATTKORNINGEN'
047500          to ws-message
047600        go to c-apply-changes-exit
047700     end-if
047800
047900     exec cics read
048000          file('PUZZCAT')
048100          into(CATALOG-RECORD)
048200          ridfld(ca-puzzle-id)
048300          update
048400          resp(ws-resp)
048500     end-exec
048600     if ws-resp not = dfhresp(normal)
048700        move 'PUSSLET KAN INTE LASAS FOR UPPDATERING'
048800          to ws-message
048900        go to c-apply-changes-exit
049000     end-if
049050     move CATALOG-RECORD to jr-before-image
049100     perform z-check-tonight
049200     if ws-in-tonights-lineup
049300        move 'NEKAT - PUSSLET AR I KVALLENS LINEUP' to ws-message
049400        perform z-unlock-catalog
049500        go to c-apply-changes-exit
049600     end-if
049700     if (ws-new-diff not = space or ws-new-type not = space)
049800     and (ct-status-published or ct-status-retired)
049900        move 'NEKAT - GRAD/VARIANT LAST PA P- OCH T-PUSSEL'
050000          to ws-message
050100        perform z-unlock-catalog
050200        go to c-apply-changes-exit
050300     end-if
050400     if ws-new-status not = space
050500     and ws-new-status not = ct-status
050600        move ct-status     to lf-from
050700        move ws-new-status to lf-to
050800        perform z-check-transition
050900        if not lf-transition-allowed
051000           string 'NEKAT - OTILLATEN OVERGANG ' ct-status
051100                  ' -> ' ws-new-status
051200              delimited by size into ws-message
051300           perform z-unlock-catalog
051400           go to c-apply-changes-exit
051500        end-if
051600        move ws-new-status to ct-status
051700        move ws-today      to ct-status-date
051800     end-if
051900     if ws-new-diff not = space
052000        move ws-new-diff to ct-difficulty
052100     end-if
052200     if ws-new-type not = space
052300        move ws-new-type to ct-puzzle-type
052400     end-if
052500     exec cics rewrite
052600          file('PUZZCAT')
052700          from(CATALOG-RECORD)
052800          resp(ws-resp)
052900     end-exec
053000     if ws-resp not = dfhresp(normal)
053100        move 'FEL VID OMSKRIVNING AV KATALOGPOSTEN' to ws-message
053200        go to c-apply-changes-exit
053300     end-if
053310     perform z-write-journal
053320     if ws-resp not = dfhresp(normal)
053330        exec cics syncpoint rollback
053340             resp(ws-resp2)
053350        end-exec
053360        move 'NEKAT - JOURNALEN KAN INTE SKRIVAS, INGET ANDRAT'
053370          to ws-message
053380        go to c-apply-changes-exit
053390     end-if
053400     move 'ANDRINGEN AR SPARAD' to ws-message
053500     .
053600 c-apply-changes-exit.
053700     continue
053800     .
053900
053902* Journalpost for andringen: fore-bilden togs vid READ UPDATE,
053904* efter-bilden ar posten som den skrevs om. ws-resp talar om
053906* for anroparen om skrivningen gick igenom:
053908 z-write-journal                       section.
053910     exec cics formattime
053912          abstime(ws-abstime)
053914          time(ws-jrnl-hhmmss)
053916     end-exec
053918     move ws-today       to jr-run-date
053920     move 'MDSCMNT'      to jr-program
053922     move ws-jrnl-time   to jr-run-time
053924     move EIBTASKN       to jr-seq
053926     set jr-action-change to true
053928     move ct-puzzle-id   to jr-puzzle-id
053930     move EIBTRMID       to jr-terminal
053932     move CATALOG-RECORD to jr-after-image
053934     exec cics write
053936          file('CATJRNL')
053938          from(CATALOG-JOURNAL-RECORD)
053940          ridfld(jr-key)
053942          resp(ws-resp)
053944     end-exec
053946     .
053948
054000* Slapper uppdateringslaset efter en nekad andring:
054100 z-unlock-catalog                      section.
054200     exec cics unlock
054300          file('PUZZCAT')
054400          resp(ws-resp2)
054500     end-exec
054600     .
054700
054800* Ar posten i CATALOG-RECORD i kvallens lineup? Nattkorningen
054900* ikvall ger morgondagens sida, sa ett schemalagt pussel med
055000* statusdatum senast i morgon ar redan pa vag till tryck:
055100 z-check-tonight                       section.
055200     move 'N' to ws-tonight-flag
055300     if ct-status-scheduled
055400     and ct-status-date <= ws-tonight-date
055500        move 'Y' to ws-tonight-flag
055600     end-if
055700     .
055800
055900* Slar upp lf-from -> lf-to i livscykeltabellen:
056000 z-check-transition                    section.
056100     move 'N' to lf-allowed
056200     perform varying lf-ix from 1 by 1
056300               until lf-ix > lf-rule-count
056400        if lf-rule-from(lf-ix) = lf-from
056500        and lf-rule-to(lf-ix) = lf-to
056600           move 'Y' to lf-allowed
056700        end-if
056800     end-perform
056900     .
057000
057100* Dagens datum ur CICS och publiceringsdagen for kvallens
057200* korning (i morgon):
057300 z-get-dates                           section.
057400     exec cics asktime
057500          abstime(ws-abstime)
057600     end-exec
057700     exec cics formattime
057800          abstime(ws-abstime)
057900          yyyymmdd(ws-today-x)
058000     end-exec
058100     move ws-today-x to ws-today
058200     compute ws-tonight-date = function date-of-integer
058300             (function integer-of-date(ws-today) + 1)
058400     .
058500
058600* Rutnatet med givna tal fran rad 6, ett tecken plus blanksteg
058700* per ruta:
058800 z-build-grid                          section.
058900     move 6 to ws-line-nr
059000     perform varying ws-r from 1 by 1 until ws-r > ws-size
059100        move spaces to ws-work-line
059200        move 3 to ws-pos
059300        perform varying ws-c from 1 by 1 until ws-c > ws-size
059400           compute ws-grid-ix = (ws-r - 1) * ws-size + ws-c
059500           move ct-sudoku-grid(ws-grid-ix:1)
059600             to ws-work-line(ws-pos:1)
059700           add 2 to ws-pos
059800        end-perform
059900        move ws-work-line to ws-scr-line(ws-line-nr)
060000        add 1 to ws-line-nr
060100     end-perform
060200     .
060300
060400 z-send-screen                         section.
060500     exec cics send text
060600          from(ws-screen)
060700          length(ws-screen-len)
060800          erase
060900          freekb
061000     end-exec
061100     .
061200
061300* Skickar ws-work-line som enda svar och avslutar samtalet
061400* (ingen transid - nasta ENTER startar inget nytt):
061500 z-send-plain-message                  section.
061600     exec cics send text
061700          from(ws-work-line)
061800          length(80)
061900          erase
062000          freekb
062100     end-exec
062200     exec cics return end-exec
062300     .
