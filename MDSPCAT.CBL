001000*      PUZZREC - leverantörsfiler och MDSPGEN:s GENOUT har samma
001100*      layout och kan konkateneras på DD:n) och skriver varje
001200*      pussel till katalogen med status 'R' (mottaget). Dubblett-
001300*      nycklar avvisas till undantagslistan på SYSOUT, liksom
001325*      pussel vars källa inte finns eller inte är aktiv i
001350*      leverantörsregistret SUPPMAST (copy SUPPREC, se MDSSUPP).
001400*
001500*   2. Statusuppdatering: läser STATIN (copy CATTRAN) och sätter
001600*      ny livscykelstatus på befintliga poster. Okänt pussel-id
001700*      eller ogiltig statuskod hamnar på undantagslistan.
001725*      Övergången måste vara tillåten enligt livscykel-
001750*      tabellen CATLIFE (samma regler som online-underhållet
001775*      MDSCMNT); samma status igen räknas som datumrättelse.
001785*      Ett pussel som MDSERRA spärrat (ct-on-hold) flyttas
001795*      aldrig till 'S' eller 'P' - kortet avvisas.
001800*
001900* MDSBATCH stämplar därutöver ct-solved-date/ct-solve-rc och
002000* publicering nattligen - se z-update-catalog i MDSBATCH.
002025*
002050* Varje tillägg och statusändring journalförs med före- och
002075* efterbild i CATJRNL via MDSJRNL (backning: se MDSBKOUT).
002100
002200* JCL: se MDSPCAT.JCL
002300
003800     select tran-in    assign to 'STATIN'
003900            organization is sequential
004000            file status is ws-tran-in-status.
004010     select supp-mast  assign to 'SUPPMAST'
004020            organization is indexed
004030            access is random
004040            record key is su-source-code
004050            file status is ws-supp-mast-status.
004100
004200 data division.
004300 file section.
005200 fd  tran-in
005300     recording mode is f.
005400     copy CATTRAN.
005420
005440 fd  supp-mast
005460     recording mode is f.
005480     copy SUPPREC.
005500
005600 working-storage section.
005700 01  ws-puzzle-cat-status   pic XX.
006300     88 ws-load-in-ok           value '00'.
006400 01  ws-tran-in-status      pic XX.
006500     88 ws-tran-in-ok           value '00'.
006525 01  ws-supp-mast-status    pic XX.
006550     88 ws-supp-mast-ok         value '00'.
006575     88 ws-supp-mast-notfnd     value '23'.
006600
006700 01  ws-done-loading        pic X value 'N'.
006800     88 ws-no-more-loads        value 'Y'.
007700 01  ws-dup-count           pic 9(6) comp-3 value zero.
007800 01  ws-updated-count       pic 9(6) comp-3 value zero.
007900 01  ws-tran-reject-count   pic 9(6) comp-3 value zero.
007902 01  ws-source-reject-count pic 9(6) comp-3 value zero.
007904
007906* Senast uppslagna källa och utfallet - en leverans kommer i
007908* regel från en och samma källa, så registret läses sällan:
007910 01  ws-last-source         pic X(8) value low-values.
007912 01  ws-source-verdict      pic X(8).
007914     88 ws-source-accepted      value spaces.
007925
007950* Tillåtna statusövergångar (delas med MDSCMNT):
007975     copy CATLIFE.
007977
007979* Katalogjournalen (se MDSJRNL). RETURN-CODE räddas runt
007981* anropet eftersom CALL skriver över det:
007983     copy JRNLCALL.
007985     copy CATJRNL.
007987 01  ws-saved-rc            pic s9(4) comp.
008000
008100 procedure division.
008200 a-main                                section.
012000        move 16 to RETURN-CODE
012100        goback
012200     end-if
012210     open input supp-mast
012220     if not ws-supp-mast-ok
012230        display 'MDSPCAT: kan inte oppna SUPPMAST, status='
012240           ws-supp-mast-status
012250        move 16 to RETURN-CODE
012260        goback
012270     end-if
012300     .
012400
012500* Fas 1: ladda nya pussel i katalogen. Dubbletter avvisas med
014600     .
014700
014800 z-add-to-catalog                      section.
014810     perform z-check-source
014820     if not ws-source-accepted
014830        add 1 to ws-source-reject-count
014840        display 'MDSPCAT: *** ' ws-source-verdict ' kalla '
014850           pz-source-code ' for ' pz-puzzle-id ' - ej laddat'
014860        go to z-add-to-catalog-exit
014870     end-if
014900     move pz-puzzle-id    to ct-puzzle-id
015000     move pz-source-code  to ct-source-code
015100     move pz-difficulty   to ct-difficulty
015200     move pz-sdu-size     to ct-sdu-size
015300     move pz-sudoku-grid  to ct-sudoku-grid
015350     move pz-puzzle-type  to ct-puzzle-type
015360     move zero            to ct-book-year
015370     move spaces          to ct-reserved
015380     move space           to ct-hold-flag
015400     set ct-status-received to true
015500     move ws-today to ct-received-date ct-status-date
015600     move zero     to ct-published-date ct-solved-date
015900     evaluate true
016000        when ws-puzzle-cat-ok
016100           add 1 to ws-loaded-count
016120           set jr-action-add to true
016140           move spaces         to jr-before-image
016160           move CATALOG-RECORD to jr-after-image
016180           perform z-write-journal
016200        when ws-puzzle-cat-dup
016300           add 1 to ws-dup-count
016400           perform z-report-duplicate
016900           goback
017000     end-evaluate
017100     .
017102 z-add-to-catalog-exit.
017104     continue
017106     .
017108
017110* Slår upp pz-source-code i leverantörsregistret. Utfallet
017112* (blankt = godkänd, annars OKAND/INAKTIV) sparas per källa:
017114 z-check-source                        section.
017116     if pz-source-code = ws-last-source
017118        go to z-check-source-exit
017120     end-if
017122     move pz-source-code to ws-last-source su-source-code
017124     move spaces to ws-source-verdict
017126     read supp-mast
017128     evaluate true
017130        when ws-supp-mast-notfnd
017132           move 'OKAND' to ws-source-verdict
017134        when not ws-supp-mast-ok
017136           display 'MDSPCAT: fel vid lasning SUPPMAST, status='
017138              ws-supp-mast-status ' kalla=' pz-source-code
017140           move 16 to RETURN-CODE
017142           goback
017144        when not su-active
017146           move 'INAKTIV' to ws-source-verdict
017148     end-evaluate
017150     .
017152 z-check-source-exit.
017154     continue
017156     .
017200
017300* Läser upp den befintliga posten så undantagslistan visar vem
017400* som levererade pusslet första gången:
022800        move 16 to RETURN-CODE
022900        goback
023000     end-if
023002     move CATALOG-RECORD to jr-before-image
023005     if cu-new-status not = ct-status
023010        move ct-status     to lf-from
023015        move cu-new-status to lf-to
023020        perform z-check-transition
023025        if not lf-transition-allowed
023030           add 1 to ws-tran-reject-count
023035           display 'MDSPCAT: *** otillaten overgang ' ct-status
023040              ' -> ' cu-new-status ' for ' cu-puzzle-id
023045           go to z-apply-one-update-exit
023050        end-if
023055     end-if
023060* Ett pussel som MDSERRA spärrat får inte schemaläggas eller
023065* publiceras via STATIN - det skulle kringgå återkallelsen:
023070     if ct-on-hold
023075     and cu-new-status not = ct-status
023080     and (cu-new-status = 'S' or 'P')
023085        add 1 to ws-tran-reject-count
023090        display 'MDSPCAT: *** sparrat (errata) ' cu-puzzle-id
023092           ' - ' ct-status ' -> ' cu-new-status ' avvisat'
023095        go to z-apply-one-update-exit
023097     end-if
023100     move cu-new-status to ct-status
023200     if cu-status-date is numeric and
023250        cu-status-date not = '00000000'
024500        goback
024600     end-if
024700     add 1 to ws-updated-count
024725     set jr-action-change to true
024750     move CATALOG-RECORD to jr-after-image
024775     perform z-write-journal
024800     .
024900 z-apply-one-update-exit.
025000     continue
025100     .
025105
025110* Slår upp lf-from -> lf-to i livscykeltabellen:
025115 z-check-transition                    section.
025120     move 'N' to lf-allowed
025125     perform varying lf-ix from 1 by 1
025130               until lf-ix > lf-rule-count
025135        if lf-rule-from(lf-ix) = lf-from
025140        and lf-rule-to(lf-ix) = lf-to
025145           move 'Y' to lf-allowed
025150        end-if
025155     end-perform
025160     .
025200
025205* Journalför ändringen av CATALOG-RECORD - åtgärd och bilder
025210* är redan satta av anroparen:
025215 z-write-journal                       section.
025220     move 'MDSPCAT'    to jr-program
025225     move ws-today     to jr-run-date
025230     move ct-puzzle-id to jr-puzzle-id
025235     move spaces       to jr-terminal
025240     set jl-write-entry to true
025245     move RETURN-CODE to ws-saved-rc
025250     call 'MDSJRNL' using JOURNAL-CALL CATALOG-JOURNAL-RECORD
025255     move ws-saved-rc to RETURN-CODE
025260     if not jl-ok
025265        move 16 to RETURN-CODE
025270        goback
025275     end-if
025280     .
025285
025300 z-close-files                         section.
025400     close puzzle-cat
025500     close load-in
025600     close tran-in
025610     close supp-mast
025620     set jl-close-journal to true
025640     move RETURN-CODE to ws-saved-rc
025660     call 'MDSJRNL' using JOURNAL-CALL CATALOG-JOURNAL-RECORD
025680     move ws-saved-rc to RETURN-CODE
025700     .
025800
025900 z-print-summary                       section.
026000     display 'MDSPCAT: laddade pussel:          ' ws-loaded-count
026100     display 'MDSPCAT: avvisade dubbletter:     ' ws-dup-count
026125     display 'MDSPCAT: avvisade kallor:         '
026150        ws-source-reject-count
026200     display 'MDSPCAT: statusuppdateringar:     ' ws-updated-count
026300     display 'MDSPCAT: avvisade uppdateringar:  '
026400        ws-tran-reject-count
026500     if ws-dup-count > 0 or ws-tran-reject-count > 0
026550     or ws-source-reject-count > 0
026600        move 4 to RETURN-CODE
026700     end-if
026800     .
