000100 identification division.
000200 program-id. MDSPMNT.
000300
000400* Av Erik Weyler 2026-10
000500
000600* Underhall av den centrala parameterfilen PARMFIL (VSAM KSDS,
000700* nyckel namn + giltighetsdatum, copy PARMREC). Parametrarna
000800* och deras regler star i PARMDEFS; programmen laser dem via
000900* MDSPARM. Ersatter styrkorten STKCTL, ARCHCTL och RCNCTL,
001000* fonstret pa TRNCTL och standardgraden for IMPCTL, och de
001050* inkompilerade vardena i MDSBATCH, MDSSEEDF, MDSGRADE,
001100* MDSSPLIT och MDSMERGE.
001200*
001300* Laser underhallskorten i PARMTRAN (copy PARMTRAN):
001400*
001500*   A = ny version av en parameter fran ett giltighetsdatum
001600*       (idag eller senare - bakat bara for den forsta
001700*       versionen av en parameter),
001800*   C = nytt varde i en version som inte borjat galla,
001900*   D = ta bort en version som inte borjat galla.
002000*
002100* En version som galler andras aldrig - den ersatts av en ny
002200* version, sa att det gar att se vad varje natt korde med.
002300* Vardet kontrolleras mot PARMDEFS (typ, langd, lagsta och
002400* hogsta varde) och tal nollutfylls; GRAD-M-GISSN maste
002500* dessutom vara mindre an GRAD-H-GISSN pa giltighetsdatumet.
002600* Signatur ar obligatorisk. Varje utford andring skrivs till
002700* historiken PARMHIST (copy PARMHIST) med varde fore och
002800* efter. Efter korten listas alla parametrar pa SYSOUT: vardet
002900* som galler idag och kommande versioner.
003000* CC: 0 = rent, 4 = avvisade kort, 16 = I/O-fel.
003100
003200* JCL: se MDSPMNT.JCL
003300
003400 environment division.
003500 configuration section.
003600 special-names. decimal-point is comma.
003700
003800 input-output section.
003900 file-control.
004000     select parm-file  assign to 'PARMFIL'
004100            organization is indexed
004200            access is dynamic
004300            record key is pm-key
004400            file status is ws-parm-file-status.
004500     select parm-hist  assign to 'PARMHIST'
004600            organization is sequential
004700            file status is ws-parm-hist-status.
004800     select parm-tran  assign to 'PARMTRAN'
004900            organization is sequential
005000            file status is ws-parm-tran-status.
005100
005200 data division.
005300 file section.
005400 fd  parm-file
005500     recording mode is f.
005600     copy PARMREC.
005700
005800 fd  parm-hist
005900     recording mode is f.
006000     copy PARMHIST.
006100
006200 fd  parm-tran
006300     recording mode is f.
006400     copy PARMTRAN.
006500
006600 working-storage section.
006700 01  ws-parm-file-status    pic XX.
006800     88 ws-parm-file-ok         value '00'.
006900     88 ws-parm-file-notfnd     value '23'.
007000     88 ws-parm-file-missing    value '35'.
007100 01  ws-parm-hist-status    pic XX.
007200     88 ws-parm-hist-ok         value '00'.
007300 01  ws-parm-tran-status    pic XX.
007400     88 ws-parm-tran-ok         value '00'.
007500
007600 01  ws-done-trans          pic X value 'N'.
007700     88 ws-no-more-trans        value 'Y'.
007800 01  ws-done-versions       pic X.
007900     88 ws-no-more-versions     value 'Y'.
008000
008100 01  ws-today               pic 9(8).
008200 01  ws-now                 pic 9(8).
008300
008400     copy PARMDEFS.
008500
008600 01  ws-def-ix              pic 99.
008700 01  ws-found-ix            pic 99.
008800 01  ws-find-name           pic X(16).
008900
009000* Kortets varden efter validering:
009100 01  ws-card-ok             pic X.
009200     88 ws-card-valid           value 'Y'.
009300 01  ws-reject-reason       pic X(40).
009400 01  ws-eff-date            pic 9(8).
009500 01  ws-eff-date-x redefines ws-eff-date pic X(8).
009600 01  ws-new-value           pic X(20).
009700 01  ws-old-value           pic X(20).
009800 01  ws-old-record          pic X(100).
009900 01  ws-value-word          pic X(20).
010000 01  ws-value-len           pic 99.
010100 01  ws-len                 pic 99.
010200 01  ws-start               pic 99.
010300 01  ws-number              pic 9(8).
010400 01  ws-number-x redefines ws-number pic X(8).
010500 01  ws-has-versions        pic X.
010600     88 ws-name-has-versions    value 'Y'.
010700
010800* Versionen som galler ett visst datum (z-value-in-force):
010900 01  ws-look-name           pic X(16).
011000 01  ws-look-date           pic 9(8).
011100 01  ws-look-value          pic X(20).
011200 01  ws-look-eff-date       pic 9(8).
011300 01  ws-look-ix             pic 99.
011400 01  ws-scan-ix             pic 99.
011500 01  ws-other-name          pic X(16).
011600
011700* Listan:
011800 01  ws-list-from           pic X(10).
011900
012000 01  ws-card-count          pic 9(6) comp-3 value zero.
012100 01  ws-added-count         pic 9(6) comp-3 value zero.
012200 01  ws-changed-count       pic 9(6) comp-3 value zero.
012300 01  ws-deleted-count       pic 9(6) comp-3 value zero.
012400 01  ws-reject-count        pic 9(6) comp-3 value zero.
012500
012600 procedure division.
012700 a-main                                section.
012800     accept ws-today from date yyyymmdd
012900     accept ws-now   from time
013000     perform z-open-files
013100     perform z-read-next-tran
013200     perform until ws-no-more-trans
013300        add 1 to ws-card-count
013400        perform b-apply-one-card
013500        perform z-read-next-tran
013600     end-perform
013700     perform c-list-parameters
013800     perform z-close-files
013900     display 'MDSPMNT: kort lasta:            ' ws-card-count
014000     display 'MDSPMNT: nya versioner:         ' ws-added-count
014100     display 'MDSPMNT: andrade versioner:     ' ws-changed-count
014200     display 'MDSPMNT: borttagna versioner:   ' ws-deleted-count
014300     display 'MDSPMNT: avvisade kort:         ' ws-reject-count
014400     if ws-reject-count > 0
014500        move 4 to RETURN-CODE
014600     end-if
014700     goback
014800     .
014900
015000 z-open-files                          section.
015100     open i-o parm-file
015200* Status 35 = klustret ar nydefinierat och tomt (som i MDSSUPP):
015300     if ws-parm-file-missing
015400        open output parm-file
015500        if ws-parm-file-ok
015600           close parm-file
015700           open i-o parm-file
015800        end-if
015900     end-if
016000     if not ws-parm-file-ok
016100        display 'MDSPMNT: kan inte oppna PARMFIL, status='
016200           ws-parm-file-status
016300        move 16 to RETURN-CODE
016400        goback
016500     end-if
016600     open extend parm-hist
016700     if not ws-parm-hist-ok
016800        display 'MDSPMNT: kan inte oppna PARMHIST, status='
016900           ws-parm-hist-status
017000        move 16 to RETURN-CODE
017100        goback
017200     end-if
017300     open input parm-tran
017400     if not ws-parm-tran-ok
017500        display 'MDSPMNT: kan inte oppna PARMTRAN, status='
017600           ws-parm-tran-status
017700        move 16 to RETURN-CODE
017800        goback
017900     end-if
018000     .
018100
018200 z-read-next-tran                      section.
018300     read parm-tran
018400        at end set ws-no-more-trans to true
018500     end-read
018600     if not ws-no-more-trans and not ws-parm-tran-ok
018700        display 'MDSPMNT: fel vid lasning av PARMTRAN, status='
018800           ws-parm-tran-status
018900        move 16 to RETURN-CODE
019000        goback
019100     end-if
019200     .
019300
019400* Ett kort: validera mot PARMDEFS och filen - forst nar allt
019500* holler andras filen och historiken skrivs:
019600 b-apply-one-card                      section.
019700     move 'Y'    to ws-card-ok
019800     move spaces to ws-reject-reason
019900     move spaces to ws-new-value
020000     move spaces to ws-old-value
020100     if not pt-func-add and not pt-func-change
020200     and not pt-func-delete
020300        move 'OGILTIG FUNKTION' to ws-reject-reason
020400        go to b-apply-one-card-reject
020500     end-if
020600     move pt-name to ws-find-name
020700     perform z-find-def
020800     if ws-found-ix = zero
020900        move 'OKAND PARAMETER' to ws-reject-reason
021000        go to b-apply-one-card-reject
021100     end-if
021200     move pt-eff-date to ws-eff-date-x
021300     if ws-eff-date-x not numeric
021400     or ws-eff-date-x(5:2) < '01' or ws-eff-date-x(5:2) > '12'
021500     or ws-eff-date-x(7:2) < '01' or ws-eff-date-x(7:2) > '31'
021600        move 'OGILTIGT GILTIGHETSDATUM' to ws-reject-reason
021700        go to b-apply-one-card-reject
021800     end-if
021900     if pt-changed-by = spaces
022000        move 'SIGNATUR SAKNAS' to ws-reject-reason
022100        go to b-apply-one-card-reject
022200     end-if
022300     move pt-name     to pm-name
022400     move ws-eff-date to pm-eff-date
022500     read parm-file
022600     evaluate true
022700        when ws-parm-file-ok
022800           move pm-value         to ws-old-value
022900           move PARAMETER-RECORD to ws-old-record
023000        when ws-parm-file-notfnd
023100           continue
023200        when other
023300           display 'MDSPMNT: fel vid lasning PARMFIL, status='
023400              ws-parm-file-status ' parameter=' pt-name
023500           move 16 to RETURN-CODE
023600           goback
023700     end-evaluate
023800     if pt-func-add
023900        if ws-parm-file-ok
024000           move 'VERSIONEN FINNS REDAN' to ws-reject-reason
024100           go to b-apply-one-card-reject
024200        end-if
024300        if ws-eff-date < ws-today
024400           perform z-check-has-versions
024500           if ws-name-has-versions
024600              move 'GILTIGHETSDATUM FORE IDAG'
024700                 to ws-reject-reason
024800              go to b-apply-one-card-reject
024900           end-if
025000        end-if
025100     else
025200        if ws-parm-file-notfnd
025300           move 'VERSIONEN FINNS INTE' to ws-reject-reason
025400           go to b-apply-one-card-reject
025500        end-if
025600        if ws-eff-date <= ws-today
025700           move 'VERSIONEN GALLER - LAGG IN EN NY'
025800              to ws-reject-reason
025900           go to b-apply-one-card-reject
026000        end-if
026100     end-if
026200     if not pt-func-delete
026300        perform z-validate-value
026400        if not ws-card-valid
026500           go to b-apply-one-card-reject
026600        end-if
026700        perform z-cross-check
026800        if not ws-card-valid
026900           go to b-apply-one-card-reject
027000        end-if
027100     end-if
027200
027300     evaluate true
027400        when pt-func-add
027500           move spaces      to PARAMETER-RECORD
027600           move pt-name     to pm-name
027700           move ws-eff-date to pm-eff-date
027800           perform z-fill-version
027900           write PARAMETER-RECORD
028000        when pt-func-change
028100           move ws-old-record to PARAMETER-RECORD
028200           perform z-fill-version
028300           rewrite PARAMETER-RECORD
028400        when pt-func-delete
028500           move pt-name     to pm-name
028600           move ws-eff-date to pm-eff-date
028700           delete parm-file
028800     end-evaluate
028900     if not ws-parm-file-ok
029000        display 'MDSPMNT: fel vid skrivning PARMFIL, status='
029100           ws-parm-file-status ' parameter=' pt-name
029200        move 16 to RETURN-CODE
029300        goback
029400     end-if
029500     perform z-write-history
029600     evaluate true
029700        when pt-func-add
029800           add 1 to ws-added-count
029900        when pt-func-change
030000           add 1 to ws-changed-count
030100        when pt-func-delete
030200           add 1 to ws-deleted-count
030300     end-evaluate
030400     display 'MDSPMNT: ' pt-function ' ' pt-name ' fran '
030500        ws-eff-date ' "' ws-old-value '" -> "' ws-new-value
030600        '" utford'
030700     go to b-apply-one-card-exit
030800     .
030900 b-apply-one-card-reject.
031000     add 1 to ws-reject-count
031100     display 'MDSPMNT: *** kort ' ws-card-count ' avvisat: '
031200        ws-reject-reason ' : ' PARAMETER-UPDATE(1:50)
031300     .
031400 b-apply-one-card-exit.
031500     continue
031600     .
031700
031800 z-find-def                            section.
031900     move zero to ws-found-ix
032000     perform varying ws-def-ix from 1 by 1
032100               until ws-def-ix > pd-count
032200                  or ws-found-ix > zero
032300        if pd-name(ws-def-ix) = ws-find-name
032400           move ws-def-ix to ws-found-ix
032500        end-if
032600     end-perform
032700     .
032800
032900* Bakatdaterat bara om parametern inte har nagon version alls
033000* (forsta inlasningen av ett varde som redan gallt som
033100* standardvarde eller styrkort):
033200 z-check-has-versions                  section.
033300     move 'N' to ws-has-versions
033400     move pt-name to pm-name
033500     move zero    to pm-eff-date
033600     start parm-file key >= pm-key
033700        invalid key go to z-check-has-versions-exit
033800     end-start
033900     read parm-file next
034000        at end go to z-check-has-versions-exit
034100     end-read
034200     if ws-parm-file-ok and pm-name = pt-name
034300        move 'Y' to ws-has-versions
034400     end-if
034500     .
034600 z-check-has-versions-exit.
034700     continue
034800     .
034900
035000* Vardet ar ett ord, vanstarjusterat. Tal nollutfylls till
035100* definitionens langd sa att filen alltid haller samma form
035200* som MDSPARM kontrollerar:
035300 z-validate-value                      section.
035400     move spaces to ws-value-word
035500     move zero   to ws-value-len
035600     unstring pt-value delimited by space
035700        into ws-value-word count in ws-value-len
035800     end-unstring
035900     move pd-length(ws-found-ix) to ws-len
036000     if ws-value-len = zero
036100        move 'VARDE SAKNAS' to ws-reject-reason
036200        move 'N' to ws-card-ok
036300        go to z-validate-value-exit
036400     end-if
036500     if ws-value-len < 20
036600        if pt-value(ws-value-len + 1:) not = spaces
036700           move 'VARDET FAR INTE INNEHALLA BLANKT'
036800              to ws-reject-reason
036900           move 'N' to ws-card-ok
037000           go to z-validate-value-exit
037100        end-if
037200     end-if
037300     if ws-value-len > ws-len
037400        move 'VARDET AR FOR LANGT' to ws-reject-reason
037500        move 'N' to ws-card-ok
037600        go to z-validate-value-exit
037700     end-if
037800     evaluate true
037900        when pd-numeric(ws-found-ix)
038000           if ws-value-word(1:ws-value-len) not numeric
038100              move 'VARDET MASTE VARA ETT TAL'
038200                 to ws-reject-reason
038300              move 'N' to ws-card-ok
038400              go to z-validate-value-exit
038500           end-if
038600           move ws-value-word(1:ws-value-len) to ws-number
038700           if ws-number < pd-min(ws-found-ix)
038800           or ws-number > pd-max(ws-found-ix)
038900              move 'VARDET UTANFOR TILLATET INTERVALL'
039000                 to ws-reject-reason
039100              move 'N' to ws-card-ok
039200              go to z-validate-value-exit
039300           end-if
039400           compute ws-start = 9 - ws-len
039500           move ws-number-x(ws-start:ws-len) to ws-new-value
039600        when pd-date(ws-found-ix)
039700           if ws-value-len not = 8
039800           or ws-value-word(1:8) not numeric
039900              move 'DATUM MASTE VARA AAAAMMDD'
040000                 to ws-reject-reason
040100              move 'N' to ws-card-ok
040200              go to z-validate-value-exit
040300           end-if
040400           if ws-value-word(1:8) not = '00000000'
040500           and (ws-value-word(5:2) < '01'
040600                or ws-value-word(5:2) > '12'
040700                or ws-value-word(7:2) < '01'
040800                or ws-value-word(7:2) > '31')
040900              move 'OGILTIGT DATUM' to ws-reject-reason
041000              move 'N' to ws-card-ok
041100              go to z-validate-value-exit
041200           end-if
041300           move ws-value-word to ws-new-value
041400        when pd-time(ws-found-ix)
041500           if ws-value-len not = 4
041600           or ws-value-word(1:4) not numeric
041700           or ws-value-word(1:2) > '23'
041800           or ws-value-word(3:2) > '59'
041900              move 'KLOCKSLAG MASTE VARA TTMM'
042000                 to ws-reject-reason
042100              move 'N' to ws-card-ok
042200              go to z-validate-value-exit
042300           end-if
042400           move ws-value-word to ws-new-value
042500        when pd-grade(ws-found-ix)
042600           if ws-value-word(1:1) not = 'E' and 'M' and 'H'
042700                                   and 'X'
042800              move 'GRAD MASTE VARA E/M/H/X' to ws-reject-reason
042900              move 'N' to ws-card-ok
043000              go to z-validate-value-exit
043100           end-if
043200           move ws-value-word to ws-new-value
043300        when pd-text(ws-found-ix)
043400           move ws-value-word to ws-new-value
043500     end-evaluate
043600     .
043700 z-validate-value-exit.
043800     continue
043900     .
044000
044100* Gransen for M maste ligga under gransen for H pa
044200* giltighetsdatumet - annars kan MDSGRADE inte skilja M fran H
044300* och stoppar natten:
044400 z-cross-check                         section.
044500     evaluate pt-name
044600        when 'GRAD-M-GISSN'
044700           move 'GRAD-H-GISSN' to ws-other-name
044800        when 'GRAD-H-GISSN'
044900           move 'GRAD-M-GISSN' to ws-other-name
045000        when other
045100           go to z-cross-check-exit
045200     end-evaluate
045300     move ws-other-name to ws-look-name
045400     move ws-eff-date   to ws-look-date
045500     perform z-value-in-force
045600     if (pt-name = 'GRAD-M-GISSN'
045700         and ws-new-value(1:4) not < ws-look-value(1:4))
045800     or (pt-name = 'GRAD-H-GISSN'
045900         and ws-new-value(1:4) not > ws-look-value(1:4))
046000        move 'GRAD-M-GISSN MASTE VARA < GRAD-H-GISSN'
046100           to ws-reject-reason
046200        move 'N' to ws-card-ok
046300     end-if
046400     .
046500 z-cross-check-exit.
046600     continue
046700     .
046800
046900* Versionen av ws-look-name som galler ws-look-date, eller
047000* standardvardet om filen inte har nagon (som i MDSPARM):
047100 z-value-in-force                      section.
047200     move zero to ws-look-ix
047300     perform varying ws-scan-ix from 1 by 1
047400               until ws-scan-ix > pd-count
047500                  or ws-look-ix > zero
047600        if pd-name(ws-scan-ix) = ws-look-name
047700           move ws-scan-ix to ws-look-ix
047800        end-if
047900     end-perform
048000     move pd-default(ws-look-ix) to ws-look-value
048100     move zero to ws-look-eff-date
048200     move 'N'  to ws-done-versions
048300     move ws-look-name to pm-name
048400     move zero         to pm-eff-date
048500     start parm-file key >= pm-key
048600        invalid key set ws-no-more-versions to true
048700     end-start
048800     perform until ws-no-more-versions
048900        read parm-file next
049000           at end set ws-no-more-versions to true
049100        end-read
049200        if not ws-no-more-versions
049300           if not ws-parm-file-ok
049400              display 'MDSPMNT: fel vid lasning PARMFIL, '
049500                 'status=' ws-parm-file-status
049600              move 16 to RETURN-CODE
049700              goback
049800           end-if
049900           if pm-name not = ws-look-name
050000           or pm-eff-date > ws-look-date
050100              set ws-no-more-versions to true
050200           else
050300              move pm-value    to ws-look-value
050400              move pm-eff-date to ws-look-eff-date
050500           end-if
050600        end-if
050700     end-perform
050800     .
050900
051000 z-fill-version                        section.
051100     move ws-new-value  to pm-value
051200     move pt-changed-by to pm-changed-by
051300     move ws-today      to pm-changed-date
051400     move ws-now        to pm-changed-time
051500     if pt-comment not = spaces
051600        move pt-comment to pm-comment
051700     end-if
051800     .
051900
052000 z-write-history                       section.
052100     move spaces        to PARAMETER-HISTORY-RECORD
052200     move ws-today      to ph-changed-date
052300     move ws-now        to ph-changed-time
052400     move pt-changed-by to ph-changed-by
052500     move pt-function   to ph-action
052600     move pt-name       to ph-name
052700     move ws-eff-date   to ph-eff-date
052800     move ws-old-value  to ph-old-value
052900     move ws-new-value  to ph-new-value
053000     move pt-comment    to ph-comment
053100     write PARAMETER-HISTORY-RECORD
053200     if not ws-parm-hist-ok
053300        display 'MDSPMNT: fel vid skrivning PARMHIST, status='
053400           ws-parm-hist-status ' parameter=' pt-name
053500        move 16 to RETURN-CODE
053600        goback
053700     end-if
053800     .
053900
054000* Alla parametrar i PARMDEFS-ordning: vardet som galler idag
054100* och darunder de versioner som borjar galla senare:
054200 c-list-parameters                     section.
054300     display ' '
054400     display 'MDSPMNT: parametrar per ' ws-today
054500     display 'PARAMETER        VARDE                GALLER FRAN'
054600        '  PROGRAM'
054700     perform varying ws-def-ix from 1 by 1
054800               until ws-def-ix > pd-count
054900        move pd-name(ws-def-ix) to ws-look-name
055000        move ws-today           to ws-look-date
055100        perform z-value-in-force
055200        if ws-look-eff-date = zero
055300           move 'standard' to ws-list-from
055400        else
055500           move ws-look-eff-date to ws-list-from
055600        end-if
055700        display ws-look-name ' ' ws-look-value ' '
055800           ws-list-from '   ' pd-owner(ws-def-ix)
055900        perform z-list-future-versions
056000     end-perform
056100     .
056200
056300 z-list-future-versions                section.
056400     move 'N' to ws-done-versions
056500     move ws-look-name to pm-name
056600     compute pm-eff-date = ws-today + 1
056700     start parm-file key >= pm-key
056800        invalid key set ws-no-more-versions to true
056900     end-start
057000     perform until ws-no-more-versions
057100        read parm-file next
057200           at end set ws-no-more-versions to true
057300        end-read
057400        if not ws-no-more-versions
057500           if not ws-parm-file-ok
057600           or pm-name not = ws-look-name
057700              set ws-no-more-versions to true
057800           else
057900              display '   kommande     ' pm-value ' '
058000                 pm-eff-date '     ' pm-changed-by ' '
058100                 pm-comment
058200           end-if
058300        end-if
058400     end-perform
058500     .
058600
058700 z-close-files                         section.
058800     close parm-file
058900     close parm-hist
059000     close parm-tran
059100     .
