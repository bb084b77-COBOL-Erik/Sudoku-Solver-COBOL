000300
000400* Av Erik Weyler 2026-09
000500
000600* Sammanfogar de parallella solverstrommarnas utdata till
000700* exakt de filer en seriell MDSBATCH-korning hade gett, sa att
000800* alla steg nedstroms (MDSSTATS, MDSGALLY, MDSGRADE, MDSVLOAD)
000900* ser vad de ser idag. MDSSPLIT delade PUZZIN i tur och ordning
002460*     PUZZCAT-DD (MDSBATCH loser da utan stampling, se dess
002470*     rubrik) och sammanfogningen stamplar varje resultat
002480*     exakt en gang ur den flatade strommen.
002485*     Stamplingen journalfors i CATJRNL via MDSJRNL (backning:
002490*     se MDSBKOUT).
002500*
002510* Antalet partitioner ar parametern PARTITIONER i PARMFIL sadan
002520* den galler affarsdatumet - samma som MDSSPLIT delade med (1-4,
002530* en uppsattning DD:er per strom finns for fyra). Strommar over
002540* antalet har lost en tom partition; har nagon av dem anda gett
002550* resultat ar split och merge oense och steget stoppar (CC 8).
002560*
002600* CC: 0 = rent, 4 = avvisade pussel i natten (samma betydelse
002700* som MDSBATCH:s steg-CC), 8 = strommarna ur fas eller
002710* RUNSTAT-post saknas, 16 = I/O-fel.
002730* Steget checkar in i kontrollboken RUNCTL vid start och slut
002750* (se MDSRUNC) och vagrar starta, CC 16, om natten inte hanger
002770* ihop for affarsdatumet.
002800
002900* JCL: se MDSMERGE.JCL (och MDSSPLIT.JCL for hela floden)
003000
025370 01  ws-cat-available       pic X value 'N'.
025380     88 ws-cat-is-available     value 'Y'.
025390 01  ws-cat-missing-count   pic 9(6) comp-3 value zero.
025395* Affarsdatum fran MDSRUNC (inte systemdatum) for katalog/journal:
025396 01  ws-business-date       pic 9(8).
025409* Katalogjournalen (se MDSJRNL). RETURN-CODE raddas runt
025422* anropet eftersom CALL skriver over det - steget bar CC 8
025435* fran fasfel i det:
025448     copy JRNLCALL.
025461     copy CATJRNL.
025474 01  ws-saved-rc            pic s9(4) comp.
025487
025500* Aktuell partition i rotationen och dess strom-tillstand:
025600 01  ws-part-nr             pic 9 comp-3.
025610* Partitionerna i natten (PARTITIONER) och antalet uppsattningar
025620* DD:er steget har:
025630 01  ws-partition-count     pic 9.
025640 01  ws-max-partitions      pic 9 value 4.
025650 01  ws-first-unused        pic 9.
025660     copy PARMCALL.
025700 01  ws-res-eofs.
025800     05 ws-res-eof          pic X occurs 4 times value 'N'.
025900 01  ws-got-result          pic X.
029600 01  ws-audit-count         pic 9(8) comp-3 value zero.
029700 01  ws-reject-count        pic 9(6) comp-3 value zero.
029800
029825* Incheckning i kontrollboken RUNCTL (se MDSRUNC):
029850     copy RUNCCALL.
029875
029900 procedure division.
030000 a-main                                section.
030075     perform z-run-control-begin
030085     perform z-read-parameters
030100     perform z-open-files
030200     perform varying ws-part-nr from 1 by 1
030300               until ws-part-nr > ws-partition-count
030400        perform z-fill-audit-pending
030500     end-perform
030550     perform z-check-unused-partitions
030600     perform b-merge-results
030700     perform z-merge-run-stats
030800     perform z-close-files
030900     perform z-print-summary
030950     perform z-run-control-end
031000     goback
031100     .
031200
039500
039600* Rotationen: ett varv tar nasta post fran varje partition som
039700* har nagon kvar - exakt inversen av MDSSPLIT:s utdelning. Ar
039800* antalet poster inte jamnt delbart med antalet partitioner
039900* tar de sista varven bara fran dem som har kvar:
040000 b-merge-results                       section.
040100     move 'N' to ws-all-done
040200     perform until ws-merge-complete
040300        perform varying ws-part-nr from 1 by 1
040400                  until ws-part-nr > ws-partition-count
040500           if ws-res-eof(ws-part-nr) = 'N'
040600              perform z-read-one-result
040700              if ws-have-result
049993        move 16 to RETURN-CODE
049994        goback
049995     end-if
049997     move CATALOG-RECORD to jr-before-image
049999     move ws-business-date to ct-solved-date
050001     move pr-return-code  to ct-solve-rc
050003     if pr-return-code = zero
050005        set ct-status-published to true
050007        move ws-business-date to ct-status-date
050010        if ct-published-date = zero
050020           move ws-business-date to ct-published-date
050030        end-if
050040     end-if
050050     rewrite CATALOG-RECORD
050090        move 16 to RETURN-CODE
050091        goback
050092     end-if
050096     set jr-action-change to true
050100     move CATALOG-RECORD to jr-after-image
050104     perform z-write-journal
050108     .
050112 z-update-catalog-exit.
050116     continue
050120     .
050124
050128* Journalfor andringen av CATALOG-RECORD - atgard och bilder
050132* ar redan satta av anroparen:
050136 z-write-journal                       section.
050140     move 'MDSMERGE'   to jr-program
050144     move ws-business-date to jr-run-date
050148     move ct-puzzle-id to jr-puzzle-id
050152     move spaces       to jr-terminal
050156     set jl-write-entry to true
050160     move RETURN-CODE to ws-saved-rc
050164     call 'MDSJRNL' using JOURNAL-CALL CATALOG-JOURNAL-RECORD
050168     move ws-saved-rc to RETURN-CODE
050172     if not jl-ok
050176        move 16 to RETURN-CODE
050180        goback
050184     end-if
050188     .
050192
050196* Kopierar resultatets AUDITLOG-grupp fran partitionens strom.
050200* En vantande grupp vars id redan ar sammanfogat ar en dubblett
050300* fran en omstartad partition och lases bara forbi. Avvisade
050400* pussel med valideringsfel (RC 1000/1100) har ingen grupp alls
052800        display 'MDSMERGE: *** AUDLOG' ws-part-nr ' ur fas: '
052900           'vantar ' pr-puzzle-id ' - avbryter'
053000        move 8 to RETURN-CODE
053050        perform z-run-control-end
053100        goback
053200     end-if
053300     .
057300        display 'MDSMERGE: mer an 20000 resultat - '
057400           'dubblettskyddet racker inte, avbryter'
057500        move 8 to RETURN-CODE
057550        perform z-run-control-end
057600        goback
057700     end-if
057800     add 1 to ws-processed-count
069200           'vantar ' pr-puzzle-id ' fann ' rj-puzzle-id
069300           ' - avbryter'
069400        move 8 to RETURN-CODE
069450        perform z-run-control-end
069500        goback
069600     end-if
069700     write PUZZLE-REJECT
070700     display 'MDSMERGE: *** PUZZREJ' ws-part-nr ' for kort: '
070800        'vantar ' pr-puzzle-id ' - avbryter'
070900     move 8 to RETURN-CODE
070950     perform z-run-control-end
071000     goback
071100     .
071200 z-copy-reject-exit.
076700           'vantar ' pr-puzzle-id
076800           ' fann ' RESUBMIT-RECORD(1:10) ' - avbryter'
076900        move 8 to RETURN-CODE
076950        perform z-run-control-end
077000        goback
077100     end-if
077200     write RESUBMIT-RECORD
078200     display 'MDSMERGE: *** RESUB' ws-part-nr ' for kort: '
078300        'vantar ' pr-puzzle-id ' - avbryter'
078400     move 8 to RETURN-CODE
078450     perform z-run-control-end
078500     goback
078600     .
078700 z-copy-resubmit-exit.
078800     continue
078900     .
079000
079100* Konsoliderar partitionernas RUNSTAT-poster: tidigaste start,
079200* senaste slut, summerat antal. Tiderna ar HHMMSSss - korsar
079300* en strom midnatt star natten anda att utlasa ur MDSSTATS
079400* midnattslogik, har valjs bara ytterligheterna. En partition
079420* strom ur fas - stopp hellre an skrap-tider till MDSSTATS:
079500 z-merge-run-stats                     section.
079600     perform varying ws-part-nr from 1 by 1
079700               until ws-part-nr > ws-partition-count
079800        perform z-read-one-rstat
079900        if ws-got-rstat = 'Y'
080100           if ri-start-time < ws-min-start
080900           display 'MDSMERGE: *** RUNSTAT' ws-part-nr
081000              ' saknar post - avbryter'
081050           move 8 to RETURN-CODE
081075           perform z-run-control-end
081100           goback
081150        end-if
081200     end-perform
087300     close resub-out rstat-out
087310     if ws-cat-is-available
087320        close puzzle-cat
087322        set jl-close-journal to true
087324        move RETURN-CODE to ws-saved-rc
087326        call 'MDSJRNL' using JOURNAL-CALL CATALOG-JOURNAL-RECORD
087328        move ws-saved-rc to RETURN-CODE
087330        if ws-cat-missing-count > 0
087340           display 'MDSMERGE: pussel utan katalogpost: '
087350              ws-cat-missing-count
089600        move 0 to RETURN-CODE
089700     end-if
089800     .
089900
089902* Partitionerna sadana de galler affarsdatumet - samma som
089904* MDSSPLIT delade natten med, aven om natten gar over ett
089906* andringsdatum:
089908 z-read-parameters                     section.
089910     move 'G'              to pa-function
089912     move 'MDSMERGE'       to pa-program
089914     move rl-business-date to pa-as-of-date
089916     move 'PARTITIONER'    to pa-name
089918     call 'MDSPARM' using PARAMETER-CALL
089920     if not pa-ok
089922        move 16 to RETURN-CODE
089924        perform z-run-control-end
089926        goback
089928     end-if
089930     move pa-number to ws-partition-count
089932     move 'C' to pa-function
089934     call 'MDSPARM' using PARAMETER-CALL
089936     move zero to RETURN-CODE
089938     .
089940
089942* Strommarna over PARTITIONER har lost en tom partition och ska
089944* inte ha nagra resultat - har de det delades natten annorlunda
089946* an den sammanfogas, och det ar en trasig natt:
089948 z-check-unused-partitions             section.
089950     compute ws-first-unused = ws-partition-count + 1
089952     perform varying ws-part-nr from ws-first-unused by 1
089954               until ws-part-nr > ws-max-partitions
089956        move 'N' to ap-have(ws-part-nr)
089958        perform z-read-one-result
089960        if ws-have-result
089962           display 'MDSMERGE: *** PUZZOUT' ws-part-nr
089964              ' har resultat men natten har ' ws-partition-count
089966              ' partitioner (PARTITIONER) - avbryter'
089968           move 8 to RETURN-CODE
089970           perform z-run-control-end
089972           goback
089974        end-if
089976     end-perform
089978     .
089980
090000* Incheckning vid start: steget far inte starta om det som ska
090100* ha korts fore det inte slutat rent for affarsdatumet, eller
090200* om steget redan slutat rent for datumet och inget
090300* omkorningskort finns (se MDSRUNC):
090400 z-run-control-begin                   section.
090500     set rl-begin-step to true
090600     move 'MDSMERGE' to rl-step-name
090700     move zero to rl-business-date
090800     call 'MDSRUNC' using RUN-CONTROL-CALL
090900     if not rl-ok
091000        display 'MDSMERGE: stoppas av kontrollboken RUNCTL - '
091100           'se MDSRUNC ovan'
091200        move 16 to RETURN-CODE
091300        goback
091400     end-if
091450     move rl-business-date to ws-business-date
091500     move zero to RETURN-CODE
091600     .
091700
091800* Utcheckning med stegets CC och antal in/ut:
091900 z-run-control-end                     section.
092000     set rl-end-step to true
092100     move RETURN-CODE to rl-cond-code
092200     move ws-sum-count to rl-in-count
092300     move ws-result-count to rl-out-count
092400     move RETURN-CODE to ws-saved-rc
092500     call 'MDSRUNC' using RUN-CONTROL-CALL
092600     move ws-saved-rc to RETURN-CODE
092700     if not rl-ok
092800        move 16 to RETURN-CODE
092900     end-if
093000     .
