002500* Varje variant får genererat gs-puzzle-id ('SD' + basnr +
002600* variantnr), basens gs-source-code, och svårighetsgraderna
002700* sprids cykliskt E/M/H/X över varianterna. Ett basrutnät ger
002800* SEED-VARIANTER frön (parameter i PARMFIL, se MDSPARM; 1-40,
002850* normalt 32) - en månads variation ur en bas.
002900* Ut: SEEDOUT i GENSEED-layout, redo för MDSPGEN.
003000
003100* JCL: se MDSSEEDF.JCL
008000 01  ws-audit-enabled       pic X value 'N'.
008100 01  ws-puzzle-id-for-call  pic X(10).
008200
008300* Antal varianter som skrivs per bas - SEED-VARIANTER:
008400 01  ws-variants-per-seed   pic 9(4) comp-3.
008450     copy PARMCALL.
008500
008600* Transformparametrar, uppdelade ur variantnumret i blandad
008700* radix: skift 1..n-1, rotation 0..3 kvartsvarv, band-/stapel-
013100
013200 procedure division.
013300 a-main                                section.
013350     perform z-read-parameters
013400     perform z-open-files
013500     perform z-read-next-base
013600     perform until ws-no-more-bases
035220        move 4 to RETURN-CODE
035230     end-if
035300     .
035400
035500 z-read-parameters                     section.
035600     move 'G'              to pa-function
035700     move 'MDSSEEDF'       to pa-program
035800     move zero             to pa-as-of-date
035900     move 'SEED-VARIANTER' to pa-name
036000     call 'MDSPARM' using PARAMETER-CALL
036100     if not pa-ok
036200        move 16 to RETURN-CODE
036300        goback
036400     end-if
036500     move pa-number to ws-variants-per-seed
036600     move 'C' to pa-function
036700     call 'MDSPARM' using PARAMETER-CALL
036800     move zero to RETURN-CODE
036900     .
