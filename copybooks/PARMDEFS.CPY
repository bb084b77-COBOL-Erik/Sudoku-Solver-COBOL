000100* PARMDEFS - The parameters of PARMFIL: name, type, length,
000200* lowest and highest value, standard value (used while the
000300* file holds no version) and the program that reads it. Used
000400* by MDSPARM and MDSPMNT, so a value is validated the same way
000500* when it is entered and when it is read.
000600*   type  N = tal, nollutfyllt till langden, min-max
000700*         D = datum AAAAMMDD, 00000000 = ej satt
000800*         T = klockslag TTMM
000900*         G = grad E/M/H/X
001000*         A = text, hogst langden, ej blank
001100* A new parameter is three more lines here and a new call
001200* to MDSPARM in the program that uses it.
001300* Av Erik Weyler 2026-10
001400
001500 01  PARM-DEF-LIST.
001600* Namn, typ och langd / lagsta och hogsta varde /
001700* standardvarde och program.
001800* DYGNSBRYT: en start fore klockslaget hor till gardagens natt
001900* (se MDSRUNC) - 1200 lagger nattsteg efter midnatt och
002000* morgonens MDSRUNL pa natten fore:
002100     05 filler pic X(19) value 'DYGNSBRYT       T04'.
002200     05 filler pic X(16) value '0000000000002359'.
002300     05 filler pic X(28) value '1200                MDSRUNC '.
002400     05 filler pic X(19) value 'PARTITIONER     N01'.
002500     05 filler pic X(16) value '0000000100000004'.
002600     05 filler pic X(28) value '4                   MDSSPLIT'.
002700     05 filler pic X(19) value 'CHKPT-INTERVALL N04'.
002800     05 filler pic X(16) value '0000000100009999'.
002900     05 filler pic X(28) value '0100                MDSBATCH'.
003000     05 filler pic X(19) value 'SEED-VARIANTER  N02'.
003100     05 filler pic X(16) value '0000000100000040'.
003200     05 filler pic X(28) value '32                  MDSSEEDF'.
003300     05 filler pic X(19) value 'GRAD-M-GISSN    N04'.
003400     05 filler pic X(16) value '0000000100009998'.
003500     05 filler pic X(28) value '0010                MDSGRADE'.
003600     05 filler pic X(19) value 'GRAD-H-GISSN    N04'.
003700     05 filler pic X(16) value '0000000200009999'.
003800     05 filler pic X(28) value '0050                MDSGRADE'.
003900     05 filler pic X(19) value 'GRAD-H-DJUP     N02'.
004000     05 filler pic X(16) value '0000000100000099'.
004100     05 filler pic X(28) value '05                  MDSGRADE'.
004500     05 filler pic X(19) value 'IMP-GRAD        G01'.
004600     05 filler pic X(16) value '0000000000000000'.
004700     05 filler pic X(28) value 'M                   MDSIMPRT'.
005100     05 filler pic X(19) value 'STK-ALDER       N03'.
005200     05 filler pic X(16) value '0000000000000999'.
005300     05 filler pic X(28) value '030                 MDSSTOCK'.
005400     05 filler pic X(19) value 'STK-GOLV        N03'.
005500     05 filler pic X(16) value '0000000000000999'.
005600     05 filler pic X(28) value '014                 MDSSTOCK'.
005700     05 filler pic X(19) value 'STK-FONSTER     N03'.
005800     05 filler pic X(16) value '0000000100000999'.
005900     05 filler pic X(28) value '028                 MDSSTOCK'.
006000     05 filler pic X(19) value 'TRN-FONSTER     N04'.
006100     05 filler pic X(16) value '0000000100009999'.
006200     05 filler pic X(28) value '0240                MDSTREND'.
006300     05 filler pic X(19) value 'ARK-DAGAR       N04'.
006400     05 filler pic X(16) value '0000000100009999'.
006500     05 filler pic X(28) value '0365                MDSARCH '.
006600 01  PARM-DEF-TABLE redefines PARM-DEF-LIST.
006700     05 pd-entry            occurs 13 times.
006800        10 pd-name          pic X(16).
006900        10 pd-type          pic X.
007000           88 pd-numeric        value 'N'.
007100           88 pd-date           value 'D'.
007200           88 pd-time           value 'T'.
007300           88 pd-grade          value 'G'.
007400           88 pd-text           value 'A'.
007500        10 pd-length        pic 99.
007600        10 pd-min           pic 9(8).
007700        10 pd-max           pic 9(8).
007800        10 pd-default       pic X(20).
007900        10 pd-owner         pic X(8).
008000 01  pd-count               pic 99 value 13.
