000100* PARMREC - Central parameter file (VSAM KSDS PARMFIL, key =
000200* pm-key, 100 bytes). One record per parameter and effective
000300* date; the version in force on a date is the one with the
000400* latest pm-eff-date on or before it. Read through MDSPARM,
000500* maintained only by MDSPMNT (which also writes PARMHIST).
000600* The parameters and their rules are listed in PARMDEFS.
000700* Av Erik Weyler 2026-10
000800
000900 01  PARAMETER-RECORD.
001000     05 pm-key.
001100        10 pm-name          pic X(16).
001200        10 pm-eff-date      pic 9(8).
001300* Vanstarjusterat; numeriska varden nollutfyllda till
001400* definitionens langd:
001500     05 pm-value            pic X(20).
001600     05 pm-changed-by       pic X(8).
001700     05 pm-changed-date     pic 9(8).
001800     05 pm-changed-time     pic 9(8).
001900     05 pm-comment          pic X(27).
002000     05 filler              pic X(5).
