000100* PARMHIST - Change history of the parameter file (sequential,
000200* appended to by MDSPMNT, 120 bytes). One record per accepted
000300* change: who, when, which version, value before and after.
000400* Av Erik Weyler 2026-10
000500
000600 01  PARAMETER-HISTORY-RECORD.
000700     05 ph-changed-date     pic 9(8).
000800     05 ph-changed-time     pic 9(8).
000900     05 ph-changed-by       pic X(8).
001000* A = ny version, C = andrat varde, D = borttagen version:
001100     05 ph-action           pic X.
001200     05 ph-name             pic X(16).
001300     05 ph-eff-date         pic 9(8).
001400     05 ph-old-value        pic X(20).
001500     05 ph-new-value        pic X(20).
001600     05 ph-comment          pic X(27).
001700     05 filler              pic X(4).
