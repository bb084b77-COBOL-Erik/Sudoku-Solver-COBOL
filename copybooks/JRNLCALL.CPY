000100* JRNLCALL - Call parameters for MDSJRNL, the catalog journal
000200* writer used by the batch programs that change PUZZCAT:
000300*   CALL 'MDSJRNL' USING JOURNAL-CALL CATALOG-JOURNAL-RECORD
000400* The caller fills jr-program, jr-run-date, jr-action,
000500* jr-puzzle-id and the images (copy CATJRNL); MDSJRNL adds the
000600* run time and sequence number. Close once at end of step.
000700* Av Erik Weyler 2026-10
000800
000900 01  JOURNAL-CALL.
001000     05 jl-function         pic X.
001100        88 jl-write-entry       value 'W'.
001200        88 jl-close-journal     value 'C'.
001300* 0 = ok, 16 = I/O-fel mot CATJRNL (anroparen avbryter):
001400     05 jl-return-code      pic 99.
001500        88 jl-ok                value zero.
