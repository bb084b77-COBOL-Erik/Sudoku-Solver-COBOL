000100* DIGISTAT - Delivery state of the digital edition feed (VSAM
000200* KSDS DIGISTAT, key = ds-feed-name, 80 bytes). One record,
000300* read and rewritten by MDSDIGI: the sequence number and feed
000400* date of the last feed written. A rerun for the same feed date
000500* reuses the sequence number - the new file replaces the old.
000600* Av Erik Weyler 2026-10
000700
000800 01  DIGITAL-FEED-STATE.
000900     05 ds-feed-name        pic X(8).
001000     05 ds-last-seq         pic 9(6).
001100     05 ds-last-feed-date   pic 9(8).
001200* Foregaende floden, sa att en omkorning kan ange dem i huvudet:
001300     05 ds-prev-seq         pic 9(6).
001400     05 ds-prev-feed-date   pic 9(8).
001500     05 filler              pic X(44).
