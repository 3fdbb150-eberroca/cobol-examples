000310*
000320* Modification History:
000330*   09/02/2026  EB   Original version.
000335*   10/15/2026  EB   Sort record picks up LEDGER-OPERATOR-ID.
000340* Tectonics: cobc
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000710                   LEDGER-QTY-BEFORE BY SL-QTY-BEFORE
000720                   LEDGER-QTY-AFTER  BY SL-QTY-AFTER
000730                   LEDGER-REFERENCE  BY SL-REFERENCE
000736                   LEDGER-LOCATION   BY SL-LOCATION
000742                   LEDGER-OPERATOR-ID BY SL-OPERATOR-ID.
000750
000760 FD  AUDIT-LISTING.
000770 01  AUDIT-LINE                          PIC X(110).
