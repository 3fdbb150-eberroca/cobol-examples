000390*
000400* Modification History:
000410*   09/02/2026  EB   Original version.
000412*   10/15/2026  EB   Carries the new LEDGER-OPERATOR-ID and
000414*                    PH-OPERATOR-ID through to the archives; a
000416*                    carry-forward names no operator.
000420* Tectonics: cobc
000430******************************************************************
000440 IDENTIFICATION DIVISION.
001150                   LEDGER-QTY-BEFORE BY AR-QTY-BEFORE
001160                   LEDGER-QTY-AFTER  BY AR-QTY-AFTER
001170                   LEDGER-REFERENCE  BY AR-REFERENCE
001176                   LEDGER-LOCATION   BY AR-LOCATION
001182                   LEDGER-OPERATOR-ID BY AR-OPERATOR-ID.
001190
001200 FD  LEDGER-WORK.
001210     COPY LEDGREC
001260                   LEDGER-QTY-BEFORE BY WK-QTY-BEFORE
001270                   LEDGER-QTY-AFTER  BY WK-QTY-AFTER
001280                   LEDGER-REFERENCE  BY WK-REFERENCE
001286                   LEDGER-LOCATION   BY WK-LOCATION
001292                   LEDGER-OPERATOR-ID BY WK-OPERATOR-ID.
001300
001310 SD  SORT-WORK.
001320     COPY LEDGREC
001370                   LEDGER-QTY-BEFORE BY SL-QTY-BEFORE
001380                   LEDGER-QTY-AFTER  BY SL-QTY-AFTER
001390                   LEDGER-REFERENCE  BY SL-REFERENCE
001396                   LEDGER-LOCATION   BY SL-LOCATION
001402                   LEDGER-OPERATOR-ID BY SL-OPERATOR-ID.
001410
001420 FD  PRICE-HISTORY.
001430     COPY PRICEREC.
001490                   PH-OLD-PRICE      BY PA-OLD-PRICE
001500                   PH-NEW-PRICE      BY PA-NEW-PRICE
001510                   PH-CHANGE-DATE    BY PA-CHANGE-DATE
001516                   PH-JOB-ID         BY PA-JOB-ID
001522                   PH-OPERATOR-ID    BY PA-OPERATOR-ID.
001530
001540 FD  PRICE-WORK.
001550     COPY PRICEREC
001580                   PH-OLD-PRICE      BY PW-OLD-PRICE
001590                   PH-NEW-PRICE      BY PW-NEW-PRICE
001600                   PH-CHANGE-DATE    BY PW-CHANGE-DATE
001606                   PH-JOB-ID         BY PW-JOB-ID
001612                   PH-OPERATOR-ID    BY PW-OPERATOR-ID.
001620
001630 FD  CLOSE-LISTING.
001640 01  CLOSE-LINE                          PIC X(110).
006940         MOVE WS-LAST-CLOSED-QTY  TO WK-QTY-AFTER
006950         MOVE 'MTHCLOSE'          TO WK-REFERENCE
006960         MOVE SPACES              TO WK-LOCATION
006965         MOVE SPACES              TO WK-OPERATOR-ID
006970         WRITE WORK-RECORD
006980         ADD 1 TO WS-FORWARD-COUNT
006990     END-IF.
