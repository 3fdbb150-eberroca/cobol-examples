000220*          outbound stock now leaves through confirmed picks,
000230*          not hand-keyed MOVETRAN.TXT lines, the same way the
000240*          cycle count writes CNTADJ.TXT.
000241*          Each booked pick is also written to SHIPPED.TXT,
000242*          which SHIP-INVOICE turns into the customer's invoice.
000243*          A confirmation may also name the lot pulled, as the
000244*          picking list printed it; the issue movement carries it
000245*          and STOCK-POST draws that lot before any other.
000250*
000260* Modification History:
000270*   09/02/2026  EB   Original version.
000272*                    ITEM-LOCK) before opening the master for
000273*                    update and releases it at end of run, so
000274*                    two updaters cannot run over each other.
000275*   10/15/2026  EB   Writes each booked pick to SHIPPED.TXT
000276*                    with the order's customer number, for
000277*                    SHIP-INVOICE to bill.
000278*   10/15/2026  EB   Issue movements clear the lot fields added
000279*                    to MOVEREC; STOCK-POST draws the pick
000280*                    from the first-expiring lots.
000281*   10/15/2026  EB   Confirmations carry the lot pulled
000282*                    (CF-LOT-NUMBER) onto the issue movement, so
000283*                    STOCK-POST draws the named lot; a blank lot
000284*                    still draws first-expiring.
000285* Tectonics: cobc
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PICK-CONFIRM.
000500         FILE STATUS IS WS-CONFIRM-STATUS.
000510
000520     SELECT PICK-MOVES ASSIGN TO 'PICKMOVE.TXT'
000522         ORGANIZATION IS LINE SEQUENTIAL.
000524
000526     SELECT SHIPPED-LINES ASSIGN TO 'SHIPPED.TXT'
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540
000550     SELECT CONFIRM-LISTING ASSIGN TO 'PICKCFRL.TXT'
000650
000660*--------------------------------------------------------------*
000670* KEYED CONFIRMATION -- one picked order line from the floor
000672*    CF-LOT-NUMBER  the lot pulled, from the picking list, or
000674*                   blank; key one confirmation per lot when a
000676*                   line was pulled from more than one
000680*--------------------------------------------------------------*
000690 FD  CONFIRM-INPUT.
000700 01  CONFIRM-INPUT-RECORD.
000720     05  CF-LINE-NUMBER                  PIC 9(03).
000730     05  CF-PICKED-QTY                   PIC 9(05).
000740     05  CF-FROM-LOCATION                PIC X(03).
000745     05  CF-LOT-NUMBER                   PIC X(10).
000750
000760 FD  PICK-MOVES.
000770     COPY MOVEREC.
000772
000774 FD  SHIPPED-LINES.
000776     COPY SHIPREC.
000780
000790 FD  CONFIRM-LISTING.
000800 01  CONFIRM-LISTING-LINE                PIC X(100).
001070 01  WS-CTL-PROGRAM                      PIC X(12)   VALUE SPACES.
001071 01  WS-LOCK-ACTION                      PIC X(01)   VALUE SPACE.
001072 01  WS-LOCK-PROGRAM                     PIC X(12)   VALUE SPACES.
001074
001076 01  WS-CURRENT-DATE                     PIC 9(08)   VALUE 0.
001080
001090 77  WS-CONFIRM-COUNT                    PIC 9(05)   VALUE 0.
001100 77  WS-CLOSED-COUNT                     PIC 9(05)   VALUE 0.
002070     END-IF.
002080
002090     OPEN OUTPUT PICK-MOVES.
002093     OPEN OUTPUT SHIPPED-LINES.
002096     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002100     OPEN OUTPUT CONFIRM-LISTING.
002110
002120     WRITE CONFIRM-LISTING-LINE FROM WS-CONFIRM-HEADING.
002770         THRU 2300-UPDATE-ORDER-LINE-EXIT.
002780     PERFORM 2400-WRITE-ISSUE-MOVE
002790         THRU 2400-WRITE-ISSUE-MOVE-EXIT.
002793     PERFORM 2450-WRITE-SHIPPED-LINE
002796         THRU 2450-WRITE-SHIPPED-LINE-EXIT.
002800
002810     MOVE CF-ORDER-NUMBER TO CD-ORDER-NUMBER.
002820     MOVE CF-LINE-NUMBER  TO CD-LINE-NUMBER.
003620     MOVE CF-FROM-LOCATION TO MOVE-FROM-LOCATION.
003630     MOVE SPACES           TO MOVE-TO-LOCATION.
003640     MOVE 0                TO MOVE-UNIT-COST.
003643     MOVE CF-LOT-NUMBER    TO MOVE-LOT-NUMBER.
003646     MOVE 0                TO MOVE-EXPIRY-DATE.
003650     WRITE MOVE-TRANS-RECORD.
003660 2400-WRITE-ISSUE-MOVE-EXIT.
003670     EXIT.
003680
003682*--------------------------------------------------------------*
003684* 2450-WRITE-SHIPPED-LINE -- the confirmed pick has left the
003686*                            building; record it against the
003688*                            order's customer for invoicing
003690*--------------------------------------------------------------*
003691 2450-WRITE-SHIPPED-LINE.
003692     MOVE CF-ORDER-NUMBER  TO SHIP-ORDER-NUMBER.
003693     MOVE CF-LINE-NUMBER   TO SHIP-LINE-NUMBER.
003694     MOVE CO-CUSTOMER-ID   TO SHIP-CUSTOMER-ID.
003695     MOVE CO-ITEM-ID       TO SHIP-ITEM-ID.
003696     MOVE CF-PICKED-QTY    TO SHIP-QUANTITY.
003697     MOVE WS-CURRENT-DATE  TO SHIP-DATE.
003698     WRITE SHIPPED-LINE-RECORD.
003699 2450-WRITE-SHIPPED-LINE-EXIT.
003700     EXIT.
003701
003702*--------------------------------------------------------------*
003703* 2900-PRINT-REJECT -- log a rejected confirmation
003710*--------------------------------------------------------------*
003720 2900-PRINT-REJECT.
003730     MOVE CF-ORDER-NUMBER  TO CD-ORDER-NUMBER.
004030         CLOSE CONFIRM-INPUT
004040     END-IF.
004050     CLOSE PICK-MOVES.
004055     CLOSE SHIPPED-LINES.
004060     CLOSE CONFIRM-LISTING.
004070
004071     MOVE 'R' TO WS-LOCK-ACTION.
