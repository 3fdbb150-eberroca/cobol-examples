000385*                    ITEM-LOCK) before opening the master for
000386*                    update and releases it at end of run, so
000387*                    two updaters cannot run over each other.
000388*   10/15/2026  EB   Signs on through OPER-AUTH as DD-OPERATOR
000389*                    and stamps the operator on the ledger and
000390*                    price history; a transaction code the
000391*                    operator is not granted is rejected and the
000392*                    run ends with return code 4. A run without
000393*                    DD-OPERATOR is refused.
000394* Tectonics: cobc
000395******************************************************************
000396 IDENTIFICATION DIVISION.
000397 PROGRAM-ID. ITEM-MAINT.
000398
000399 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ITEMS ASSIGN TO WS-ITEMS-PATH
000890 01  WS-RECORD-STATUS                    PIC X(01)   VALUE 'Y'.
000900     88  RECORD-IS-VALID                              VALUE 'Y'.
000910     88  RECORD-HAS-EXCEPTION                         VALUE 'N'.
000911
000912 01  WS-OPERATOR-ID                      PIC X(08)   VALUE SPACES.
000913 01  WS-AUTH-ACTION                      PIC X(01)   VALUE SPACE.
000914 01  WS-AUTH-PROGRAM                     PIC X(12)   VALUE
000915     'ITEM-MAINT'.
000916 01  WS-AUTH-TRAN-TYPE                   PIC X(01)   VALUE SPACE.
000920
000930 01  WS-EDIT-REASON.
000940     05  ER-ITEM-ID-REASON               PIC X(14).
000961     05  ER-CATEGORY-REASON              PIC X(14).
000970
000980 01  WS-REJECT-REASON                    PIC X(55)   VALUE SPACES.
000981
000982 01  WS-AUTH-SW                          PIC X(01)   VALUE 'Y'.
000983     88  TRAN-TYPE-AUTHORIZED                         VALUE 'Y'.
000984     88  TRAN-TYPE-REFUSED                            VALUE 'N'.
000985
000986 77  WS-UNAUTHORIZED-COUNT               PIC 9(05)   VALUE 0.
000990
000991 77  WS-OLD-QUANTITY                     PIC 9(05)   VALUE 0.
000998 77  WS-NEW-QUANTITY                     PIC 9(05)   VALUE 0.
001500
001510     PERFORM 9000-TERMINATE
001520         THRU 9000-TERMINATE-EXIT.
001522     IF WS-UNAUTHORIZED-COUNT > 0
001524         MOVE 4 TO RETURN-CODE
001526     END-IF.
001530
001540     STOP RUN.
001550
001553*--------------------------------------------------------------*
001556* 1000-INITIALIZE -- open the master, transactions, and listing
001560*--------------------------------------------------------------*
001561 1000-INITIALIZE.
001562*    Sign on before taking the lock, so a refused operator
001563*    leaves nothing behind to clear
001564     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'DD-OPERATOR'
001565         ON EXCEPTION
001566             CONTINUE
001567     END-ACCEPT.
001568     IF WS-OPERATOR-ID = SPACES
001569         DISPLAY 'ITEM-MAINT: DD-OPERATOR NOT GIVEN'
001570         GO TO 1000-INITIALIZE-ABEND
001571     END-IF.
001572     MOVE 'S' TO WS-AUTH-ACTION.
001573     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
001574                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
001575     IF RETURN-CODE NOT = 0
001576         DISPLAY 'ITEM-MAINT: OPERATOR ' WS-OPERATOR-ID
001577             ' NOT AUTHORIZED, RUN REFUSED'
001578         GO TO 1000-INITIALIZE-ABEND
001579     END-IF.
001580
001591*    The ITEMS master run-lock: refuse to start while another
001592*    updater holds it; DD-LOCK-OVERRIDE=Y clears a lock left
001593*    behind by an abend
001910         AT END
001920             MOVE 'Y' TO WS-EOF
001930         NOT AT END
001936             PERFORM 2010-CHECK-TRAN-TYPE
001942                 THRU 2010-CHECK-TRAN-TYPE-EXIT
001948             IF TRAN-TYPE-REFUSED
001954                 MOVE 'OPERATOR NOT AUTHORIZED'
001960                     TO WS-REJECT-REASON
001966                 PERFORM 2900-PRINT-REJECT
001972                     THRU 2900-PRINT-REJECT-EXIT
001978             ELSE
001984                 EVALUATE TRANS-CODE
001990                     WHEN 'A'
001996                         PERFORM 2100-ADD-ITEM
002002                             THRU 2100-ADD-ITEM-EXIT
002008                     WHEN 'C'
002014                         PERFORM 2200-CHANGE-ITEM
002020                             THRU 2200-CHANGE-ITEM-EXIT
002026                     WHEN 'D'
002032                         PERFORM 2300-DELETE-ITEM
002038                             THRU 2300-DELETE-ITEM-EXIT
002044                     WHEN OTHER
002050                         MOVE 'UNKNOWN TRANS CODE'
002056                             TO WS-REJECT-REASON
002062                         PERFORM 2900-PRINT-REJECT
002068                             THRU 2900-PRINT-REJECT-EXIT
002074                 END-EVALUATE
002080             END-IF
002090     END-READ.
002100 2000-PROCESS-TRANSACTIONS-EXIT.
002110     EXIT.
003490     WRITE MAINT-LISTING-LINE FROM WS-MAINT-DETAIL-LINE.
003500 2950-PRINT-DETAIL-EXIT.
003510     EXIT.
003511
003512*--------------------------------------------------------------*
003513* 2980-WRITE-LEDGER -- append the applied transaction to the
003514*                      cumulative movement ledger; a change
003515*                      that left the on-hand quantity where it
003516*                      was is not a quantity change and is not
003517*                      ledgered
003521*--------------------------------------------------------------*
003522 2980-WRITE-LEDGER.
003523     MOVE WS-OPERATOR-ID   TO LEDGER-OPERATOR-ID.
003524     IF WS-OLD-QUANTITY = WS-NEW-QUANTITY
003525         GO TO 2980-WRITE-LEDGER-EXIT
003526     END-IF.
003527     MOVE TRANS-ITEM-ID    TO LEDGER-ITEM-ID.
003528     MOVE WS-CURRENT-DATE  TO LEDGER-DATE.
003529     MOVE TRANS-CODE       TO LEDGER-MOVE-TYPE.
003530     MOVE WS-OLD-QUANTITY  TO LEDGER-QTY-BEFORE.
003531     MOVE WS-NEW-QUANTITY  TO LEDGER-QTY-AFTER.
003532     MOVE WS-JOB-ID        TO LEDGER-REFERENCE.
003533     WRITE LEDGER-RECORD.
003534 2980-WRITE-LEDGER-EXIT.
003535     EXIT.
003536
003537*--------------------------------------------------------------*
003538* 2985-WRITE-PRICE-HISTORY -- append the before/after image of
003539*                             a price move; a change that left
003540*                             the price where it was is not a
003541*                             reprice and is not written
003542*--------------------------------------------------------------*
003544 2985-WRITE-PRICE-HISTORY.
003546     MOVE WS-OPERATOR-ID   TO PH-OPERATOR-ID.
003549     IF WS-OLD-PRICE = TRANS-ITEM-PRICE
003550         GO TO 2985-WRITE-PRICE-HISTORY-EXIT
003551     END-IF.
003748 9000-TERMINATE-EXIT.
003749     EXIT.
003750
003760*--------------------------------------------------------------*
003770* 2010-CHECK-TRAN-TYPE -- the signed-on operator must hold the
003780*                         transaction code; an unknown code is
003790*                         left for the EVALUATE to reject
003800*--------------------------------------------------------------*
003810 2010-CHECK-TRAN-TYPE.
003820     SET TRAN-TYPE-AUTHORIZED TO TRUE.
003830     IF TRANS-CODE NOT = 'A' AND TRANS-CODE NOT = 'C'
003840             AND TRANS-CODE NOT = 'D'
003850         GO TO 2010-CHECK-TRAN-TYPE-EXIT
003860     END-IF.
003870     MOVE 'T'        TO WS-AUTH-ACTION.
003880     MOVE TRANS-CODE TO WS-AUTH-TRAN-TYPE.
003890     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
003900                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
003910     IF RETURN-CODE NOT = 0
003920         SET TRAN-TYPE-REFUSED TO TRUE
003930         ADD 1 TO WS-UNAUTHORIZED-COUNT
003940     END-IF.
003950 2010-CHECK-TRAN-TYPE-EXIT.
003960     EXIT.
003970
003980 END PROGRAM ITEM-MAINT.
