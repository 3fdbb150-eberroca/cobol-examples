000200*
000210* Modification History:
000220*   08/22/2026  EB   Original version.
000221*   10/15/2026  EB   Signs on through OPER-AUTH as DD-OPERATOR;
000222*                    refused unless the operator is active and
000223*                    granted VENDOR-MAINT. A transaction code not
000224*                    granted is rejected and the run ends with
000225*                    return code 4.
000226*   10/15/2026  EB   A run without DD-OPERATOR is refused
000227*                    rather than signed on under a default ID,
000228*                    so every run is signed on under a named
000229*                    operator.
000230* Tectonics: cobc
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000840     05  ER-NAME-REASON                  PIC X(13).
000850
000860 01  WS-REJECT-REASON                    PIC X(29)   VALUE SPACES.
000861
000862 01  WS-OPERATOR-ID                      PIC X(08)   VALUE SPACES.
000863 01  WS-AUTH-ACTION                      PIC X(01)   VALUE SPACE.
000864 01  WS-AUTH-PROGRAM                     PIC X(12)   VALUE
000865     'VENDOR-MAINT'.
000866 01  WS-AUTH-TRAN-TYPE                   PIC X(01)   VALUE SPACE.
000870
000872 01  WS-AUTH-SW                          PIC X(01)   VALUE 'Y'.
000874     88  TRAN-TYPE-AUTHORIZED                         VALUE 'Y'.
000876     88  TRAN-TYPE-REFUSED                            VALUE 'N'.
000878
000880 77  WS-ADD-COUNT                        PIC 9(05)   VALUE 0.
000890 77  WS-CHANGE-COUNT                     PIC 9(05)   VALUE 0.
000900 77  WS-DELETE-COUNT                     PIC 9(05)   VALUE 0.
000910 77  WS-REJECT-COUNT                     PIC 9(05)   VALUE 0.
000915 77  WS-UNAUTHORIZED-COUNT               PIC 9(05)   VALUE 0.
000920
000930*--------------------------------------------------------------*
000940* PRINT-IMAGE LINES
001440*--------------------------------------------------------------*
001450* 1000-INITIALIZE -- open the master, transactions, and listing
001460*--------------------------------------------------------------*
001461 1000-INITIALIZE.
001462     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'DD-OPERATOR'
001463         ON EXCEPTION
001464             CONTINUE
001465     END-ACCEPT.
001466     IF WS-OPERATOR-ID = SPACES
001467         DISPLAY 'VENDOR-MAINT: DD-OPERATOR NOT GIVEN'
001468         GO TO 1000-INITIALIZE-ABEND
001469     END-IF.
001470     MOVE 'S' TO WS-AUTH-ACTION.
001471     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
001472                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
001473     IF RETURN-CODE NOT = 0
001474         DISPLAY 'VENDOR-MAINT: OPERATOR ' WS-OPERATOR-ID
001475             ' NOT AUTHORIZED, RUN REFUSED'
001476         GO TO 1000-INITIALIZE-ABEND
001477     END-IF.
001478
001480     ACCEPT WS-VENDORS-PATH FROM ENVIRONMENT 'DD-VENDORS'
001490         ON EXCEPTION
001500             CONTINUE
001820         AT END
001830             MOVE 'Y' TO WS-EOF
001840         NOT AT END
001846             PERFORM 2010-CHECK-TRAN-TYPE
001852                 THRU 2010-CHECK-TRAN-TYPE-EXIT
001858             IF TRAN-TYPE-REFUSED
001864                 MOVE 'OPERATOR NOT AUTHORIZED'
001870                     TO WS-REJECT-REASON
001876                 PERFORM 2900-PRINT-REJECT
001882                     THRU 2900-PRINT-REJECT-EXIT
001888             ELSE
001894                 EVALUATE TRANS-CODE
001900                     WHEN 'A'
001906                         PERFORM 2100-ADD-VENDOR
001912                             THRU 2100-ADD-VENDOR-EXIT
001918                     WHEN 'C'
001924                         PERFORM 2200-CHANGE-VENDOR
001930                             THRU 2200-CHANGE-VENDOR-EXIT
001936                     WHEN 'D'
001942                         PERFORM 2300-DELETE-VENDOR
001948                             THRU 2300-DELETE-VENDOR-EXIT
001954                     WHEN OTHER
001960                         MOVE 'UNKNOWN TRANS CODE'
001966                             TO WS-REJECT-REASON
001972                         PERFORM 2900-PRINT-REJECT
001978                             THRU 2900-PRINT-REJECT-EXIT
001984                 END-EVALUATE
001990             END-IF
002000     END-READ.
002010 2000-PROCESS-TRANSACTIONS-EXIT.
002020     EXIT.
003560     CLOSE VENDORS.
003570     CLOSE VENDOR-TRANS.
003580     CLOSE MAINT-LISTING.
003582     IF WS-UNAUTHORIZED-COUNT > 0
003584         MOVE 4 TO RETURN-CODE
003586     END-IF.
003590 9000-TERMINATE-EXIT.
003600     EXIT.
003610
003620*--------------------------------------------------------------*
003630* 2010-CHECK-TRAN-TYPE -- the signed-on operator must hold the
003640*                         transaction code; an unknown code is
003650*                         left for the EVALUATE to reject
003660*--------------------------------------------------------------*
003670 2010-CHECK-TRAN-TYPE.
003680     SET TRAN-TYPE-AUTHORIZED TO TRUE.
003690     IF TRANS-CODE NOT = 'A' AND TRANS-CODE NOT = 'C'
003700             AND TRANS-CODE NOT = 'D'
003710         GO TO 2010-CHECK-TRAN-TYPE-EXIT
003720     END-IF.
003730     MOVE 'T'        TO WS-AUTH-ACTION.
003740     MOVE TRANS-CODE TO WS-AUTH-TRAN-TYPE.
003750     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
003760                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
003770     IF RETURN-CODE NOT = 0
003780         SET TRAN-TYPE-REFUSED TO TRUE
003790         ADD 1 TO WS-UNAUTHORIZED-COUNT
003800     END-IF.
003810 2010-CHECK-TRAN-TYPE-EXIT.
003820     EXIT.
003830
003840 END PROGRAM VENDOR-MAINT.
