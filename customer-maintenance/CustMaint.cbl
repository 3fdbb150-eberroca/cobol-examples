000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Apply add/change/delete transactions to the CUSTOMERS
000160*          master file, modeled on VENDOR-MAINT. Each customer
000170*          carries a name, bill-to and ship-to addresses, the
000180*          payment terms, the credit limit CUST-ORDER holds
000190*          orders against, and a hold flag that stops new
000200*          orders for the customer altogether.
000210*
000220* Modification History:
000230*   10/15/2026  EB   Original version.
000240*   10/15/2026  EB   Operator sign-on: the run signs on through
000250*                    OPER-AUTH as DD-OPERATOR
000260*                    and is refused unless the operator is active
000270*                    and granted CUST-MAINT. Each transaction
000280*                    code must be granted as well; one that is not
000290*                    is rejected and the run ends with return
000300*                    code 4.
000310*   10/15/2026  EB   A run without DD-OPERATOR is refused
000320*                    rather than signed on under a default ID,
000330*                    so every run is signed on under a named
000340*                    operator.
000350* Tectonics: cobc
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CUST-MAINT.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CUSTOMERS ASSIGN TO WS-CUSTOMERS-PATH
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CUSTOMER-ID OF CUSTOMERS-FILE
000470         FILE STATUS IS WS-CUSTOMERS-STATUS.
000480
000490     SELECT CUSTOMER-TRANS ASSIGN TO 'CUSTTRAN.TXT'
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510
000520     SELECT MAINT-LISTING ASSIGN TO 'CUSTMAIN.TXT'
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CUSTOMERS.
000580     COPY CUSTREC.
000590
000600*--------------------------------------------------------------*
000610* TRANSACTION RECORD -- one add/change/delete request
000620*    TRANS-CODE  A = Add, C = Change, D = Delete
000630*    TRANS-HOLD-FLAG  Y = hold all new orders; blank or N = not
000640*--------------------------------------------------------------*
000650 FD  CUSTOMER-TRANS.
000660 01  CUSTOMER-TRANS-RECORD.
000670     05  TRANS-CODE                      PIC X(01).
000680     05  TRANS-CUSTOMER-ID               PIC 9(05).
000690     05  TRANS-CUSTOMER-NAME             PIC X(25).
000700     05  TRANS-BILL-STREET               PIC X(30).
000710     05  TRANS-BILL-CITY                 PIC X(25).
000720     05  TRANS-SHIP-STREET               PIC X(30).
000730     05  TRANS-SHIP-CITY                 PIC X(25).
000740     05  TRANS-TERMS-CODE                PIC X(06).
000750     05  TRANS-TERMS-DAYS                PIC 9(03).
000760     05  TRANS-CREDIT-LIMIT              PIC 9(07)V9(02).
000770     05  TRANS-HOLD-FLAG                 PIC X(01).
000780
000790 FD  MAINT-LISTING.
000800 01  MAINT-LISTING-LINE                  PIC X(100).
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-CUSTOMERS-PATH                   PIC X(100)  VALUE
000840     'CUSTOMERS.DAT'.
000850
000860*--------------------------------------------------------------*
000870* SWITCHES AND COUNTERS
000880*--------------------------------------------------------------*
000890 01  WS-EOF                              PIC X(01)   VALUE 'N'.
000900     88  END-OF-TRANS                                VALUE 'Y'.
000910
000920 01  WS-CUSTOMERS-STATUS                 PIC X(02)   VALUE '00'.
000930     88  CUSTOMERS-STATUS-OK                          VALUE '00'.
000940     88  CUSTOMERS-KEY-NOT-FOUND                      VALUE '23'.
000950     88  CUSTOMERS-KEY-ALREADY-EXISTS                 VALUE '22'.
000960
000970 01  WS-RECORD-STATUS                    PIC X(01)   VALUE 'Y'.
000980     88  RECORD-IS-VALID                              VALUE 'Y'.
000990     88  RECORD-HAS-EXCEPTION                         VALUE 'N'.
001000
001010 01  WS-EDIT-REASON.
001020     05  ER-CUSTOMER-ID-REASON           PIC X(18).
001030     05  ER-NAME-REASON                  PIC X(12).
001040     05  ER-HOLD-REASON                  PIC X(10).
001050
001060 01  WS-REJECT-REASON                    PIC X(40)   VALUE SPACES.
001070
001080 01  WS-OPERATOR-ID                      PIC X(08)   VALUE SPACES.
001090 01  WS-AUTH-ACTION                      PIC X(01)   VALUE SPACE.
001100 01  WS-AUTH-PROGRAM                     PIC X(12)   VALUE
001110     'CUST-MAINT'.
001120 01  WS-AUTH-TRAN-TYPE                   PIC X(01)   VALUE SPACE.
001130
001140 01  WS-AUTH-SW                          PIC X(01)   VALUE 'Y'.
001150     88  TRAN-TYPE-AUTHORIZED                         VALUE 'Y'.
001160     88  TRAN-TYPE-REFUSED                            VALUE 'N'.
001170
001180 77  WS-ADD-COUNT                        PIC 9(05)   VALUE 0.
001190 77  WS-CHANGE-COUNT                     PIC 9(05)   VALUE 0.
001200 77  WS-DELETE-COUNT                     PIC 9(05)   VALUE 0.
001210 77  WS-REJECT-COUNT                     PIC 9(05)   VALUE 0.
001220 77  WS-UNAUTHORIZED-COUNT               PIC 9(05)   VALUE 0.
001230
001240*--------------------------------------------------------------*
001250* PRINT-IMAGE LINES
001260*--------------------------------------------------------------*
001270 01  WS-MAINT-HEADING.
001280     05  FILLER                          PIC X(24) VALUE
001290         'CUSTOMER MAINTENANCE RUN'.
001300
001310 01  WS-MAINT-DETAIL-LINE.
001320     05  MD-TRANS-CODE                   PIC X(01).
001330     05  FILLER                          PIC X(03) VALUE SPACES.
001340     05  MD-CUSTOMER-ID                  PIC 9(05).
001350     05  FILLER                          PIC X(03) VALUE SPACES.
001360     05  MD-CUSTOMER-NAME                PIC X(25).
001370     05  FILLER                          PIC X(02) VALUE SPACES.
001380     05  MD-CREDIT-LIMIT                 PIC Z,ZZZ,ZZ9.99.
001390     05  FILLER                          PIC X(02) VALUE SPACES.
001400     05  MD-HOLD-FLAG                    PIC X(01).
001410     05  FILLER                          PIC X(02) VALUE SPACES.
001420     05  MD-RESULT                       PIC X(40).
001430
001440 01  WS-MAINT-TOTALS-LINE.
001450     05  FILLER                      PIC X(07) VALUE 'ADDED: '.
001460     05  MT-ADD-COUNT                PIC ZZ,ZZ9.
001470     05  FILLER                      PIC X(04) VALUE SPACES.
001480     05  FILLER                      PIC X(09) VALUE 'CHANGED: '.
001490     05  MT-CHANGE-COUNT             PIC ZZ,ZZ9.
001500     05  FILLER                      PIC X(04) VALUE SPACES.
001510     05  FILLER                      PIC X(09) VALUE 'DELETED: '.
001520     05  MT-DELETE-COUNT             PIC ZZ,ZZ9.
001530     05  FILLER                      PIC X(04) VALUE SPACES.
001540     05  FILLER                      PIC X(10) VALUE 'REJECTED: '.
001550     05  MT-REJECT-COUNT             PIC ZZ,ZZ9.
001560
001570 PROCEDURE DIVISION.
001580*--------------------------------------------------------------*
001590* 0000-MAINLINE
001600*--------------------------------------------------------------*
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE
001630         THRU 1000-INITIALIZE-EXIT.
001640
001650     PERFORM 2000-PROCESS-TRANSACTIONS
001660         THRU 2000-PROCESS-TRANSACTIONS-EXIT
001670         UNTIL END-OF-TRANS.
001680
001690     PERFORM 3000-PRINT-TOTALS
001700         THRU 3000-PRINT-TOTALS-EXIT.
001710
001720     PERFORM 9000-TERMINATE
001730         THRU 9000-TERMINATE-EXIT.
001740
001750     STOP RUN.
001760
001770*--------------------------------------------------------------*
001780* 1000-INITIALIZE -- open the master, transactions, and listing
001790*--------------------------------------------------------------*
001800 1000-INITIALIZE.
001810     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'DD-OPERATOR'
001820         ON EXCEPTION
001830             CONTINUE
001840     END-ACCEPT.
001850     IF WS-OPERATOR-ID = SPACES
001860         DISPLAY 'CUST-MAINT: DD-OPERATOR NOT GIVEN'
001870         GO TO 1000-INITIALIZE-ABEND
001880     END-IF.
001890     MOVE 'S' TO WS-AUTH-ACTION.
001900     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
001910                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
001920     IF RETURN-CODE NOT = 0
001930         DISPLAY 'CUST-MAINT: OPERATOR ' WS-OPERATOR-ID
001940             ' NOT AUTHORIZED, RUN REFUSED'
001950         GO TO 1000-INITIALIZE-ABEND
001960     END-IF.
001970
001980     ACCEPT WS-CUSTOMERS-PATH FROM ENVIRONMENT 'DD-CUSTOMERS'
001990         ON EXCEPTION
002000             CONTINUE
002010     END-ACCEPT.
002020     IF WS-CUSTOMERS-PATH = SPACES
002030         MOVE 'CUSTOMERS.DAT' TO WS-CUSTOMERS-PATH
002040     END-IF.
002050*    A first-ever run has no CUSTOMERS.DAT yet, so an empty
002060*    master is created and reopened I-O, same as VENDOR-MAINT.
002070     OPEN I-O CUSTOMERS.
002080     IF NOT CUSTOMERS-STATUS-OK
002090         OPEN OUTPUT CUSTOMERS
002100         IF CUSTOMERS-STATUS-OK
002110             CLOSE CUSTOMERS
002120             OPEN I-O CUSTOMERS
002130         END-IF
002140     END-IF.
002150     IF NOT CUSTOMERS-STATUS-OK
002160         DISPLAY 'CUST-MAINT: UNABLE TO OPEN CUSTOMERS, STATUS = '
002170             WS-CUSTOMERS-STATUS
002180         GO TO 1000-INITIALIZE-ABEND
002190     END-IF.
002200
002210     OPEN INPUT CUSTOMER-TRANS.
002220     OPEN OUTPUT MAINT-LISTING.
002230
002240     WRITE MAINT-LISTING-LINE FROM WS-MAINT-HEADING.
002250     WRITE MAINT-LISTING-LINE FROM SPACES.
002260 1000-INITIALIZE-EXIT.
002270     EXIT.
002280
002290 1000-INITIALIZE-ABEND.
002300     MOVE 16 TO RETURN-CODE.
002310     STOP RUN.
002320
002330*--------------------------------------------------------------*
002340* 2000-PROCESS-TRANSACTIONS -- read one transaction and apply it
002350*--------------------------------------------------------------*
002360 2000-PROCESS-TRANSACTIONS.
002370     READ CUSTOMER-TRANS
002380         AT END
002390             MOVE 'Y' TO WS-EOF
002400         NOT AT END
002410             PERFORM 2010-CHECK-TRAN-TYPE
002420                 THRU 2010-CHECK-TRAN-TYPE-EXIT
002430             IF TRAN-TYPE-REFUSED
002440                 MOVE 'OPERATOR NOT AUTHORIZED'
002450                     TO WS-REJECT-REASON
002460                 PERFORM 2900-PRINT-REJECT
002470                     THRU 2900-PRINT-REJECT-EXIT
002480             ELSE
002490                 EVALUATE TRANS-CODE
002500                     WHEN 'A'
002510                         PERFORM 2100-ADD-CUSTOMER
002520                             THRU 2100-ADD-CUSTOMER-EXIT
002530                     WHEN 'C'
002540                         PERFORM 2200-CHANGE-CUSTOMER
002550                             THRU 2200-CHANGE-CUSTOMER-EXIT
002560                     WHEN 'D'
002570                         PERFORM 2300-DELETE-CUSTOMER
002580                             THRU 2300-DELETE-CUSTOMER-EXIT
002590                     WHEN OTHER
002600                         MOVE 'UNKNOWN TRANS CODE'
002610                             TO WS-REJECT-REASON
002620                         PERFORM 2900-PRINT-REJECT
002630                             THRU 2900-PRINT-REJECT-EXIT
002640                 END-EVALUATE
002650             END-IF
002660     END-READ.
002670 2000-PROCESS-TRANSACTIONS-EXIT.
002680     EXIT.
002690
002700*--------------------------------------------------------------*
002710* 2010-CHECK-TRAN-TYPE -- the signed-on operator must hold the
002720*                         transaction code; an unknown code is
002730*                         left for the EVALUATE to reject
002740*--------------------------------------------------------------*
002750 2010-CHECK-TRAN-TYPE.
002760     SET TRAN-TYPE-AUTHORIZED TO TRUE.
002770     IF TRANS-CODE NOT = 'A' AND TRANS-CODE NOT = 'C'
002780             AND TRANS-CODE NOT = 'D'
002790         GO TO 2010-CHECK-TRAN-TYPE-EXIT
002800     END-IF.
002810     MOVE 'T'        TO WS-AUTH-ACTION.
002820     MOVE TRANS-CODE TO WS-AUTH-TRAN-TYPE.
002830     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
002840                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
002850     IF RETURN-CODE NOT = 0
002860         SET TRAN-TYPE-REFUSED TO TRUE
002870         ADD 1 TO WS-UNAUTHORIZED-COUNT
002880     END-IF.
002890 2010-CHECK-TRAN-TYPE-EXIT.
002900     EXIT.
002910
002920*--------------------------------------------------------------*
002930* 2050-EDIT-TRANS-RECORD -- a zero customer id, a blank name,
002940*                           or a hold flag other than Y, N, or
002950*                           blank fails the transaction
002960*--------------------------------------------------------------*
002970 2050-EDIT-TRANS-RECORD.
002980     SET RECORD-IS-VALID TO TRUE.
002990     MOVE SPACES TO WS-EDIT-REASON.
003000
003010     IF TRANS-CUSTOMER-ID = 0
003020         SET RECORD-HAS-EXCEPTION TO TRUE
003030         MOVE 'CUSTOMER ID ZERO; ' TO ER-CUSTOMER-ID-REASON
003040     END-IF.
003050
003060     IF TRANS-CUSTOMER-NAME = SPACES
003070         SET RECORD-HAS-EXCEPTION TO TRUE
003080         MOVE 'NAME BLANK; ' TO ER-NAME-REASON
003090     END-IF.
003100
003110     IF TRANS-HOLD-FLAG = SPACE
003120         MOVE 'N' TO TRANS-HOLD-FLAG
003130     END-IF.
003140     IF TRANS-HOLD-FLAG NOT = 'Y' AND TRANS-HOLD-FLAG NOT = 'N'
003150         SET RECORD-HAS-EXCEPTION TO TRUE
003160         MOVE 'HOLD FLAG' TO ER-HOLD-REASON
003170     END-IF.
003180
003190     MOVE WS-EDIT-REASON TO WS-REJECT-REASON.
003200 2050-EDIT-TRANS-RECORD-EXIT.
003210     EXIT.
003220
003230*--------------------------------------------------------------*
003240* 2100-ADD-CUSTOMER -- edit, then write a brand-new master record
003250*--------------------------------------------------------------*
003260 2100-ADD-CUSTOMER.
003270     PERFORM 2050-EDIT-TRANS-RECORD
003280         THRU 2050-EDIT-TRANS-RECORD-EXIT.
003290     IF RECORD-HAS-EXCEPTION
003300         PERFORM 2900-PRINT-REJECT
003310             THRU 2900-PRINT-REJECT-EXIT
003320         GO TO 2100-ADD-CUSTOMER-EXIT
003330     END-IF.
003340
003350     MOVE TRANS-CUSTOMER-ID TO CUSTOMER-ID.
003360     PERFORM 2400-MOVE-TRANS-FIELDS
003370         THRU 2400-MOVE-TRANS-FIELDS-EXIT.
003380     WRITE CUSTOMERS-FILE
003390         INVALID KEY
003400             MOVE 'DUPLICATE CUSTOMER ID' TO WS-REJECT-REASON
003410             PERFORM 2900-PRINT-REJECT
003420                 THRU 2900-PRINT-REJECT-EXIT
003430         NOT INVALID KEY
003440             ADD 1 TO WS-ADD-COUNT
003450             PERFORM 2950-PRINT-DETAIL
003460                 THRU 2950-PRINT-DETAIL-EXIT
003470     END-WRITE.
003480 2100-ADD-CUSTOMER-EXIT.
003490     EXIT.
003500
003510*--------------------------------------------------------------*
003520* 2200-CHANGE-CUSTOMER -- look up the master record, re-edit
003530*                         with the transaction's new values,
003540*                         rewrite
003550*--------------------------------------------------------------*
003560 2200-CHANGE-CUSTOMER.
003570     MOVE TRANS-CUSTOMER-ID TO CUSTOMER-ID.
003580     READ CUSTOMERS
003590         INVALID KEY
003600             MOVE 'CUSTOMER ID NOT FOUND' TO WS-REJECT-REASON
003610             PERFORM 2900-PRINT-REJECT
003620                 THRU 2900-PRINT-REJECT-EXIT
003630             GO TO 2200-CHANGE-CUSTOMER-EXIT
003640     END-READ.
003650
003660     PERFORM 2050-EDIT-TRANS-RECORD
003670         THRU 2050-EDIT-TRANS-RECORD-EXIT.
003680     IF RECORD-HAS-EXCEPTION
003690         PERFORM 2900-PRINT-REJECT
003700             THRU 2900-PRINT-REJECT-EXIT
003710         GO TO 2200-CHANGE-CUSTOMER-EXIT
003720     END-IF.
003730
003740     PERFORM 2400-MOVE-TRANS-FIELDS
003750         THRU 2400-MOVE-TRANS-FIELDS-EXIT.
003760     REWRITE CUSTOMERS-FILE
003770         INVALID KEY
003780             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
003790             PERFORM 2900-PRINT-REJECT
003800                 THRU 2900-PRINT-REJECT-EXIT
003810         NOT INVALID KEY
003820             ADD 1 TO WS-CHANGE-COUNT
003830             PERFORM 2950-PRINT-DETAIL
003840                 THRU 2950-PRINT-DETAIL-EXIT
003850     END-REWRITE.
003860 2200-CHANGE-CUSTOMER-EXIT.
003870     EXIT.
003880
003890*--------------------------------------------------------------*
003900* 2300-DELETE-CUSTOMER -- retire a master record by customer id
003910*--------------------------------------------------------------*
003920 2300-DELETE-CUSTOMER.
003930     MOVE TRANS-CUSTOMER-ID TO CUSTOMER-ID.
003940     DELETE CUSTOMERS
003950         INVALID KEY
003960             MOVE 'CUSTOMER ID NOT FOUND' TO WS-REJECT-REASON
003970             PERFORM 2900-PRINT-REJECT
003980                 THRU 2900-PRINT-REJECT-EXIT
003990         NOT INVALID KEY
004000             ADD 1 TO WS-DELETE-COUNT
004010             PERFORM 2950-PRINT-DETAIL
004020                 THRU 2950-PRINT-DETAIL-EXIT
004030     END-DELETE.
004040 2300-DELETE-CUSTOMER-EXIT.
004050     EXIT.
004060
004070*--------------------------------------------------------------*
004080* 2400-MOVE-TRANS-FIELDS -- carry the transaction's values onto
004090*                           the master record
004100*--------------------------------------------------------------*
004110 2400-MOVE-TRANS-FIELDS.
004120     MOVE TRANS-CUSTOMER-NAME TO CUSTOMER-NAME.
004130     MOVE TRANS-BILL-STREET   TO CUSTOMER-BILL-STREET.
004140     MOVE TRANS-BILL-CITY     TO CUSTOMER-BILL-CITY.
004150     MOVE TRANS-SHIP-STREET   TO CUSTOMER-SHIP-STREET.
004160     MOVE TRANS-SHIP-CITY     TO CUSTOMER-SHIP-CITY.
004170     MOVE TRANS-TERMS-CODE    TO CUSTOMER-TERMS-CODE.
004180     MOVE TRANS-TERMS-DAYS    TO CUSTOMER-TERMS-DAYS.
004190     MOVE TRANS-CREDIT-LIMIT  TO CUSTOMER-CREDIT-LIMIT.
004200     MOVE TRANS-HOLD-FLAG     TO CUSTOMER-HOLD-FLAG.
004210 2400-MOVE-TRANS-FIELDS-EXIT.
004220     EXIT.
004230
004240*--------------------------------------------------------------*
004250* 2900-PRINT-REJECT -- log a rejected transaction to the
004260*                      maintenance listing
004270*--------------------------------------------------------------*
004280 2900-PRINT-REJECT.
004290     MOVE TRANS-CODE          TO MD-TRANS-CODE.
004300     MOVE TRANS-CUSTOMER-ID   TO MD-CUSTOMER-ID.
004310     MOVE TRANS-CUSTOMER-NAME TO MD-CUSTOMER-NAME.
004320     MOVE TRANS-CREDIT-LIMIT  TO MD-CREDIT-LIMIT.
004330     MOVE TRANS-HOLD-FLAG     TO MD-HOLD-FLAG.
004340     MOVE WS-REJECT-REASON    TO MD-RESULT.
004350     WRITE MAINT-LISTING-LINE FROM WS-MAINT-DETAIL-LINE.
004360     ADD 1 TO WS-REJECT-COUNT.
004370 2900-PRINT-REJECT-EXIT.
004380     EXIT.
004390
004400*--------------------------------------------------------------*
004410* 2950-PRINT-DETAIL -- log a successfully applied transaction
004420*--------------------------------------------------------------*
004430 2950-PRINT-DETAIL.
004440     MOVE TRANS-CODE          TO MD-TRANS-CODE.
004450     MOVE TRANS-CUSTOMER-ID   TO MD-CUSTOMER-ID.
004460     MOVE TRANS-CUSTOMER-NAME TO MD-CUSTOMER-NAME.
004470     MOVE TRANS-CREDIT-LIMIT  TO MD-CREDIT-LIMIT.
004480     MOVE TRANS-HOLD-FLAG     TO MD-HOLD-FLAG.
004490     MOVE 'APPLIED'           TO MD-RESULT.
004500     WRITE MAINT-LISTING-LINE FROM WS-MAINT-DETAIL-LINE.
004510 2950-PRINT-DETAIL-EXIT.
004520     EXIT.
004530
004540*--------------------------------------------------------------*
004550* 3000-PRINT-TOTALS -- run totals trailer line
004560*--------------------------------------------------------------*
004570 3000-PRINT-TOTALS.
004580     MOVE WS-ADD-COUNT    TO MT-ADD-COUNT.
004590     MOVE WS-CHANGE-COUNT TO MT-CHANGE-COUNT.
004600     MOVE WS-DELETE-COUNT TO MT-DELETE-COUNT.
004610     MOVE WS-REJECT-COUNT TO MT-REJECT-COUNT.
004620     WRITE MAINT-LISTING-LINE FROM SPACES.
004630     WRITE MAINT-LISTING-LINE FROM WS-MAINT-TOTALS-LINE.
004640 3000-PRINT-TOTALS-EXIT.
004650     EXIT.
004660
004670*--------------------------------------------------------------*
004680* 9000-TERMINATE -- close files
004690*--------------------------------------------------------------*
004700 9000-TERMINATE.
004710     CLOSE CUSTOMERS.
004720     CLOSE CUSTOMER-TRANS.
004730     CLOSE MAINT-LISTING.
004740     IF WS-UNAUTHORIZED-COUNT > 0
004750         MOVE 4 TO RETURN-CODE
004760     END-IF.
004770 9000-TERMINATE-EXIT.
004780     EXIT.
004790
004800 END PROGRAM CUST-MAINT.
