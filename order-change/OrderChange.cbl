000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Apply customer-service change and cancel transactions
000160*          to open customer order lines. A change lowers the
000170*          line's CO-ORDER-QTY; a cancel cuts it to zero, or to
000180*          what has already been picked. Either way the stock
000190*          the line no longer needs goes back: the reservation
000200*          is released on the ITEMS master and the line's
000210*          BACKORD.DAT record is shrunk or deleted, so STOCK-POST
000220*          stops handing new receipts to quantity nobody wants.
000230*
000240*          A line on a printed picking list (status P) is not
000250*          cut from under the floor; it is rejected until
000260*          PICK-CONFIRM has booked the pick. Every transaction is
000270*          listed on ORDCHGL.TXT with the ordered, allocated, and
000280*          backordered quantities before and after.
000290*
000300* Modification History:
000310*   10/15/2026  EB   Original version.
000320*   10/15/2026  EB   Operator sign-on: the run signs on through
000330*                    OPER-AUTH as DD-OPERATOR
000340*                    before it takes the run-lock, and each change
000350*                    or cancel code must be granted; one that is
000360*                    not is rejected and the run ends with return
000370*                    code 4.
000380*   10/15/2026  EB   A run without DD-OPERATOR is refused
000390*                    rather than signed on under a default ID,
000400*                    so every run is signed on under a named
000410*                    operator.
000420* Tectonics: cobc
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. ORDER-CHANGE.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ITEMS ASSIGN TO WS-ITEMS-PATH
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ITEM-ID OF ITEMS-FILE
000540         FILE STATUS IS WS-ITEMS-STATUS.
000550
000560     SELECT CUST-ORDERS ASSIGN TO WS-CUSTORDS-PATH
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CO-KEY OF CUST-ORDER-RECORD
000600         FILE STATUS IS WS-CUSTORDS-STATUS.
000610
000620     SELECT BACKORDERS ASSIGN TO WS-BACKORD-PATH
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS BO-KEY OF BACKORDER-RECORD
000660         FILE STATUS IS WS-BACKORD-STATUS.
000670
000680     SELECT CHANGE-INPUT ASSIGN TO 'ORDCHG.TXT'
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CHANGE-STATUS.
000710
000720     SELECT CHANGE-LISTING ASSIGN TO 'ORDCHGL.TXT'
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  ITEMS.
000780     COPY ITEMREC.
000790
000800 FD  CUST-ORDERS.
000810     COPY CORDREC.
000820
000830 FD  BACKORDERS.
000840     COPY BORDREC.
000850
000860*--------------------------------------------------------------*
000870* CHANGE TRANSACTION -- one order line to cut
000880*    OC-TRANS-CODE  C = change the ordered quantity down to
000890*                       OC-NEW-QTY
000900*                   D = cancel the line (OC-NEW-QTY ignored)
000910*--------------------------------------------------------------*
000920 FD  CHANGE-INPUT.
000930 01  CHANGE-INPUT-RECORD.
000940     05  OC-TRANS-CODE                   PIC X(01).
000950     05  OC-ORDER-NUMBER                 PIC 9(06).
000960     05  OC-LINE-NUMBER                  PIC 9(03).
000970     05  OC-NEW-QTY                      PIC 9(05).
000980
000990 FD  CHANGE-LISTING.
001000 01  CHANGE-LISTING-LINE                 PIC X(110).
001010
001020 WORKING-STORAGE SECTION.
001030 01  WS-ITEMS-PATH                       PIC X(100)  VALUE
001040     'ITEMS.DAT'.
001050
001060 01  WS-CUSTORDS-PATH                    PIC X(100)  VALUE
001070     'CUSTORDS.DAT'.
001080
001090 01  WS-BACKORD-PATH                     PIC X(100)  VALUE
001100     'BACKORD.DAT'.
001110
001120 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
001130     88  ITEMS-STATUS-OK                              VALUE '00'.
001140
001150 01  WS-CUSTORDS-STATUS                  PIC X(02)   VALUE '00'.
001160     88  CUSTORDS-STATUS-OK                           VALUE '00'.
001170
001180 01  WS-BACKORD-STATUS                   PIC X(02)   VALUE '00'.
001190     88  BACKORD-STATUS-OK                            VALUE '00'.
001200
001210 01  WS-CHANGE-STATUS                    PIC X(02)   VALUE '00'.
001220     88  CHANGE-STATUS-OK                             VALUE '00'.
001230     88  CHANGE-FILE-NOT-FOUND                        VALUE '35'.
001240
001250*--------------------------------------------------------------*
001260* SWITCHES AND COUNTERS
001270*--------------------------------------------------------------*
001280 01  WS-EOF                              PIC X(01)   VALUE 'N'.
001290     88  END-OF-CHANGES                              VALUE 'Y'.
001300
001310 01  WS-REJECT-REASON                    PIC X(28)   VALUE SPACES.
001320
001330 01  WS-CTL-PROGRAM                      PIC X(12)   VALUE SPACES.
001340 01  WS-LOCK-ACTION                      PIC X(01)   VALUE SPACE.
001350 01  WS-LOCK-PROGRAM                     PIC X(12)   VALUE SPACES.
001360
001370 01  WS-OPERATOR-ID                      PIC X(08)   VALUE SPACES.
001380 01  WS-AUTH-ACTION                      PIC X(01)   VALUE SPACE.
001390 01  WS-AUTH-PROGRAM                     PIC X(12)   VALUE
001400     'ORDER-CHANGE'.
001410 01  WS-AUTH-TRAN-TYPE                   PIC X(01)   VALUE SPACE.
001420
001430 01  WS-AUTH-SW                          PIC X(01)   VALUE 'Y'.
001440     88  TRAN-TYPE-AUTHORIZED                         VALUE 'Y'.
001450     88  TRAN-TYPE-REFUSED                            VALUE 'N'.
001460
001470 77  WS-CHANGE-COUNT                     PIC 9(05)   VALUE 0.
001480 77  WS-CANCEL-COUNT                     PIC 9(05)   VALUE 0.
001490 77  WS-REJECT-COUNT                     PIC 9(05)   VALUE 0.
001500 77  WS-UNAUTHORIZED-COUNT               PIC 9(05)   VALUE 0.
001510 77  WS-RELEASED-TOTAL                   PIC 9(07)   VALUE 0.
001520
001530*--------------------------------------------------------------*
001540* LINE WORK AREAS -- the line's quantities before and after the
001550* cut
001560*--------------------------------------------------------------*
001570 77  WS-NEW-ORDER-QTY                    PIC 9(05)   VALUE 0.
001580 77  WS-OLD-ORDER-QTY                    PIC 9(05)   VALUE 0.
001590 77  WS-OLD-ALLOCATED-QTY                PIC 9(05)   VALUE 0.
001600 77  WS-NEW-ALLOCATED-QTY                PIC 9(05)   VALUE 0.
001610 77  WS-OLD-BACKORDER-QTY                PIC 9(05)   VALUE 0.
001620 77  WS-NEW-BACKORDER-QTY                PIC 9(05)   VALUE 0.
001630 77  WS-RELEASE-QTY                      PIC 9(05)   VALUE 0.
001640
001650*--------------------------------------------------------------*
001660* PRINT-IMAGE LINES
001670*--------------------------------------------------------------*
001680 01  WS-CHANGE-HEADING.
001690     05  FILLER                          PIC X(32) VALUE
001700         'CUSTOMER ORDER CHANGE/CANCEL RUN'.
001710
001720 01  WS-CHANGE-COLUMN-HEADING.
001730     05  FILLER                          PIC X(02) VALUE 'CD'.
001740     05  FILLER                          PIC X(02) VALUE SPACES.
001750     05  FILLER                          PIC X(10) VALUE
001760         'ORDER/LINE'.
001770     05  FILLER                          PIC X(02) VALUE SPACES.
001780     05  FILLER                          PIC X(05) VALUE 'ITEM '.
001790     05  FILLER                          PIC X(02) VALUE SPACES.
001800     05  FILLER                          PIC X(16) VALUE
001810         ' ORDERED WAS/NOW'.
001820     05  FILLER                          PIC X(02) VALUE SPACES.
001830     05  FILLER                          PIC X(16) VALUE
001840         'ALLOCATED WAS/NW'.
001850     05  FILLER                          PIC X(02) VALUE SPACES.
001860     05  FILLER                          PIC X(16) VALUE
001870         'BACKORDER WAS/NW'.
001880     05  FILLER                          PIC X(02) VALUE SPACES.
001890     05  FILLER                          PIC X(06) VALUE 'RESULT'.
001900
001910 01  WS-CHANGE-DETAIL-LINE.
001920     05  CD-TRANS-CODE                   PIC X(01).
001930     05  FILLER                          PIC X(03) VALUE SPACES.
001940     05  CD-ORDER-NUMBER                 PIC 9(06).
001950     05  FILLER                          PIC X(01) VALUE '/'.
001960     05  CD-LINE-NUMBER                  PIC 9(03).
001970     05  FILLER                          PIC X(02) VALUE SPACES.
001980     05  CD-ITEM-ID                      PIC 9(05).
001990     05  FILLER                          PIC X(03) VALUE SPACES.
002000     05  CD-OLD-ORDER-QTY                PIC ZZ,ZZ9.
002010     05  FILLER                          PIC X(01) VALUE '/'.
002020     05  CD-NEW-ORDER-QTY                PIC ZZ,ZZ9.
002030     05  FILLER                          PIC X(05) VALUE SPACES.
002040     05  CD-OLD-ALLOCATED-QTY            PIC ZZ,ZZ9.
002050     05  FILLER                          PIC X(01) VALUE '/'.
002060     05  CD-NEW-ALLOCATED-QTY            PIC ZZ,ZZ9.
002070     05  FILLER                          PIC X(05) VALUE SPACES.
002080     05  CD-OLD-BACKORDER-QTY            PIC ZZ,ZZ9.
002090     05  FILLER                          PIC X(01) VALUE '/'.
002100     05  CD-NEW-BACKORDER-QTY            PIC ZZ,ZZ9.
002110     05  FILLER                          PIC X(02) VALUE SPACES.
002120     05  CD-RESULT                       PIC X(28).
002130
002140 01  WS-CHANGE-TOTALS-LINE.
002150     05  FILLER                      PIC X(09) VALUE 'CHANGED: '.
002160     05  CT-CHANGE-COUNT             PIC ZZ,ZZ9.
002170     05  FILLER                      PIC X(04) VALUE SPACES.
002180     05  FILLER                      PIC X(10) VALUE 'CANCELED: '.
002190     05  CT-CANCEL-COUNT             PIC ZZ,ZZ9.
002200     05  FILLER                      PIC X(04) VALUE SPACES.
002210     05  FILLER                      PIC X(10) VALUE 'REJECTED: '.
002220     05  CT-REJECT-COUNT             PIC ZZ,ZZ9.
002230     05  FILLER                      PIC X(04) VALUE SPACES.
002240     05  FILLER                      PIC X(20) VALUE
002250         'ALLOCATION RELEASED '.
002260     05  CT-RELEASED-TOTAL           PIC Z,ZZZ,ZZ9.
002270
002280 PROCEDURE DIVISION.
002290*--------------------------------------------------------------*
002300* 0000-MAINLINE
002310*--------------------------------------------------------------*
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALIZE
002340         THRU 1000-INITIALIZE-EXIT.
002350
002360     PERFORM 2000-PROCESS-CHANGES
002370         THRU 2000-PROCESS-CHANGES-EXIT
002380         UNTIL END-OF-CHANGES.
002390
002400     PERFORM 3000-PRINT-TOTALS
002410         THRU 3000-PRINT-TOTALS-EXIT.
002420
002430     PERFORM 9000-TERMINATE
002440         THRU 9000-TERMINATE-EXIT.
002450
002460     STOP RUN.
002470
002480*--------------------------------------------------------------*
002490* 1000-INITIALIZE -- sign on, take the run-lock, open the
002500*                    masters for update, the transactions, and
002510*                    the listing
002520*--------------------------------------------------------------*
002530 1000-INITIALIZE.
002540*    Sign on before taking the lock, so a refused operator
002550*    leaves nothing behind to clear
002560     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'DD-OPERATOR'
002570         ON EXCEPTION
002580             CONTINUE
002590     END-ACCEPT.
002600     IF WS-OPERATOR-ID = SPACES
002610         DISPLAY 'ORDER-CHANGE: DD-OPERATOR NOT GIVEN'
002620         GO TO 1000-INITIALIZE-ABEND
002630     END-IF.
002640     MOVE 'S' TO WS-AUTH-ACTION.
002650     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
002660                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
002670     IF RETURN-CODE NOT = 0
002680         DISPLAY 'ORDER-CHANGE: OPERATOR ' WS-OPERATOR-ID
002690             ' NOT AUTHORIZED, RUN REFUSED'
002700         GO TO 1000-INITIALIZE-ABEND
002710     END-IF.
002720
002730*    The ITEMS master run-lock: refuse to start while another
002740*    updater holds it; DD-LOCK-OVERRIDE=Y clears a lock left
002750*    behind by an abend
002760     MOVE 'A'            TO WS-LOCK-ACTION.
002770     MOVE 'ORDER-CHANGE' TO WS-LOCK-PROGRAM.
002780     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
002790     IF RETURN-CODE NOT = 0
002800         DISPLAY 'ORDER-CHANGE: ITEMS MASTER LOCKED, RUN REFUSED'
002810         GO TO 1000-INITIALIZE-ABEND
002820     END-IF.
002830
002840     ACCEPT WS-ITEMS-PATH FROM ENVIRONMENT 'DD-ITEMS'
002850         ON EXCEPTION
002860             CONTINUE
002870     END-ACCEPT.
002880     IF WS-ITEMS-PATH = SPACES
002890         MOVE 'ITEMS.DAT' TO WS-ITEMS-PATH
002900     END-IF.
002910     OPEN I-O ITEMS.
002920     IF NOT ITEMS-STATUS-OK
002930         DISPLAY 'ORDER-CHANGE: UNABLE TO OPEN ITEMS, STATUS = '
002940             WS-ITEMS-STATUS
002950         GO TO 1000-INITIALIZE-ABEND
002960     END-IF.
002970
002980     ACCEPT WS-CUSTORDS-PATH FROM ENVIRONMENT 'DD-CUSTORDS'
002990         ON EXCEPTION
003000             CONTINUE
003010     END-ACCEPT.
003020     IF WS-CUSTORDS-PATH = SPACES
003030         MOVE 'CUSTORDS.DAT' TO WS-CUSTORDS-PATH
003040     END-IF.
003050     OPEN I-O CUST-ORDERS.
003060     IF NOT CUSTORDS-STATUS-OK
003070         DISPLAY 'ORDER-CHANGE: UNABLE TO OPEN CUSTORDS, '
003080             'STATUS = ' WS-CUSTORDS-STATUS
003090         GO TO 1000-INITIALIZE-ABEND
003100     END-IF.
003110
003120*    A shop that has never backordered has no BACKORD.DAT yet,
003130*    so an empty one is created and reopened I-O, the same as
003140*    CUST-ORDER does
003150     ACCEPT WS-BACKORD-PATH FROM ENVIRONMENT 'DD-BACKORD'
003160         ON EXCEPTION
003170             CONTINUE
003180     END-ACCEPT.
003190     IF WS-BACKORD-PATH = SPACES
003200         MOVE 'BACKORD.DAT' TO WS-BACKORD-PATH
003210     END-IF.
003220     OPEN I-O BACKORDERS.
003230     IF NOT BACKORD-STATUS-OK
003240         OPEN OUTPUT BACKORDERS
003250         IF BACKORD-STATUS-OK
003260             CLOSE BACKORDERS
003270             OPEN I-O BACKORDERS
003280         END-IF
003290     END-IF.
003300     IF NOT BACKORD-STATUS-OK
003310         DISPLAY 'ORDER-CHANGE: UNABLE TO OPEN BACKORD, STATUS = '
003320             WS-BACKORD-STATUS
003330         GO TO 1000-INITIALIZE-ABEND
003340     END-IF.
003350
003360*    No transaction file just means customer service had no
003370*    changes today
003380     OPEN INPUT CHANGE-INPUT.
003390     IF CHANGE-FILE-NOT-FOUND
003400         MOVE 'Y' TO WS-EOF
003410     ELSE
003420         IF NOT CHANGE-STATUS-OK
003430             DISPLAY 'ORDER-CHANGE: CHANGE OPEN FAILED, '
003440                 'STATUS = ' WS-CHANGE-STATUS
003450             GO TO 1000-INITIALIZE-ABEND
003460         END-IF
003470     END-IF.
003480
003490     OPEN OUTPUT CHANGE-LISTING.
003500
003510     WRITE CHANGE-LISTING-LINE FROM WS-CHANGE-HEADING.
003520     WRITE CHANGE-LISTING-LINE FROM SPACES.
003530     WRITE CHANGE-LISTING-LINE FROM WS-CHANGE-COLUMN-HEADING.
003540     WRITE CHANGE-LISTING-LINE FROM SPACES.
003550 1000-INITIALIZE-EXIT.
003560     EXIT.
003570
003580 1000-INITIALIZE-ABEND.
003590     MOVE 16 TO RETURN-CODE.
003600     STOP RUN.
003610
003620*--------------------------------------------------------------*
003630* 2000-PROCESS-CHANGES -- read one transaction and apply it
003640*--------------------------------------------------------------*
003650 2000-PROCESS-CHANGES.
003660     READ CHANGE-INPUT
003670         AT END
003680             MOVE 'Y' TO WS-EOF
003690         NOT AT END
003700             PERFORM 2010-CHECK-TRAN-TYPE
003710                 THRU 2010-CHECK-TRAN-TYPE-EXIT
003720             IF TRAN-TYPE-REFUSED
003730                 MOVE 'OPERATOR NOT AUTHORIZED'
003740                     TO WS-REJECT-REASON
003750                 PERFORM 2900-PRINT-REJECT
003760                     THRU 2900-PRINT-REJECT-EXIT
003770             ELSE
003780                 PERFORM 2100-APPLY-ONE-CHANGE
003790                     THRU 2100-APPLY-ONE-CHANGE-EXIT
003800             END-IF
003810     END-READ.
003820 2000-PROCESS-CHANGES-EXIT.
003830     EXIT.
003840
003850*--------------------------------------------------------------*
003860* 2010-CHECK-TRAN-TYPE -- the signed-on operator must hold the
003870*                         transaction code; an unknown code is
003880*                         left for 2100 to reject
003890*--------------------------------------------------------------*
003900 2010-CHECK-TRAN-TYPE.
003910     SET TRAN-TYPE-AUTHORIZED TO TRUE.
003920     IF OC-TRANS-CODE NOT = 'C' AND OC-TRANS-CODE NOT = 'D'
003930         GO TO 2010-CHECK-TRAN-TYPE-EXIT
003940     END-IF.
003950     MOVE 'T'           TO WS-AUTH-ACTION.
003960     MOVE OC-TRANS-CODE TO WS-AUTH-TRAN-TYPE.
003970     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
003980                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
003990     IF RETURN-CODE NOT = 0
004000         SET TRAN-TYPE-REFUSED TO TRUE
004010         ADD 1 TO WS-UNAUTHORIZED-COUNT
004020     END-IF.
004030 2010-CHECK-TRAN-TYPE-EXIT.
004040     EXIT.
004050
004060*--------------------------------------------------------------*
004070* 2100-APPLY-ONE-CHANGE -- prove the cut against the order line,
004080*                          then give back what the line no
004090*                          longer needs and rewrite it
004100*--------------------------------------------------------------*
004110 2100-APPLY-ONE-CHANGE.
004120     IF OC-TRANS-CODE NOT = 'C' AND OC-TRANS-CODE NOT = 'D'
004130         MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-REASON
004140         PERFORM 2900-PRINT-REJECT
004150             THRU 2900-PRINT-REJECT-EXIT
004160         GO TO 2100-APPLY-ONE-CHANGE-EXIT
004170     END-IF.
004180
004190     MOVE OC-ORDER-NUMBER TO CO-ORDER-NUMBER.
004200     MOVE OC-LINE-NUMBER  TO CO-LINE-NUMBER.
004210     READ CUST-ORDERS
004220         INVALID KEY
004230             MOVE 'ORDER LINE NOT FOUND' TO WS-REJECT-REASON
004240             PERFORM 2900-PRINT-REJECT
004250                 THRU 2900-PRINT-REJECT-EXIT
004260             GO TO 2100-APPLY-ONE-CHANGE-EXIT
004270     END-READ.
004280
004290     IF CO-LINE-STATUS = 'C'
004300         MOVE 'LINE ALREADY CLOSED' TO WS-REJECT-REASON
004310         PERFORM 2900-PRINT-REJECT
004320             THRU 2900-PRINT-REJECT-EXIT
004330         GO TO 2100-APPLY-ONE-CHANGE-EXIT
004340     END-IF.
004350
004360*    Units handed to the floor on a picking list stay on the
004370*    line until the pick is confirmed
004380     IF CO-LINE-STATUS = 'P'
004390             OR CO-PRINTED-QTY > CO-PICKED-QTY
004400         MOVE 'LINE ON PRINTED PICK LIST' TO WS-REJECT-REASON
004410         PERFORM 2900-PRINT-REJECT
004420             THRU 2900-PRINT-REJECT-EXIT
004430         GO TO 2100-APPLY-ONE-CHANGE-EXIT
004440     END-IF.
004450
004460*    A cancel keeps only what has already been picked and
004470*    shipped; a change may not go below it either
004480     IF OC-TRANS-CODE = 'D'
004490         MOVE CO-PICKED-QTY TO WS-NEW-ORDER-QTY
004500     ELSE
004510         MOVE OC-NEW-QTY    TO WS-NEW-ORDER-QTY
004520         IF WS-NEW-ORDER-QTY >= CO-ORDER-QTY
004530             MOVE 'NEW QTY NOT BELOW ORDERED' TO WS-REJECT-REASON
004540             PERFORM 2900-PRINT-REJECT
004550                 THRU 2900-PRINT-REJECT-EXIT
004560             GO TO 2100-APPLY-ONE-CHANGE-EXIT
004570         END-IF
004580         IF WS-NEW-ORDER-QTY < CO-PICKED-QTY
004590             MOVE 'NEW QTY BELOW PICKED' TO WS-REJECT-REASON
004600             PERFORM 2900-PRINT-REJECT
004610                 THRU 2900-PRINT-REJECT-EXIT
004620             GO TO 2100-APPLY-ONE-CHANGE-EXIT
004630         END-IF
004640     END-IF.
004650
004660     MOVE CO-ORDER-QTY     TO WS-OLD-ORDER-QTY.
004670     MOVE CO-ALLOCATED-QTY TO WS-OLD-ALLOCATED-QTY.
004680
004690*    The line keeps no more allocation than its new quantity;
004700*    the rest goes back to the master as available stock
004710     IF CO-ALLOCATED-QTY > WS-NEW-ORDER-QTY
004720         MOVE WS-NEW-ORDER-QTY TO WS-NEW-ALLOCATED-QTY
004730     ELSE
004740         MOVE CO-ALLOCATED-QTY TO WS-NEW-ALLOCATED-QTY
004750     END-IF.
004760     COMPUTE WS-RELEASE-QTY =
004770         WS-OLD-ALLOCATED-QTY - WS-NEW-ALLOCATED-QTY.
004780
004790     PERFORM 2200-RELEASE-ALLOCATION
004800         THRU 2200-RELEASE-ALLOCATION-EXIT.
004810     PERFORM 2300-ADJUST-BACKORDER
004820         THRU 2300-ADJUST-BACKORDER-EXIT.
004830     PERFORM 2400-UPDATE-ORDER-LINE
004840         THRU 2400-UPDATE-ORDER-LINE-EXIT.
004850
004860     MOVE OC-TRANS-CODE         TO CD-TRANS-CODE.
004870     MOVE OC-ORDER-NUMBER       TO CD-ORDER-NUMBER.
004880     MOVE OC-LINE-NUMBER        TO CD-LINE-NUMBER.
004890     MOVE CO-ITEM-ID            TO CD-ITEM-ID.
004900     MOVE WS-OLD-ORDER-QTY      TO CD-OLD-ORDER-QTY.
004910     MOVE CO-ORDER-QTY          TO CD-NEW-ORDER-QTY.
004920     MOVE WS-OLD-ALLOCATED-QTY  TO CD-OLD-ALLOCATED-QTY.
004930     MOVE CO-ALLOCATED-QTY      TO CD-NEW-ALLOCATED-QTY.
004940     MOVE WS-OLD-BACKORDER-QTY  TO CD-OLD-BACKORDER-QTY.
004950     MOVE WS-NEW-BACKORDER-QTY  TO CD-NEW-BACKORDER-QTY.
004960     IF CO-LINE-STATUS = 'C'
004970         IF OC-TRANS-CODE = 'D'
004980             MOVE 'CANCELED, LINE CLOSED' TO CD-RESULT
004990         ELSE
005000             MOVE 'CHANGED, LINE CLOSED' TO CD-RESULT
005010         END-IF
005020     ELSE
005030         MOVE 'CHANGED' TO CD-RESULT
005040     END-IF.
005050     WRITE CHANGE-LISTING-LINE FROM WS-CHANGE-DETAIL-LINE.
005060
005070     IF OC-TRANS-CODE = 'D'
005080         ADD 1 TO WS-CANCEL-COUNT
005090     ELSE
005100         ADD 1 TO WS-CHANGE-COUNT
005110     END-IF.
005120     ADD WS-RELEASE-QTY TO WS-RELEASED-TOTAL.
005130 2100-APPLY-ONE-CHANGE-EXIT.
005140     EXIT.
005150
005160*--------------------------------------------------------------*
005170* 2200-RELEASE-ALLOCATION -- the units the line gives up stop
005180*                            being a reservation on the master
005190*--------------------------------------------------------------*
005200 2200-RELEASE-ALLOCATION.
005210     IF WS-RELEASE-QTY = 0
005220         GO TO 2200-RELEASE-ALLOCATION-EXIT
005230     END-IF.
005240     MOVE CO-ITEM-ID TO ITEM-ID.
005250     READ ITEMS
005260         INVALID KEY
005270             DISPLAY 'ORDER-CHANGE: ITEM ' CO-ITEM-ID
005280                 ' NOT ON MASTER'
005290             GO TO 2200-RELEASE-ALLOCATION-EXIT
005300     END-READ.
005310     IF WS-RELEASE-QTY > QUANTITY-ALLOCATED
005320         MOVE 0 TO QUANTITY-ALLOCATED
005330     ELSE
005340         SUBTRACT WS-RELEASE-QTY FROM QUANTITY-ALLOCATED
005350     END-IF.
005360     REWRITE ITEMS-FILE
005370         INVALID KEY
005380             DISPLAY 'ORDER-CHANGE: MASTER REWRITE FAILED, '
005390                 'ITEM ' CO-ITEM-ID
005400     END-REWRITE.
005410 2200-RELEASE-ALLOCATION-EXIT.
005420     EXIT.
005430
005440*--------------------------------------------------------------*
005450* 2300-ADJUST-BACKORDER -- the line now waits for no more than
005460*                          its new quantity less its allocation;
005470*                          a backorder with nothing left to wait
005480*                          for is deleted
005490*--------------------------------------------------------------*
005500 2300-ADJUST-BACKORDER.
005510     MOVE 0 TO WS-OLD-BACKORDER-QTY.
005520     MOVE 0 TO WS-NEW-BACKORDER-QTY.
005530     MOVE CO-ITEM-ID      TO BO-ITEM-ID.
005540     MOVE CO-ORDER-NUMBER TO BO-ORDER-NUMBER.
005550     MOVE CO-LINE-NUMBER  TO BO-LINE-NUMBER.
005560     READ BACKORDERS
005570         INVALID KEY
005580             GO TO 2300-ADJUST-BACKORDER-EXIT
005590     END-READ.
005600     MOVE BO-QTY TO WS-OLD-BACKORDER-QTY.
005610
005620     COMPUTE WS-NEW-BACKORDER-QTY =
005630         WS-NEW-ORDER-QTY - WS-NEW-ALLOCATED-QTY.
005640     IF WS-NEW-BACKORDER-QTY > WS-OLD-BACKORDER-QTY
005650         MOVE WS-OLD-BACKORDER-QTY TO WS-NEW-BACKORDER-QTY
005660     END-IF.
005670
005680     IF WS-NEW-BACKORDER-QTY = 0
005690         DELETE BACKORDERS
005700             INVALID KEY
005710                 DISPLAY 'ORDER-CHANGE: BACKORDER DELETE FAILED, '
005720                     'ORDER ' CO-ORDER-NUMBER
005730         END-DELETE
005740     ELSE
005750         MOVE WS-NEW-BACKORDER-QTY TO BO-QTY
005760         REWRITE BACKORDER-RECORD
005770             INVALID KEY
005780                 DISPLAY 'ORDER-CHANGE: BACKORDER REWRITE '
005790                     'FAILED, ORDER ' CO-ORDER-NUMBER
005800         END-REWRITE
005810     END-IF.
005820 2300-ADJUST-BACKORDER-EXIT.
005830     EXIT.
005840
005850*--------------------------------------------------------------*
005860* 2400-UPDATE-ORDER-LINE -- book the new quantity. A line with
005870*                           nothing left to pick closes; a held
005880*                           line stays on credit hold; otherwise
005890*                           a fully allocated line is A and a
005900*                           short one stays B.
005910*--------------------------------------------------------------*
005920 2400-UPDATE-ORDER-LINE.
005930     MOVE WS-NEW-ORDER-QTY     TO CO-ORDER-QTY.
005940     MOVE WS-NEW-ALLOCATED-QTY TO CO-ALLOCATED-QTY.
005950     IF CO-PICKED-QTY >= CO-ORDER-QTY
005960         MOVE 'C' TO CO-LINE-STATUS
005970     ELSE
005980         IF CO-LINE-STATUS NOT = 'H'
005990             IF CO-ALLOCATED-QTY >= CO-ORDER-QTY
006000                 MOVE 'A' TO CO-LINE-STATUS
006010             ELSE
006020                 MOVE 'B' TO CO-LINE-STATUS
006030             END-IF
006040         END-IF
006050     END-IF.
006060     REWRITE CUST-ORDER-RECORD
006070         INVALID KEY
006080             DISPLAY 'ORDER-CHANGE: ORDER LINE REWRITE FAILED, '
006090                 'ORDER ' CO-ORDER-NUMBER
006100     END-REWRITE.
006110 2400-UPDATE-ORDER-LINE-EXIT.
006120     EXIT.
006130
006140*--------------------------------------------------------------*
006150* 2900-PRINT-REJECT -- log a rejected transaction
006160*--------------------------------------------------------------*
006170 2900-PRINT-REJECT.
006180     MOVE OC-TRANS-CODE    TO CD-TRANS-CODE.
006190     MOVE OC-ORDER-NUMBER  TO CD-ORDER-NUMBER.
006200     MOVE OC-LINE-NUMBER   TO CD-LINE-NUMBER.
006210     MOVE 0                TO CD-ITEM-ID.
006220     MOVE 0                TO CD-OLD-ORDER-QTY.
006230     MOVE OC-NEW-QTY       TO CD-NEW-ORDER-QTY.
006240     MOVE 0                TO CD-OLD-ALLOCATED-QTY.
006250     MOVE 0                TO CD-NEW-ALLOCATED-QTY.
006260     MOVE 0                TO CD-OLD-BACKORDER-QTY.
006270     MOVE 0                TO CD-NEW-BACKORDER-QTY.
006280     MOVE WS-REJECT-REASON TO CD-RESULT.
006290     WRITE CHANGE-LISTING-LINE FROM WS-CHANGE-DETAIL-LINE.
006300     ADD 1 TO WS-REJECT-COUNT.
006310 2900-PRINT-REJECT-EXIT.
006320     EXIT.
006330
006340*--------------------------------------------------------------*
006350* 3000-PRINT-TOTALS -- run totals trailer line
006360*--------------------------------------------------------------*
006370 3000-PRINT-TOTALS.
006380     MOVE WS-CHANGE-COUNT   TO CT-CHANGE-COUNT.
006390     MOVE WS-CANCEL-COUNT   TO CT-CANCEL-COUNT.
006400     MOVE WS-REJECT-COUNT   TO CT-REJECT-COUNT.
006410     MOVE WS-RELEASED-TOTAL TO CT-RELEASED-TOTAL.
006420     WRITE CHANGE-LISTING-LINE FROM SPACES.
006430     WRITE CHANGE-LISTING-LINE FROM WS-CHANGE-TOTALS-LINE.
006440 3000-PRINT-TOTALS-EXIT.
006450     EXIT.
006460
006470*--------------------------------------------------------------*
006480* 9000-TERMINATE -- close files, release the run-lock, and drop
006490*                   the control totals record
006500*--------------------------------------------------------------*
006510 9000-TERMINATE.
006520     CLOSE ITEMS.
006530     CLOSE CUST-ORDERS.
006540     CLOSE BACKORDERS.
006550     IF NOT CHANGE-FILE-NOT-FOUND
006560         CLOSE CHANGE-INPUT
006570     END-IF.
006580     CLOSE CHANGE-LISTING.
006590
006600     MOVE 'R' TO WS-LOCK-ACTION.
006610     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
006620     MOVE 'ORDER-CHANGE' TO WS-CTL-PROGRAM.
006630     CALL 'ITEM-CTL-WRITE' USING WS-CTL-PROGRAM.
006640     IF WS-UNAUTHORIZED-COUNT > 0
006650         MOVE 4 TO RETURN-CODE
006660     END-IF.
006670 9000-TERMINATE-EXIT.
006680     EXIT.
006690
006700 END PROGRAM ORDER-CHANGE.
