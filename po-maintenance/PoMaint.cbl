000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Purchasing's maintenance of open PO lines on
000160*          PORDERS.DAT. PURCH-ORDER only cuts lines and
000170*          STOCK-POST only closes them when fully received;
000180*          this program handles everything agreed with the
000190*          vendor in between. One transaction per action
000200*          (POMAINT.TXT):
000210*
000220*          Q  change the ordered quantity (not below what has
000230*             been received; cut to exactly that, the line
000240*             closes)
000250*          E  change the expected date
000260*          X  cancel a line nothing has been received on
000270*             (status X, kept for the record)
000280*          S  close a line short at what has been received
000290*             (status C, ordered quantity kept so the short
000300*             shows)
000310*          A  add a line to an existing PO, for the same
000320*             vendor, priced from the vendor price catalog the
000330*             way PURCH-ORDER prices its lines
000340*
000350*          Every transaction must carry a reason code from the
000360*          PO maintenance reason table (PORSNTB), and every one,
000370*          applied or rejected, is printed on POMAINTL.TXT with
000380*          the line's quantity and expected date before and
000390*          after. PO-RECEIVED-QTY belongs to receiving and is
000400*          never changed here.
000410*
000420* Modification History:
000430*   10/15/2026  EB   Original version.
000440*   10/15/2026  EB   Operator sign-on through OPER-AUTH as
000450*                    DD-OPERATOR; each action
000460*                    code must be granted, one that is not is
000470*                    rejected and the run ends with return code 4.
000480*                    The run holds the ITEMS lock while it
000490*                    updates PORDERS, so it cannot run beside
000500*                    ORDER-PURGE.
000510*   10/15/2026  EB   A run without DD-OPERATOR is refused
000520*                    rather than signed on under a default ID,
000530*                    so every run is signed on under a named
000540*                    operator.
000550* Tectonics: cobc
000560******************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. PO-MAINT.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT PURCH-ORDERS ASSIGN TO WS-PORDERS-PATH
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS PO-KEY OF PURCH-ORDER-RECORD
000670         FILE STATUS IS WS-PORDERS-STATUS.
000680
000690     SELECT ITEMS ASSIGN TO WS-ITEMS-PATH
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS ITEM-ID OF ITEMS-FILE
000730         FILE STATUS IS WS-ITEMS-STATUS.
000740
000750     SELECT VENDOR-CATALOG ASSIGN TO WS-VCATALOG-PATH
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS VC-KEY OF VENDOR-CATALOG-RECORD
000790         FILE STATUS IS WS-VCATALOG-STATUS.
000800
000810     SELECT MAINT-INPUT ASSIGN TO 'POMAINT.TXT'
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-MAINT-STATUS.
000840
000850     SELECT MAINT-LISTING ASSIGN TO 'POMAINTL.TXT'
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  PURCH-ORDERS.
000910     COPY PORDREC.
000920
000930 FD  ITEMS.
000940     COPY ITEMREC.
000950
000960 FD  VENDOR-CATALOG.
000970     COPY VCATREC.
000980
000990*--------------------------------------------------------------*
001000* MAINTENANCE TRANSACTION -- one action on one PO line
001010*    PT-TRANS-CODE   Q = change quantity to PT-NEW-QTY
001020*                    E = change expected date to PT-NEW-DATE
001030*                    X = cancel the line
001040*                    S = close the line short
001050*                    A = add PT-ITEM-ID, PT-NEW-QTY to the PO
001060*                        (PT-LINE-NUMBER ignored; PT-NEW-DATE
001070*                        optional, default the PO's expected
001080*                        date)
001090*--------------------------------------------------------------*
001100 FD  MAINT-INPUT.
001110 01  MAINT-INPUT-RECORD.
001120     05  PT-TRANS-CODE                   PIC X(01).
001130     05  PT-PO-NUMBER                    PIC 9(06).
001140     05  PT-LINE-NUMBER                  PIC 9(03).
001150     05  PT-ITEM-ID                      PIC 9(05).
001160     05  PT-NEW-QTY                      PIC 9(05).
001170     05  PT-NEW-DATE                     PIC 9(08).
001180     05  PT-REASON-CODE                  PIC X(02).
001190
001200 FD  MAINT-LISTING.
001210 01  MAINT-LISTING-LINE                  PIC X(110).
001220
001230 WORKING-STORAGE SECTION.
001240 COPY PORSNTB.
001250
001260 01  WS-PORDERS-PATH                     PIC X(100)  VALUE
001270     'PORDERS.DAT'.
001280
001290 01  WS-ITEMS-PATH                       PIC X(100)  VALUE
001300     'ITEMS.DAT'.
001310
001320 01  WS-VCATALOG-PATH                    PIC X(100)  VALUE
001330     'VCATALOG.DAT'.
001340
001350 01  WS-PORDERS-STATUS                   PIC X(02)   VALUE '00'.
001360     88  PORDERS-STATUS-OK                            VALUE '00'.
001370
001380 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
001390     88  ITEMS-STATUS-OK                              VALUE '00'.
001400
001410 01  WS-VCATALOG-STATUS                  PIC X(02)   VALUE '00'.
001420     88  VCATALOG-STATUS-OK                           VALUE '00'.
001430
001440 01  WS-MAINT-STATUS                     PIC X(02)   VALUE '00'.
001450     88  MAINT-STATUS-OK                              VALUE '00'.
001460     88  MAINT-FILE-NOT-FOUND                         VALUE '35'.
001470
001480*--------------------------------------------------------------*
001490* SWITCHES AND COUNTERS
001500*--------------------------------------------------------------*
001510 01  WS-EOF                              PIC X(01)   VALUE 'N'.
001520     88  END-OF-MAINT                                VALUE 'Y'.
001530
001540 01  WS-VCATALOG-OPEN-SW                 PIC X(01)   VALUE 'N'.
001550     88  VCATALOG-FILE-AVAILABLE                     VALUE 'Y'.
001560
001570 01  WS-PO-BROWSE-SW                     PIC X(01)   VALUE 'N'.
001580     88  PO-BROWSE-DONE                              VALUE 'Y'.
001590
001600 01  WS-CATALOG-BROWSE-SW                PIC X(01)   VALUE 'N'.
001610     88  CATALOG-BROWSE-DONE                         VALUE 'Y'.
001620
001630 01  WS-CATALOG-PRICE-SW                 PIC X(01)   VALUE 'N'.
001640     88  CATALOG-PRICE-FOUND                         VALUE 'Y'.
001650
001660 01  WS-REJECT-REASON                    PIC X(28)   VALUE SPACES.
001670
001680 01  WS-OPERATOR-ID                      PIC X(08)   VALUE SPACES.
001690 01  WS-AUTH-ACTION                      PIC X(01)   VALUE SPACE.
001700 01  WS-AUTH-PROGRAM                     PIC X(12)   VALUE
001710     'PO-MAINT'.
001720 01  WS-AUTH-TRAN-TYPE                   PIC X(01)   VALUE SPACE.
001730
001740 01  WS-AUTH-SW                          PIC X(01)   VALUE 'Y'.
001750     88  TRAN-TYPE-AUTHORIZED                         VALUE 'Y'.
001760     88  TRAN-TYPE-REFUSED                            VALUE 'N'.
001770
001780 01  WS-LOCK-ACTION                      PIC X(01)   VALUE SPACE.
001790 01  WS-LOCK-PROGRAM                     PIC X(12)   VALUE SPACES.
001800
001810 77  WS-REASON-SUB                       PIC 9(02)   VALUE 0.
001820 77  WS-REASON-MATCH                     PIC 9(02)   VALUE 0.
001830
001840 77  WS-QTY-CHANGE-COUNT                 PIC 9(05)   VALUE 0.
001850 77  WS-DATE-CHANGE-COUNT                PIC 9(05)   VALUE 0.
001860 77  WS-CANCEL-COUNT                     PIC 9(05)   VALUE 0.
001870 77  WS-CLOSE-SHORT-COUNT                PIC 9(05)   VALUE 0.
001880 77  WS-ADD-COUNT                        PIC 9(05)   VALUE 0.
001890 77  WS-REJECT-COUNT                     PIC 9(05)   VALUE 0.
001900 77  WS-UNAUTHORIZED-COUNT               PIC 9(05)   VALUE 0.
001910
001920*--------------------------------------------------------------*
001930* LINE WORK AREAS -- the line before the action, and what an
001940* added line copies from the PO it joins
001950*--------------------------------------------------------------*
001960 77  WS-OLD-ORDER-QTY                    PIC 9(05)   VALUE 0.
001970 77  WS-OLD-EXPECTED-DATE                PIC 9(08)   VALUE 0.
001980 77  WS-PO-LINE-COUNT                    PIC 9(03)   VALUE 0.
001990 77  WS-LAST-LINE-NUMBER                 PIC 9(03)   VALUE 0.
002000 77  WS-PO-VENDOR-ID                     PIC 9(05)   VALUE 0.
002010 77  WS-PO-ORDER-DATE                    PIC 9(08)   VALUE 0.
002020 77  WS-PO-EXPECTED-DATE                 PIC 9(08)   VALUE 0.
002030 77  WS-LINE-PRICE                 PIC 9(05)V9(02)   VALUE 0.
002040
002050 01  WS-CURRENT-DATE                     PIC 9(08)   VALUE 0.
002060
002070 01  WS-CHECK-DATE.
002080     05  WS-CHECK-YEAR                   PIC 9(04).
002090     05  WS-CHECK-MONTH                  PIC 9(02).
002100     05  WS-CHECK-DAY                    PIC 9(02).
002110
002120*--------------------------------------------------------------*
002130* PRINT-IMAGE LINES
002140*--------------------------------------------------------------*
002150 01  WS-MAINT-HEADING.
002160     05  FILLER                          PIC X(30) VALUE
002170         'PURCHASE ORDER MAINTENANCE RUN'.
002180
002190 01  WS-MAINT-COLUMN-HEADING.
002200     05  FILLER                          PIC X(02) VALUE 'CD'.
002210     05  FILLER                          PIC X(02) VALUE SPACES.
002220     05  FILLER                          PIC X(10) VALUE
002230         'PO/LINE'.
002240     05  FILLER                          PIC X(02) VALUE SPACES.
002250     05  FILLER                          PIC X(05) VALUE 'ITEM '.
002260     05  FILLER                          PIC X(02) VALUE SPACES.
002270     05  FILLER                          PIC X(02) VALUE 'RS'.
002280     05  FILLER                          PIC X(02) VALUE SPACES.
002290     05  FILLER                          PIC X(16) VALUE
002300         ' ORDERED WAS/NOW'.
002310     05  FILLER                          PIC X(02) VALUE SPACES.
002320     05  FILLER                          PIC X(06) VALUE
002330         ' RECVD'.
002340     05  FILLER                          PIC X(02) VALUE SPACES.
002350     05  FILLER                          PIC X(17) VALUE
002360         'EXPECTED WAS/NOW'.
002370     05  FILLER                          PIC X(02) VALUE SPACES.
002380     05  FILLER                          PIC X(06) VALUE 'RESULT'.
002390
002400 01  WS-MAINT-DETAIL-LINE.
002410     05  MD-TRANS-CODE                   PIC X(01).
002420     05  FILLER                          PIC X(03) VALUE SPACES.
002430     05  MD-PO-NUMBER                    PIC 9(06).
002440     05  FILLER                          PIC X(01) VALUE '/'.
002450     05  MD-LINE-NUMBER                  PIC 9(03).
002460     05  FILLER                          PIC X(02) VALUE SPACES.
002470     05  MD-ITEM-ID                      PIC 9(05).
002480     05  FILLER                          PIC X(02) VALUE SPACES.
002490     05  MD-REASON-CODE                  PIC X(02).
002500     05  FILLER                          PIC X(05) VALUE SPACES.
002510     05  MD-OLD-ORDER-QTY                PIC ZZ,ZZ9.
002520     05  FILLER                          PIC X(01) VALUE '/'.
002530     05  MD-NEW-ORDER-QTY                PIC ZZ,ZZ9.
002540     05  FILLER                          PIC X(02) VALUE SPACES.
002550     05  MD-RECEIVED-QTY                 PIC ZZ,ZZ9.
002560     05  FILLER                          PIC X(02) VALUE SPACES.
002570     05  MD-OLD-EXPECTED-DATE            PIC 9(08).
002580     05  FILLER                          PIC X(01) VALUE '/'.
002590     05  MD-NEW-EXPECTED-DATE            PIC 9(08).
002600     05  FILLER                          PIC X(02) VALUE SPACES.
002610     05  MD-RESULT                       PIC X(28).
002620
002630 01  WS-MAINT-TOTALS-LINE.
002640     05  FILLER                      PIC X(05) VALUE 'QTY: '.
002650     05  MT-QTY-CHANGE-COUNT         PIC ZZ,ZZ9.
002660     05  FILLER                      PIC X(03) VALUE SPACES.
002670     05  FILLER                      PIC X(06) VALUE 'DATE: '.
002680     05  MT-DATE-CHANGE-COUNT        PIC ZZ,ZZ9.
002690     05  FILLER                      PIC X(03) VALUE SPACES.
002700     05  FILLER                      PIC X(10) VALUE 'CANCELED: '.
002710     05  MT-CANCEL-COUNT             PIC ZZ,ZZ9.
002720     05  FILLER                      PIC X(03) VALUE SPACES.
002730     05  FILLER                      PIC X(14) VALUE
002740         'CLOSED SHORT: '.
002750     05  MT-CLOSE-SHORT-COUNT        PIC ZZ,ZZ9.
002760     05  FILLER                      PIC X(03) VALUE SPACES.
002770     05  FILLER                      PIC X(07) VALUE 'ADDED: '.
002780     05  MT-ADD-COUNT                PIC ZZ,ZZ9.
002790     05  FILLER                      PIC X(03) VALUE SPACES.
002800     05  FILLER                      PIC X(10) VALUE 'REJECTED: '.
002810     05  MT-REJECT-COUNT             PIC ZZ,ZZ9.
002820
002830 PROCEDURE DIVISION.
002840*--------------------------------------------------------------*
002850* 0000-MAINLINE
002860*--------------------------------------------------------------*
002870 0000-MAINLINE.
002880     PERFORM 1000-INITIALIZE
002890         THRU 1000-INITIALIZE-EXIT.
002900
002910     PERFORM 2000-PROCESS-MAINT
002920         THRU 2000-PROCESS-MAINT-EXIT
002930         UNTIL END-OF-MAINT.
002940
002950     PERFORM 3000-PRINT-TOTALS
002960         THRU 3000-PRINT-TOTALS-EXIT.
002970
002980     PERFORM 9000-TERMINATE
002990         THRU 9000-TERMINATE-EXIT.
003000
003010     STOP RUN.
003020
003030*--------------------------------------------------------------*
003040* 1000-INITIALIZE -- sign on, take the run-lock, open the PO
003050*                    file for update, the item master and price
003060*                    catalog for added lines, the transactions,
003070*                    and the listing
003080*--------------------------------------------------------------*
003090 1000-INITIALIZE.
003100*    Sign on before taking the lock, so a refused operator
003110*    leaves nothing behind to clear
003120     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'DD-OPERATOR'
003130         ON EXCEPTION
003140             CONTINUE
003150     END-ACCEPT.
003160     IF WS-OPERATOR-ID = SPACES
003170         DISPLAY 'PO-MAINT: DD-OPERATOR NOT GIVEN'
003180         GO TO 1000-INITIALIZE-ABEND
003190     END-IF.
003200     MOVE 'S' TO WS-AUTH-ACTION.
003210     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
003220                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
003230     IF RETURN-CODE NOT = 0
003240         DISPLAY 'PO-MAINT: OPERATOR ' WS-OPERATOR-ID
003250             ' NOT AUTHORIZED, RUN REFUSED'
003260         GO TO 1000-INITIALIZE-ABEND
003270     END-IF.
003280
003290*    The ITEMS master run-lock: refuse to start while another
003300*    updater holds it; DD-LOCK-OVERRIDE=Y clears a lock left
003310*    behind by an abend
003320     MOVE 'A'        TO WS-LOCK-ACTION.
003330     MOVE 'PO-MAINT' TO WS-LOCK-PROGRAM.
003340     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
003350     IF RETURN-CODE NOT = 0
003360         DISPLAY 'PO-MAINT: ITEMS MASTER LOCKED, RUN REFUSED'
003370         GO TO 1000-INITIALIZE-ABEND
003380     END-IF.
003390
003400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003410
003420     ACCEPT WS-PORDERS-PATH FROM ENVIRONMENT 'DD-PORDERS'
003430         ON EXCEPTION
003440             CONTINUE
003450     END-ACCEPT.
003460     IF WS-PORDERS-PATH = SPACES
003470         MOVE 'PORDERS.DAT' TO WS-PORDERS-PATH
003480     END-IF.
003490     OPEN I-O PURCH-ORDERS.
003500     IF NOT PORDERS-STATUS-OK
003510         DISPLAY 'PO-MAINT: UNABLE TO OPEN PORDERS, STATUS = '
003520             WS-PORDERS-STATUS
003530         GO TO 1000-INITIALIZE-ABEND
003540     END-IF.
003550
003560     ACCEPT WS-ITEMS-PATH FROM ENVIRONMENT 'DD-ITEMS'
003570         ON EXCEPTION
003580             CONTINUE
003590     END-ACCEPT.
003600     IF WS-ITEMS-PATH = SPACES
003610         MOVE 'ITEMS.DAT' TO WS-ITEMS-PATH
003620     END-IF.
003630     OPEN INPUT ITEMS.
003640     IF NOT ITEMS-STATUS-OK
003650         DISPLAY 'PO-MAINT: UNABLE TO OPEN ITEMS, STATUS = '
003660             WS-ITEMS-STATUS
003670         GO TO 1000-INITIALIZE-ABEND
003680     END-IF.
003690
003700*    Without a price catalog an added line is priced at the
003710*    item's unit cost, as PURCH-ORDER does
003720     ACCEPT WS-VCATALOG-PATH FROM ENVIRONMENT 'DD-VCATALOG'
003730         ON EXCEPTION
003740             CONTINUE
003750     END-ACCEPT.
003760     IF WS-VCATALOG-PATH = SPACES
003770         MOVE 'VCATALOG.DAT' TO WS-VCATALOG-PATH
003780     END-IF.
003790     OPEN INPUT VENDOR-CATALOG.
003800     IF VCATALOG-STATUS-OK
003810         MOVE 'Y' TO WS-VCATALOG-OPEN-SW
003820     END-IF.
003830
003840*    No transaction file just means purchasing had nothing to
003850*    change today
003860     OPEN INPUT MAINT-INPUT.
003870     IF MAINT-FILE-NOT-FOUND
003880         MOVE 'Y' TO WS-EOF
003890     ELSE
003900         IF NOT MAINT-STATUS-OK
003910             DISPLAY 'PO-MAINT: POMAINT OPEN FAILED, STATUS = '
003920                 WS-MAINT-STATUS
003930             GO TO 1000-INITIALIZE-ABEND
003940         END-IF
003950     END-IF.
003960
003970     OPEN OUTPUT MAINT-LISTING.
003980
003990     WRITE MAINT-LISTING-LINE FROM WS-MAINT-HEADING.
004000     WRITE MAINT-LISTING-LINE FROM SPACES.
004010     WRITE MAINT-LISTING-LINE FROM WS-MAINT-COLUMN-HEADING.
004020     WRITE MAINT-LISTING-LINE FROM SPACES.
004030 1000-INITIALIZE-EXIT.
004040     EXIT.
004050
004060 1000-INITIALIZE-ABEND.
004070     MOVE 16 TO RETURN-CODE.
004080     STOP RUN.
004090
004100*--------------------------------------------------------------*
004110* 2000-PROCESS-MAINT -- read one transaction and apply it
004120*--------------------------------------------------------------*
004130 2000-PROCESS-MAINT.
004140     READ MAINT-INPUT
004150         AT END
004160             MOVE 'Y' TO WS-EOF
004170         NOT AT END
004180             PERFORM 2010-CHECK-TRAN-TYPE
004190                 THRU 2010-CHECK-TRAN-TYPE-EXIT
004200             IF TRAN-TYPE-REFUSED
004210                 MOVE 'OPERATOR NOT AUTHORIZED'
004220                     TO WS-REJECT-REASON
004230                 PERFORM 2900-PRINT-REJECT
004240                     THRU 2900-PRINT-REJECT-EXIT
004250             ELSE
004260                 PERFORM 2100-APPLY-ONE-ACTION
004270                     THRU 2100-APPLY-ONE-ACTION-EXIT
004280             END-IF
004290     END-READ.
004300 2000-PROCESS-MAINT-EXIT.
004310     EXIT.
004320
004330*--------------------------------------------------------------*
004340* 2010-CHECK-TRAN-TYPE -- the signed-on operator must hold the
004350*                         transaction code; an unknown code is
004360*                         left for 2100 to reject
004370*--------------------------------------------------------------*
004380 2010-CHECK-TRAN-TYPE.
004390     SET TRAN-TYPE-AUTHORIZED TO TRUE.
004400     IF PT-TRANS-CODE NOT = 'Q' AND PT-TRANS-CODE NOT = 'E'
004410             AND PT-TRANS-CODE NOT = 'X'
004420             AND PT-TRANS-CODE NOT = 'S'
004430             AND PT-TRANS-CODE NOT = 'A'
004440         GO TO 2010-CHECK-TRAN-TYPE-EXIT
004450     END-IF.
004460     MOVE 'T'           TO WS-AUTH-ACTION.
004470     MOVE PT-TRANS-CODE TO WS-AUTH-TRAN-TYPE.
004480     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
004490                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
004500     IF RETURN-CODE NOT = 0
004510         SET TRAN-TYPE-REFUSED TO TRUE
004520         ADD 1 TO WS-UNAUTHORIZED-COUNT
004530     END-IF.
004540 2010-CHECK-TRAN-TYPE-EXIT.
004550     EXIT.
004560
004570*--------------------------------------------------------------*
004580* 2100-APPLY-ONE-ACTION -- check the code and reason, then hand
004590*                          the transaction to its action
004600*--------------------------------------------------------------*
004610 2100-APPLY-ONE-ACTION.
004620     MOVE 0 TO WS-REASON-MATCH.
004630     MOVE 0 TO WS-REASON-SUB.
004640     PERFORM 2150-CHECK-ONE-REASON
004650         THRU 2150-CHECK-ONE-REASON-EXIT
004660         UNTIL WS-REASON-MATCH > 0
004670         OR WS-REASON-SUB >= MR-REASON-COUNT.
004680     IF WS-REASON-MATCH = 0
004690         MOVE 'REASON CODE MISSING/UNKNOWN' TO WS-REJECT-REASON
004700         PERFORM 2900-PRINT-REJECT
004710             THRU 2900-PRINT-REJECT-EXIT
004720         GO TO 2100-APPLY-ONE-ACTION-EXIT
004730     END-IF.
004740
004750     IF PT-TRANS-CODE = 'A'
004760         PERFORM 2600-ADD-LINE
004770             THRU 2600-ADD-LINE-EXIT
004780         GO TO 2100-APPLY-ONE-ACTION-EXIT
004790     END-IF.
004800
004810     IF PT-TRANS-CODE NOT = 'Q' AND PT-TRANS-CODE NOT = 'E'
004820             AND PT-TRANS-CODE NOT = 'X'
004830             AND PT-TRANS-CODE NOT = 'S'
004840         MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-REASON
004850         PERFORM 2900-PRINT-REJECT
004860             THRU 2900-PRINT-REJECT-EXIT
004870         GO TO 2100-APPLY-ONE-ACTION-EXIT
004880     END-IF.
004890
004900*    Every other action works on an existing, still-open line
004910     MOVE PT-PO-NUMBER   TO PO-NUMBER.
004920     MOVE PT-LINE-NUMBER TO PO-LINE-NUMBER.
004930     READ PURCH-ORDERS
004940         INVALID KEY
004950             MOVE 'PO LINE NOT FOUND' TO WS-REJECT-REASON
004960             PERFORM 2900-PRINT-REJECT
004970                 THRU 2900-PRINT-REJECT-EXIT
004980             GO TO 2100-APPLY-ONE-ACTION-EXIT
004990     END-READ.
005000     IF PO-LINE-STATUS NOT = 'O'
005010         MOVE 'PO LINE NOT OPEN' TO WS-REJECT-REASON
005020         PERFORM 2900-PRINT-REJECT
005030             THRU 2900-PRINT-REJECT-EXIT
005040         GO TO 2100-APPLY-ONE-ACTION-EXIT
005050     END-IF.
005060
005070     MOVE PO-ORDER-QTY     TO WS-OLD-ORDER-QTY.
005080     MOVE PO-EXPECTED-DATE TO WS-OLD-EXPECTED-DATE.
005090
005100     IF PT-TRANS-CODE = 'Q'
005110         PERFORM 2200-CHANGE-QUANTITY
005120             THRU 2200-CHANGE-QUANTITY-EXIT
005130     END-IF.
005140     IF PT-TRANS-CODE = 'E'
005150         PERFORM 2300-CHANGE-EXPECTED-DATE
005160             THRU 2300-CHANGE-EXPECTED-DATE-EXIT
005170     END-IF.
005180     IF PT-TRANS-CODE = 'X'
005190         PERFORM 2400-CANCEL-LINE
005200             THRU 2400-CANCEL-LINE-EXIT
005210     END-IF.
005220     IF PT-TRANS-CODE = 'S'
005230         PERFORM 2500-CLOSE-SHORT
005240             THRU 2500-CLOSE-SHORT-EXIT
005250     END-IF.
005260 2100-APPLY-ONE-ACTION-EXIT.
005270     EXIT.
005280
005290 2150-CHECK-ONE-REASON.
005300     ADD 1 TO WS-REASON-SUB.
005310     IF MR-CODE (WS-REASON-SUB) = PT-REASON-CODE
005320         MOVE WS-REASON-SUB TO WS-REASON-MATCH
005330     END-IF.
005340 2150-CHECK-ONE-REASON-EXIT.
005350     EXIT.
005360
005370*--------------------------------------------------------------*
005380* 2200-CHANGE-QUANTITY -- new ordered quantity, never below
005390*                         what has come in; cut to exactly
005400*                         what has come in, the line is done
005410*--------------------------------------------------------------*
005420 2200-CHANGE-QUANTITY.
005430     IF PT-NEW-QTY = 0
005440         MOVE 'NEW QTY ZERO, CANCEL INSTEAD' TO WS-REJECT-REASON
005450         PERFORM 2900-PRINT-REJECT
005460             THRU 2900-PRINT-REJECT-EXIT
005470         GO TO 2200-CHANGE-QUANTITY-EXIT
005480     END-IF.
005490     IF PT-NEW-QTY = PO-ORDER-QTY
005500         MOVE 'NEW QTY SAME AS ORDERED' TO WS-REJECT-REASON
005510         PERFORM 2900-PRINT-REJECT
005520             THRU 2900-PRINT-REJECT-EXIT
005530         GO TO 2200-CHANGE-QUANTITY-EXIT
005540     END-IF.
005550     IF PT-NEW-QTY < PO-RECEIVED-QTY
005560         MOVE 'NEW QTY BELOW RECEIVED' TO WS-REJECT-REASON
005570         PERFORM 2900-PRINT-REJECT
005580             THRU 2900-PRINT-REJECT-EXIT
005590         GO TO 2200-CHANGE-QUANTITY-EXIT
005600     END-IF.
005610
005620     MOVE PT-NEW-QTY TO PO-ORDER-QTY.
005630     MOVE 'QTY CHANGED' TO MD-RESULT.
005640     IF PO-RECEIVED-QTY >= PO-ORDER-QTY
005650         MOVE 'C' TO PO-LINE-STATUS
005660         MOVE 'QTY CHANGED, LINE CLOSED' TO MD-RESULT
005670     END-IF.
005680     PERFORM 2800-REWRITE-PO-LINE
005690         THRU 2800-REWRITE-PO-LINE-EXIT.
005700     IF PORDERS-STATUS-OK
005710         ADD 1 TO WS-QTY-CHANGE-COUNT
005720     END-IF.
005730 2200-CHANGE-QUANTITY-EXIT.
005740     EXIT.
005750
005760*--------------------------------------------------------------*
005770* 2300-CHANGE-EXPECTED-DATE -- a real calendar date, not before
005780*                              the line was ordered
005790*--------------------------------------------------------------*
005800 2300-CHANGE-EXPECTED-DATE.
005810     MOVE PT-NEW-DATE TO WS-CHECK-DATE.
005820     PERFORM 2700-CHECK-DATE
005830         THRU 2700-CHECK-DATE-EXIT.
005840     IF WS-REJECT-REASON NOT = SPACES
005850         PERFORM 2900-PRINT-REJECT
005860             THRU 2900-PRINT-REJECT-EXIT
005870         GO TO 2300-CHANGE-EXPECTED-DATE-EXIT
005880     END-IF.
005890     IF PT-NEW-DATE < PO-ORDER-DATE
005900         MOVE 'NEW DATE BEFORE ORDER DATE' TO WS-REJECT-REASON
005910         PERFORM 2900-PRINT-REJECT
005920             THRU 2900-PRINT-REJECT-EXIT
005930         GO TO 2300-CHANGE-EXPECTED-DATE-EXIT
005940     END-IF.
005950
005960     MOVE PT-NEW-DATE TO PO-EXPECTED-DATE.
005970     MOVE 'EXPECTED DATE CHANGED' TO MD-RESULT.
005980     PERFORM 2800-REWRITE-PO-LINE
005990         THRU 2800-REWRITE-PO-LINE-EXIT.
006000     IF PORDERS-STATUS-OK
006010         ADD 1 TO WS-DATE-CHANGE-COUNT
006020     END-IF.
006030 2300-CHANGE-EXPECTED-DATE-EXIT.
006040     EXIT.
006050
006060*--------------------------------------------------------------*
006070* 2400-CANCEL-LINE -- only a line nothing has come in on; one
006080*                     with receipts is closed short instead
006090*--------------------------------------------------------------*
006100 2400-CANCEL-LINE.
006110     IF PO-RECEIVED-QTY > 0
006120         MOVE 'RECEIVED ON, CLOSE SHORT' TO WS-REJECT-REASON
006130         PERFORM 2900-PRINT-REJECT
006140             THRU 2900-PRINT-REJECT-EXIT
006150         GO TO 2400-CANCEL-LINE-EXIT
006160     END-IF.
006170
006180     MOVE 'X' TO PO-LINE-STATUS.
006190     MOVE 'LINE CANCELED' TO MD-RESULT.
006200     PERFORM 2800-REWRITE-PO-LINE
006210         THRU 2800-REWRITE-PO-LINE-EXIT.
006220     IF PORDERS-STATUS-OK
006230         ADD 1 TO WS-CANCEL-COUNT
006240     END-IF.
006250 2400-CANCEL-LINE-EXIT.
006260     EXIT.
006270
006280*--------------------------------------------------------------*
006290* 2500-CLOSE-SHORT -- the vendor calls the line complete at
006300*                     what has come in; the ordered quantity
006310*                     stays so the short shows on the line
006320*--------------------------------------------------------------*
006330 2500-CLOSE-SHORT.
006340     IF PO-RECEIVED-QTY = 0
006350         MOVE 'NOTHING RECEIVED, CANCEL' TO WS-REJECT-REASON
006360         PERFORM 2900-PRINT-REJECT
006370             THRU 2900-PRINT-REJECT-EXIT
006380         GO TO 2500-CLOSE-SHORT-EXIT
006390     END-IF.
006400
006410     MOVE 'C' TO PO-LINE-STATUS.
006420     MOVE 'LINE CLOSED SHORT' TO MD-RESULT.
006430     PERFORM 2800-REWRITE-PO-LINE
006440         THRU 2800-REWRITE-PO-LINE-EXIT.
006450     IF PORDERS-STATUS-OK
006460         ADD 1 TO WS-CLOSE-SHORT-COUNT
006470     END-IF.
006480 2500-CLOSE-SHORT-EXIT.
006490     EXIT.
006500
006510*--------------------------------------------------------------*
006520* 2600-ADD-LINE -- a new open line after the PO's last one, for
006530*                  the PO's vendor and order date, priced from
006540*                  the catalog
006550*--------------------------------------------------------------*
006560 2600-ADD-LINE.
006570     MOVE 0 TO WS-OLD-ORDER-QTY.
006580     MOVE 0 TO WS-OLD-EXPECTED-DATE.
006590
006600     IF PT-NEW-QTY = 0
006610         MOVE 'ADD QTY ZERO' TO WS-REJECT-REASON
006620         PERFORM 2900-PRINT-REJECT
006630             THRU 2900-PRINT-REJECT-EXIT
006640         GO TO 2600-ADD-LINE-EXIT
006650     END-IF.
006660
006670     MOVE PT-ITEM-ID TO ITEM-ID.
006680     READ ITEMS
006690         INVALID KEY
006700             MOVE 'ITEM NOT ON MASTER' TO WS-REJECT-REASON
006710             PERFORM 2900-PRINT-REJECT
006720                 THRU 2900-PRINT-REJECT-EXIT
006730             GO TO 2600-ADD-LINE-EXIT
006740     END-READ.
006750
006760     MOVE 0 TO WS-PO-LINE-COUNT.
006770     MOVE 0 TO WS-LAST-LINE-NUMBER.
006780     MOVE PT-PO-NUMBER TO PO-NUMBER.
006790     MOVE 0            TO PO-LINE-NUMBER.
006800     MOVE 'N' TO WS-PO-BROWSE-SW.
006810     START PURCH-ORDERS KEY IS NOT LESS THAN
006820             PO-KEY OF PURCH-ORDER-RECORD
006830         INVALID KEY
006840             MOVE 'Y' TO WS-PO-BROWSE-SW
006850     END-START.
006860     PERFORM 2610-BROWSE-ONE-PO-LINE
006870         THRU 2610-BROWSE-ONE-PO-LINE-EXIT
006880         UNTIL PO-BROWSE-DONE.
006890
006900     IF WS-PO-LINE-COUNT = 0
006910         MOVE 'PO NOT FOUND' TO WS-REJECT-REASON
006920         PERFORM 2900-PRINT-REJECT
006930             THRU 2900-PRINT-REJECT-EXIT
006940         GO TO 2600-ADD-LINE-EXIT
006950     END-IF.
006960     IF WS-LAST-LINE-NUMBER >= 999
006970         MOVE 'PO HAS NO LINE NUMBERS LEFT' TO WS-REJECT-REASON
006980         PERFORM 2900-PRINT-REJECT
006990             THRU 2900-PRINT-REJECT-EXIT
007000         GO TO 2600-ADD-LINE-EXIT
007010     END-IF.
007020
007030     IF PT-NEW-DATE NOT = 0
007040         MOVE PT-NEW-DATE TO WS-CHECK-DATE
007050         PERFORM 2700-CHECK-DATE
007060             THRU 2700-CHECK-DATE-EXIT
007070         IF WS-REJECT-REASON NOT = SPACES
007080             PERFORM 2900-PRINT-REJECT
007090                 THRU 2900-PRINT-REJECT-EXIT
007100             GO TO 2600-ADD-LINE-EXIT
007110         END-IF
007120         IF PT-NEW-DATE < WS-PO-ORDER-DATE
007130             MOVE 'NEW DATE BEFORE ORDER DATE'
007140                 TO WS-REJECT-REASON
007150             PERFORM 2900-PRINT-REJECT
007160                 THRU 2900-PRINT-REJECT-EXIT
007170             GO TO 2600-ADD-LINE-EXIT
007180         END-IF
007190         MOVE PT-NEW-DATE TO WS-PO-EXPECTED-DATE
007200     END-IF.
007210
007220     PERFORM 2650-PRICE-NEW-LINE
007230         THRU 2650-PRICE-NEW-LINE-EXIT.
007240
007250     ADD 1 TO WS-LAST-LINE-NUMBER.
007260     MOVE PT-PO-NUMBER         TO PO-NUMBER.
007270     MOVE WS-LAST-LINE-NUMBER  TO PO-LINE-NUMBER.
007280     MOVE WS-PO-VENDOR-ID      TO PO-VENDOR-ID.
007290     MOVE PT-ITEM-ID           TO PO-ITEM-ID.
007300     MOVE PT-NEW-QTY           TO PO-ORDER-QTY.
007310     MOVE 0                    TO PO-RECEIVED-QTY.
007320     MOVE WS-PO-ORDER-DATE     TO PO-ORDER-DATE.
007330     MOVE WS-PO-EXPECTED-DATE  TO PO-EXPECTED-DATE.
007340     MOVE 'O'                  TO PO-LINE-STATUS.
007350     MOVE SPACES               TO PO-RECEIPT-LOCATION.
007360     MOVE 0                    TO PO-RECEIPT-UNIT-COST.
007370     MOVE 0                    TO PO-RETURNED-QTY.
007380     MOVE WS-LINE-PRICE        TO PO-UNIT-PRICE.
007390     WRITE PURCH-ORDER-RECORD
007400         INVALID KEY
007410             MOVE 'PO LINE WRITE FAILED' TO WS-REJECT-REASON
007420             PERFORM 2900-PRINT-REJECT
007430                 THRU 2900-PRINT-REJECT-EXIT
007440             GO TO 2600-ADD-LINE-EXIT
007450     END-WRITE.
007460     ADD 1 TO WS-ADD-COUNT.
007470
007480     MOVE 'LINE ADDED' TO MD-RESULT.
007490     IF NOT CATALOG-PRICE-FOUND
007500         MOVE 'LINE ADDED, NOT CATALOGUED' TO MD-RESULT
007510     END-IF.
007520     PERFORM 2850-PRINT-ACTION-LINE
007530         THRU 2850-PRINT-ACTION-LINE-EXIT.
007540 2600-ADD-LINE-EXIT.
007550     EXIT.
007560
007570*    The PO's vendor, order date, and expected date come from
007580*    its first line; its last line number from the last
007590 2610-BROWSE-ONE-PO-LINE.
007600     READ PURCH-ORDERS NEXT RECORD
007610         AT END
007620             MOVE 'Y' TO WS-PO-BROWSE-SW
007630         NOT AT END
007640             IF PO-NUMBER NOT = PT-PO-NUMBER
007650                 MOVE 'Y' TO WS-PO-BROWSE-SW
007660             ELSE
007670                 IF WS-PO-LINE-COUNT = 0
007680                     MOVE PO-VENDOR-ID     TO WS-PO-VENDOR-ID
007690                     MOVE PO-ORDER-DATE    TO WS-PO-ORDER-DATE
007700                     MOVE PO-EXPECTED-DATE
007710                         TO WS-PO-EXPECTED-DATE
007720                 END-IF
007730                 ADD 1 TO WS-PO-LINE-COUNT
007740                 MOVE PO-LINE-NUMBER TO WS-LAST-LINE-NUMBER
007750             END-IF
007760     END-READ.
007770 2610-BROWSE-ONE-PO-LINE-EXIT.
007780     EXIT.
007790
007800*--------------------------------------------------------------*
007810* 2650-PRICE-NEW-LINE -- the vendor's catalog price for the
007820*                        item in force today, or the item's
007830*                        unit cost when there is none
007840*--------------------------------------------------------------*
007850 2650-PRICE-NEW-LINE.
007860     MOVE ITEM-UNIT-COST TO WS-LINE-PRICE.
007870     MOVE 'N' TO WS-CATALOG-PRICE-SW.
007880     IF NOT VCATALOG-FILE-AVAILABLE
007890         GO TO 2650-PRICE-NEW-LINE-EXIT
007900     END-IF.
007910
007920     MOVE WS-PO-VENDOR-ID TO VC-VENDOR-ID.
007930     MOVE PT-ITEM-ID      TO VC-ITEM-ID.
007940     MOVE 0               TO VC-EFFECTIVE-DATE.
007950     MOVE 'N' TO WS-CATALOG-BROWSE-SW.
007960     START VENDOR-CATALOG KEY IS NOT LESS THAN
007970             VC-KEY OF VENDOR-CATALOG-RECORD
007980         INVALID KEY
007990             MOVE 'Y' TO WS-CATALOG-BROWSE-SW
008000     END-START.
008010     PERFORM 2660-BROWSE-ONE-CATALOG-ENTRY
008020         THRU 2660-BROWSE-ONE-CATALOG-ENTRY-EXIT
008030         UNTIL CATALOG-BROWSE-DONE.
008040 2650-PRICE-NEW-LINE-EXIT.
008050     EXIT.
008060
008070*    Entries come back in effective-date order, so the last one
008080*    not dated after today is the price in force
008090 2660-BROWSE-ONE-CATALOG-ENTRY.
008100     READ VENDOR-CATALOG NEXT RECORD
008110         AT END
008120             MOVE 'Y' TO WS-CATALOG-BROWSE-SW
008130         NOT AT END
008140             IF VC-VENDOR-ID NOT = WS-PO-VENDOR-ID
008150                     OR VC-ITEM-ID NOT = PT-ITEM-ID
008160                     OR VC-EFFECTIVE-DATE > WS-CURRENT-DATE
008170                 MOVE 'Y' TO WS-CATALOG-BROWSE-SW
008180             ELSE
008190                 MOVE VC-UNIT-PRICE TO WS-LINE-PRICE
008200                 SET CATALOG-PRICE-FOUND TO TRUE
008210             END-IF
008220     END-READ.
008230 2660-BROWSE-ONE-CATALOG-ENTRY-EXIT.
008240     EXIT.
008250
008260*--------------------------------------------------------------*
008270* 2700-CHECK-DATE -- WS-CHECK-DATE must be a plausible YYYYMMDD;
008280*                    WS-REJECT-REASON says why when it is not
008290*--------------------------------------------------------------*
008300 2700-CHECK-DATE.
008310     MOVE SPACES TO WS-REJECT-REASON.
008320     IF WS-CHECK-DATE IS NOT NUMERIC
008330         MOVE 'NEW DATE NOT NUMERIC' TO WS-REJECT-REASON
008340         GO TO 2700-CHECK-DATE-EXIT
008350     END-IF.
008360     IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
008370             OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
008380             OR WS-CHECK-YEAR < 2000
008390         MOVE 'NEW DATE NOT VALID' TO WS-REJECT-REASON
008400     END-IF.
008410 2700-CHECK-DATE-EXIT.
008420     EXIT.
008430
008440*--------------------------------------------------------------*
008450* 2800-REWRITE-PO-LINE -- put the changed line back and list
008460*                         it; receiving's PO-RECEIVED-QTY goes
008470*                         back exactly as it was read
008480*--------------------------------------------------------------*
008490 2800-REWRITE-PO-LINE.
008500     REWRITE PURCH-ORDER-RECORD
008510         INVALID KEY
008520             MOVE 'PO LINE REWRITE FAILED' TO WS-REJECT-REASON
008530             PERFORM 2900-PRINT-REJECT
008540                 THRU 2900-PRINT-REJECT-EXIT
008550             GO TO 2800-REWRITE-PO-LINE-EXIT
008560     END-REWRITE.
008570     PERFORM 2850-PRINT-ACTION-LINE
008580         THRU 2850-PRINT-ACTION-LINE-EXIT.
008590 2800-REWRITE-PO-LINE-EXIT.
008600     EXIT.
008610
008620*--------------------------------------------------------------*
008630* 2850-PRINT-ACTION-LINE -- one listing line for an applied
008640*                           action, MD-RESULT already set
008650*--------------------------------------------------------------*
008660 2850-PRINT-ACTION-LINE.
008670     MOVE PT-TRANS-CODE        TO MD-TRANS-CODE.
008680     MOVE PO-NUMBER            TO MD-PO-NUMBER.
008690     MOVE PO-LINE-NUMBER       TO MD-LINE-NUMBER.
008700     MOVE PO-ITEM-ID           TO MD-ITEM-ID.
008710     MOVE PT-REASON-CODE       TO MD-REASON-CODE.
008720     MOVE WS-OLD-ORDER-QTY     TO MD-OLD-ORDER-QTY.
008730     MOVE PO-ORDER-QTY         TO MD-NEW-ORDER-QTY.
008740     MOVE PO-RECEIVED-QTY      TO MD-RECEIVED-QTY.
008750     MOVE WS-OLD-EXPECTED-DATE TO MD-OLD-EXPECTED-DATE.
008760     MOVE PO-EXPECTED-DATE     TO MD-NEW-EXPECTED-DATE.
008770     WRITE MAINT-LISTING-LINE FROM WS-MAINT-DETAIL-LINE.
008780 2850-PRINT-ACTION-LINE-EXIT.
008790     EXIT.
008800
008810*--------------------------------------------------------------*
008820* 2900-PRINT-REJECT -- log a rejected transaction
008830*--------------------------------------------------------------*
008840 2900-PRINT-REJECT.
008850     MOVE PT-TRANS-CODE    TO MD-TRANS-CODE.
008860     MOVE PT-PO-NUMBER     TO MD-PO-NUMBER.
008870     MOVE PT-LINE-NUMBER   TO MD-LINE-NUMBER.
008880     MOVE PT-ITEM-ID       TO MD-ITEM-ID.
008890     MOVE PT-REASON-CODE   TO MD-REASON-CODE.
008900     MOVE 0                TO MD-OLD-ORDER-QTY.
008910     MOVE PT-NEW-QTY       TO MD-NEW-ORDER-QTY.
008920     MOVE 0                TO MD-RECEIVED-QTY.
008930     MOVE 0                TO MD-OLD-EXPECTED-DATE.
008940     MOVE PT-NEW-DATE      TO MD-NEW-EXPECTED-DATE.
008950     MOVE WS-REJECT-REASON TO MD-RESULT.
008960     WRITE MAINT-LISTING-LINE FROM WS-MAINT-DETAIL-LINE.
008970     ADD 1 TO WS-REJECT-COUNT.
008980 2900-PRINT-REJECT-EXIT.
008990     EXIT.
009000
009010*--------------------------------------------------------------*
009020* 3000-PRINT-TOTALS -- run totals trailer line
009030*--------------------------------------------------------------*
009040 3000-PRINT-TOTALS.
009050     MOVE WS-QTY-CHANGE-COUNT  TO MT-QTY-CHANGE-COUNT.
009060     MOVE WS-DATE-CHANGE-COUNT TO MT-DATE-CHANGE-COUNT.
009070     MOVE WS-CANCEL-COUNT      TO MT-CANCEL-COUNT.
009080     MOVE WS-CLOSE-SHORT-COUNT TO MT-CLOSE-SHORT-COUNT.
009090     MOVE WS-ADD-COUNT         TO MT-ADD-COUNT.
009100     MOVE WS-REJECT-COUNT      TO MT-REJECT-COUNT.
009110     WRITE MAINT-LISTING-LINE FROM SPACES.
009120     WRITE MAINT-LISTING-LINE FROM WS-MAINT-TOTALS-LINE.
009130 3000-PRINT-TOTALS-EXIT.
009140     EXIT.
009150
009160*--------------------------------------------------------------*
009170* 9000-TERMINATE -- close files and release the run-lock
009180*--------------------------------------------------------------*
009190 9000-TERMINATE.
009200     CLOSE PURCH-ORDERS.
009210     CLOSE ITEMS.
009220     IF VCATALOG-FILE-AVAILABLE
009230         CLOSE VENDOR-CATALOG
009240     END-IF.
009250     IF NOT MAINT-FILE-NOT-FOUND
009260         CLOSE MAINT-INPUT
009270     END-IF.
009280     CLOSE MAINT-LISTING.
009290
009300     MOVE 'R' TO WS-LOCK-ACTION.
009310     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
009320     IF WS-UNAUTHORIZED-COUNT > 0
009330         MOVE 4 TO RETURN-CODE
009340     END-IF.
009350 9000-TERMINATE-EXIT.
009360     EXIT.
009370
009380 END PROGRAM PO-MAINT.
