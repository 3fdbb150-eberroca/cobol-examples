000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Lot trace for recalls. Takes a lot number from the
000160*          environment and lists, in the order they happened,
000170*          every movement of that lot on the lot trace file
000180*          (LOTTRACE.DAT) that STOCK-POST appends to: the
000190*          receipts that brought it in and everything that took
000200*          it out. Each shipment on a customer order (an issue
000210*          referenced SO plus the order number) is shown with the
000220*          order's customer, and the trailer counts the customer
000230*          orders the lot went out on. What is still on hand of
000240*          the lot is listed by location from LOTBAL.DAT, so it
000250*          can be quarantined. An order ORDER-PURGE has since
000260*          taken off CUSTORDS is found again through the order
000270*          archive register (ORDARCH.DAT) and its dated archive.
000280*
000290*          DD-TRACE-LOT   lot number (required)
000300*          DD-TRACE-ITEM  item id, when the same lot number is
000310*                         used by more than one supplier's item
000320*                         (optional, default every item)
000330*
000340* Modification History:
000350*   10/15/2026  EB   Original version.
000360*   10/15/2026  EB   A shipment on an order purged from CUSTORDS
000370*                    takes its customer from the order's archive,
000380*                    found through ORDARCH.DAT, as ITEM-HISTORY
000390*                    does.
000400*   10/15/2026  EB   A lot with no expiry no longer leaves the
000410*                    later dates on the listing without their
000420*                    slashes.
000430* Tectonics: cobc
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. LOT-TRACE.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT LOT-TRACE ASSIGN TO WS-LOTTRACE-PATH
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-LOTTRACE-STATUS.
000540
000550     SELECT LOT-BALANCES ASSIGN TO WS-LOTBAL-PATH
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS LOT-KEY OF LOT-BALANCE-RECORD
000590         FILE STATUS IS WS-LOTBAL-STATUS.
000600
000610     SELECT CUST-ORDERS ASSIGN TO WS-CUSTORDS-PATH
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CO-KEY OF CUST-ORDER-RECORD
000650         FILE STATUS IS WS-CUSTORDS-STATUS.
000660
000670     SELECT ARCHIVE-REGISTER ASSIGN TO WS-ORDARCH-PATH
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ORDARCH-STATUS.
000700
000710     SELECT CO-ARCHIVE ASSIGN TO WS-COARCH-PATH
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-COARCH-STATUS.
000740
000750     SELECT ITEMS ASSIGN TO WS-ITEMS-PATH
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS ITEM-ID OF ITEMS-FILE
000790         FILE STATUS IS WS-ITEMS-STATUS.
000800
000810     SELECT TRACE-LISTING ASSIGN TO 'LOTTRACE.TXT'
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  LOT-TRACE.
000870     COPY LOTTREC.
000880
000890 FD  LOT-BALANCES.
000900     COPY LOTBREC.
000910
000920 FD  CUST-ORDERS.
000930     COPY CORDREC.
000940
000950 FD  ARCHIVE-REGISTER.
000960     COPY OARCREC.
000970
000980 FD  CO-ARCHIVE.
000990     COPY CORDREC
001000         REPLACING CUST-ORDER-RECORD BY CO-ARCHIVE-RECORD
001010                   CO-KEY            BY CA-KEY
001020                   CO-ORDER-NUMBER   BY CA-ORDER-NUMBER
001030                   CO-LINE-NUMBER    BY CA-LINE-NUMBER
001040                   CO-CUSTOMER-NAME  BY CA-CUSTOMER-NAME
001050                   CO-ITEM-ID        BY CA-ITEM-ID
001060                   CO-ORDER-QTY      BY CA-ORDER-QTY
001070                   CO-ALLOCATED-QTY  BY CA-ALLOCATED-QTY
001080                   CO-PICKED-QTY     BY CA-PICKED-QTY
001090                   CO-PRINTED-QTY    BY CA-PRINTED-QTY
001100                   CO-ORDER-DATE     BY CA-ORDER-DATE
001110                   CO-LINE-STATUS    BY CA-LINE-STATUS
001120                   CO-CUSTOMER-ID    BY CA-CUSTOMER-ID
001130                   CO-RETURNED-QTY   BY CA-RETURNED-QTY
001140                   CO-INVOICED-QTY   BY CA-INVOICED-QTY
001150                   CO-INVOICED-PRICE BY CA-INVOICED-PRICE.
001160
001170 FD  ITEMS.
001180     COPY ITEMREC.
001190
001200 FD  TRACE-LISTING.
001210 01  TRACE-LINE                          PIC X(110).
001220
001230 WORKING-STORAGE SECTION.
001240 01  WS-LOTTRACE-PATH                    PIC X(100)  VALUE
001250     'LOTTRACE.DAT'.
001260
001270 01  WS-LOTBAL-PATH                      PIC X(100)  VALUE
001280     'LOTBAL.DAT'.
001290
001300 01  WS-CUSTORDS-PATH                    PIC X(100)  VALUE
001310     'CUSTORDS.DAT'.
001320
001330 01  WS-ORDARCH-PATH                     PIC X(100)  VALUE
001340     'ORDARCH.DAT'.
001350
001360 01  WS-COARCH-PATH                      PIC X(100)  VALUE SPACES.
001370
001380 01  WS-ITEMS-PATH                       PIC X(100)  VALUE
001390     'ITEMS.DAT'.
001400
001410 01  WS-LOTTRACE-STATUS                  PIC X(02)   VALUE '00'.
001420     88  LOTTRACE-STATUS-OK                           VALUE '00'.
001430     88  LOTTRACE-FILE-NOT-FOUND                      VALUE '35'.
001440
001450 01  WS-LOTBAL-STATUS                    PIC X(02)   VALUE '00'.
001460     88  LOTBAL-STATUS-OK                             VALUE '00'.
001470
001480 01  WS-CUSTORDS-STATUS                  PIC X(02)   VALUE '00'.
001490     88  CUSTORDS-STATUS-OK                           VALUE '00'.
001500
001510 01  WS-ORDARCH-STATUS                   PIC X(02)   VALUE '00'.
001520     88  ORDARCH-STATUS-OK                            VALUE '00'.
001530     88  ORDARCH-FILE-NOT-FOUND                       VALUE '35'.
001540
001550 01  WS-COARCH-STATUS                    PIC X(02)   VALUE '00'.
001560     88  COARCH-STATUS-OK                             VALUE '00'.
001570
001580 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
001590     88  ITEMS-STATUS-OK                              VALUE '00'.
001600
001610 01  WS-LOTTRACE-OPEN-SW                 PIC X(01)   VALUE 'N'.
001620     88  LOTTRACE-FILE-AVAILABLE                     VALUE 'Y'.
001630
001640 01  WS-CUSTORDS-OPEN-SW                 PIC X(01)   VALUE 'N'.
001650     88  CUSTORDS-FILE-AVAILABLE                     VALUE 'Y'.
001660
001670 01  WS-ITEMS-OPEN-SW                    PIC X(01)   VALUE 'N'.
001680     88  ITEMS-FILE-AVAILABLE                        VALUE 'Y'.
001690
001700 01  WS-EOF                              PIC X(01)   VALUE 'N'.
001710     88  END-OF-LOT-TRACE                            VALUE 'Y'.
001720
001730 01  WS-LOTBAL-EOF                       PIC X(01)   VALUE 'N'.
001740     88  END-OF-LOT-BALANCES                         VALUE 'Y'.
001750
001760 01  WS-REGISTER-EOF                     PIC X(01)   VALUE 'N'.
001770     88  END-OF-REGISTER                             VALUE 'Y'.
001780
001790 01  WS-ARCHIVE-EOF                      PIC X(01)   VALUE 'N'.
001800     88  END-OF-ARCHIVE                              VALUE 'Y'.
001810
001820 01  WS-ORDER-FOUND-SW                   PIC X(01)   VALUE 'N'.
001830     88  ORDER-FOUND                                 VALUE 'Y'.
001840
001850*--------------------------------------------------------------*
001860* INQUIRY ARGUMENTS -- trimmed of trailing spaces before their
001870* numeric tests, the same way ITEM-HISTORY trims its item id
001880*--------------------------------------------------------------*
001890 01  WS-TRACE-LOT                        PIC X(10)   VALUE SPACES.
001900 01  WS-ITEM-ID-X                        PIC X(05)   VALUE SPACES.
001910 01  WS-ARG-X                            PIC X(05)   VALUE SPACES.
001920 01  WS-ARG-TABLE REDEFINES WS-ARG-X.
001930     05  WS-ARG-CHAR                 PIC X(01) OCCURS 5 TIMES.
001940 77  WS-ARG-LEN                          PIC 9(01)   VALUE 0.
001950 77  WS-TRACE-ITEM-ID                    PIC 9(05)   VALUE 0.
001960
001970*--------------------------------------------------------------*
001980* CUSTOMER ORDER TABLE -- the distinct orders the lot went out
001990* on, so an order picked in two goes counts once
002000*--------------------------------------------------------------*
002010 01  WS-ORDER-TABLE.
002020     05  WS-ORDER-ENTRY OCCURS 500 TIMES.
002030         10  OT-ORDER-NUMBER             PIC 9(06).
002040
002050 77  WS-ORDER-COUNT                      PIC 9(03)   VALUE 0.
002060 77  WS-ORDER-SUB                        PIC 9(03)   VALUE 0.
002070 77  WS-ORDER-MATCH                      PIC 9(03)   VALUE 0.
002080 77  WS-TRACE-ORDER                      PIC 9(06)   VALUE 0.
002090
002100 77  WS-EVENT-COUNT                      PIC 9(05)   VALUE 0.
002110 77  WS-RECEIVED-QTY                     PIC 9(07)   VALUE 0.
002120 77  WS-SHIPPED-QTY                      PIC 9(07)   VALUE 0.
002130 77  WS-OTHER-OUT-QTY                    PIC 9(07)   VALUE 0.
002140 77  WS-ON-HAND-QTY                      PIC 9(07)   VALUE 0.
002150
002160 01  WS-WORK-DATE.
002170     05  WS-WORK-YEAR                    PIC 9(04).
002180     05  WS-WORK-MONTH                   PIC 9(02).
002190     05  WS-WORK-DAY                     PIC 9(02).
002200
002210 01  WS-DISPLAY-DATE.
002220     05  WS-DISPLAY-MONTH                PIC 9(02).
002230     05  FILLER                          PIC X(01)   VALUE '/'.
002240     05  WS-DISPLAY-DAY                  PIC 9(02).
002250     05  FILLER                          PIC X(01)   VALUE '/'.
002260     05  WS-DISPLAY-YEAR                 PIC 9(04).
002270
002280 01  WS-DATE-TEXT                        PIC X(10)   VALUE SPACES.
002290
002300*--------------------------------------------------------------*
002310* PRINT-IMAGE LINES
002320*--------------------------------------------------------------*
002330 01  WS-HEADING-1.
002340     05  FILLER                          PIC X(14) VALUE
002350         'LOT TRACE FOR '.
002360     05  H1-LOT-NUMBER                   PIC X(10).
002370     05  FILLER                          PIC X(04) VALUE SPACES.
002380     05  H1-ITEM-TEXT                    PIC X(06) VALUE SPACES.
002390     05  H1-ITEM-ID                      PIC X(05).
002400
002410 01  WS-HEADING-2.
002420     05  FILLER                          PIC X(12) VALUE 'DATE'.
002430     05  FILLER                          PIC X(15) VALUE
002440   'MOVEMENT'.
002450     05  FILLER                          PIC X(07) VALUE 'ITEM'.
002460     05  FILLER                          PIC X(05) VALUE 'LOC'.
002470     05  FILLER                          PIC X(08) VALUE
002480         '   QTY  '.
002490     05  FILLER                          PIC X(12) VALUE
002500         'REFERENCE'.
002510     05  FILLER                          PIC X(12) VALUE
002520         'EXPIRES'.
002530     05  FILLER                          PIC X(30) VALUE
002540         'CUSTOMER'.
002550
002560 01  WS-ARCHIVE-MISSING-LINE.
002570     05  FILLER                          PIC X(08) VALUE
002580         'ARCHIVE '.
002590     05  AM-ARCHIVE-NAME                 PIC X(20).
002600     05  FILLER                          PIC X(36) VALUE
002610         ' NOT ON DISK -- ITS ORDERS NOT NAMED'.
002620
002630 01  WS-DETAIL-LINE.
002640     05  DL-DATE                         PIC X(10).
002650     05  FILLER                          PIC X(02) VALUE SPACES.
002660     05  DL-MOVEMENT                     PIC X(13).
002670     05  FILLER                          PIC X(02) VALUE SPACES.
002680     05  DL-ITEM-ID                      PIC 9(05).
002690     05  FILLER                          PIC X(02) VALUE SPACES.
002700     05  DL-LOCATION                     PIC X(03).
002710     05  FILLER                          PIC X(02) VALUE SPACES.
002720     05  DL-QUANTITY                     PIC ZZ,ZZ9.
002730     05  FILLER                          PIC X(02) VALUE SPACES.
002740     05  DL-REFERENCE                    PIC X(10).
002750     05  FILLER                          PIC X(02) VALUE SPACES.
002760     05  DL-EXPIRY-DATE                  PIC X(10).
002770     05  FILLER                          PIC X(02) VALUE SPACES.
002780     05  DL-CUSTOMER-ID                  PIC X(05).
002790     05  FILLER                          PIC X(01) VALUE SPACE.
002800     05  DL-CUSTOMER-NAME                PIC X(25).
002810
002820 01  WS-ON-HAND-HEADING.
002830     05  FILLER                          PIC X(30) VALUE
002840         'STILL ON HAND'.
002850
002860 01  WS-ON-HAND-LINE.
002870     05  FILLER                          PIC X(27) VALUE SPACES.
002880     05  OL-ITEM-ID                      PIC 9(05).
002890     05  FILLER                          PIC X(02) VALUE SPACES.
002900     05  OL-LOCATION                     PIC X(03).
002910     05  FILLER                          PIC X(02) VALUE SPACES.
002920     05  OL-QUANTITY                     PIC ZZ,ZZ9.
002930     05  FILLER                          PIC X(02) VALUE SPACES.
002940     05  OL-ITEM-NAME                    PIC X(25).
002950
002960 01  WS-TOTAL-LINE-1.
002970     05  FILLER                          PIC X(16) VALUE
002980         'RECEIVED:'.
002990     05  TL-RECEIVED-QTY                 PIC Z,ZZZ,ZZ9.
003000     05  FILLER                          PIC X(04) VALUE SPACES.
003010     05  FILLER                          PIC X(20) VALUE
003020         'SHIPPED TO ORDERS:'.
003030     05  TL-SHIPPED-QTY                  PIC Z,ZZZ,ZZ9.
003040     05  FILLER                          PIC X(04) VALUE SPACES.
003050     05  FILLER                          PIC X(16) VALUE
003060         'OTHER OUT:'.
003070     05  TL-OTHER-OUT-QTY                PIC Z,ZZZ,ZZ9.
003080
003090 01  WS-TOTAL-LINE-2.
003100     05  FILLER                          PIC X(16) VALUE
003110         'CUSTOMER ORDERS:'.
003120     05  TL-ORDER-COUNT                  PIC Z,ZZZ,ZZ9.
003130     05  FILLER                          PIC X(04) VALUE SPACES.
003140     05  FILLER                          PIC X(20) VALUE
003150         'STILL ON HAND:'.
003160     05  TL-ON-HAND-QTY                  PIC Z,ZZZ,ZZ9.
003170
003180 PROCEDURE DIVISION.
003190*--------------------------------------------------------------*
003200* 0000-MAINLINE
003210*--------------------------------------------------------------*
003220 0000-MAINLINE.
003230     PERFORM 1000-INITIALIZE
003240         THRU 1000-INITIALIZE-EXIT.
003250
003260     PERFORM 2000-TRACE-ONE-MOVEMENT
003270         THRU 2000-TRACE-ONE-MOVEMENT-EXIT
003280         UNTIL END-OF-LOT-TRACE.
003290
003300     PERFORM 3000-PRINT-ON-HAND
003310         THRU 3000-PRINT-ON-HAND-EXIT.
003320
003330     PERFORM 3600-PRINT-TOTALS
003340         THRU 3600-PRINT-TOTALS-EXIT.
003350
003360     PERFORM 9000-TERMINATE
003370         THRU 9000-TERMINATE-EXIT.
003380
003390     STOP RUN.
003400
003410*--------------------------------------------------------------*
003420* 1000-INITIALIZE -- take the lot (and item) to trace, open the
003430*                    trace file, the order and item masters,
003440*                    and the listing
003450*--------------------------------------------------------------*
003460 1000-INITIALIZE.
003470     ACCEPT WS-TRACE-LOT FROM ENVIRONMENT 'DD-TRACE-LOT'
003480         ON EXCEPTION
003490             CONTINUE
003500     END-ACCEPT.
003510     IF WS-TRACE-LOT = SPACES
003520         DISPLAY 'LOT-TRACE: DD-TRACE-LOT NOT GIVEN'
003530         GO TO 1000-INITIALIZE-ABEND
003540     END-IF.
003550
003560     ACCEPT WS-ITEM-ID-X FROM ENVIRONMENT 'DD-TRACE-ITEM'
003570         ON EXCEPTION
003580             CONTINUE
003590     END-ACCEPT.
003600     IF WS-ITEM-ID-X NOT = SPACES
003610         MOVE WS-ITEM-ID-X TO WS-ARG-X
003620         PERFORM 1200-TRIM-INQUIRY-ARG
003630             THRU 1200-TRIM-INQUIRY-ARG-EXIT
003640         IF WS-ARG-LEN = 0
003650                 OR WS-ARG-X (1:WS-ARG-LEN) IS NOT NUMERIC
003660             DISPLAY 'LOT-TRACE: DD-TRACE-ITEM NOT NUMERIC: '
003670                 WS-ITEM-ID-X
003680             GO TO 1000-INITIALIZE-ABEND
003690         END-IF
003700         MOVE WS-ARG-X (1:WS-ARG-LEN) TO WS-TRACE-ITEM-ID
003710     END-IF.
003720
003730     ACCEPT WS-LOTTRACE-PATH FROM ENVIRONMENT 'DD-LOTTRACE'
003740         ON EXCEPTION
003750             CONTINUE
003760     END-ACCEPT.
003770     IF WS-LOTTRACE-PATH = SPACES
003780         MOVE 'LOTTRACE.DAT' TO WS-LOTTRACE-PATH
003790     END-IF.
003800     ACCEPT WS-LOTBAL-PATH FROM ENVIRONMENT 'DD-LOTBAL'
003810         ON EXCEPTION
003820             CONTINUE
003830     END-ACCEPT.
003840     IF WS-LOTBAL-PATH = SPACES
003850         MOVE 'LOTBAL.DAT' TO WS-LOTBAL-PATH
003860     END-IF.
003870     ACCEPT WS-CUSTORDS-PATH FROM ENVIRONMENT 'DD-CUSTORDS'
003880         ON EXCEPTION
003890             CONTINUE
003900     END-ACCEPT.
003910     IF WS-CUSTORDS-PATH = SPACES
003920         MOVE 'CUSTORDS.DAT' TO WS-CUSTORDS-PATH
003930     END-IF.
003940     ACCEPT WS-ORDARCH-PATH FROM ENVIRONMENT 'DD-ORDARCH'
003950         ON EXCEPTION
003960             CONTINUE
003970     END-ACCEPT.
003980     IF WS-ORDARCH-PATH = SPACES
003990         MOVE 'ORDARCH.DAT' TO WS-ORDARCH-PATH
004000     END-IF.
004010     ACCEPT WS-ITEMS-PATH FROM ENVIRONMENT 'DD-ITEMS'
004020         ON EXCEPTION
004030             CONTINUE
004040     END-ACCEPT.
004050     IF WS-ITEMS-PATH = SPACES
004060         MOVE 'ITEMS.DAT' TO WS-ITEMS-PATH
004070     END-IF.
004080
004090*    No trace file yet means no lot has moved; the listing still
004100*    prints, empty, so the answer is on paper
004110     OPEN INPUT LOT-TRACE.
004120     IF LOTTRACE-FILE-NOT-FOUND
004130         MOVE 'Y' TO WS-EOF
004140     ELSE
004150         IF NOT LOTTRACE-STATUS-OK
004160             DISPLAY 'LOT-TRACE: UNABLE TO OPEN LOTTRACE, '
004170                 'STATUS = ' WS-LOTTRACE-STATUS
004180             GO TO 1000-INITIALIZE-ABEND
004190         END-IF
004200         MOVE 'Y' TO WS-LOTTRACE-OPEN-SW
004210     END-IF.
004220
004230*    Without the masters the trace still prints, by number
004240     OPEN INPUT CUST-ORDERS.
004250     IF CUSTORDS-STATUS-OK
004260         MOVE 'Y' TO WS-CUSTORDS-OPEN-SW
004270     END-IF.
004280     OPEN INPUT ITEMS.
004290     IF ITEMS-STATUS-OK
004300         MOVE 'Y' TO WS-ITEMS-OPEN-SW
004310     END-IF.
004320
004330     OPEN OUTPUT TRACE-LISTING.
004340     MOVE WS-TRACE-LOT TO H1-LOT-NUMBER.
004350     IF WS-TRACE-ITEM-ID NOT = 0
004360         MOVE 'ITEM: '         TO H1-ITEM-TEXT
004370         MOVE WS-TRACE-ITEM-ID TO H1-ITEM-ID
004380     END-IF.
004390     WRITE TRACE-LINE FROM WS-HEADING-1.
004400     WRITE TRACE-LINE FROM SPACES.
004410     WRITE TRACE-LINE FROM WS-HEADING-2.
004420     WRITE TRACE-LINE FROM SPACES.
004430 1000-INITIALIZE-EXIT.
004440     EXIT.
004450
004460 1000-INITIALIZE-ABEND.
004470     MOVE 16 TO RETURN-CODE.
004480     STOP RUN.
004490
004500 1200-TRIM-INQUIRY-ARG.
004510     MOVE 5 TO WS-ARG-LEN.
004520     PERFORM 1250-BACK-UP-ONE-CHARACTER
004530         THRU 1250-BACK-UP-ONE-CHARACTER-EXIT
004540         UNTIL WS-ARG-LEN = 0
004550         OR WS-ARG-CHAR (WS-ARG-LEN) NOT = SPACE.
004560 1200-TRIM-INQUIRY-ARG-EXIT.
004570     EXIT.
004580
004590 1250-BACK-UP-ONE-CHARACTER.
004600     SUBTRACT 1 FROM WS-ARG-LEN.
004610 1250-BACK-UP-ONE-CHARACTER-EXIT.
004620     EXIT.
004630
004640*--------------------------------------------------------------*
004650* 1300-FORMAT-DATE -- WS-WORK-DATE to MM/DD/YYYY in WS-DATE-TEXT;
004660*                     a lot with no expiry prints NONE
004670*--------------------------------------------------------------*
004680 1300-FORMAT-DATE.
004690     IF WS-WORK-DATE = ZEROS
004700         MOVE 'NONE' TO WS-DATE-TEXT
004710         GO TO 1300-FORMAT-DATE-EXIT
004720     END-IF.
004730     MOVE WS-WORK-MONTH TO WS-DISPLAY-MONTH.
004740     MOVE WS-WORK-DAY   TO WS-DISPLAY-DAY.
004750     MOVE WS-WORK-YEAR  TO WS-DISPLAY-YEAR.
004760     MOVE WS-DISPLAY-DATE TO WS-DATE-TEXT.
004770 1300-FORMAT-DATE-EXIT.
004780     EXIT.
004790
004800*--------------------------------------------------------------*
004810* 2000-TRACE-ONE-MOVEMENT -- one trace record; the lot's own
004820*                            movements are printed and totalled
004830*--------------------------------------------------------------*
004840 2000-TRACE-ONE-MOVEMENT.
004850     READ LOT-TRACE
004860         AT END
004870             MOVE 'Y' TO WS-EOF
004880             GO TO 2000-TRACE-ONE-MOVEMENT-EXIT
004890     END-READ.
004900
004910     IF LTR-LOT-NUMBER NOT = WS-TRACE-LOT
004920         GO TO 2000-TRACE-ONE-MOVEMENT-EXIT
004930     END-IF.
004940     IF WS-TRACE-ITEM-ID NOT = 0
004950             AND LTR-ITEM-ID NOT = WS-TRACE-ITEM-ID
004960         GO TO 2000-TRACE-ONE-MOVEMENT-EXIT
004970     END-IF.
004980
004990     ADD 1 TO WS-EVENT-COUNT.
005000     MOVE SPACES TO DL-CUSTOMER-ID.
005010     MOVE SPACES TO DL-CUSTOMER-NAME.
005020     EVALUATE LTR-MOVE-TYPE
005030         WHEN 'R'
005040             MOVE 'RECEIVED'      TO DL-MOVEMENT
005050             ADD LTR-QUANTITY     TO WS-RECEIVED-QTY
005060         WHEN 'U'
005070             MOVE 'CUST RETURN'   TO DL-MOVEMENT
005080             ADD LTR-QUANTITY     TO WS-RECEIVED-QTY
005090         WHEN 'I'
005100             IF LTR-REFERENCE (1:2) = 'SO'
005110                     AND LTR-REFERENCE (3:6) IS NUMERIC
005120                 MOVE 'SHIPPED'   TO DL-MOVEMENT
005130                 ADD LTR-QUANTITY TO WS-SHIPPED-QTY
005140                 PERFORM 2100-NOTE-CUSTOMER-ORDER
005150                     THRU 2100-NOTE-CUSTOMER-ORDER-EXIT
005160             ELSE
005170                 MOVE 'ISSUED'    TO DL-MOVEMENT
005180                 ADD LTR-QUANTITY TO WS-OTHER-OUT-QTY
005190             END-IF
005200         WHEN 'V'
005210             MOVE 'VENDOR RETURN' TO DL-MOVEMENT
005220             ADD LTR-QUANTITY     TO WS-OTHER-OUT-QTY
005230         WHEN 'W'
005240             MOVE 'WRITTEN OFF'   TO DL-MOVEMENT
005250             ADD LTR-QUANTITY     TO WS-OTHER-OUT-QTY
005260         WHEN 'J'
005270             MOVE 'COUNTED OUT'   TO DL-MOVEMENT
005280             ADD LTR-QUANTITY     TO WS-OTHER-OUT-QTY
005290         WHEN OTHER
005300             MOVE LTR-MOVE-TYPE   TO DL-MOVEMENT
005310     END-EVALUATE.
005320
005330     MOVE LTR-DATE        TO WS-WORK-DATE.
005340     PERFORM 1300-FORMAT-DATE
005350         THRU 1300-FORMAT-DATE-EXIT.
005360     MOVE WS-DATE-TEXT    TO DL-DATE.
005370     MOVE LTR-ITEM-ID     TO DL-ITEM-ID.
005380     MOVE LTR-LOCATION    TO DL-LOCATION.
005390     MOVE LTR-QUANTITY    TO DL-QUANTITY.
005400     MOVE LTR-REFERENCE   TO DL-REFERENCE.
005410     MOVE LTR-EXPIRY-DATE TO WS-WORK-DATE.
005420     PERFORM 1300-FORMAT-DATE
005430         THRU 1300-FORMAT-DATE-EXIT.
005440     MOVE WS-DATE-TEXT    TO DL-EXPIRY-DATE.
005450     WRITE TRACE-LINE FROM WS-DETAIL-LINE.
005460 2000-TRACE-ONE-MOVEMENT-EXIT.
005470     EXIT.
005480
005490*--------------------------------------------------------------*
005500* 2100-NOTE-CUSTOMER-ORDER -- who the order was for, from its
005510*                             first line on CUSTORDS or, once the
005520*                             order has been purged, from its
005530*                             archive, and count the order once
005540*--------------------------------------------------------------*
005550 2100-NOTE-CUSTOMER-ORDER.
005560     MOVE LTR-REFERENCE (3:6) TO WS-TRACE-ORDER.
005570
005580     MOVE 0 TO WS-ORDER-MATCH.
005590     PERFORM 2150-CHECK-ONE-ORDER
005600         THRU 2150-CHECK-ONE-ORDER-EXIT
005610         VARYING WS-ORDER-SUB FROM 1 BY 1
005620         UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
005630         OR WS-ORDER-MATCH > 0.
005640     IF WS-ORDER-MATCH = 0 AND WS-ORDER-COUNT < 500
005650         ADD 1 TO WS-ORDER-COUNT
005660         MOVE WS-TRACE-ORDER TO OT-ORDER-NUMBER (WS-ORDER-COUNT)
005670     END-IF.
005680
005690     MOVE '*** ORDER NOT ON FILE ***' TO DL-CUSTOMER-NAME.
005700     MOVE 'N' TO WS-ORDER-FOUND-SW.
005710     IF CUSTORDS-FILE-AVAILABLE
005720         PERFORM 2110-READ-LIVE-ORDER
005730             THRU 2110-READ-LIVE-ORDER-EXIT
005740     END-IF.
005750     IF NOT ORDER-FOUND
005760         PERFORM 2200-SEARCH-ARCHIVES
005770             THRU 2200-SEARCH-ARCHIVES-EXIT
005780     END-IF.
005790 2100-NOTE-CUSTOMER-ORDER-EXIT.
005800     EXIT.
005810
005820 2110-READ-LIVE-ORDER.
005830     MOVE WS-TRACE-ORDER TO CO-ORDER-NUMBER.
005840     MOVE 0              TO CO-LINE-NUMBER.
005850     START CUST-ORDERS KEY IS NOT LESS THAN
005860             CO-KEY OF CUST-ORDER-RECORD
005870         INVALID KEY
005880             GO TO 2110-READ-LIVE-ORDER-EXIT
005890     END-START.
005900     READ CUST-ORDERS NEXT RECORD
005910         AT END
005920             GO TO 2110-READ-LIVE-ORDER-EXIT
005930     END-READ.
005940     IF CO-ORDER-NUMBER = WS-TRACE-ORDER
005950         MOVE CO-CUSTOMER-ID   TO DL-CUSTOMER-ID
005960         MOVE CO-CUSTOMER-NAME TO DL-CUSTOMER-NAME
005970         MOVE 'Y'              TO WS-ORDER-FOUND-SW
005980     END-IF.
005990 2110-READ-LIVE-ORDER-EXIT.
006000     EXIT.
006010
006020 2150-CHECK-ONE-ORDER.
006030     IF OT-ORDER-NUMBER (WS-ORDER-SUB) = WS-TRACE-ORDER
006040         MOVE WS-ORDER-SUB TO WS-ORDER-MATCH
006050     END-IF.
006060 2150-CHECK-ONE-ORDER-EXIT.
006070     EXIT.
006080
006090*--------------------------------------------------------------*
006100* 2200-SEARCH-ARCHIVES -- every customer order archive in the
006110*                         order archive register is read for the
006120*                         order's lines until one is found. An
006130*                         archive since removed from disk is noted
006140*                         on the listing, not fatal.
006150*--------------------------------------------------------------*
006160 2200-SEARCH-ARCHIVES.
006170     OPEN INPUT ARCHIVE-REGISTER.
006180     IF ORDARCH-FILE-NOT-FOUND
006190         GO TO 2200-SEARCH-ARCHIVES-EXIT
006200     END-IF.
006210     IF NOT ORDARCH-STATUS-OK
006220         DISPLAY 'LOT-TRACE: ARCHIVE REGISTER OPEN FAILED, '
006230             'STATUS = ' WS-ORDARCH-STATUS
006240         GO TO 2200-SEARCH-ARCHIVES-EXIT
006250     END-IF.
006260     MOVE 'N' TO WS-REGISTER-EOF.
006270     PERFORM 2210-READ-ONE-ARCHIVE
006280         THRU 2210-READ-ONE-ARCHIVE-EXIT
006290         UNTIL END-OF-REGISTER
006300         OR ORDER-FOUND.
006310     CLOSE ARCHIVE-REGISTER.
006320 2200-SEARCH-ARCHIVES-EXIT.
006330     EXIT.
006340
006350 2210-READ-ONE-ARCHIVE.
006360     READ ARCHIVE-REGISTER
006370         AT END
006380             MOVE 'Y' TO WS-REGISTER-EOF
006390             GO TO 2210-READ-ONE-ARCHIVE-EXIT
006400     END-READ.
006410     IF OA-CUSTOMER-ORDER-LINES
006420         PERFORM 2220-SCAN-ORDER-ARCHIVE
006430             THRU 2220-SCAN-ORDER-ARCHIVE-EXIT
006440     END-IF.
006450 2210-READ-ONE-ARCHIVE-EXIT.
006460     EXIT.
006470
006480 2220-SCAN-ORDER-ARCHIVE.
006490     MOVE OA-ARCHIVE-NAME TO WS-COARCH-PATH.
006500     OPEN INPUT CO-ARCHIVE.
006510     IF NOT COARCH-STATUS-OK
006520         MOVE OA-ARCHIVE-NAME TO AM-ARCHIVE-NAME
006530         WRITE TRACE-LINE FROM WS-ARCHIVE-MISSING-LINE
006540         GO TO 2220-SCAN-ORDER-ARCHIVE-EXIT
006550     END-IF.
006560     MOVE 'N' TO WS-ARCHIVE-EOF.
006570     PERFORM 2230-CHECK-ARCHIVED-LINE
006580         THRU 2230-CHECK-ARCHIVED-LINE-EXIT
006590         UNTIL END-OF-ARCHIVE
006600         OR ORDER-FOUND.
006610     CLOSE CO-ARCHIVE.
006620 2220-SCAN-ORDER-ARCHIVE-EXIT.
006630     EXIT.
006640
006650 2230-CHECK-ARCHIVED-LINE.
006660     READ CO-ARCHIVE
006670         AT END
006680             MOVE 'Y' TO WS-ARCHIVE-EOF
006690             GO TO 2230-CHECK-ARCHIVED-LINE-EXIT
006700     END-READ.
006710     IF CA-ORDER-NUMBER = WS-TRACE-ORDER
006720         MOVE CA-CUSTOMER-ID   TO DL-CUSTOMER-ID
006730         MOVE CA-CUSTOMER-NAME TO DL-CUSTOMER-NAME
006740         MOVE 'Y'              TO WS-ORDER-FOUND-SW
006750     END-IF.
006760 2230-CHECK-ARCHIVED-LINE-EXIT.
006770     EXIT.
006780
006790*--------------------------------------------------------------*
006800* 3000-PRINT-ON-HAND -- where the lot still sits, to be pulled
006810*                       off the shelf
006820*--------------------------------------------------------------*
006830 3000-PRINT-ON-HAND.
006840     OPEN INPUT LOT-BALANCES.
006850     IF NOT LOTBAL-STATUS-OK
006860         GO TO 3000-PRINT-ON-HAND-EXIT
006870     END-IF.
006880
006890     WRITE TRACE-LINE FROM SPACES.
006900     WRITE TRACE-LINE FROM WS-ON-HAND-HEADING.
006910     PERFORM 3100-CHECK-ONE-BALANCE
006920         THRU 3100-CHECK-ONE-BALANCE-EXIT
006930         UNTIL END-OF-LOT-BALANCES.
006940     CLOSE LOT-BALANCES.
006950 3000-PRINT-ON-HAND-EXIT.
006960     EXIT.
006970
006980 3100-CHECK-ONE-BALANCE.
006990     READ LOT-BALANCES NEXT RECORD
007000         AT END
007010             MOVE 'Y' TO WS-LOTBAL-EOF
007020             GO TO 3100-CHECK-ONE-BALANCE-EXIT
007030     END-READ.
007040     IF LOT-NUMBER NOT = WS-TRACE-LOT OR LOT-QUANTITY = 0
007050         GO TO 3100-CHECK-ONE-BALANCE-EXIT
007060     END-IF.
007070     IF WS-TRACE-ITEM-ID NOT = 0
007080             AND LOT-ITEM-ID NOT = WS-TRACE-ITEM-ID
007090         GO TO 3100-CHECK-ONE-BALANCE-EXIT
007100     END-IF.
007110
007120     MOVE SPACES TO OL-ITEM-NAME.
007130     IF ITEMS-FILE-AVAILABLE
007140         MOVE LOT-ITEM-ID TO ITEM-ID
007150         READ ITEMS
007160             INVALID KEY
007170                 MOVE '*** NOT ON FILE ***' TO OL-ITEM-NAME
007180             NOT INVALID KEY
007190                 MOVE ITEM-NAME TO OL-ITEM-NAME
007200         END-READ
007210     END-IF.
007220     MOVE LOT-ITEM-ID       TO OL-ITEM-ID.
007230     MOVE LOT-LOCATION-CODE TO OL-LOCATION.
007240     MOVE LOT-QUANTITY      TO OL-QUANTITY.
007250     WRITE TRACE-LINE FROM WS-ON-HAND-LINE.
007260     ADD LOT-QUANTITY TO WS-ON-HAND-QTY.
007270 3100-CHECK-ONE-BALANCE-EXIT.
007280     EXIT.
007290
007300*--------------------------------------------------------------*
007310* 3600-PRINT-TOTALS -- in, out to customers, out otherwise, and
007320*                      the orders to contact
007330*--------------------------------------------------------------*
007340 3600-PRINT-TOTALS.
007350     IF WS-EVENT-COUNT = 0
007360         WRITE TRACE-LINE FROM SPACES
007370         MOVE 'NO MOVEMENTS ON FILE FOR THIS LOT' TO TRACE-LINE
007380         WRITE TRACE-LINE
007390     END-IF.
007400     MOVE WS-RECEIVED-QTY  TO TL-RECEIVED-QTY.
007410     MOVE WS-SHIPPED-QTY   TO TL-SHIPPED-QTY.
007420     MOVE WS-OTHER-OUT-QTY TO TL-OTHER-OUT-QTY.
007430     MOVE WS-ORDER-COUNT   TO TL-ORDER-COUNT.
007440     MOVE WS-ON-HAND-QTY   TO TL-ON-HAND-QTY.
007450     WRITE TRACE-LINE FROM SPACES.
007460     WRITE TRACE-LINE FROM WS-TOTAL-LINE-1.
007470     WRITE TRACE-LINE FROM WS-TOTAL-LINE-2.
007480 3600-PRINT-TOTALS-EXIT.
007490     EXIT.
007500
007510*--------------------------------------------------------------*
007520* 9000-TERMINATE -- close files
007530*--------------------------------------------------------------*
007540 9000-TERMINATE.
007550     IF LOTTRACE-FILE-AVAILABLE
007560         CLOSE LOT-TRACE
007570     END-IF.
007580     IF CUSTORDS-FILE-AVAILABLE
007590         CLOSE CUST-ORDERS
007600     END-IF.
007610     IF ITEMS-FILE-AVAILABLE
007620         CLOSE ITEMS
007630     END-IF.
007640     CLOSE TRACE-LISTING.
007650 9000-TERMINATE-EXIT.
007660     EXIT.
007670
007680 END PROGRAM LOT-TRACE.
