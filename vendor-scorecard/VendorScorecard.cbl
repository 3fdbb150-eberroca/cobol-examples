000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Monthly vendor delivery scorecard, one line per
000160*          vendor on the VENDORS master. Every PO receipt
000170*          STOCK-POST ledgers in the report month (move type R,
000180*          reference PO plus the PO number) is matched back to
000190*          its PO line on PORDERS.DAT -- the line on that PO
000200*          carrying the receipt's item -- and its ledger date
000210*          compared with the line's PO-EXPECTED-DATE: received
000220*          before it is early, on it is on time, after it is
000230*          late. Days late are averaged over the late receipts.
000240*          The fill rate is the quantity received against the
000250*          quantity ordered on the vendor's PO lines due in the
000260*          month; lines purchasing canceled are left out.
000270*
000280*          A split delivery scores once per receipt. Receipts
000290*          whose PO line is no longer on file, or whose vendor
000300*          is no longer on the master, are counted at the foot
000310*          of the report rather than scored.
000320*
000330*          Days late are figured on the same 30-day-month,
000340*          360-day-year basis PURCH-ORDER uses to promise the
000350*          expected date.
000360*
000370*          DD-SCORE-MONTH  month to report (YYYYMM), default
000380*                          the current month
000390*
000400* Modification History:
000410*   10/15/2026  EB   Original version.
000411*   10/15/2026  EB   Canceled PO lines left out of the fill rate.
000420* Tectonics: cobc
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. VENDOR-SCORECARD.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT VENDORS ASSIGN TO WS-VENDORS-PATH
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS VENDOR-ID OF VENDORS-FILE
000540         FILE STATUS IS WS-VENDORS-STATUS.
000550
000560     SELECT PURCH-ORDERS ASSIGN TO WS-PORDERS-PATH
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS PO-KEY OF PURCH-ORDER-RECORD
000600         FILE STATUS IS WS-PORDERS-STATUS.
000610
000620     SELECT MOVE-LEDGER ASSIGN TO WS-LEDGER-PATH
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-LEDGER-STATUS.
000650
000660     SELECT SCORECARD-LISTING ASSIGN TO 'SCORECRD.TXT'
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  VENDORS.
000720     COPY VENDREC.
000730
000740 FD  PURCH-ORDERS.
000750     COPY PORDREC.
000760
000770 FD  MOVE-LEDGER.
000780     COPY LEDGREC.
000790
000800 FD  SCORECARD-LISTING.
000810 01  SCORECARD-LINE                      PIC X(100).
000820
000830 WORKING-STORAGE SECTION.
000840 01  WS-VENDORS-PATH                     PIC X(100)  VALUE
000850     'VENDORS.DAT'.
000860
000870 01  WS-PORDERS-PATH                     PIC X(100)  VALUE
000880     'PORDERS.DAT'.
000890
000900 01  WS-LEDGER-PATH                      PIC X(100)  VALUE
000910     'ITEMLDGR.DAT'.
000920
000930 01  WS-VENDORS-STATUS                   PIC X(02)   VALUE '00'.
000940     88  VENDORS-STATUS-OK                            VALUE '00'.
000950
000960 01  WS-PORDERS-STATUS                   PIC X(02)   VALUE '00'.
000970     88  PORDERS-STATUS-OK                            VALUE '00'.
000980     88  PORDERS-FILE-NOT-FOUND                       VALUE '35'.
000990
001000 01  WS-LEDGER-STATUS                    PIC X(02)   VALUE '00'.
001010     88  LEDGER-STATUS-OK                             VALUE '00'.
001020     88  LEDGER-FILE-NOT-FOUND                        VALUE '35'.
001030
001040 01  WS-VENDORS-EOF                      PIC X(01)   VALUE 'N'.
001050     88  END-OF-VENDORS                              VALUE 'Y'.
001060
001070 01  WS-PORDERS-EOF                      PIC X(01)   VALUE 'N'.
001080     88  END-OF-PURCH-ORDERS                         VALUE 'Y'.
001090
001100 01  WS-LEDGER-EOF                       PIC X(01)   VALUE 'N'.
001110     88  END-OF-LEDGER                               VALUE 'Y'.
001120
001130 01  WS-PORDERS-OPEN-SW                  PIC X(01)   VALUE 'N'.
001140     88  PORDERS-FILE-AVAILABLE                      VALUE 'Y'.
001150
001160 01  WS-PO-BROWSE-SW                     PIC X(01)   VALUE 'N'.
001170     88  PO-BROWSE-DONE                              VALUE 'Y'.
001180
001190 01  WS-PO-FOUND-SW                      PIC X(01)   VALUE 'N'.
001200     88  PO-LINE-FOUND                               VALUE 'Y'.
001210
001220 01  WS-SCORE-MONTH                      PIC X(06)   VALUE SPACES.
001230 77  WS-RECEIPT-PO-NUMBER                PIC 9(06)   VALUE 0.
001240
001250*--------------------------------------------------------------*
001260* VENDOR TABLE -- one entry per VENDORS master record, in key
001270* order, carrying the month's delivery counts and quantities
001280*--------------------------------------------------------------*
001290 01  WS-VENDOR-TABLE.
001300     05  WS-VENDOR-ENTRY OCCURS 500 TIMES.
001310         10  VT-VENDOR-ID                PIC 9(05).
001320         10  VT-VENDOR-NAME              PIC X(25).
001330         10  VT-RECEIPTS                 PIC 9(05).
001340         10  VT-ON-TIME                  PIC 9(05).
001350         10  VT-EARLY                    PIC 9(05).
001360         10  VT-LATE                     PIC 9(05).
001370         10  VT-DAYS-LATE                PIC 9(07).
001380         10  VT-ORDERED-QTY              PIC 9(07).
001390         10  VT-RECEIVED-QTY             PIC 9(07).
001400
001410 77  WS-VENDOR-COUNT                     PIC 9(04)   VALUE 0.
001420 77  WS-VENDOR-SUB                       PIC 9(04)   VALUE 0.
001430 77  WS-VENDOR-MATCH                     PIC 9(04)   VALUE 0.
001440 77  WS-LOOKUP-VENDOR-ID                 PIC 9(05)   VALUE 0.
001450
001460*--------------------------------------------------------------*
001470* REPORT TOTALS AND EXCEPTION COUNTS
001480*--------------------------------------------------------------*
001490 77  WS-TOTAL-RECEIPTS                   PIC 9(05)   VALUE 0.
001500 77  WS-TOTAL-ON-TIME                    PIC 9(05)   VALUE 0.
001510 77  WS-TOTAL-EARLY                      PIC 9(05)   VALUE 0.
001520 77  WS-TOTAL-LATE                       PIC 9(05)   VALUE 0.
001530 77  WS-TOTAL-DAYS-LATE                  PIC 9(07)   VALUE 0.
001540 77  WS-TOTAL-ORDERED-QTY                PIC 9(07)   VALUE 0.
001550 77  WS-TOTAL-RECEIVED-QTY               PIC 9(07)   VALUE 0.
001560 77  WS-NO-PO-LINE-COUNT                 PIC 9(05)   VALUE 0.
001570 77  WS-NO-VENDOR-COUNT                  PIC 9(05)   VALUE 0.
001580 77  WS-TABLE-FULL-COUNT                 PIC 9(05)   VALUE 0.
001590
001600 77  WS-AVERAGE-LATE               PIC 9(03)V9(01)   VALUE 0.
001610 77  WS-FILL-PCT                   PIC 9(03)V9(01)   VALUE 0.
001620
001630*--------------------------------------------------------------*
001640* REPORT CONTROL COUNTERS
001650*--------------------------------------------------------------*
001660 77  WS-PAGE-NUMBER                      PIC 9(03)   VALUE 0.
001670 77  WS-LINE-COUNT                       PIC 9(03)   VALUE 99.
001680 77  WS-LINES-PER-PAGE                   PIC 9(03)   VALUE 50.
001690
001700*--------------------------------------------------------------*
001710* DATE WORK AREAS -- 30-day-month serial days
001720*--------------------------------------------------------------*
001730 77  WS-DATE-SERIAL                      PIC 9(07)   VALUE 0.
001740 77  WS-EXPECTED-SERIAL                  PIC 9(07)   VALUE 0.
001750 77  WS-DAYS-LATE                        PIC S9(05)  VALUE 0.
001760
001770 01  WS-WORK-DATE.
001780     05  WS-WORK-YEAR                    PIC 9(04).
001790     05  WS-WORK-MONTH                   PIC 9(02).
001800     05  WS-WORK-DAY                     PIC 9(02).
001810
001820 01  WS-CURRENT-DATE.
001830     05  WS-CURRENT-YEAR                 PIC 9(04).
001840     05  WS-CURRENT-MONTH                PIC 9(02).
001850     05  WS-CURRENT-DAY                  PIC 9(02).
001860
001870*--------------------------------------------------------------*
001880* PRINT-IMAGE LINES
001890*--------------------------------------------------------------*
001900 01  WS-HEADING-1.
001910     05  FILLER                          PIC X(30) VALUE
001920         'VENDOR DELIVERY SCORECARD'.
001930     05  FILLER                          PIC X(10) VALUE SPACES.
001940     05  FILLER                          PIC X(06) VALUE
001950         'MONTH:'.
001960     05  FILLER                          PIC X(01) VALUE SPACE.
001970     05  H1-SCORE-MONTH                  PIC X(06).
001980     05  FILLER                          PIC X(10) VALUE SPACES.
001990     05  FILLER                          PIC X(05) VALUE 'PAGE:'.
002000     05  FILLER                          PIC X(01) VALUE SPACE.
002010     05  H1-PAGE-NUMBER                  PIC ZZ9.
002020
002030 01  WS-HEADING-2.
002040     05  FILLER                          PIC X(07) VALUE
002050         'VENDOR '.
002060     05  FILLER                          PIC X(27) VALUE 'NAME'.
002070     05  FILLER                          PIC X(08) VALUE
002080         ' RCPTS  '.
002090     05  FILLER                          PIC X(08) VALUE
002100         'ON TIME '.
002110     05  FILLER                          PIC X(08) VALUE
002120         ' EARLY  '.
002130     05  FILLER                          PIC X(08) VALUE
002140         '  LATE  '.
002150     05  FILLER                          PIC X(07) VALUE
002160         'AVG LT '.
002170     05  FILLER                          PIC X(09) VALUE
002180         'ORDERED  '.
002190     05  FILLER                          PIC X(09) VALUE
002200         'RECEIVED '.
002210     05  FILLER                          PIC X(05) VALUE 'FILL%'.
002220
002230 01  WS-DETAIL-LINE.
002240     05  DL-VENDOR-ID                    PIC 9(05).
002250     05  FILLER                          PIC X(02) VALUE SPACES.
002260     05  DL-VENDOR-NAME                  PIC X(25).
002270     05  FILLER                          PIC X(02) VALUE SPACES.
002280     05  DL-RECEIPTS                     PIC ZZ,ZZ9.
002290     05  FILLER                          PIC X(02) VALUE SPACES.
002300     05  DL-ON-TIME                      PIC ZZ,ZZ9.
002310     05  FILLER                          PIC X(02) VALUE SPACES.
002320     05  DL-EARLY                        PIC ZZ,ZZ9.
002330     05  FILLER                          PIC X(02) VALUE SPACES.
002340     05  DL-LATE                         PIC ZZ,ZZ9.
002350     05  FILLER                          PIC X(02) VALUE SPACES.
002360     05  DL-AVERAGE-LATE                 PIC ZZ9.9.
002370     05  FILLER                          PIC X(02) VALUE SPACES.
002380     05  DL-ORDERED-QTY                  PIC ZZZ,ZZ9.
002390     05  FILLER                          PIC X(02) VALUE SPACES.
002400     05  DL-RECEIVED-QTY                 PIC ZZZ,ZZ9.
002410     05  FILLER                          PIC X(02) VALUE SPACES.
002420     05  DL-FILL-PCT                     PIC ZZ9.9.
002430
002440 01  WS-EXCEPTION-LINE-1.
002450     05  FILLER                          PIC X(40) VALUE
002460         'RECEIPTS WITH NO PO LINE ON FILE:'.
002470     05  XL-NO-PO-LINE-COUNT             PIC ZZ,ZZ9.
002480
002490 01  WS-EXCEPTION-LINE-2.
002500     05  FILLER                          PIC X(40) VALUE
002510         'RECEIPTS FOR VENDORS NOT ON FILE:'.
002520     05  XL-NO-VENDOR-COUNT              PIC ZZ,ZZ9.
002530
002540 01  WS-EXCEPTION-LINE-3.
002550     05  FILLER                          PIC X(40) VALUE
002560         'VENDORS OVER THE 500-VENDOR TABLE:'.
002570     05  XL-TABLE-FULL-COUNT             PIC ZZ,ZZ9.
002580
002590 PROCEDURE DIVISION.
002600*--------------------------------------------------------------*
002610* 0000-MAINLINE
002620*--------------------------------------------------------------*
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE
002650         THRU 1000-INITIALIZE-EXIT.
002660
002670     PERFORM 2000-SCORE-ONE-RECEIPT
002680         THRU 2000-SCORE-ONE-RECEIPT-EXIT
002690         UNTIL END-OF-LEDGER.
002700
002710     IF PORDERS-FILE-AVAILABLE
002720         MOVE 0 TO PO-NUMBER
002730         MOVE 0 TO PO-LINE-NUMBER
002740         START PURCH-ORDERS KEY IS NOT LESS THAN
002750                 PO-KEY OF PURCH-ORDER-RECORD
002760             INVALID KEY
002770                 MOVE 'Y' TO WS-PORDERS-EOF
002780         END-START
002790         PERFORM 2500-MEASURE-ONE-PO-LINE
002800             THRU 2500-MEASURE-ONE-PO-LINE-EXIT
002810             UNTIL END-OF-PURCH-ORDERS
002820     END-IF.
002830
002840     PERFORM 3000-PRINT-ONE-VENDOR
002850         THRU 3000-PRINT-ONE-VENDOR-EXIT
002860         VARYING WS-VENDOR-SUB FROM 1 BY 1
002870         UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT.
002880
002890     PERFORM 3600-PRINT-TOTALS
002900         THRU 3600-PRINT-TOTALS-EXIT.
002910
002920     PERFORM 9000-TERMINATE
002930         THRU 9000-TERMINATE-EXIT.
002940
002950     STOP RUN.
002960
002970*--------------------------------------------------------------*
002980* 1000-INITIALIZE -- resolve paths and the report month, load
002990*                    the vendor table, open the PO file, the
003000*                    ledger, and the listing
003010*--------------------------------------------------------------*
003020 1000-INITIALIZE.
003030     ACCEPT WS-VENDORS-PATH FROM ENVIRONMENT 'DD-VENDORS'
003040         ON EXCEPTION
003050             CONTINUE
003060     END-ACCEPT.
003070     IF WS-VENDORS-PATH = SPACES
003080         MOVE 'VENDORS.DAT' TO WS-VENDORS-PATH
003090     END-IF.
003100
003110     ACCEPT WS-PORDERS-PATH FROM ENVIRONMENT 'DD-PORDERS'
003120         ON EXCEPTION
003130             CONTINUE
003140     END-ACCEPT.
003150     IF WS-PORDERS-PATH = SPACES
003160         MOVE 'PORDERS.DAT' TO WS-PORDERS-PATH
003170     END-IF.
003180
003190     ACCEPT WS-LEDGER-PATH FROM ENVIRONMENT 'DD-ITEMLDGR'
003200         ON EXCEPTION
003210             CONTINUE
003220     END-ACCEPT.
003230     IF WS-LEDGER-PATH = SPACES
003240         MOVE 'ITEMLDGR.DAT' TO WS-LEDGER-PATH
003250     END-IF.
003260
003270     ACCEPT WS-SCORE-MONTH FROM ENVIRONMENT 'DD-SCORE-MONTH'
003280         ON EXCEPTION
003290             CONTINUE
003300     END-ACCEPT.
003310     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003320     IF WS-SCORE-MONTH = SPACES
003330         MOVE WS-CURRENT-DATE (1:6) TO WS-SCORE-MONTH
003340     END-IF.
003350
003360     OPEN INPUT VENDORS.
003370     IF NOT VENDORS-STATUS-OK
003380         DISPLAY 'VENDOR-SCORECARD: VENDORS OPEN FAILED, '
003390             'STATUS = ' WS-VENDORS-STATUS
003400         GO TO 1000-INITIALIZE-ABEND
003410     END-IF.
003420     PERFORM 1100-LOAD-ONE-VENDOR
003430         THRU 1100-LOAD-ONE-VENDOR-EXIT
003440         UNTIL END-OF-VENDORS.
003450     CLOSE VENDORS.
003460
003470*    No PO file yet means nothing has been ordered to score
003480     OPEN INPUT PURCH-ORDERS.
003490     IF PORDERS-STATUS-OK
003500         MOVE 'Y' TO WS-PORDERS-OPEN-SW
003510     ELSE
003520         IF NOT PORDERS-FILE-NOT-FOUND
003530             DISPLAY 'VENDOR-SCORECARD: PORDERS OPEN FAILED, '
003540                 'STATUS = ' WS-PORDERS-STATUS
003550             GO TO 1000-INITIALIZE-ABEND
003560         END-IF
003570     END-IF.
003580
003590     OPEN INPUT MOVE-LEDGER.
003600     IF LEDGER-FILE-NOT-FOUND
003610         MOVE 'Y' TO WS-LEDGER-EOF
003620     ELSE
003630         IF NOT LEDGER-STATUS-OK
003640             DISPLAY 'VENDOR-SCORECARD: LEDGER OPEN FAILED, '
003650                 'STATUS = ' WS-LEDGER-STATUS
003660             GO TO 1000-INITIALIZE-ABEND
003670         END-IF
003680     END-IF.
003690
003700     OPEN OUTPUT SCORECARD-LISTING.
003710 1000-INITIALIZE-EXIT.
003720     EXIT.
003730
003740 1000-INITIALIZE-ABEND.
003750     MOVE 16 TO RETURN-CODE.
003760     STOP RUN.
003770
003780 1100-LOAD-ONE-VENDOR.
003790     READ VENDORS
003800         AT END
003810             MOVE 'Y' TO WS-VENDORS-EOF
003820         NOT AT END
003830             IF WS-VENDOR-COUNT >= 500
003840                 ADD 1 TO WS-TABLE-FULL-COUNT
003850             ELSE
003860                 ADD 1 TO WS-VENDOR-COUNT
003870                 MOVE VENDOR-ID
003880                     TO VT-VENDOR-ID (WS-VENDOR-COUNT)
003890                 MOVE VENDOR-NAME
003900                     TO VT-VENDOR-NAME (WS-VENDOR-COUNT)
003910                 MOVE 0 TO VT-RECEIPTS (WS-VENDOR-COUNT)
003920                 MOVE 0 TO VT-ON-TIME (WS-VENDOR-COUNT)
003930                 MOVE 0 TO VT-EARLY (WS-VENDOR-COUNT)
003940                 MOVE 0 TO VT-LATE (WS-VENDOR-COUNT)
003950                 MOVE 0 TO VT-DAYS-LATE (WS-VENDOR-COUNT)
003960                 MOVE 0 TO VT-ORDERED-QTY (WS-VENDOR-COUNT)
003970                 MOVE 0 TO VT-RECEIVED-QTY (WS-VENDOR-COUNT)
003980             END-IF
003990     END-READ.
004000 1100-LOAD-ONE-VENDOR-EXIT.
004010     EXIT.
004020
004030*--------------------------------------------------------------*
004040* 1200-DATE-TO-SERIAL -- WS-WORK-DATE to 30/360 serial days
004050*--------------------------------------------------------------*
004060 1200-DATE-TO-SERIAL.
004070     COMPUTE WS-DATE-SERIAL =
004080         (WS-WORK-YEAR * 360)
004090         + (WS-WORK-MONTH * 30)
004100         + WS-WORK-DAY.
004110 1200-DATE-TO-SERIAL-EXIT.
004120     EXIT.
004130
004140*--------------------------------------------------------------*
004150* 1300-FIND-VENDOR -- WS-VENDOR-MATCH to the table entry for
004160*                     WS-LOOKUP-VENDOR-ID, zero when not there
004170*--------------------------------------------------------------*
004180 1300-FIND-VENDOR.
004190     MOVE 0 TO WS-VENDOR-MATCH.
004200     MOVE 0 TO WS-VENDOR-SUB.
004210     PERFORM 1310-CHECK-ONE-VENDOR
004220         THRU 1310-CHECK-ONE-VENDOR-EXIT
004230         UNTIL WS-VENDOR-MATCH > 0
004240         OR WS-VENDOR-SUB >= WS-VENDOR-COUNT.
004250 1300-FIND-VENDOR-EXIT.
004260     EXIT.
004270
004280 1310-CHECK-ONE-VENDOR.
004290     ADD 1 TO WS-VENDOR-SUB.
004300     IF VT-VENDOR-ID (WS-VENDOR-SUB) = WS-LOOKUP-VENDOR-ID
004310         MOVE WS-VENDOR-SUB TO WS-VENDOR-MATCH
004320     END-IF.
004330 1310-CHECK-ONE-VENDOR-EXIT.
004340     EXIT.
004350
004360*--------------------------------------------------------------*
004370* 2000-SCORE-ONE-RECEIPT -- a PO receipt ledgered in the month
004380*                           is matched to its PO line and
004390*                           scored early, on time, or late
004400*                           against the line's expected date
004410*--------------------------------------------------------------*
004420 2000-SCORE-ONE-RECEIPT.
004430     READ MOVE-LEDGER
004440         AT END
004450             MOVE 'Y' TO WS-LEDGER-EOF
004460             GO TO 2000-SCORE-ONE-RECEIPT-EXIT
004470     END-READ.
004480
004490     IF LEDGER-MOVE-TYPE NOT = 'R'
004500         GO TO 2000-SCORE-ONE-RECEIPT-EXIT
004510     END-IF.
004520     IF LEDGER-DATE (1:6) NOT = WS-SCORE-MONTH
004530         GO TO 2000-SCORE-ONE-RECEIPT-EXIT
004540     END-IF.
004550     IF LEDGER-REFERENCE (1:2) NOT = 'PO'
004560             OR LEDGER-REFERENCE (3:6) IS NOT NUMERIC
004570         GO TO 2000-SCORE-ONE-RECEIPT-EXIT
004580     END-IF.
004590
004600     PERFORM 2100-FIND-PO-LINE
004610         THRU 2100-FIND-PO-LINE-EXIT.
004620     IF NOT PO-LINE-FOUND
004630         ADD 1 TO WS-NO-PO-LINE-COUNT
004640         GO TO 2000-SCORE-ONE-RECEIPT-EXIT
004650     END-IF.
004660
004670     MOVE PO-VENDOR-ID TO WS-LOOKUP-VENDOR-ID.
004680     PERFORM 1300-FIND-VENDOR
004690         THRU 1300-FIND-VENDOR-EXIT.
004700     IF WS-VENDOR-MATCH = 0
004710         ADD 1 TO WS-NO-VENDOR-COUNT
004720         GO TO 2000-SCORE-ONE-RECEIPT-EXIT
004730     END-IF.
004740
004750     MOVE PO-EXPECTED-DATE TO WS-WORK-DATE.
004760     PERFORM 1200-DATE-TO-SERIAL
004770         THRU 1200-DATE-TO-SERIAL-EXIT.
004780     MOVE WS-DATE-SERIAL TO WS-EXPECTED-SERIAL.
004790     MOVE LEDGER-DATE TO WS-WORK-DATE.
004800     PERFORM 1200-DATE-TO-SERIAL
004810         THRU 1200-DATE-TO-SERIAL-EXIT.
004820     COMPUTE WS-DAYS-LATE = WS-DATE-SERIAL - WS-EXPECTED-SERIAL.
004830
004840     ADD 1 TO VT-RECEIPTS (WS-VENDOR-MATCH).
004850     IF WS-DAYS-LATE < 0
004860         ADD 1 TO VT-EARLY (WS-VENDOR-MATCH)
004870     ELSE
004880         IF WS-DAYS-LATE = 0
004890             ADD 1 TO VT-ON-TIME (WS-VENDOR-MATCH)
004900         ELSE
004910             ADD 1 TO VT-LATE (WS-VENDOR-MATCH)
004920             ADD WS-DAYS-LATE TO VT-DAYS-LATE (WS-VENDOR-MATCH)
004930         END-IF
004940     END-IF.
004950 2000-SCORE-ONE-RECEIPT-EXIT.
004960     EXIT.
004970
004980*--------------------------------------------------------------*
004990* 2100-FIND-PO-LINE -- browse the quoted PO for the line
005000*                      carrying the receipt's item
005010*--------------------------------------------------------------*
005020 2100-FIND-PO-LINE.
005030     MOVE 'N' TO WS-PO-FOUND-SW.
005040     IF NOT PORDERS-FILE-AVAILABLE
005050         GO TO 2100-FIND-PO-LINE-EXIT
005060     END-IF.
005070
005080     MOVE LEDGER-REFERENCE (3:6) TO WS-RECEIPT-PO-NUMBER.
005090     MOVE WS-RECEIPT-PO-NUMBER   TO PO-NUMBER.
005100     MOVE 0                      TO PO-LINE-NUMBER.
005110     START PURCH-ORDERS KEY IS NOT LESS THAN
005120             PO-KEY OF PURCH-ORDER-RECORD
005130         INVALID KEY
005140             GO TO 2100-FIND-PO-LINE-EXIT
005150     END-START.
005160
005170     MOVE 'N' TO WS-PO-BROWSE-SW.
005180     PERFORM 2110-BROWSE-ONE-PO-LINE
005190         THRU 2110-BROWSE-ONE-PO-LINE-EXIT
005200         UNTIL PO-BROWSE-DONE OR PO-LINE-FOUND.
005210 2100-FIND-PO-LINE-EXIT.
005220     EXIT.
005230
005240 2110-BROWSE-ONE-PO-LINE.
005250     READ PURCH-ORDERS NEXT RECORD
005260         AT END
005270             MOVE 'Y' TO WS-PO-BROWSE-SW
005280         NOT AT END
005290             IF PO-NUMBER NOT = WS-RECEIPT-PO-NUMBER
005300                 MOVE 'Y' TO WS-PO-BROWSE-SW
005310             ELSE
005320                 IF PO-ITEM-ID = LEDGER-ITEM-ID
005330                     SET PO-LINE-FOUND TO TRUE
005340                 END-IF
005350             END-IF
005360     END-READ.
005370 2110-BROWSE-ONE-PO-LINE-EXIT.
005380     EXIT.
005390
005400*--------------------------------------------------------------*
005410* 2500-MEASURE-ONE-PO-LINE -- a line due in the month adds its
005420*                             ordered and received quantities
005430*                             to its vendor's fill rate
005440*--------------------------------------------------------------*
005450 2500-MEASURE-ONE-PO-LINE.
005460     READ PURCH-ORDERS NEXT RECORD
005470         AT END
005480             MOVE 'Y' TO WS-PORDERS-EOF
005490             GO TO 2500-MEASURE-ONE-PO-LINE-EXIT
005500     END-READ.
005510
005520     IF PO-EXPECTED-DATE (1:6) NOT = WS-SCORE-MONTH
005530         GO TO 2500-MEASURE-ONE-PO-LINE-EXIT
005540     END-IF.
005541*    A line we canceled ourselves is not held against the vendor
005542     IF PO-LINE-STATUS = 'X'
005543         GO TO 2500-MEASURE-ONE-PO-LINE-EXIT
005544     END-IF.
005550
005560     MOVE PO-VENDOR-ID TO WS-LOOKUP-VENDOR-ID.
005570     PERFORM 1300-FIND-VENDOR
005580         THRU 1300-FIND-VENDOR-EXIT.
005590     IF WS-VENDOR-MATCH = 0
005600         GO TO 2500-MEASURE-ONE-PO-LINE-EXIT
005610     END-IF.
005620
005630     ADD PO-ORDER-QTY    TO VT-ORDERED-QTY (WS-VENDOR-MATCH).
005640     ADD PO-RECEIVED-QTY TO VT-RECEIVED-QTY (WS-VENDOR-MATCH).
005650 2500-MEASURE-ONE-PO-LINE-EXIT.
005660     EXIT.
005670
005680*--------------------------------------------------------------*
005690* 3000-PRINT-ONE-VENDOR -- one scorecard line per vendor, with
005700*                          its counts rolled into the totals
005710*--------------------------------------------------------------*
005720 3000-PRINT-ONE-VENDOR.
005730     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005740         PERFORM 3500-PRINT-REPORT-HEADERS
005750             THRU 3500-PRINT-REPORT-HEADERS-EXIT
005760     END-IF.
005770
005780     MOVE 0 TO WS-AVERAGE-LATE.
005790     IF VT-LATE (WS-VENDOR-SUB) > 0
005800         COMPUTE WS-AVERAGE-LATE ROUNDED =
005810             VT-DAYS-LATE (WS-VENDOR-SUB)
005820             / VT-LATE (WS-VENDOR-SUB)
005830             ON SIZE ERROR
005840                 MOVE 999.9 TO WS-AVERAGE-LATE
005850         END-COMPUTE
005860     END-IF.
005870     MOVE 0 TO WS-FILL-PCT.
005880     IF VT-ORDERED-QTY (WS-VENDOR-SUB) > 0
005890         COMPUTE WS-FILL-PCT ROUNDED =
005900             VT-RECEIVED-QTY (WS-VENDOR-SUB) * 100
005910             / VT-ORDERED-QTY (WS-VENDOR-SUB)
005920             ON SIZE ERROR
005930                 MOVE 999.9 TO WS-FILL-PCT
005940         END-COMPUTE
005950     END-IF.
005960
005970     MOVE VT-VENDOR-ID (WS-VENDOR-SUB)    TO DL-VENDOR-ID.
005980     MOVE VT-VENDOR-NAME (WS-VENDOR-SUB)  TO DL-VENDOR-NAME.
005990     MOVE VT-RECEIPTS (WS-VENDOR-SUB)     TO DL-RECEIPTS.
006000     MOVE VT-ON-TIME (WS-VENDOR-SUB)      TO DL-ON-TIME.
006010     MOVE VT-EARLY (WS-VENDOR-SUB)        TO DL-EARLY.
006020     MOVE VT-LATE (WS-VENDOR-SUB)         TO DL-LATE.
006030     MOVE WS-AVERAGE-LATE                 TO DL-AVERAGE-LATE.
006040     MOVE VT-ORDERED-QTY (WS-VENDOR-SUB)  TO DL-ORDERED-QTY.
006050     MOVE VT-RECEIVED-QTY (WS-VENDOR-SUB) TO DL-RECEIVED-QTY.
006060     MOVE WS-FILL-PCT                     TO DL-FILL-PCT.
006070     WRITE SCORECARD-LINE FROM WS-DETAIL-LINE.
006080     ADD 1 TO WS-LINE-COUNT.
006090
006100     ADD VT-RECEIPTS (WS-VENDOR-SUB)     TO WS-TOTAL-RECEIPTS.
006110     ADD VT-ON-TIME (WS-VENDOR-SUB)      TO WS-TOTAL-ON-TIME.
006120     ADD VT-EARLY (WS-VENDOR-SUB)        TO WS-TOTAL-EARLY.
006130     ADD VT-LATE (WS-VENDOR-SUB)         TO WS-TOTAL-LATE.
006140     ADD VT-DAYS-LATE (WS-VENDOR-SUB)    TO WS-TOTAL-DAYS-LATE.
006150     ADD VT-ORDERED-QTY (WS-VENDOR-SUB)  TO WS-TOTAL-ORDERED-QTY.
006160     ADD VT-RECEIVED-QTY (WS-VENDOR-SUB)
006170         TO WS-TOTAL-RECEIVED-QTY.
006180 3000-PRINT-ONE-VENDOR-EXIT.
006190     EXIT.
006200
006210*--------------------------------------------------------------*
006220* 3500-PRINT-REPORT-HEADERS -- start a new page
006230*--------------------------------------------------------------*
006240 3500-PRINT-REPORT-HEADERS.
006250     ADD 1 TO WS-PAGE-NUMBER.
006260     MOVE WS-SCORE-MONTH TO H1-SCORE-MONTH.
006270     MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER.
006280
006290     IF WS-PAGE-NUMBER > 1
006300         WRITE SCORECARD-LINE FROM SPACES
006310     END-IF.
006320
006330     WRITE SCORECARD-LINE FROM WS-HEADING-1.
006340     WRITE SCORECARD-LINE FROM SPACES.
006350     WRITE SCORECARD-LINE FROM WS-HEADING-2.
006360     WRITE SCORECARD-LINE FROM SPACES.
006370
006380     MOVE 0 TO WS-LINE-COUNT.
006390 3500-PRINT-REPORT-HEADERS-EXIT.
006400     EXIT.
006410
006420*--------------------------------------------------------------*
006430* 3600-PRINT-TOTALS -- all-vendor line and the receipts that
006440*                      could not be scored
006450*--------------------------------------------------------------*
006460 3600-PRINT-TOTALS.
006470     IF WS-LINE-COUNT + 5 >= WS-LINES-PER-PAGE
006480         PERFORM 3500-PRINT-REPORT-HEADERS
006490             THRU 3500-PRINT-REPORT-HEADERS-EXIT
006500     END-IF.
006510
006520     MOVE 0 TO WS-AVERAGE-LATE.
006530     IF WS-TOTAL-LATE > 0
006540         COMPUTE WS-AVERAGE-LATE ROUNDED =
006550             WS-TOTAL-DAYS-LATE / WS-TOTAL-LATE
006560             ON SIZE ERROR
006570                 MOVE 999.9 TO WS-AVERAGE-LATE
006580         END-COMPUTE
006590     END-IF.
006600     MOVE 0 TO WS-FILL-PCT.
006610     IF WS-TOTAL-ORDERED-QTY > 0
006620         COMPUTE WS-FILL-PCT ROUNDED =
006630             WS-TOTAL-RECEIVED-QTY * 100 / WS-TOTAL-ORDERED-QTY
006640             ON SIZE ERROR
006650                 MOVE 999.9 TO WS-FILL-PCT
006660         END-COMPUTE
006670     END-IF.
006680
006690     MOVE 0                     TO DL-VENDOR-ID.
006700     MOVE 'ALL VENDORS'         TO DL-VENDOR-NAME.
006710     MOVE WS-TOTAL-RECEIPTS     TO DL-RECEIPTS.
006720     MOVE WS-TOTAL-ON-TIME      TO DL-ON-TIME.
006730     MOVE WS-TOTAL-EARLY        TO DL-EARLY.
006740     MOVE WS-TOTAL-LATE         TO DL-LATE.
006750     MOVE WS-AVERAGE-LATE       TO DL-AVERAGE-LATE.
006760     MOVE WS-TOTAL-ORDERED-QTY  TO DL-ORDERED-QTY.
006770     MOVE WS-TOTAL-RECEIVED-QTY TO DL-RECEIVED-QTY.
006780     MOVE WS-FILL-PCT           TO DL-FILL-PCT.
006790     WRITE SCORECARD-LINE FROM SPACES.
006800     WRITE SCORECARD-LINE FROM WS-DETAIL-LINE.
006810
006820     MOVE WS-NO-PO-LINE-COUNT TO XL-NO-PO-LINE-COUNT.
006830     MOVE WS-NO-VENDOR-COUNT  TO XL-NO-VENDOR-COUNT.
006840     WRITE SCORECARD-LINE FROM SPACES.
006850     WRITE SCORECARD-LINE FROM WS-EXCEPTION-LINE-1.
006860     WRITE SCORECARD-LINE FROM WS-EXCEPTION-LINE-2.
006870     IF WS-TABLE-FULL-COUNT > 0
006880         MOVE WS-TABLE-FULL-COUNT TO XL-TABLE-FULL-COUNT
006890         WRITE SCORECARD-LINE FROM WS-EXCEPTION-LINE-3
006900     END-IF.
006910 3600-PRINT-TOTALS-EXIT.
006920     EXIT.
006930
006940*--------------------------------------------------------------*
006950* 9000-TERMINATE -- close the PO file, the ledger, and the
006960*                   listing
006970*--------------------------------------------------------------*
006980 9000-TERMINATE.
006990     IF PORDERS-FILE-AVAILABLE
007000         CLOSE PURCH-ORDERS
007010     END-IF.
007020     IF NOT LEDGER-FILE-NOT-FOUND
007030         CLOSE MOVE-LEDGER
007040     END-IF.
007050     CLOSE SCORECARD-LISTING.
007060 9000-TERMINATE-EXIT.
007070     EXIT.
007080
007090 END PROGRAM VENDOR-SCORECARD.
