000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Weekly lot expiry report. Every lot on the lot balance
000160*          file (LOTBAL.DAT) still holding stock and expiring
000170*          within 90 days is listed in the bucket it falls in --
000180*          already expired, within 30 days, 31 to 60, and 61 to
000190*          90 -- soonest first, valued at the item's moving-
000200*          average ITEM-UNIT-COST, with a quantity and value
000210*          total per bucket and for the report. Lots with no
000220*          expiry date never appear. Scheduled weekly from the
000230*          run-control step table.
000240*
000250*          Days to expiry are figured on the same 30-day-month,
000260*          360-day-year basis PURCH-ORDER uses for its dates.
000270*
000280* Modification History:
000290*   10/15/2026  EB   Original version.
000300* Tectonics: cobc
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. EXPIRY-REPORT.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT LOT-BALANCES ASSIGN TO WS-LOTBAL-PATH
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS LOT-KEY OF LOT-BALANCE-RECORD
000420         FILE STATUS IS WS-LOTBAL-STATUS.
000430
000440     SELECT ITEMS ASSIGN TO WS-ITEMS-PATH
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS ITEM-ID OF ITEMS-FILE
000480         FILE STATUS IS WS-ITEMS-STATUS.
000490
000500     SELECT SORT-WORK ASSIGN TO 'SORTWORK.TMP'.
000510
000520     SELECT EXPIRY-LISTING ASSIGN TO 'EXPIRY.TXT'
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  LOT-BALANCES.
000580     COPY LOTBREC.
000590
000600 FD  ITEMS.
000610     COPY ITEMREC.
000620
000630*--------------------------------------------------------------*
000640* SORT RECORD -- one expiring lot, keyed by bucket, then the
000650* soonest expiry first
000660*--------------------------------------------------------------*
000670 SD  SORT-WORK.
000680 01  SORT-WORK-RECORD.
000690     05  EX-BUCKET                       PIC 9(01).
000700         88  EX-EXPIRED                  VALUE 0.
000710         88  EX-WITHIN-30                VALUE 1.
000720         88  EX-WITHIN-60                VALUE 2.
000730         88  EX-WITHIN-90                VALUE 3.
000740     05  EX-EXPIRY-DATE                  PIC 9(08).
000750     05  EX-ITEM-ID                      PIC 9(05).
000760     05  EX-LOCATION                     PIC X(03).
000770     05  EX-LOT-NUMBER                   PIC X(10).
000780     05  EX-DAYS-LEFT                    PIC S9(05).
000790     05  EX-QUANTITY                     PIC 9(05).
000800
000810 FD  EXPIRY-LISTING.
000820 01  EXPIRY-LINE                         PIC X(110).
000830
000840 WORKING-STORAGE SECTION.
000850 01  WS-LOTBAL-PATH                      PIC X(100)  VALUE
000860     'LOTBAL.DAT'.
000870
000880 01  WS-ITEMS-PATH                       PIC X(100)  VALUE
000890     'ITEMS.DAT'.
000900
000910 01  WS-LOTBAL-STATUS                    PIC X(02)   VALUE '00'.
000920     88  LOTBAL-STATUS-OK                             VALUE '00'.
000930     88  LOTBAL-FILE-NOT-FOUND                        VALUE '35'.
000940
000950 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
000960     88  ITEMS-STATUS-OK                              VALUE '00'.
000970
000980 01  WS-EOF                              PIC X(01)   VALUE 'N'.
000990     88  END-OF-LOT-BALANCES                         VALUE 'Y'.
001000
001010 01  WS-SORT-EOF                         PIC X(01)   VALUE 'N'.
001020     88  END-OF-SORT-WORK                            VALUE 'Y'.
001030
001040 01  WS-FIRST-SW                         PIC X(01)   VALUE 'Y'.
001050     88  FIRST-EXPIRING-LOT                          VALUE 'Y'.
001060
001070 77  WS-PREV-BUCKET                      PIC 9(01)   VALUE 0.
001080 77  WS-DAYS-LEFT                        PIC S9(07)  VALUE 0.
001090 77  WS-UNIT-COST                    PIC 9(05)V9(02) VALUE 0.
001100 77  WS-LOT-VALUE                    PIC 9(10)V9(02) VALUE 0.
001110
001120 77  WS-BUCKET-LOTS                      PIC 9(05)   VALUE 0.
001130 77  WS-BUCKET-QTY                       PIC 9(07)   VALUE 0.
001140 77  WS-BUCKET-VALUE                 PIC 9(11)V9(02) VALUE 0.
001150 77  WS-TOTAL-LOTS                       PIC 9(05)   VALUE 0.
001160 77  WS-TOTAL-QTY                        PIC 9(07)   VALUE 0.
001170 77  WS-TOTAL-VALUE                  PIC 9(11)V9(02) VALUE 0.
001180
001190*--------------------------------------------------------------*
001200* REPORT CONTROL COUNTERS
001210*--------------------------------------------------------------*
001220 77  WS-PAGE-NUMBER                      PIC 9(03)   VALUE 0.
001230 77  WS-LINE-COUNT                       PIC 9(03)   VALUE 99.
001240 77  WS-LINES-PER-PAGE                   PIC 9(03)   VALUE 50.
001250
001260*--------------------------------------------------------------*
001270* DATE WORK AREAS -- 30-day-month serial days
001280*--------------------------------------------------------------*
001290 77  WS-DATE-SERIAL                      PIC 9(07)   VALUE 0.
001300 77  WS-TODAY-SERIAL                     PIC 9(07)   VALUE 0.
001310
001320 01  WS-WORK-DATE.
001330     05  WS-WORK-YEAR                    PIC 9(04).
001340     05  WS-WORK-MONTH                   PIC 9(02).
001350     05  WS-WORK-DAY                     PIC 9(02).
001360
001370 01  WS-CURRENT-DATE.
001380     05  WS-CURRENT-YEAR                 PIC 9(04).
001390     05  WS-CURRENT-MONTH                PIC 9(02).
001400     05  WS-CURRENT-DAY                  PIC 9(02).
001410
001420 01  WS-DISPLAY-DATE.
001430     05  WS-DISPLAY-MONTH                PIC 9(02).
001440     05  FILLER                          PIC X(01)   VALUE '/'.
001450     05  WS-DISPLAY-DAY                  PIC 9(02).
001460     05  FILLER                          PIC X(01)   VALUE '/'.
001470     05  WS-DISPLAY-YEAR                 PIC 9(04).
001480
001490*--------------------------------------------------------------*
001500* PRINT-IMAGE LINES
001510*--------------------------------------------------------------*
001520 01  WS-HEADING-1.
001530     05  FILLER                          PIC X(30) VALUE
001540         'LOT EXPIRY REPORT'.
001550     05  FILLER                          PIC X(10) VALUE SPACES.
001560     05  FILLER                          PIC X(05) VALUE 'DATE:'.
001570     05  FILLER                          PIC X(01) VALUE SPACE.
001580     05  H1-REPORT-DATE                  PIC X(10).
001590     05  FILLER                          PIC X(10) VALUE SPACES.
001600     05  FILLER                          PIC X(05) VALUE 'PAGE:'.
001610     05  FILLER                          PIC X(01) VALUE SPACE.
001620     05  H1-PAGE-NUMBER                  PIC ZZ9.
001630
001640 01  WS-HEADING-2.
001650     05  FILLER                          PIC X(07) VALUE 'ITEM'.
001660     05  FILLER                          PIC X(27) VALUE
001670         'DESCRIPTION'.
001680     05  FILLER                          PIC X(05) VALUE 'LOC'.
001690     05  FILLER                          PIC X(12) VALUE 'LOT'.
001700     05  FILLER                          PIC X(12) VALUE
001710         'EXPIRES'.
001720     05  FILLER                          PIC X(09) VALUE
001730         'DAYS LEFT'.
001740     05  FILLER                          PIC X(08) VALUE
001750         '   QTY  '.
001760     05  FILLER                          PIC X(11) VALUE
001770         'UNIT COST'.
001780     05  FILLER                          PIC X(16) VALUE
001790         '           VALUE'.
001800
001810 01  WS-BUCKET-HEADING.
001820     05  BH-BUCKET-TEXT                  PIC X(40).
001830
001840 01  WS-DETAIL-LINE.
001850     05  DL-ITEM-ID                      PIC 9(05).
001860     05  FILLER                          PIC X(02) VALUE SPACES.
001870     05  DL-ITEM-NAME                    PIC X(25).
001880     05  FILLER                          PIC X(02) VALUE SPACES.
001890     05  DL-LOCATION                     PIC X(03).
001900     05  FILLER                          PIC X(02) VALUE SPACES.
001910     05  DL-LOT-NUMBER                   PIC X(10).
001920     05  FILLER                          PIC X(02) VALUE SPACES.
001930     05  DL-EXPIRY-DATE                  PIC X(10).
001940     05  FILLER                          PIC X(02) VALUE SPACES.
001950     05  DL-DAYS-LEFT                    PIC ---,--9.
001960     05  FILLER                          PIC X(02) VALUE SPACES.
001970     05  DL-QUANTITY                     PIC ZZ,ZZ9.
001980     05  FILLER                          PIC X(02) VALUE SPACES.
001990     05  DL-UNIT-COST                    PIC ZZ,ZZ9.99.
002000     05  FILLER                          PIC X(02) VALUE SPACES.
002010     05  DL-VALUE                        PIC Z,ZZZ,ZZZ,ZZ9.99.
002020
002030 01  WS-TOTAL-LINE.
002040     05  FILLER                          PIC X(07) VALUE SPACES.
002050     05  TL-LABEL                        PIC X(20).
002060     05  FILLER                          PIC X(06) VALUE 'LOTS: '.
002070     05  TL-LOTS                         PIC ZZ,ZZ9.
002080     05  FILLER                          PIC X(30) VALUE SPACES.
002090     05  TL-QUANTITY                     PIC Z,ZZZ,ZZ9.
002100     05  FILLER                          PIC X(12) VALUE SPACES.
002110     05  TL-VALUE                        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002120
002130 PROCEDURE DIVISION.
002140*--------------------------------------------------------------*
002150* 0000-MAINLINE
002160*--------------------------------------------------------------*
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE
002190         THRU 1000-INITIALIZE-EXIT.
002200
002210     SORT SORT-WORK
002220         ON ASCENDING KEY EX-BUCKET
002230                          EX-EXPIRY-DATE
002240                          EX-ITEM-ID
002250                          EX-LOCATION
002260                          EX-LOT-NUMBER
002270         INPUT PROCEDURE IS 2000-SELECT-EXPIRING-LOTS
002280             THRU 2000-SELECT-EXPIRING-LOTS-EXIT
002290         OUTPUT PROCEDURE IS 3000-PRINT-EXPIRING-LOTS
002300             THRU 3000-PRINT-EXPIRING-LOTS-EXIT.
002310
002320     PERFORM 9000-TERMINATE
002330         THRU 9000-TERMINATE-EXIT.
002340
002350     STOP RUN.
002360
002370*--------------------------------------------------------------*
002380* 1000-INITIALIZE -- resolve paths, today's serial day, open
002390*                    the item master and the listing
002400*--------------------------------------------------------------*
002410 1000-INITIALIZE.
002420     ACCEPT WS-LOTBAL-PATH FROM ENVIRONMENT 'DD-LOTBAL'
002430         ON EXCEPTION
002440             CONTINUE
002450     END-ACCEPT.
002460     IF WS-LOTBAL-PATH = SPACES
002470         MOVE 'LOTBAL.DAT' TO WS-LOTBAL-PATH
002480     END-IF.
002490
002500     ACCEPT WS-ITEMS-PATH FROM ENVIRONMENT 'DD-ITEMS'
002510         ON EXCEPTION
002520             CONTINUE
002530     END-ACCEPT.
002540     IF WS-ITEMS-PATH = SPACES
002550         MOVE 'ITEMS.DAT' TO WS-ITEMS-PATH
002560     END-IF.
002570
002580     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002590     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
002600     PERFORM 1100-DATE-TO-SERIAL
002610         THRU 1100-DATE-TO-SERIAL-EXIT.
002620     MOVE WS-DATE-SERIAL TO WS-TODAY-SERIAL.
002630
002640*    The report is a valuation; without the master there is no
002650*    cost to value the lots at
002660     OPEN INPUT ITEMS.
002670     IF NOT ITEMS-STATUS-OK
002680         DISPLAY 'EXPIRY-REPORT: UNABLE TO OPEN ITEMS, STATUS = '
002690             WS-ITEMS-STATUS
002700         GO TO 1000-INITIALIZE-ABEND
002710     END-IF.
002720
002730     OPEN OUTPUT EXPIRY-LISTING.
002740 1000-INITIALIZE-EXIT.
002750     EXIT.
002760
002770 1000-INITIALIZE-ABEND.
002780     MOVE 16 TO RETURN-CODE.
002790     STOP RUN.
002800
002810*--------------------------------------------------------------*
002820* 1100-DATE-TO-SERIAL -- WS-WORK-DATE to 30/360 serial days
002830*--------------------------------------------------------------*
002840 1100-DATE-TO-SERIAL.
002850     COMPUTE WS-DATE-SERIAL =
002860         (WS-WORK-YEAR * 360)
002870         + (WS-WORK-MONTH * 30)
002880         + WS-WORK-DAY.
002890 1100-DATE-TO-SERIAL-EXIT.
002900     EXIT.
002910
002920*--------------------------------------------------------------*
002930* 1200-FORMAT-DATE -- WS-WORK-DATE to MM/DD/YYYY
002940*--------------------------------------------------------------*
002950 1200-FORMAT-DATE.
002960     MOVE WS-WORK-MONTH TO WS-DISPLAY-MONTH.
002970     MOVE WS-WORK-DAY   TO WS-DISPLAY-DAY.
002980     MOVE WS-WORK-YEAR  TO WS-DISPLAY-YEAR.
002990 1200-FORMAT-DATE-EXIT.
003000     EXIT.
003010
003020*--------------------------------------------------------------*
003030* 2000-SELECT-EXPIRING-LOTS -- release every dated lot holding
003040*                              stock that expires within 90
003050*                              days (or already has); no lot
003060*                              file means nothing is lotted yet
003070*--------------------------------------------------------------*
003080 2000-SELECT-EXPIRING-LOTS.
003090     OPEN INPUT LOT-BALANCES.
003100     IF LOTBAL-FILE-NOT-FOUND
003110         MOVE 'Y' TO WS-EOF
003120         GO TO 2000-SELECT-EXPIRING-LOTS-EXIT
003130     END-IF.
003140     IF NOT LOTBAL-STATUS-OK
003150         DISPLAY 'EXPIRY-REPORT: LOTBAL OPEN FAILED, STATUS = '
003160             WS-LOTBAL-STATUS
003170         GO TO 2000-SELECT-EXPIRING-LOTS-ABEND
003180     END-IF.
003190
003200     PERFORM 2100-CHECK-ONE-LOT
003210         THRU 2100-CHECK-ONE-LOT-EXIT
003220         UNTIL END-OF-LOT-BALANCES.
003230
003240     CLOSE LOT-BALANCES.
003250 2000-SELECT-EXPIRING-LOTS-EXIT.
003260     EXIT.
003270
003280 2000-SELECT-EXPIRING-LOTS-ABEND.
003290     MOVE 16 TO RETURN-CODE.
003300     STOP RUN.
003310
003320 2100-CHECK-ONE-LOT.
003330     READ LOT-BALANCES NEXT RECORD
003340         AT END
003350             MOVE 'Y' TO WS-EOF
003360             GO TO 2100-CHECK-ONE-LOT-EXIT
003370     END-READ.
003380
003390     IF LOT-QUANTITY = 0 OR LOT-EXPIRY-DATE = 0
003400         GO TO 2100-CHECK-ONE-LOT-EXIT
003410     END-IF.
003420
003430     MOVE LOT-EXPIRY-DATE TO WS-WORK-DATE.
003440     PERFORM 1100-DATE-TO-SERIAL
003450         THRU 1100-DATE-TO-SERIAL-EXIT.
003460     COMPUTE WS-DAYS-LEFT = WS-DATE-SERIAL - WS-TODAY-SERIAL.
003470     IF WS-DAYS-LEFT > 90
003480         GO TO 2100-CHECK-ONE-LOT-EXIT
003490     END-IF.
003500
003510     EVALUATE TRUE
003520         WHEN WS-DAYS-LEFT < 0
003530             MOVE 0 TO EX-BUCKET
003540         WHEN WS-DAYS-LEFT <= 30
003550             MOVE 1 TO EX-BUCKET
003560         WHEN WS-DAYS-LEFT <= 60
003570             MOVE 2 TO EX-BUCKET
003580         WHEN OTHER
003590             MOVE 3 TO EX-BUCKET
003600     END-EVALUATE.
003610     MOVE LOT-EXPIRY-DATE   TO EX-EXPIRY-DATE.
003620     MOVE LOT-ITEM-ID       TO EX-ITEM-ID.
003630     MOVE LOT-LOCATION-CODE TO EX-LOCATION.
003640     MOVE LOT-NUMBER        TO EX-LOT-NUMBER.
003650     MOVE WS-DAYS-LEFT      TO EX-DAYS-LEFT.
003660     MOVE LOT-QUANTITY      TO EX-QUANTITY.
003670     RELEASE SORT-WORK-RECORD.
003680 2100-CHECK-ONE-LOT-EXIT.
003690     EXIT.
003700
003710*--------------------------------------------------------------*
003720* 3000-PRINT-EXPIRING-LOTS -- RETURN the sorted lots and print
003730*                             them under their bucket, then the
003740*                             report total
003750*--------------------------------------------------------------*
003760 3000-PRINT-EXPIRING-LOTS.
003770     PERFORM 3100-PRINT-ONE-LOT
003780         THRU 3100-PRINT-ONE-LOT-EXIT
003790         UNTIL END-OF-SORT-WORK.
003800
003810     IF NOT FIRST-EXPIRING-LOT
003820         PERFORM 3400-PRINT-BUCKET-TOTAL
003830             THRU 3400-PRINT-BUCKET-TOTAL-EXIT
003840     END-IF.
003850
003860     PERFORM 3600-PRINT-TOTALS
003870         THRU 3600-PRINT-TOTALS-EXIT.
003880 3000-PRINT-EXPIRING-LOTS-EXIT.
003890     EXIT.
003900
003910 3100-PRINT-ONE-LOT.
003920     RETURN SORT-WORK
003930         AT END
003940             MOVE 'Y' TO WS-SORT-EOF
003950         NOT AT END
003960             PERFORM 3200-PRINT-DETAIL
003970                 THRU 3200-PRINT-DETAIL-EXIT
003980     END-RETURN.
003990 3100-PRINT-ONE-LOT-EXIT.
004000     EXIT.
004010
004020*--------------------------------------------------------------*
004030* 3200-PRINT-DETAIL -- bucket break, then the lot valued at the
004040*                      item's current unit cost
004050*--------------------------------------------------------------*
004060 3200-PRINT-DETAIL.
004070     IF FIRST-EXPIRING-LOT
004080         MOVE 'N' TO WS-FIRST-SW
004090         PERFORM 3300-PRINT-BUCKET-HEADING
004100             THRU 3300-PRINT-BUCKET-HEADING-EXIT
004110     ELSE
004120         IF EX-BUCKET NOT = WS-PREV-BUCKET
004130             PERFORM 3400-PRINT-BUCKET-TOTAL
004140                 THRU 3400-PRINT-BUCKET-TOTAL-EXIT
004150             PERFORM 3300-PRINT-BUCKET-HEADING
004160                 THRU 3300-PRINT-BUCKET-HEADING-EXIT
004170         END-IF
004180     END-IF.
004190
004200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004210         PERFORM 3500-PRINT-REPORT-HEADERS
004220             THRU 3500-PRINT-REPORT-HEADERS-EXIT
004230     END-IF.
004240
004250     MOVE 0 TO WS-UNIT-COST.
004260     MOVE EX-ITEM-ID TO ITEM-ID.
004270     READ ITEMS
004280         INVALID KEY
004290             MOVE '*** NOT ON FILE ***' TO DL-ITEM-NAME
004300         NOT INVALID KEY
004310             MOVE ITEM-NAME      TO DL-ITEM-NAME
004320             MOVE ITEM-UNIT-COST TO WS-UNIT-COST
004330     END-READ.
004340     COMPUTE WS-LOT-VALUE = EX-QUANTITY * WS-UNIT-COST.
004350
004360     MOVE EX-ITEM-ID       TO DL-ITEM-ID.
004370     MOVE EX-LOCATION      TO DL-LOCATION.
004380     MOVE EX-LOT-NUMBER    TO DL-LOT-NUMBER.
004390     MOVE EX-EXPIRY-DATE   TO WS-WORK-DATE.
004400     PERFORM 1200-FORMAT-DATE
004410         THRU 1200-FORMAT-DATE-EXIT.
004420     MOVE WS-DISPLAY-DATE  TO DL-EXPIRY-DATE.
004430     MOVE EX-DAYS-LEFT     TO DL-DAYS-LEFT.
004440     MOVE EX-QUANTITY      TO DL-QUANTITY.
004450     MOVE WS-UNIT-COST     TO DL-UNIT-COST.
004460     MOVE WS-LOT-VALUE     TO DL-VALUE.
004470     WRITE EXPIRY-LINE FROM WS-DETAIL-LINE.
004480     ADD 1 TO WS-LINE-COUNT.
004490
004500     ADD 1            TO WS-BUCKET-LOTS.
004510     ADD EX-QUANTITY  TO WS-BUCKET-QTY.
004520     ADD WS-LOT-VALUE TO WS-BUCKET-VALUE.
004530 3200-PRINT-DETAIL-EXIT.
004540     EXIT.
004550
004560*--------------------------------------------------------------*
004570* 3300-PRINT-BUCKET-HEADING -- which window the lots below fall
004580*                              in
004590*--------------------------------------------------------------*
004600 3300-PRINT-BUCKET-HEADING.
004610     MOVE EX-BUCKET TO WS-PREV-BUCKET.
004620     EVALUATE TRUE
004630         WHEN EX-EXPIRED
004640             MOVE 'EXPIRED -- STILL ON HAND' TO BH-BUCKET-TEXT
004650         WHEN EX-WITHIN-30
004660             MOVE 'EXPIRING WITHIN 30 DAYS'  TO BH-BUCKET-TEXT
004670         WHEN EX-WITHIN-60
004680             MOVE 'EXPIRING IN 31 TO 60 DAYS' TO BH-BUCKET-TEXT
004690         WHEN OTHER
004700             MOVE 'EXPIRING IN 61 TO 90 DAYS' TO BH-BUCKET-TEXT
004710     END-EVALUATE.
004720
004730     IF WS-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
004740         PERFORM 3500-PRINT-REPORT-HEADERS
004750             THRU 3500-PRINT-REPORT-HEADERS-EXIT
004760     END-IF.
004770     WRITE EXPIRY-LINE FROM WS-BUCKET-HEADING.
004780     ADD 1 TO WS-LINE-COUNT.
004790 3300-PRINT-BUCKET-HEADING-EXIT.
004800     EXIT.
004810
004820*--------------------------------------------------------------*
004830* 3400-PRINT-BUCKET-TOTAL -- the finished bucket's lots,
004840*                            quantity and value
004850*--------------------------------------------------------------*
004860 3400-PRINT-BUCKET-TOTAL.
004870     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004880         PERFORM 3500-PRINT-REPORT-HEADERS
004890             THRU 3500-PRINT-REPORT-HEADERS-EXIT
004900     END-IF.
004910     MOVE 'BUCKET TOTAL'  TO TL-LABEL.
004920     MOVE WS-BUCKET-LOTS  TO TL-LOTS.
004930     MOVE WS-BUCKET-QTY   TO TL-QUANTITY.
004940     MOVE WS-BUCKET-VALUE TO TL-VALUE.
004950     WRITE EXPIRY-LINE FROM WS-TOTAL-LINE.
004960     WRITE EXPIRY-LINE FROM SPACES.
004970     ADD 2 TO WS-LINE-COUNT.
004980
004990     ADD WS-BUCKET-LOTS  TO WS-TOTAL-LOTS.
005000     ADD WS-BUCKET-QTY   TO WS-TOTAL-QTY.
005010     ADD WS-BUCKET-VALUE TO WS-TOTAL-VALUE.
005020     MOVE 0 TO WS-BUCKET-LOTS.
005030     MOVE 0 TO WS-BUCKET-QTY.
005040     MOVE 0 TO WS-BUCKET-VALUE.
005050 3400-PRINT-BUCKET-TOTAL-EXIT.
005060     EXIT.
005070
005080*--------------------------------------------------------------*
005090* 3500-PRINT-REPORT-HEADERS -- start a new page
005100*--------------------------------------------------------------*
005110 3500-PRINT-REPORT-HEADERS.
005120     ADD 1 TO WS-PAGE-NUMBER.
005130     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
005140     PERFORM 1200-FORMAT-DATE
005150         THRU 1200-FORMAT-DATE-EXIT.
005160     MOVE WS-DISPLAY-DATE TO H1-REPORT-DATE.
005170     MOVE WS-PAGE-NUMBER  TO H1-PAGE-NUMBER.
005180
005190     IF WS-PAGE-NUMBER > 1
005200         WRITE EXPIRY-LINE FROM SPACES
005210     END-IF.
005220
005230     WRITE EXPIRY-LINE FROM WS-HEADING-1.
005240     WRITE EXPIRY-LINE FROM SPACES.
005250     WRITE EXPIRY-LINE FROM WS-HEADING-2.
005260     WRITE EXPIRY-LINE FROM SPACES.
005270
005280     MOVE 0 TO WS-LINE-COUNT.
005290 3500-PRINT-REPORT-HEADERS-EXIT.
005300     EXIT.
005310
005320*--------------------------------------------------------------*
005330* 3600-PRINT-TOTALS -- everything expiring within the 90 days
005340*--------------------------------------------------------------*
005350 3600-PRINT-TOTALS.
005360     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005370         PERFORM 3500-PRINT-REPORT-HEADERS
005380             THRU 3500-PRINT-REPORT-HEADERS-EXIT
005390     END-IF.
005400     MOVE 'REPORT TOTAL'  TO TL-LABEL.
005410     MOVE WS-TOTAL-LOTS   TO TL-LOTS.
005420     MOVE WS-TOTAL-QTY    TO TL-QUANTITY.
005430     MOVE WS-TOTAL-VALUE  TO TL-VALUE.
005440     WRITE EXPIRY-LINE FROM SPACES.
005450     WRITE EXPIRY-LINE FROM WS-TOTAL-LINE.
005460 3600-PRINT-TOTALS-EXIT.
005470     EXIT.
005480
005490*--------------------------------------------------------------*
005500* 9000-TERMINATE -- close the master and the listing
005510*--------------------------------------------------------------*
005520 9000-TERMINATE.
005530     CLOSE ITEMS.
005540     CLOSE EXPIRY-LISTING.
005550 9000-TERMINATE-EXIT.
005560     EXIT.
005570
005580 END PROGRAM EXPIRY-REPORT.
