000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Monthly purchase price variance report. Reads the
000160*          PO receipt match file STOCK-POST appends to
000170*          (POMATCH.DAT), keeps the receipts dated in the
000180*          report month, and sorts them by vendor, category,
000190*          and PO line. Each receipt prints with the price on
000200*          its PO line, the unit cost the dock keyed, and the
000210*          variance (receipt cost less PO price, times the
000220*          quantity; positive means we paid more than
000230*          agreed). A receipt whose variance per unit is more
000240*          than the threshold percentage of the PO price either
000250*          way is flagged. Each category is subtotalled within
000260*          its vendor, each vendor totalled, and a grand total
000270*          closes the report.
000280*
000290*          A receipt keyed without a cost, or matched to a PO
000300*          line cut before lines were priced, cannot be
000310*          compared; it prints marked NO COST or NO PRICE and
000320*          stays out of the values and variance.
000330*
000340*          DD-PPV-MONTH      month to report (YYYYMM), default
000350*                            the current month
000360*          DD-PPV-THRESHOLD  flag threshold in whole percent,
000370*                            default 5
000380*          DD-POMATCH        the receipt match file, default
000390*                            POMATCH.DAT
000400*
000410* Modification History:
000420*   10/15/2026  EB   Original version.
000430* Tectonics: cobc
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. PPV-REPORT.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT PO-RECEIPTS ASSIGN TO WS-POMATCH-PATH
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-POMATCH-STATUS.
000540
000550     SELECT VENDORS ASSIGN TO WS-VENDORS-PATH
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS VENDOR-ID OF VENDORS-FILE
000590         FILE STATUS IS WS-VENDORS-STATUS.
000600
000610     SELECT SORT-WORK ASSIGN TO 'SORTWORK.TMP'.
000620
000630     SELECT PPV-LISTING ASSIGN TO 'PPVRPT.TXT'
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PO-RECEIPTS.
000690     COPY PORCREC.
000700
000710 FD  VENDORS.
000720     COPY VENDREC.
000730
000740 SD  SORT-WORK.
000750     COPY PORCREC
000760         REPLACING PO-RECEIPT-RECORD    BY SORT-WORK-RECORD
000770                   PR-RECEIPT-DATE      BY SR-RECEIPT-DATE
000780                   PR-PO-NUMBER         BY SR-PO-NUMBER
000790                   PR-PO-LINE           BY SR-PO-LINE
000800                   PR-VENDOR-ID         BY SR-VENDOR-ID
000810                   PR-ITEM-ID           BY SR-ITEM-ID
000820                   PR-CATEGORY          BY SR-CATEGORY
000830                   PR-LOCATION          BY SR-LOCATION
000840                   PR-QUANTITY          BY SR-QUANTITY
000850                   PR-RECEIPT-UNIT-COST BY SR-RECEIPT-UNIT-COST
000860                   PR-PO-UNIT-PRICE     BY SR-PO-UNIT-PRICE.
000870
000880 FD  PPV-LISTING.
000890 01  PPV-LINE                            PIC X(110).
000900
000910 WORKING-STORAGE SECTION.
000920 01  WS-POMATCH-PATH                     PIC X(100)  VALUE
000930     'POMATCH.DAT'.
000940
000950 01  WS-VENDORS-PATH                     PIC X(100)  VALUE
000960     'VENDORS.DAT'.
000970
000980 01  WS-POMATCH-STATUS                   PIC X(02)   VALUE '00'.
000990     88  POMATCH-STATUS-OK                            VALUE '00'.
001000     88  POMATCH-FILE-NOT-FOUND                       VALUE '35'.
001010
001020 01  WS-VENDORS-STATUS                   PIC X(02)   VALUE '00'.
001030     88  VENDORS-STATUS-OK                            VALUE '00'.
001040
001050 01  WS-VENDORS-OPEN-SW                  PIC X(01)   VALUE 'N'.
001060     88  VENDORS-FILE-AVAILABLE                      VALUE 'Y'.
001070
001080 01  WS-EOF                              PIC X(01)   VALUE 'N'.
001090     88  END-OF-PO-RECEIPTS                          VALUE 'Y'.
001100
001110 01  WS-SORT-EOF                         PIC X(01)   VALUE 'N'.
001120     88  END-OF-SORT-WORK                            VALUE 'Y'.
001130
001140 01  WS-FIRST-SW                         PIC X(01)   VALUE 'Y'.
001150     88  FIRST-RECEIPT                               VALUE 'Y'.
001160
001170 01  WS-PPV-MONTH                        PIC X(06)   VALUE SPACES.
001180 01  WS-THRESHOLD-TEXT                   PIC X(03)   VALUE SPACES.
001190 77  WS-THRESHOLD                        PIC 9(03)   VALUE 5.
001200
001210 77  WS-PREV-VENDOR-ID                   PIC 9(05)   VALUE 0.
001220 01  WS-PREV-CATEGORY                    PIC X(04)   VALUE SPACES.
001230
001240*--------------------------------------------------------------*
001250* PER-RECEIPT WORK FIELDS
001260*--------------------------------------------------------------*
001270 77  WS-PO-VALUE                   PIC 9(09)V9(02)   VALUE 0.
001280 77  WS-ACTUAL-VALUE               PIC 9(09)V9(02)   VALUE 0.
001290 77  WS-VARIANCE                   PIC S9(09)V9(02)  VALUE 0.
001300 77  WS-VARIANCE-PCT               PIC S9(04)V9(01)  VALUE 0.
001310
001320*--------------------------------------------------------------*
001330* CATEGORY, VENDOR, AND REPORT ACCUMULATORS
001340*--------------------------------------------------------------*
001350 77  WS-CAT-LINES                        PIC 9(05)   VALUE 0.
001360 77  WS-CAT-FLAGGED                      PIC 9(05)   VALUE 0.
001370 77  WS-CAT-PO-VALUE               PIC 9(11)V9(02)   VALUE 0.
001380 77  WS-CAT-ACTUAL                 PIC 9(11)V9(02)   VALUE 0.
001390 77  WS-CAT-VARIANCE               PIC S9(11)V9(02)  VALUE 0.
001400
001410 77  WS-VND-LINES                        PIC 9(05)   VALUE 0.
001420 77  WS-VND-FLAGGED                      PIC 9(05)   VALUE 0.
001430 77  WS-VND-PO-VALUE               PIC 9(11)V9(02)   VALUE 0.
001440 77  WS-VND-ACTUAL                 PIC 9(11)V9(02)   VALUE 0.
001450 77  WS-VND-VARIANCE               PIC S9(11)V9(02)  VALUE 0.
001460
001470 77  WS-TOTAL-LINES                      PIC 9(05)   VALUE 0.
001480 77  WS-TOTAL-FLAGGED                    PIC 9(05)   VALUE 0.
001490 77  WS-TOTAL-PO-VALUE             PIC 9(11)V9(02)   VALUE 0.
001500 77  WS-TOTAL-ACTUAL               PIC 9(11)V9(02)   VALUE 0.
001510 77  WS-TOTAL-VARIANCE             PIC S9(11)V9(02)  VALUE 0.
001520
001530*--------------------------------------------------------------*
001540* REPORT CONTROL COUNTERS AND SWITCHES
001550*--------------------------------------------------------------*
001560 77  WS-PAGE-NUMBER                      PIC 9(03)   VALUE 0.
001570 77  WS-LINE-COUNT                       PIC 9(03)   VALUE 99.
001580 77  WS-LINES-PER-PAGE                   PIC 9(03)   VALUE 50.
001590
001600 01  WS-CURRENT-DATE.
001610     05  WS-CURRENT-YEAR                 PIC 9(04).
001620     05  WS-CURRENT-MONTH                PIC 9(02).
001630     05  WS-CURRENT-DAY                  PIC 9(02).
001640
001650 01  WS-WORK-DATE.
001660     05  WS-WORK-YEAR                    PIC 9(04).
001670     05  WS-WORK-MONTH                   PIC 9(02).
001680     05  WS-WORK-DAY                     PIC 9(02).
001690
001700 01  WS-DISPLAY-DATE.
001710     05  WS-DISPLAY-MONTH                PIC 9(02).
001720     05  FILLER                          PIC X(01)   VALUE '/'.
001730     05  WS-DISPLAY-DAY                  PIC 9(02).
001740     05  FILLER                          PIC X(01)   VALUE '/'.
001750     05  WS-DISPLAY-YEAR                 PIC 9(04).
001760
001770*--------------------------------------------------------------*
001780* PRINT-IMAGE LINES
001790*--------------------------------------------------------------*
001800 01  WS-HEADING-1.
001810     05  FILLER                          PIC X(30) VALUE
001820         'PURCHASE PRICE VARIANCE'.
001830     05  FILLER                          PIC X(10) VALUE SPACES.
001840     05  FILLER                          PIC X(06) VALUE
001850         'MONTH:'.
001860     05  FILLER                          PIC X(01) VALUE SPACE.
001870     05  H1-PPV-MONTH                    PIC X(06).
001880     05  FILLER                          PIC X(04) VALUE SPACES.
001890     05  FILLER                          PIC X(10) VALUE
001900         'THRESHOLD:'.
001910     05  FILLER                          PIC X(01) VALUE SPACE.
001920     05  H1-THRESHOLD                    PIC ZZ9.
001930     05  FILLER                          PIC X(01) VALUE '%'.
001940     05  FILLER                          PIC X(04) VALUE SPACES.
001950     05  FILLER                          PIC X(05) VALUE 'PAGE:'.
001960     05  FILLER                          PIC X(01) VALUE SPACE.
001970     05  H1-PAGE-NUMBER                  PIC ZZ9.
001980
001990 01  WS-HEADING-2.
002000     05  FILLER                          PIC X(10) VALUE
002010         'PO     LN '.
002020     05  FILLER                          PIC X(02) VALUE SPACES.
002030     05  FILLER                          PIC X(10) VALUE
002040         'RECEIVED'.
002050     05  FILLER                          PIC X(02) VALUE SPACES.
002060     05  FILLER                          PIC X(05) VALUE 'ITEM '.
002070     05  FILLER                          PIC X(02) VALUE SPACES.
002080     05  FILLER                          PIC X(03) VALUE 'LOC'.
002090     05  FILLER                          PIC X(02) VALUE SPACES.
002100     05  FILLER                          PIC X(06) VALUE
002110         '   QTY'.
002120     05  FILLER                          PIC X(02) VALUE SPACES.
002130     05  FILLER                          PIC X(09) VALUE
002140         ' PO PRICE'.
002150     05  FILLER                          PIC X(02) VALUE SPACES.
002160     05  FILLER                          PIC X(09) VALUE
002170         'RCPT COST'.
002180     05  FILLER                          PIC X(02) VALUE SPACES.
002190     05  FILLER                          PIC X(15) VALUE
002200         '       VARIANCE'.
002210     05  FILLER                          PIC X(02) VALUE SPACES.
002220     05  FILLER                          PIC X(07) VALUE
002230         '   PCT '.
002240     05  FILLER                          PIC X(02) VALUE SPACES.
002250     05  FILLER                          PIC X(04) VALUE 'FLAG'.
002260
002270 01  WS-VENDOR-HEADING.
002280     05  FILLER                          PIC X(08) VALUE
002290         'VENDOR: '.
002300     05  VH-VENDOR-ID                    PIC 9(05).
002310     05  FILLER                          PIC X(02) VALUE SPACES.
002320     05  VH-VENDOR-NAME                  PIC X(25).
002330
002340 01  WS-DETAIL-LINE.
002350     05  DL-PO-NUMBER                    PIC 9(06).
002360     05  FILLER                          PIC X(01) VALUE SPACE.
002370     05  DL-PO-LINE                      PIC 9(03).
002380     05  FILLER                          PIC X(02) VALUE SPACES.
002390     05  DL-RECEIPT-DATE                 PIC X(10).
002400     05  FILLER                          PIC X(02) VALUE SPACES.
002410     05  DL-ITEM-ID                      PIC 9(05).
002420     05  FILLER                          PIC X(02) VALUE SPACES.
002430     05  DL-LOCATION                     PIC X(03).
002440     05  FILLER                          PIC X(02) VALUE SPACES.
002450     05  DL-QUANTITY                     PIC ZZ,ZZ9.
002460     05  FILLER                          PIC X(02) VALUE SPACES.
002470     05  DL-PO-PRICE                     PIC ZZ,ZZ9.99.
002480     05  FILLER                          PIC X(02) VALUE SPACES.
002490     05  DL-RECEIPT-COST                 PIC ZZ,ZZ9.99.
002500     05  FILLER                          PIC X(02) VALUE SPACES.
002510     05  DL-VARIANCE                     PIC ZZZ,ZZZ,ZZ9.99-.
002520     05  FILLER                          PIC X(02) VALUE SPACES.
002530     05  DL-VARIANCE-PCT                 PIC ZZZ9.9-.
002540     05  FILLER                          PIC X(02) VALUE SPACES.
002550     05  DL-FLAG                         PIC X(08).
002560
002570*    One layout serves the category subtotal, the vendor total,
002580*    and the grand total
002590 01  WS-TOTAL-LINE.
002600     05  TL-LABEL                        PIC X(09).
002610     05  TL-CODE                         PIC X(05).
002620     05  FILLER                          PIC X(07) VALUE
002630         ' LINES '.
002640     05  TL-LINES                        PIC ZZ,ZZ9.
002650     05  FILLER                          PIC X(05) VALUE
002660         '  PO '.
002670     05  TL-PO-VALUE                     PIC ZZZ,ZZZ,ZZ9.99.
002680     05  FILLER                          PIC X(09) VALUE
002690         '  ACTUAL '.
002700     05  TL-ACTUAL                       PIC ZZZ,ZZZ,ZZ9.99.
002710     05  FILLER                          PIC X(06) VALUE
002720         '  PPV '.
002730     05  TL-VARIANCE                     PIC ZZZ,ZZZ,ZZ9.99-.
002740     05  FILLER                          PIC X(10) VALUE
002750         '  FLAGGED '.
002760     05  TL-FLAGGED                      PIC ZZ,ZZ9.
002770
002780 PROCEDURE DIVISION.
002790*--------------------------------------------------------------*
002800* 0000-MAINLINE
002810*--------------------------------------------------------------*
002820 0000-MAINLINE.
002830     PERFORM 1000-INITIALIZE
002840         THRU 1000-INITIALIZE-EXIT.
002850
002860     SORT SORT-WORK
002870         ON ASCENDING KEY SR-VENDOR-ID
002880                          SR-CATEGORY
002890                          SR-PO-NUMBER
002900                          SR-PO-LINE
002910         WITH DUPLICATES IN ORDER
002920         INPUT PROCEDURE IS 2000-SELECT-MONTH-RECEIPTS
002930             THRU 2000-SELECT-MONTH-RECEIPTS-EXIT
002940         OUTPUT PROCEDURE IS 3000-PRINT-VARIANCES
002950             THRU 3000-PRINT-VARIANCES-EXIT.
002960
002970     PERFORM 9000-TERMINATE
002980         THRU 9000-TERMINATE-EXIT.
002990
003000     STOP RUN.
003010
003020*--------------------------------------------------------------*
003030* 1000-INITIALIZE -- resolve paths, report month, and flag
003040*                    threshold, open the vendor master and the
003050*                    listing
003060*--------------------------------------------------------------*
003070 1000-INITIALIZE.
003080     ACCEPT WS-POMATCH-PATH FROM ENVIRONMENT 'DD-POMATCH'
003090         ON EXCEPTION
003100             CONTINUE
003110     END-ACCEPT.
003120     IF WS-POMATCH-PATH = SPACES
003130         MOVE 'POMATCH.DAT' TO WS-POMATCH-PATH
003140     END-IF.
003150
003160     ACCEPT WS-VENDORS-PATH FROM ENVIRONMENT 'DD-VENDORS'
003170         ON EXCEPTION
003180             CONTINUE
003190     END-ACCEPT.
003200     IF WS-VENDORS-PATH = SPACES
003210         MOVE 'VENDORS.DAT' TO WS-VENDORS-PATH
003220     END-IF.
003230
003240     ACCEPT WS-PPV-MONTH FROM ENVIRONMENT 'DD-PPV-MONTH'
003250         ON EXCEPTION
003260             CONTINUE
003270     END-ACCEPT.
003280     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003290     IF WS-PPV-MONTH = SPACES
003300         MOVE WS-CURRENT-DATE (1:6) TO WS-PPV-MONTH
003310     END-IF.
003320
003330*    The threshold is keyed as one to three digits; anything
003340*    that is not a whole number leaves the default
003350     ACCEPT WS-THRESHOLD-TEXT FROM ENVIRONMENT 'DD-PPV-THRESHOLD'
003360         ON EXCEPTION
003370             CONTINUE
003380     END-ACCEPT.
003390     IF WS-THRESHOLD-TEXT (1:1) IS NUMERIC
003400         IF WS-THRESHOLD-TEXT (2:2) = SPACES
003410             MOVE WS-THRESHOLD-TEXT (1:1) TO WS-THRESHOLD
003420         END-IF
003430         IF WS-THRESHOLD-TEXT (2:1) IS NUMERIC
003440                 AND WS-THRESHOLD-TEXT (3:1) = SPACE
003450             MOVE WS-THRESHOLD-TEXT (1:2) TO WS-THRESHOLD
003460         END-IF
003470         IF WS-THRESHOLD-TEXT IS NUMERIC
003480             MOVE WS-THRESHOLD-TEXT TO WS-THRESHOLD
003490         END-IF
003500     END-IF.
003510
003520*    Without a VENDORS master the vendor prints by number alone
003530     OPEN INPUT VENDORS.
003540     IF VENDORS-STATUS-OK
003550         MOVE 'Y' TO WS-VENDORS-OPEN-SW
003560     END-IF.
003570
003580     OPEN OUTPUT PPV-LISTING.
003590 1000-INITIALIZE-EXIT.
003600     EXIT.
003610
003620*--------------------------------------------------------------*
003630* 2000-SELECT-MONTH-RECEIPTS -- release only the receipts dated
003640*                               in the report month to the
003650*                               sort; a missing match file just
003660*                               means no PO receipts yet
003670*--------------------------------------------------------------*
003680 2000-SELECT-MONTH-RECEIPTS.
003690     OPEN INPUT PO-RECEIPTS.
003700     IF POMATCH-FILE-NOT-FOUND
003710         MOVE 'Y' TO WS-EOF
003720         GO TO 2000-SELECT-MONTH-RECEIPTS-EXIT
003730     END-IF.
003740     IF NOT POMATCH-STATUS-OK
003750         DISPLAY 'PPV-REPORT: POMATCH OPEN FAILED, STATUS = '
003760             WS-POMATCH-STATUS
003770         GO TO 2000-SELECT-MONTH-RECEIPTS-ABEND
003780     END-IF.
003790
003800     PERFORM 2100-RELEASE-ONE-RECEIPT
003810         THRU 2100-RELEASE-ONE-RECEIPT-EXIT
003820         UNTIL END-OF-PO-RECEIPTS.
003830
003840     CLOSE PO-RECEIPTS.
003850 2000-SELECT-MONTH-RECEIPTS-EXIT.
003860     EXIT.
003870
003880 2000-SELECT-MONTH-RECEIPTS-ABEND.
003890     MOVE 16 TO RETURN-CODE.
003900     STOP RUN.
003910
003920 2100-RELEASE-ONE-RECEIPT.
003930     READ PO-RECEIPTS
003940         AT END
003950             MOVE 'Y' TO WS-EOF
003960         NOT AT END
003970             IF PR-RECEIPT-DATE (1:6) = WS-PPV-MONTH
003980                 RELEASE SORT-WORK-RECORD FROM PO-RECEIPT-RECORD
003990             END-IF
004000     END-READ.
004010 2100-RELEASE-ONE-RECEIPT-EXIT.
004020     EXIT.
004030
004040*--------------------------------------------------------------*
004050* 3000-PRINT-VARIANCES -- RETURN the sorted receipts and print
004060*                         them by vendor and category, then the
004070*                         grand total
004080*--------------------------------------------------------------*
004090 3000-PRINT-VARIANCES.
004100     MOVE 'N' TO WS-SORT-EOF.
004110     PERFORM 3100-PRINT-ONE-RECEIPT
004120         THRU 3100-PRINT-ONE-RECEIPT-EXIT
004130         UNTIL END-OF-SORT-WORK.
004140
004150     IF NOT FIRST-RECEIPT
004160         PERFORM 3400-PRINT-CATEGORY-TOTAL
004170             THRU 3400-PRINT-CATEGORY-TOTAL-EXIT
004180         PERFORM 3450-PRINT-VENDOR-TOTAL
004190             THRU 3450-PRINT-VENDOR-TOTAL-EXIT
004200     END-IF.
004210
004220     PERFORM 3600-PRINT-GRAND-TOTAL
004230         THRU 3600-PRINT-GRAND-TOTAL-EXIT.
004240 3000-PRINT-VARIANCES-EXIT.
004250     EXIT.
004260
004270 3100-PRINT-ONE-RECEIPT.
004280     RETURN SORT-WORK
004290         AT END
004300             MOVE 'Y' TO WS-SORT-EOF
004310         NOT AT END
004320             PERFORM 3200-PRINT-RECEIPT-LINE
004330                 THRU 3200-PRINT-RECEIPT-LINE-EXIT
004340     END-RETURN.
004350 3100-PRINT-ONE-RECEIPT-EXIT.
004360     EXIT.
004370
004380*--------------------------------------------------------------*
004390* 3200-PRINT-RECEIPT-LINE -- vendor and category breaks, then
004400*                            figure, print, and accumulate this
004410*                            receipt's variance
004420*--------------------------------------------------------------*
004430 3200-PRINT-RECEIPT-LINE.
004440     IF FIRST-RECEIPT
004450         MOVE 'N' TO WS-FIRST-SW
004460         PERFORM 3300-PRINT-VENDOR-HEADING
004470             THRU 3300-PRINT-VENDOR-HEADING-EXIT
004480     ELSE
004490         IF SR-VENDOR-ID NOT = WS-PREV-VENDOR-ID
004500             PERFORM 3400-PRINT-CATEGORY-TOTAL
004510                 THRU 3400-PRINT-CATEGORY-TOTAL-EXIT
004520             PERFORM 3450-PRINT-VENDOR-TOTAL
004530                 THRU 3450-PRINT-VENDOR-TOTAL-EXIT
004540             PERFORM 3300-PRINT-VENDOR-HEADING
004550                 THRU 3300-PRINT-VENDOR-HEADING-EXIT
004560         ELSE
004570             IF SR-CATEGORY NOT = WS-PREV-CATEGORY
004580                 PERFORM 3400-PRINT-CATEGORY-TOTAL
004590                     THRU 3400-PRINT-CATEGORY-TOTAL-EXIT
004600             END-IF
004610         END-IF
004620     END-IF.
004630     MOVE SR-CATEGORY TO WS-PREV-CATEGORY.
004640
004650     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004660         PERFORM 3500-PRINT-REPORT-HEADERS
004670             THRU 3500-PRINT-REPORT-HEADERS-EXIT
004680     END-IF.
004690
004700     MOVE SR-RECEIPT-DATE  TO WS-WORK-DATE.
004710     MOVE WS-WORK-MONTH    TO WS-DISPLAY-MONTH.
004720     MOVE WS-WORK-DAY      TO WS-DISPLAY-DAY.
004730     MOVE WS-WORK-YEAR     TO WS-DISPLAY-YEAR.
004740
004750     MOVE SR-PO-NUMBER         TO DL-PO-NUMBER.
004760     MOVE SR-PO-LINE           TO DL-PO-LINE.
004770     MOVE WS-DISPLAY-DATE      TO DL-RECEIPT-DATE.
004780     MOVE SR-ITEM-ID           TO DL-ITEM-ID.
004790     MOVE SR-LOCATION          TO DL-LOCATION.
004800     MOVE SR-QUANTITY          TO DL-QUANTITY.
004810     MOVE SR-PO-UNIT-PRICE     TO DL-PO-PRICE.
004820     MOVE SR-RECEIPT-UNIT-COST TO DL-RECEIPT-COST.
004830     MOVE 0                    TO DL-VARIANCE.
004840     MOVE 0                    TO DL-VARIANCE-PCT.
004850     MOVE SPACES               TO DL-FLAG.
004860     ADD 1 TO WS-CAT-LINES.
004870
004880     IF SR-RECEIPT-UNIT-COST = 0
004890         MOVE 'NO COST'  TO DL-FLAG
004900         GO TO 3200-WRITE-RECEIPT-LINE
004910     END-IF.
004920     IF SR-PO-UNIT-PRICE = 0
004930         MOVE 'NO PRICE' TO DL-FLAG
004940         GO TO 3200-WRITE-RECEIPT-LINE
004950     END-IF.
004960
004970     COMPUTE WS-PO-VALUE = SR-QUANTITY * SR-PO-UNIT-PRICE.
004980     COMPUTE WS-ACTUAL-VALUE = SR-QUANTITY * SR-RECEIPT-UNIT-COST.
004990     COMPUTE WS-VARIANCE = WS-ACTUAL-VALUE - WS-PO-VALUE.
005000     COMPUTE WS-VARIANCE-PCT ROUNDED =
005010         (SR-RECEIPT-UNIT-COST - SR-PO-UNIT-PRICE) * 100
005020         / SR-PO-UNIT-PRICE
005030         ON SIZE ERROR
005040             MOVE 9999.9 TO WS-VARIANCE-PCT
005050     END-COMPUTE.
005060     MOVE WS-VARIANCE     TO DL-VARIANCE.
005070     MOVE WS-VARIANCE-PCT TO DL-VARIANCE-PCT.
005080
005090     IF WS-VARIANCE-PCT > WS-THRESHOLD
005100             OR WS-VARIANCE-PCT < (0 - WS-THRESHOLD)
005110         MOVE '***'   TO DL-FLAG
005120         ADD 1 TO WS-CAT-FLAGGED
005130     END-IF.
005140
005150     ADD WS-PO-VALUE     TO WS-CAT-PO-VALUE.
005160     ADD WS-ACTUAL-VALUE TO WS-CAT-ACTUAL.
005170     ADD WS-VARIANCE     TO WS-CAT-VARIANCE.
005180
005190 3200-WRITE-RECEIPT-LINE.
005200     WRITE PPV-LINE FROM WS-DETAIL-LINE.
005210     ADD 1 TO WS-LINE-COUNT.
005220 3200-PRINT-RECEIPT-LINE-EXIT.
005230     EXIT.
005240
005250*--------------------------------------------------------------*
005260* 3300-PRINT-VENDOR-HEADING -- the new vendor's number and name
005270*                              over its group
005280*--------------------------------------------------------------*
005290 3300-PRINT-VENDOR-HEADING.
005300     MOVE SR-VENDOR-ID TO WS-PREV-VENDOR-ID.
005310
005320     MOVE SR-VENDOR-ID TO VH-VENDOR-ID.
005330     MOVE '*** NOT ON FILE ***' TO VH-VENDOR-NAME.
005340     IF VENDORS-FILE-AVAILABLE
005350         MOVE SR-VENDOR-ID TO VENDOR-ID
005360         READ VENDORS
005370             INVALID KEY
005380                 CONTINUE
005390             NOT INVALID KEY
005400                 MOVE VENDOR-NAME TO VH-VENDOR-NAME
005410         END-READ
005420     END-IF.
005430
005440     IF WS-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
005450         PERFORM 3500-PRINT-REPORT-HEADERS
005460             THRU 3500-PRINT-REPORT-HEADERS-EXIT
005470     END-IF.
005480     WRITE PPV-LINE FROM WS-VENDOR-HEADING.
005490     ADD 1 TO WS-LINE-COUNT.
005500 3300-PRINT-VENDOR-HEADING-EXIT.
005510     EXIT.
005520
005530*--------------------------------------------------------------*
005540* 3400-PRINT-CATEGORY-TOTAL -- subtotal the finished category,
005550*                              roll it into the vendor, and
005560*                              clear the category accumulators
005570*--------------------------------------------------------------*
005580 3400-PRINT-CATEGORY-TOTAL.
005590     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005600         PERFORM 3500-PRINT-REPORT-HEADERS
005610             THRU 3500-PRINT-REPORT-HEADERS-EXIT
005620     END-IF.
005630
005640     MOVE 'CATEGORY '      TO TL-LABEL.
005650     MOVE WS-PREV-CATEGORY TO TL-CODE.
005660     MOVE WS-CAT-LINES     TO TL-LINES.
005670     MOVE WS-CAT-PO-VALUE  TO TL-PO-VALUE.
005680     MOVE WS-CAT-ACTUAL    TO TL-ACTUAL.
005690     MOVE WS-CAT-VARIANCE  TO TL-VARIANCE.
005700     MOVE WS-CAT-FLAGGED   TO TL-FLAGGED.
005710     WRITE PPV-LINE FROM WS-TOTAL-LINE.
005720     ADD 1 TO WS-LINE-COUNT.
005730
005740     ADD WS-CAT-LINES    TO WS-VND-LINES.
005750     ADD WS-CAT-FLAGGED  TO WS-VND-FLAGGED.
005760     ADD WS-CAT-PO-VALUE TO WS-VND-PO-VALUE.
005770     ADD WS-CAT-ACTUAL   TO WS-VND-ACTUAL.
005780     ADD WS-CAT-VARIANCE TO WS-VND-VARIANCE.
005790
005800     MOVE 0 TO WS-CAT-LINES.
005810     MOVE 0 TO WS-CAT-FLAGGED.
005820     MOVE 0 TO WS-CAT-PO-VALUE.
005830     MOVE 0 TO WS-CAT-ACTUAL.
005840     MOVE 0 TO WS-CAT-VARIANCE.
005850 3400-PRINT-CATEGORY-TOTAL-EXIT.
005860     EXIT.
005870
005880*--------------------------------------------------------------*
005890* 3450-PRINT-VENDOR-TOTAL -- total the finished vendor, roll it
005900*                            into the report, and clear the
005910*                            vendor accumulators
005920*--------------------------------------------------------------*
005930 3450-PRINT-VENDOR-TOTAL.
005940     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005950         PERFORM 3500-PRINT-REPORT-HEADERS
005960             THRU 3500-PRINT-REPORT-HEADERS-EXIT
005970     END-IF.
005980
005990     MOVE 'VENDOR   '       TO TL-LABEL.
006000     MOVE WS-PREV-VENDOR-ID TO TL-CODE.
006010     MOVE WS-VND-LINES      TO TL-LINES.
006020     MOVE WS-VND-PO-VALUE   TO TL-PO-VALUE.
006030     MOVE WS-VND-ACTUAL     TO TL-ACTUAL.
006040     MOVE WS-VND-VARIANCE   TO TL-VARIANCE.
006050     MOVE WS-VND-FLAGGED    TO TL-FLAGGED.
006060     WRITE PPV-LINE FROM WS-TOTAL-LINE.
006070     WRITE PPV-LINE FROM SPACES.
006080     ADD 2 TO WS-LINE-COUNT.
006090
006100     ADD WS-VND-LINES    TO WS-TOTAL-LINES.
006110     ADD WS-VND-FLAGGED  TO WS-TOTAL-FLAGGED.
006120     ADD WS-VND-PO-VALUE TO WS-TOTAL-PO-VALUE.
006130     ADD WS-VND-ACTUAL   TO WS-TOTAL-ACTUAL.
006140     ADD WS-VND-VARIANCE TO WS-TOTAL-VARIANCE.
006150
006160     MOVE 0 TO WS-VND-LINES.
006170     MOVE 0 TO WS-VND-FLAGGED.
006180     MOVE 0 TO WS-VND-PO-VALUE.
006190     MOVE 0 TO WS-VND-ACTUAL.
006200     MOVE 0 TO WS-VND-VARIANCE.
006210 3450-PRINT-VENDOR-TOTAL-EXIT.
006220     EXIT.
006230
006240*--------------------------------------------------------------*
006250* 3500-PRINT-REPORT-HEADERS -- start a new page
006260*--------------------------------------------------------------*
006270 3500-PRINT-REPORT-HEADERS.
006280     ADD 1 TO WS-PAGE-NUMBER.
006290     MOVE WS-PPV-MONTH   TO H1-PPV-MONTH.
006300     MOVE WS-THRESHOLD   TO H1-THRESHOLD.
006310     MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER.
006320
006330     IF WS-PAGE-NUMBER > 1
006340         WRITE PPV-LINE FROM SPACES
006350     END-IF.
006360
006370     WRITE PPV-LINE FROM WS-HEADING-1.
006380     WRITE PPV-LINE FROM SPACES.
006390     WRITE PPV-LINE FROM WS-HEADING-2.
006400     WRITE PPV-LINE FROM SPACES.
006410
006420     MOVE 0 TO WS-LINE-COUNT.
006430 3500-PRINT-REPORT-HEADERS-EXIT.
006440     EXIT.
006450
006460*--------------------------------------------------------------*
006470* 3600-PRINT-GRAND-TOTAL -- trailer line with the month's
006480*                           totals across all vendors
006490*--------------------------------------------------------------*
006500 3600-PRINT-GRAND-TOTAL.
006510     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006520         PERFORM 3500-PRINT-REPORT-HEADERS
006530             THRU 3500-PRINT-REPORT-HEADERS-EXIT
006540     END-IF.
006550     MOVE 'ALL      '       TO TL-LABEL.
006560     MOVE SPACES            TO TL-CODE.
006570     MOVE WS-TOTAL-LINES    TO TL-LINES.
006580     MOVE WS-TOTAL-PO-VALUE TO TL-PO-VALUE.
006590     MOVE WS-TOTAL-ACTUAL   TO TL-ACTUAL.
006600     MOVE WS-TOTAL-VARIANCE TO TL-VARIANCE.
006610     MOVE WS-TOTAL-FLAGGED  TO TL-FLAGGED.
006620     WRITE PPV-LINE FROM SPACES.
006630     WRITE PPV-LINE FROM WS-TOTAL-LINE.
006640 3600-PRINT-GRAND-TOTAL-EXIT.
006650     EXIT.
006660
006670*--------------------------------------------------------------*
006680* 9000-TERMINATE -- close the vendor master and the listing
006690*--------------------------------------------------------------*
006700 9000-TERMINATE.
006710     IF VENDORS-FILE-AVAILABLE
006720         CLOSE VENDORS
006730     END-IF.
006740     CLOSE PPV-LISTING.
006750 9000-TERMINATE-EXIT.
006760     EXIT.
006770
006780 END PROGRAM PPV-REPORT.
