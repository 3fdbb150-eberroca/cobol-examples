000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Daily expediting list. Every open PO line on
000160*          PORDERS.DAT still short of its order quantity and
000170*          past its PO-EXPECTED-DATE is listed, grouped by
000180*          vendor under the vendor's name and buying contact
000190*          from the VENDORS master, most overdue first within
000200*          the vendor, so purchasing knows who to call each
000210*          morning and about what.
000220*
000230*          Days overdue are figured on the same 30-day-month,
000240*          360-day-year basis PURCH-ORDER uses to promise the
000250*          expected date.
000260*
000270* Modification History:
000280*   10/15/2026  EB   Original version.
000290* Tectonics: cobc
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. PO-EXPEDITE.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PURCH-ORDERS ASSIGN TO WS-PORDERS-PATH
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS PO-KEY OF PURCH-ORDER-RECORD
000410         FILE STATUS IS WS-PORDERS-STATUS.
000420
000430     SELECT VENDORS ASSIGN TO WS-VENDORS-PATH
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS VENDOR-ID OF VENDORS-FILE
000470         FILE STATUS IS WS-VENDORS-STATUS.
000480
000490     SELECT ITEMS ASSIGN TO WS-ITEMS-PATH
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS ITEM-ID OF ITEMS-FILE
000530         FILE STATUS IS WS-ITEMS-STATUS.
000540
000550     SELECT SORT-WORK ASSIGN TO 'SORTWORK.TMP'.
000560
000570     SELECT EXPEDITE-LISTING ASSIGN TO 'EXPEDITE.TXT'
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PURCH-ORDERS.
000630     COPY PORDREC.
000640
000650 FD  VENDORS.
000660     COPY VENDREC.
000670
000680 FD  ITEMS.
000690     COPY ITEMREC.
000700
000710*--------------------------------------------------------------*
000720* SORT RECORD -- one overdue PO line, keyed by vendor, then
000730* most days overdue first
000740*--------------------------------------------------------------*
000750 SD  SORT-WORK.
000760 01  SORT-WORK-RECORD.
000770     05  EX-VENDOR-ID                    PIC 9(05).
000780     05  EX-DAYS-OVERDUE                 PIC 9(05).
000790     05  EX-PO-NUMBER                    PIC 9(06).
000800     05  EX-LINE-NUMBER                  PIC 9(03).
000810     05  EX-ITEM-ID                      PIC 9(05).
000820     05  EX-ORDER-QTY                    PIC 9(05).
000830     05  EX-RECEIVED-QTY                 PIC 9(05).
000840     05  EX-ORDER-DATE                   PIC 9(08).
000850     05  EX-EXPECTED-DATE                PIC 9(08).
000860
000870 FD  EXPEDITE-LISTING.
000880 01  EXPEDITE-LINE                       PIC X(110).
000890
000900 WORKING-STORAGE SECTION.
000910 01  WS-PORDERS-PATH                     PIC X(100)  VALUE
000920     'PORDERS.DAT'.
000930
000940 01  WS-VENDORS-PATH                     PIC X(100)  VALUE
000950     'VENDORS.DAT'.
000960
000970 01  WS-ITEMS-PATH                       PIC X(100)  VALUE
000980     'ITEMS.DAT'.
000990
001000 01  WS-PORDERS-STATUS                   PIC X(02)   VALUE '00'.
001010     88  PORDERS-STATUS-OK                            VALUE '00'.
001020     88  PORDERS-FILE-NOT-FOUND                       VALUE '35'.
001030
001040 01  WS-VENDORS-STATUS                   PIC X(02)   VALUE '00'.
001050     88  VENDORS-STATUS-OK                            VALUE '00'.
001060
001070 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
001080     88  ITEMS-STATUS-OK                              VALUE '00'.
001090
001100 01  WS-VENDORS-OPEN-SW                  PIC X(01)   VALUE 'N'.
001110     88  VENDORS-FILE-AVAILABLE                      VALUE 'Y'.
001120
001130 01  WS-ITEMS-OPEN-SW                    PIC X(01)   VALUE 'N'.
001140     88  ITEMS-FILE-AVAILABLE                        VALUE 'Y'.
001150
001160 01  WS-EOF                              PIC X(01)   VALUE 'N'.
001170     88  END-OF-PURCH-ORDERS                         VALUE 'Y'.
001180
001190 01  WS-SORT-EOF                         PIC X(01)   VALUE 'N'.
001200     88  END-OF-SORT-WORK                            VALUE 'Y'.
001210
001220 01  WS-FIRST-SW                         PIC X(01)   VALUE 'Y'.
001230     88  FIRST-OVERDUE-LINE                          VALUE 'Y'.
001240
001250 77  WS-PREV-VENDOR-ID                   PIC 9(05)   VALUE 0.
001260
001270 77  WS-VENDOR-LINES                     PIC 9(05)   VALUE 0.
001280 77  WS-VENDOR-OPEN-QTY                  PIC 9(07)   VALUE 0.
001290 77  WS-TOTAL-LINES                      PIC 9(05)   VALUE 0.
001300 77  WS-TOTAL-VENDORS                    PIC 9(05)   VALUE 0.
001310 77  WS-LINE-OPEN-QTY                    PIC 9(05)   VALUE 0.
001320
001330*--------------------------------------------------------------*
001340* REPORT CONTROL COUNTERS
001350*--------------------------------------------------------------*
001360 77  WS-PAGE-NUMBER                      PIC 9(03)   VALUE 0.
001370 77  WS-LINE-COUNT                       PIC 9(03)   VALUE 99.
001380 77  WS-LINES-PER-PAGE                   PIC 9(03)   VALUE 50.
001390
001400*--------------------------------------------------------------*
001410* DATE WORK AREAS -- 30-day-month serial days
001420*--------------------------------------------------------------*
001430 77  WS-DATE-SERIAL                      PIC 9(07)   VALUE 0.
001440 77  WS-TODAY-SERIAL                     PIC 9(07)   VALUE 0.
001450
001460 01  WS-WORK-DATE.
001470     05  WS-WORK-YEAR                    PIC 9(04).
001480     05  WS-WORK-MONTH                   PIC 9(02).
001490     05  WS-WORK-DAY                     PIC 9(02).
001500
001510 01  WS-CURRENT-DATE.
001520     05  WS-CURRENT-YEAR                 PIC 9(04).
001530     05  WS-CURRENT-MONTH                PIC 9(02).
001540     05  WS-CURRENT-DAY                  PIC 9(02).
001550
001560 01  WS-DISPLAY-DATE.
001570     05  WS-DISPLAY-MONTH                PIC 9(02).
001580     05  FILLER                          PIC X(01)   VALUE '/'.
001590     05  WS-DISPLAY-DAY                  PIC 9(02).
001600     05  FILLER                          PIC X(01)   VALUE '/'.
001610     05  WS-DISPLAY-YEAR                 PIC 9(04).
001620
001630*--------------------------------------------------------------*
001640* PRINT-IMAGE LINES
001650*--------------------------------------------------------------*
001660 01  WS-HEADING-1.
001670     05  FILLER                          PIC X(30) VALUE
001680         'PO EXPEDITING LIST'.
001690     05  FILLER                          PIC X(10) VALUE SPACES.
001700     05  FILLER                          PIC X(05) VALUE 'DATE:'.
001710     05  FILLER                          PIC X(01) VALUE SPACE.
001720     05  H1-REPORT-DATE                  PIC X(10).
001730     05  FILLER                          PIC X(10) VALUE SPACES.
001740     05  FILLER                          PIC X(05) VALUE 'PAGE:'.
001750     05  FILLER                          PIC X(01) VALUE SPACE.
001760     05  H1-PAGE-NUMBER                  PIC ZZ9.
001770
001780 01  WS-HEADING-2.
001790     05  FILLER                          PIC X(12) VALUE
001800         'PO     LN   '.
001810     05  FILLER                          PIC X(07) VALUE 'ITEM'.
001820     05  FILLER                          PIC X(27) VALUE
001830         'DESCRIPTION'.
001840     05  FILLER                          PIC X(08) VALUE
001850         'ORDERED '.
001860     05  FILLER                          PIC X(08) VALUE
001870         ' RECVD  '.
001880     05  FILLER                          PIC X(08) VALUE
001890         '  OPEN  '.
001900     05  FILLER                          PIC X(12) VALUE
001910         'ORDERED ON'.
001920     05  FILLER                          PIC X(12) VALUE
001930         'EXPECTED'.
001940     05  FILLER                          PIC X(09) VALUE
001950         'DAYS OVER'.
001960
001970 01  WS-VENDOR-HEADING.
001980     05  FILLER                          PIC X(08) VALUE
001990         'VENDOR: '.
002000     05  VH-VENDOR-ID                    PIC 9(05).
002010     05  FILLER                          PIC X(02) VALUE SPACES.
002020     05  VH-VENDOR-NAME                  PIC X(25).
002030     05  FILLER                          PIC X(02) VALUE SPACES.
002040     05  FILLER                          PIC X(09) VALUE
002050         'CONTACT: '.
002060     05  VH-VENDOR-CONTACT               PIC X(25).
002070
002080 01  WS-DETAIL-LINE.
002090     05  DL-PO-NUMBER                    PIC 9(06).
002100     05  FILLER                          PIC X(01) VALUE SPACE.
002110     05  DL-LINE-NUMBER                  PIC 9(03).
002120     05  FILLER                          PIC X(02) VALUE SPACES.
002130     05  DL-ITEM-ID                      PIC 9(05).
002140     05  FILLER                          PIC X(02) VALUE SPACES.
002150     05  DL-ITEM-NAME                    PIC X(25).
002160     05  FILLER                          PIC X(02) VALUE SPACES.
002170     05  DL-ORDER-QTY                    PIC ZZ,ZZ9.
002180     05  FILLER                          PIC X(02) VALUE SPACES.
002190     05  DL-RECEIVED-QTY                 PIC ZZ,ZZ9.
002200     05  FILLER                          PIC X(02) VALUE SPACES.
002210     05  DL-OPEN-QTY                     PIC ZZ,ZZ9.
002220     05  FILLER                          PIC X(02) VALUE SPACES.
002230     05  DL-ORDER-DATE                   PIC X(10).
002240     05  FILLER                          PIC X(02) VALUE SPACES.
002250     05  DL-EXPECTED-DATE                PIC X(10).
002260     05  FILLER                          PIC X(02) VALUE SPACES.
002270     05  DL-DAYS-OVERDUE                 PIC ZZ,ZZ9.
002280
002290 01  WS-VENDOR-TOTAL-LINE.
002300     05  FILLER                          PIC X(12) VALUE SPACES.
002310     05  FILLER                          PIC X(16) VALUE
002320         'OVERDUE LINES:'.
002330     05  VT-VENDOR-LINES                 PIC ZZ,ZZ9.
002340     05  FILLER                          PIC X(04) VALUE SPACES.
002350     05  FILLER                          PIC X(12) VALUE
002360         'OPEN UNITS:'.
002370     05  VT-VENDOR-OPEN-QTY              PIC Z,ZZZ,ZZ9.
002380
002390 01  WS-TOTAL-LINE.
002400     05  FILLER                          PIC X(22) VALUE
002410         'TOTAL OVERDUE LINES:'.
002420     05  TL-TOTAL-LINES                  PIC ZZ,ZZ9.
002430     05  FILLER                          PIC X(04) VALUE SPACES.
002440     05  FILLER                          PIC X(10) VALUE
002450         'VENDORS:'.
002460     05  TL-TOTAL-VENDORS                PIC ZZ,ZZ9.
002470
002480 PROCEDURE DIVISION.
002490*--------------------------------------------------------------*
002500* 0000-MAINLINE
002510*--------------------------------------------------------------*
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE
002540         THRU 1000-INITIALIZE-EXIT.
002550
002560     SORT SORT-WORK
002570         ON ASCENDING KEY EX-VENDOR-ID
002580         ON DESCENDING KEY EX-DAYS-OVERDUE
002590         ON ASCENDING KEY EX-PO-NUMBER
002600                          EX-LINE-NUMBER
002610         INPUT PROCEDURE IS 2000-SELECT-OVERDUE-LINES
002620             THRU 2000-SELECT-OVERDUE-LINES-EXIT
002630         OUTPUT PROCEDURE IS 3000-PRINT-OVERDUE-LINES
002640             THRU 3000-PRINT-OVERDUE-LINES-EXIT.
002650
002660     PERFORM 9000-TERMINATE
002670         THRU 9000-TERMINATE-EXIT.
002680
002690     STOP RUN.
002700
002710*--------------------------------------------------------------*
002720* 1000-INITIALIZE -- resolve paths, today's serial day, open
002730*                    the masters and the listing
002740*--------------------------------------------------------------*
002750 1000-INITIALIZE.
002760     ACCEPT WS-PORDERS-PATH FROM ENVIRONMENT 'DD-PORDERS'
002770         ON EXCEPTION
002780             CONTINUE
002790     END-ACCEPT.
002800     IF WS-PORDERS-PATH = SPACES
002810         MOVE 'PORDERS.DAT' TO WS-PORDERS-PATH
002820     END-IF.
002830
002840     ACCEPT WS-VENDORS-PATH FROM ENVIRONMENT 'DD-VENDORS'
002850         ON EXCEPTION
002860             CONTINUE
002870     END-ACCEPT.
002880     IF WS-VENDORS-PATH = SPACES
002890         MOVE 'VENDORS.DAT' TO WS-VENDORS-PATH
002900     END-IF.
002910
002920     ACCEPT WS-ITEMS-PATH FROM ENVIRONMENT 'DD-ITEMS'
002930         ON EXCEPTION
002940             CONTINUE
002950     END-ACCEPT.
002960     IF WS-ITEMS-PATH = SPACES
002970         MOVE 'ITEMS.DAT' TO WS-ITEMS-PATH
002980     END-IF.
002990
003000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003010     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
003020     PERFORM 1100-DATE-TO-SERIAL
003030         THRU 1100-DATE-TO-SERIAL-EXIT.
003040     MOVE WS-DATE-SERIAL TO WS-TODAY-SERIAL.
003050
003060*    Without the masters the list still prints, by number
003070     OPEN INPUT VENDORS.
003080     IF VENDORS-STATUS-OK
003090         MOVE 'Y' TO WS-VENDORS-OPEN-SW
003100     END-IF.
003110
003120     OPEN INPUT ITEMS.
003130     IF ITEMS-STATUS-OK
003140         MOVE 'Y' TO WS-ITEMS-OPEN-SW
003150     END-IF.
003160
003170     OPEN OUTPUT EXPEDITE-LISTING.
003180 1000-INITIALIZE-EXIT.
003190     EXIT.
003200
003210*--------------------------------------------------------------*
003220* 1100-DATE-TO-SERIAL -- WS-WORK-DATE to 30/360 serial days
003230*--------------------------------------------------------------*
003240 1100-DATE-TO-SERIAL.
003250     COMPUTE WS-DATE-SERIAL =
003260         (WS-WORK-YEAR * 360)
003270         + (WS-WORK-MONTH * 30)
003280         + WS-WORK-DAY.
003290 1100-DATE-TO-SERIAL-EXIT.
003300     EXIT.
003310
003320*--------------------------------------------------------------*
003330* 1200-FORMAT-DATE -- WS-WORK-DATE to MM/DD/YYYY
003340*--------------------------------------------------------------*
003350 1200-FORMAT-DATE.
003360     MOVE WS-WORK-MONTH TO WS-DISPLAY-MONTH.
003370     MOVE WS-WORK-DAY   TO WS-DISPLAY-DAY.
003380     MOVE WS-WORK-YEAR  TO WS-DISPLAY-YEAR.
003390 1200-FORMAT-DATE-EXIT.
003400     EXIT.
003410
003420*--------------------------------------------------------------*
003430* 2000-SELECT-OVERDUE-LINES -- release every open, short PO
003440*                              line whose expected date has
003450*                              passed; no PO file means nothing
003460*                              is on order
003470*--------------------------------------------------------------*
003480 2000-SELECT-OVERDUE-LINES.
003490     OPEN INPUT PURCH-ORDERS.
003500     IF PORDERS-FILE-NOT-FOUND
003510         MOVE 'Y' TO WS-EOF
003520         GO TO 2000-SELECT-OVERDUE-LINES-EXIT
003530     END-IF.
003540     IF NOT PORDERS-STATUS-OK
003550         DISPLAY 'PO-EXPEDITE: PORDERS OPEN FAILED, STATUS = '
003560             WS-PORDERS-STATUS
003570         GO TO 2000-SELECT-OVERDUE-LINES-ABEND
003580     END-IF.
003590
003600     PERFORM 2100-CHECK-ONE-PO-LINE
003610         THRU 2100-CHECK-ONE-PO-LINE-EXIT
003620         UNTIL END-OF-PURCH-ORDERS.
003630
003640     CLOSE PURCH-ORDERS.
003650 2000-SELECT-OVERDUE-LINES-EXIT.
003660     EXIT.
003670
003680 2000-SELECT-OVERDUE-LINES-ABEND.
003690     MOVE 16 TO RETURN-CODE.
003700     STOP RUN.
003710
003720 2100-CHECK-ONE-PO-LINE.
003730     READ PURCH-ORDERS NEXT RECORD
003740         AT END
003750             MOVE 'Y' TO WS-EOF
003760             GO TO 2100-CHECK-ONE-PO-LINE-EXIT
003770     END-READ.
003780
003790     IF PO-LINE-STATUS NOT = 'O'
003800             OR PO-RECEIVED-QTY NOT < PO-ORDER-QTY
003810         GO TO 2100-CHECK-ONE-PO-LINE-EXIT
003820     END-IF.
003830     IF PO-EXPECTED-DATE NOT < WS-CURRENT-DATE
003840         GO TO 2100-CHECK-ONE-PO-LINE-EXIT
003850     END-IF.
003860
003870     MOVE PO-EXPECTED-DATE TO WS-WORK-DATE.
003880     PERFORM 1100-DATE-TO-SERIAL
003890         THRU 1100-DATE-TO-SERIAL-EXIT.
003900
003910     MOVE PO-VENDOR-ID     TO EX-VENDOR-ID.
003920     COMPUTE EX-DAYS-OVERDUE = WS-TODAY-SERIAL - WS-DATE-SERIAL.
003930     MOVE PO-NUMBER        TO EX-PO-NUMBER.
003940     MOVE PO-LINE-NUMBER   TO EX-LINE-NUMBER.
003950     MOVE PO-ITEM-ID       TO EX-ITEM-ID.
003960     MOVE PO-ORDER-QTY     TO EX-ORDER-QTY.
003970     MOVE PO-RECEIVED-QTY  TO EX-RECEIVED-QTY.
003980     MOVE PO-ORDER-DATE    TO EX-ORDER-DATE.
003990     MOVE PO-EXPECTED-DATE TO EX-EXPECTED-DATE.
004000     RELEASE SORT-WORK-RECORD.
004010 2100-CHECK-ONE-PO-LINE-EXIT.
004020     EXIT.
004030
004040*--------------------------------------------------------------*
004050* 3000-PRINT-OVERDUE-LINES -- RETURN the sorted lines and print
004060*                             them under their vendor, then the
004070*                             trailer
004080*--------------------------------------------------------------*
004090 3000-PRINT-OVERDUE-LINES.
004100     PERFORM 3100-PRINT-ONE-LINE
004110         THRU 3100-PRINT-ONE-LINE-EXIT
004120         UNTIL END-OF-SORT-WORK.
004130
004140     IF NOT FIRST-OVERDUE-LINE
004150         PERFORM 3400-PRINT-VENDOR-TOTAL
004160             THRU 3400-PRINT-VENDOR-TOTAL-EXIT
004170     END-IF.
004180
004190     PERFORM 3600-PRINT-TOTALS
004200         THRU 3600-PRINT-TOTALS-EXIT.
004210 3000-PRINT-OVERDUE-LINES-EXIT.
004220     EXIT.
004230
004240 3100-PRINT-ONE-LINE.
004250     RETURN SORT-WORK
004260         AT END
004270             MOVE 'Y' TO WS-SORT-EOF
004280         NOT AT END
004290             PERFORM 3200-PRINT-DETAIL
004300                 THRU 3200-PRINT-DETAIL-EXIT
004310     END-RETURN.
004320 3100-PRINT-ONE-LINE-EXIT.
004330     EXIT.
004340
004350*--------------------------------------------------------------*
004360* 3200-PRINT-DETAIL -- vendor break, then the overdue line
004370*--------------------------------------------------------------*
004380 3200-PRINT-DETAIL.
004390     IF FIRST-OVERDUE-LINE
004400         MOVE 'N' TO WS-FIRST-SW
004410         PERFORM 3300-PRINT-VENDOR-HEADING
004420             THRU 3300-PRINT-VENDOR-HEADING-EXIT
004430     ELSE
004440         IF EX-VENDOR-ID NOT = WS-PREV-VENDOR-ID
004450             PERFORM 3400-PRINT-VENDOR-TOTAL
004460                 THRU 3400-PRINT-VENDOR-TOTAL-EXIT
004470             PERFORM 3300-PRINT-VENDOR-HEADING
004480                 THRU 3300-PRINT-VENDOR-HEADING-EXIT
004490         END-IF
004500     END-IF.
004510
004520     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004530         PERFORM 3500-PRINT-REPORT-HEADERS
004540             THRU 3500-PRINT-REPORT-HEADERS-EXIT
004550     END-IF.
004560
004570     MOVE SPACES TO DL-ITEM-NAME.
004580     IF ITEMS-FILE-AVAILABLE
004590         MOVE EX-ITEM-ID TO ITEM-ID
004600         READ ITEMS
004610             INVALID KEY
004620                 MOVE '*** NOT ON FILE ***' TO DL-ITEM-NAME
004630             NOT INVALID KEY
004640                 MOVE ITEM-NAME TO DL-ITEM-NAME
004650         END-READ
004660     END-IF.
004670
004680     COMPUTE WS-LINE-OPEN-QTY = EX-ORDER-QTY - EX-RECEIVED-QTY.
004690
004700     MOVE EX-PO-NUMBER     TO DL-PO-NUMBER.
004710     MOVE EX-LINE-NUMBER   TO DL-LINE-NUMBER.
004720     MOVE EX-ITEM-ID       TO DL-ITEM-ID.
004730     MOVE EX-ORDER-QTY     TO DL-ORDER-QTY.
004740     MOVE EX-RECEIVED-QTY  TO DL-RECEIVED-QTY.
004750     MOVE WS-LINE-OPEN-QTY TO DL-OPEN-QTY.
004760     MOVE EX-ORDER-DATE    TO WS-WORK-DATE.
004770     PERFORM 1200-FORMAT-DATE
004780         THRU 1200-FORMAT-DATE-EXIT.
004790     MOVE WS-DISPLAY-DATE  TO DL-ORDER-DATE.
004800     MOVE EX-EXPECTED-DATE TO WS-WORK-DATE.
004810     PERFORM 1200-FORMAT-DATE
004820         THRU 1200-FORMAT-DATE-EXIT.
004830     MOVE WS-DISPLAY-DATE  TO DL-EXPECTED-DATE.
004840     MOVE EX-DAYS-OVERDUE  TO DL-DAYS-OVERDUE.
004850     WRITE EXPEDITE-LINE FROM WS-DETAIL-LINE.
004860     ADD 1 TO WS-LINE-COUNT.
004870
004880     ADD 1 TO WS-VENDOR-LINES.
004890     ADD WS-LINE-OPEN-QTY TO WS-VENDOR-OPEN-QTY.
004900 3200-PRINT-DETAIL-EXIT.
004910     EXIT.
004920
004930*--------------------------------------------------------------*
004940* 3300-PRINT-VENDOR-HEADING -- who to call: the vendor's name
004950*                              and buying contact
004960*--------------------------------------------------------------*
004970 3300-PRINT-VENDOR-HEADING.
004980     MOVE EX-VENDOR-ID TO WS-PREV-VENDOR-ID.
004990     ADD 1 TO WS-TOTAL-VENDORS.
005000
005010     MOVE EX-VENDOR-ID TO VH-VENDOR-ID.
005020     MOVE '*** NOT ON FILE ***' TO VH-VENDOR-NAME.
005030     MOVE SPACES TO VH-VENDOR-CONTACT.
005040     IF VENDORS-FILE-AVAILABLE
005050         MOVE EX-VENDOR-ID TO VENDOR-ID
005060         READ VENDORS
005070             INVALID KEY
005080                 CONTINUE
005090             NOT INVALID KEY
005100                 MOVE VENDOR-NAME    TO VH-VENDOR-NAME
005110                 MOVE VENDOR-CONTACT TO VH-VENDOR-CONTACT
005120         END-READ
005130     END-IF.
005140
005150     IF WS-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
005160         PERFORM 3500-PRINT-REPORT-HEADERS
005170             THRU 3500-PRINT-REPORT-HEADERS-EXIT
005180     END-IF.
005190     WRITE EXPEDITE-LINE FROM WS-VENDOR-HEADING.
005200     ADD 1 TO WS-LINE-COUNT.
005210 3300-PRINT-VENDOR-HEADING-EXIT.
005220     EXIT.
005230
005240*--------------------------------------------------------------*
005250* 3400-PRINT-VENDOR-TOTAL -- the finished vendor's overdue
005260*                            line count and open units
005270*--------------------------------------------------------------*
005280 3400-PRINT-VENDOR-TOTAL.
005290     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005300         PERFORM 3500-PRINT-REPORT-HEADERS
005310             THRU 3500-PRINT-REPORT-HEADERS-EXIT
005320     END-IF.
005330     MOVE WS-VENDOR-LINES    TO VT-VENDOR-LINES.
005340     MOVE WS-VENDOR-OPEN-QTY TO VT-VENDOR-OPEN-QTY.
005350     WRITE EXPEDITE-LINE FROM WS-VENDOR-TOTAL-LINE.
005360     WRITE EXPEDITE-LINE FROM SPACES.
005370     ADD 2 TO WS-LINE-COUNT.
005380
005390     ADD WS-VENDOR-LINES TO WS-TOTAL-LINES.
005400     MOVE 0 TO WS-VENDOR-LINES.
005410     MOVE 0 TO WS-VENDOR-OPEN-QTY.
005420 3400-PRINT-VENDOR-TOTAL-EXIT.
005430     EXIT.
005440
005450*--------------------------------------------------------------*
005460* 3500-PRINT-REPORT-HEADERS -- start a new page
005470*--------------------------------------------------------------*
005480 3500-PRINT-REPORT-HEADERS.
005490     ADD 1 TO WS-PAGE-NUMBER.
005500     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
005510     PERFORM 1200-FORMAT-DATE
005520         THRU 1200-FORMAT-DATE-EXIT.
005530     MOVE WS-DISPLAY-DATE TO H1-REPORT-DATE.
005540     MOVE WS-PAGE-NUMBER  TO H1-PAGE-NUMBER.
005550
005560     IF WS-PAGE-NUMBER > 1
005570         WRITE EXPEDITE-LINE FROM SPACES
005580     END-IF.
005590
005600     WRITE EXPEDITE-LINE FROM WS-HEADING-1.
005610     WRITE EXPEDITE-LINE FROM SPACES.
005620     WRITE EXPEDITE-LINE FROM WS-HEADING-2.
005630     WRITE EXPEDITE-LINE FROM SPACES.
005640
005650     MOVE 0 TO WS-LINE-COUNT.
005660 3500-PRINT-REPORT-HEADERS-EXIT.
005670     EXIT.
005680
005690*--------------------------------------------------------------*
005700* 3600-PRINT-TOTALS -- overdue lines and vendors to call
005710*--------------------------------------------------------------*
005720 3600-PRINT-TOTALS.
005730     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005740         PERFORM 3500-PRINT-REPORT-HEADERS
005750             THRU 3500-PRINT-REPORT-HEADERS-EXIT
005760     END-IF.
005770     MOVE WS-TOTAL-LINES   TO TL-TOTAL-LINES.
005780     MOVE WS-TOTAL-VENDORS TO TL-TOTAL-VENDORS.
005790     WRITE EXPEDITE-LINE FROM SPACES.
005800     WRITE EXPEDITE-LINE FROM WS-TOTAL-LINE.
005810 3600-PRINT-TOTALS-EXIT.
005820     EXIT.
005830
005840*--------------------------------------------------------------*
005850* 9000-TERMINATE -- close the masters and the listing
005860*--------------------------------------------------------------*
005870 9000-TERMINATE.
005880     IF VENDORS-FILE-AVAILABLE
005890         CLOSE VENDORS
005900     END-IF.
005910     IF ITEMS-FILE-AVAILABLE
005920         CLOSE ITEMS
005930     END-IF.
005940     CLOSE EXPEDITE-LISTING.
005950 9000-TERMINATE-EXIT.
005960     EXIT.
005970
005980 END PROGRAM PO-EXPEDITE.
