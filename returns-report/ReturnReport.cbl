000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Monthly customer returns report by reason code.
000160*          Reads the credit memo lines CUST-RETURN wrote to
000170*          CRMEMOS.DAT, keeps those dated in the report month,
000180*          and sorts them by reason code then memo number. Each
000190*          reason prints under its description from the shared
000200*          RTRSNTB table, followed by a subtotal of the units
000210*          restocked and scrapped and the credit given and cost
000220*          returned; a grand total closes the report. Sales and
000230*          quality use it to see why goods come back and what
000240*          each cause costs.
000250*
000260*          The report month comes from the DD-RETURN-MONTH
000270*          environment variable (YYYYMM); when it is not set the
000280*          current month is reported. DD-CRMEMOS overrides the
000290*          credit memo file; a missing file just means no
000300*          returns have been booked yet.
000310*
000320* Modification History:
000330*   10/15/2026  EB   Original version.
000340* Tectonics: cobc
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. RETURN-REPORT.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CREDIT-MEMOS ASSIGN TO WS-CRMEMOS-PATH
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CRMEMOS-STATUS.
000450
000460     SELECT SORT-WORK ASSIGN TO 'SORTWORK.TMP'.
000470
000480     SELECT RETURNS-LISTING ASSIGN TO 'RETRSN.TXT'
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CREDIT-MEMOS.
000540     COPY CRMEMREC.
000550
000560 SD  SORT-WORK.
000570     COPY CRMEMREC
000580         REPLACING CREDIT-MEMO-RECORD BY SORT-WORK-RECORD
000590                   CM-KEY             BY SM-KEY
000600                   CM-MEMO-NUMBER     BY SM-MEMO-NUMBER
000610                   CM-LINE-NUMBER     BY SM-LINE-NUMBER
000620                   CM-MEMO-DATE       BY SM-MEMO-DATE
000630                   CM-CUSTOMER-ID     BY SM-CUSTOMER-ID
000640                   CM-ORDER-NUMBER    BY SM-ORDER-NUMBER
000650                   CM-ORDER-LINE      BY SM-ORDER-LINE
000660                   CM-ITEM-ID         BY SM-ITEM-ID
000670                   CM-CATEGORY        BY SM-CATEGORY
000680                   CM-REASON-CODE     BY SM-REASON-CODE
000690                   CM-DISPOSITION     BY SM-DISPOSITION
000700                   CM-LOCATION        BY SM-LOCATION
000710                   CM-QUANTITY        BY SM-QUANTITY
000720                   CM-UNIT-PRICE      BY SM-UNIT-PRICE
000730                   CM-UNIT-COST       BY SM-UNIT-COST
000740                   CM-EXTENDED-CREDIT BY SM-EXTENDED-CREDIT
000750                   CM-EXTENDED-COST   BY SM-EXTENDED-COST.
000760
000770 FD  RETURNS-LISTING.
000780 01  RETURNS-LINE                        PIC X(110).
000790
000800 WORKING-STORAGE SECTION.
000810 01  WS-CRMEMOS-PATH                     PIC X(100)  VALUE
000820     'CRMEMOS.DAT'.
000830
000840 01  WS-CRMEMOS-STATUS                   PIC X(02)   VALUE '00'.
000850     88  CRMEMOS-STATUS-OK                            VALUE '00'.
000860     88  CRMEMOS-FILE-NOT-FOUND                       VALUE '35'.
000870
000880 01  WS-EOF                              PIC X(01)   VALUE 'N'.
000890     88  END-OF-CREDIT-MEMOS                         VALUE 'Y'.
000900
000910 01  WS-SORT-EOF                         PIC X(01)   VALUE 'N'.
000920     88  END-OF-SORT-WORK                            VALUE 'Y'.
000930
000940 01  WS-FIRST-SW                         PIC X(01)   VALUE 'Y'.
000950     88  FIRST-MEMO-LINE                             VALUE 'Y'.
000960
000970 01  WS-RETURN-MONTH                     PIC X(06)   VALUE SPACES.
000980
000990     COPY RTRSNTB.
001000
001010 77  WS-REASON-SUB                       PIC 9(02)   VALUE 0.
001020 77  WS-REASON-MATCH                     PIC 9(02)   VALUE 0.
001030 01  WS-PREV-REASON-CODE                 PIC X(02)   VALUE SPACES.
001040
001050*--------------------------------------------------------------*
001060* PER-REASON AND REPORT ACCUMULATORS
001070*--------------------------------------------------------------*
001080 77  WS-REASON-LINES                     PIC 9(05)   VALUE 0.
001090 77  WS-REASON-RESTOCKED                 PIC 9(07)   VALUE 0.
001100 77  WS-REASON-SCRAPPED                  PIC 9(07)   VALUE 0.
001110 77  WS-REASON-CREDIT            PIC 9(09)V9(02)     VALUE 0.
001120 77  WS-REASON-COST              PIC 9(09)V9(02)     VALUE 0.
001130
001140 77  WS-TOTAL-LINES                      PIC 9(05)   VALUE 0.
001150 77  WS-TOTAL-RESTOCKED                  PIC 9(07)   VALUE 0.
001160 77  WS-TOTAL-SCRAPPED                   PIC 9(07)   VALUE 0.
001170 77  WS-TOTAL-CREDIT             PIC 9(09)V9(02)     VALUE 0.
001180 77  WS-TOTAL-COST               PIC 9(09)V9(02)     VALUE 0.
001190
001200*--------------------------------------------------------------*
001210* REPORT CONTROL COUNTERS AND SWITCHES
001220*--------------------------------------------------------------*
001230 77  WS-PAGE-NUMBER                      PIC 9(03)   VALUE 0.
001240 77  WS-LINE-COUNT                       PIC 9(03)   VALUE 99.
001250 77  WS-LINES-PER-PAGE                   PIC 9(03)   VALUE 50.
001260
001270 01  WS-CURRENT-DATE.
001280     05  WS-CURRENT-YEAR                 PIC 9(04).
001290     05  WS-CURRENT-MONTH                PIC 9(02).
001300     05  WS-CURRENT-DAY                  PIC 9(02).
001310
001320 01  WS-WORK-DATE.
001330     05  WS-WORK-YEAR                    PIC 9(04).
001340     05  WS-WORK-MONTH                   PIC 9(02).
001350     05  WS-WORK-DAY                     PIC 9(02).
001360
001370 01  WS-DISPLAY-DATE.
001380     05  WS-DISPLAY-MONTH                PIC 9(02).
001390     05  FILLER                          PIC X(01)   VALUE '/'.
001400     05  WS-DISPLAY-DAY                  PIC 9(02).
001410     05  FILLER                          PIC X(01)   VALUE '/'.
001420     05  WS-DISPLAY-YEAR                 PIC 9(04).
001430
001440*--------------------------------------------------------------*
001450* PRINT-IMAGE LINES
001460*--------------------------------------------------------------*
001470 01  WS-HEADING-1.
001480     05  FILLER                          PIC X(30) VALUE
001490         'CUSTOMER RETURNS BY REASON'.
001500     05  FILLER                          PIC X(24) VALUE SPACES.
001510     05  FILLER                          PIC X(06) VALUE
001520         'MONTH:'.
001530     05  FILLER                          PIC X(01) VALUE SPACE.
001540     05  H1-RETURN-MONTH                 PIC X(06).
001550     05  FILLER                          PIC X(06) VALUE SPACES.
001560     05  FILLER                          PIC X(05) VALUE 'PAGE:'.
001570     05  FILLER                          PIC X(01) VALUE SPACE.
001580     05  H1-PAGE-NUMBER                  PIC ZZ9.
001590
001600 01  WS-HEADING-2.
001610     05  FILLER                          PIC X(10) VALUE
001620         'MEMO   LN '.
001630     05  FILLER                          PIC X(02) VALUE SPACES.
001640     05  FILLER                          PIC X(10) VALUE
001650         'DATE'.
001660     05  FILLER                          PIC X(02) VALUE SPACES.
001670     05  FILLER                          PIC X(10) VALUE
001680         'ORDER  LN '.
001690     05  FILLER                          PIC X(02) VALUE SPACES.
001700     05  FILLER                          PIC X(05) VALUE 'CUST '.
001710     05  FILLER                          PIC X(02) VALUE SPACES.
001720     05  FILLER                          PIC X(05) VALUE 'ITEM '.
001730     05  FILLER                          PIC X(02) VALUE SPACES.
001740     05  FILLER                          PIC X(01) VALUE 'D'.
001750     05  FILLER                          PIC X(02) VALUE SPACES.
001760     05  FILLER                          PIC X(03) VALUE 'LOC'.
001770     05  FILLER                          PIC X(02) VALUE SPACES.
001780     05  FILLER                          PIC X(06) VALUE
001790         '   QTY'.
001800     05  FILLER                          PIC X(02) VALUE SPACES.
001810     05  FILLER                          PIC X(14) VALUE
001820         '        CREDIT'.
001830     05  FILLER                          PIC X(02) VALUE SPACES.
001840     05  FILLER                          PIC X(14) VALUE
001850         '          COST'.
001860
001870 01  WS-REASON-HEADING.
001880     05  FILLER                          PIC X(08) VALUE
001890         'REASON: '.
001900     05  RH-REASON-CODE                  PIC X(02).
001910     05  FILLER                          PIC X(02) VALUE SPACES.
001920     05  RH-DESCRIPTION                  PIC X(25).
001930
001940 01  WS-DETAIL-LINE.
001950     05  DL-MEMO-NUMBER                  PIC 9(06).
001960     05  FILLER                          PIC X(01) VALUE SPACE.
001970     05  DL-LINE-NUMBER                  PIC 9(03).
001980     05  FILLER                          PIC X(02) VALUE SPACES.
001990     05  DL-MEMO-DATE                    PIC X(10).
002000     05  FILLER                          PIC X(02) VALUE SPACES.
002010     05  DL-ORDER-NUMBER                 PIC 9(06).
002020     05  FILLER                          PIC X(01) VALUE SPACE.
002030     05  DL-ORDER-LINE                   PIC 9(03).
002040     05  FILLER                          PIC X(02) VALUE SPACES.
002050     05  DL-CUSTOMER-ID                  PIC 9(05).
002060     05  FILLER                          PIC X(02) VALUE SPACES.
002070     05  DL-ITEM-ID                      PIC 9(05).
002080     05  FILLER                          PIC X(02) VALUE SPACES.
002090     05  DL-DISPOSITION                  PIC X(01).
002100     05  FILLER                          PIC X(02) VALUE SPACES.
002110     05  DL-LOCATION                     PIC X(03).
002120     05  FILLER                          PIC X(02) VALUE SPACES.
002130     05  DL-QUANTITY                     PIC ZZ,ZZ9.
002140     05  FILLER                          PIC X(02) VALUE SPACES.
002150     05  DL-EXTENDED-CREDIT              PIC ZZZ,ZZZ,ZZ9.99.
002160     05  FILLER                          PIC X(02) VALUE SPACES.
002170     05  DL-EXTENDED-COST                PIC ZZZ,ZZZ,ZZ9.99.
002180
002190 01  WS-SUBTOTAL-LINE.
002200     05  FILLER                          PIC X(07) VALUE
002210         'REASON '.
002220     05  ST-REASON-CODE                  PIC X(02).
002230     05  FILLER                          PIC X(09) VALUE
002240         '  LINES: '.
002250     05  ST-LINES                        PIC ZZ,ZZ9.
002260     05  FILLER                          PIC X(13) VALUE
002270         '  RESTOCKED: '.
002280     05  ST-RESTOCKED                    PIC Z,ZZZ,ZZ9.
002290     05  FILLER                          PIC X(12) VALUE
002300         '  SCRAPPED: '.
002310     05  ST-SCRAPPED                     PIC Z,ZZZ,ZZ9.
002320     05  FILLER                          PIC X(02) VALUE SPACES.
002330     05  ST-CREDIT                       PIC ZZZ,ZZZ,ZZ9.99.
002340     05  FILLER                          PIC X(02) VALUE SPACES.
002350     05  ST-COST                         PIC ZZZ,ZZZ,ZZ9.99.
002360
002370 01  WS-TOTAL-LINE.
002380     05  FILLER                          PIC X(09) VALUE
002390         'ALL      '.
002400     05  FILLER                          PIC X(09) VALUE
002410         '  LINES: '.
002420     05  TL-LINES                        PIC ZZ,ZZ9.
002430     05  FILLER                          PIC X(13) VALUE
002440         '  RESTOCKED: '.
002450     05  TL-RESTOCKED                    PIC Z,ZZZ,ZZ9.
002460     05  FILLER                          PIC X(12) VALUE
002470         '  SCRAPPED: '.
002480     05  TL-SCRAPPED                     PIC Z,ZZZ,ZZ9.
002490     05  FILLER                          PIC X(02) VALUE SPACES.
002500     05  TL-CREDIT                       PIC ZZZ,ZZZ,ZZ9.99.
002510     05  FILLER                          PIC X(02) VALUE SPACES.
002520     05  TL-COST                         PIC ZZZ,ZZZ,ZZ9.99.
002530
002540 PROCEDURE DIVISION.
002550*--------------------------------------------------------------*
002560* 0000-MAINLINE
002570*--------------------------------------------------------------*
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE
002600         THRU 1000-INITIALIZE-EXIT.
002610
002620     SORT SORT-WORK
002630         ON ASCENDING KEY SM-REASON-CODE
002640                          SM-MEMO-NUMBER
002650                          SM-LINE-NUMBER
002660         WITH DUPLICATES IN ORDER
002670         INPUT PROCEDURE IS 2000-SELECT-MONTH-MEMOS
002680             THRU 2000-SELECT-MONTH-MEMOS-EXIT
002690         OUTPUT PROCEDURE IS 3000-PRINT-RETURNS
002700             THRU 3000-PRINT-RETURNS-EXIT.
002710
002720     PERFORM 9000-TERMINATE
002730         THRU 9000-TERMINATE-EXIT.
002740
002750     STOP RUN.
002760
002770*--------------------------------------------------------------*
002780* 1000-INITIALIZE -- resolve the memo file path and report
002790*                    month, open the listing
002800*--------------------------------------------------------------*
002810 1000-INITIALIZE.
002820     ACCEPT WS-CRMEMOS-PATH FROM ENVIRONMENT 'DD-CRMEMOS'
002830         ON EXCEPTION
002840             CONTINUE
002850     END-ACCEPT.
002860     IF WS-CRMEMOS-PATH = SPACES
002870         MOVE 'CRMEMOS.DAT' TO WS-CRMEMOS-PATH
002880     END-IF.
002890
002900     ACCEPT WS-RETURN-MONTH FROM ENVIRONMENT 'DD-RETURN-MONTH'
002910         ON EXCEPTION
002920             CONTINUE
002930     END-ACCEPT.
002940     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002950     IF WS-RETURN-MONTH = SPACES
002960         MOVE WS-CURRENT-DATE (1:6) TO WS-RETURN-MONTH
002970     END-IF.
002980
002990     OPEN OUTPUT RETURNS-LISTING.
003000 1000-INITIALIZE-EXIT.
003010     EXIT.
003020
003030*--------------------------------------------------------------*
003040* 2000-SELECT-MONTH-MEMOS -- release only the credit memo lines
003050*                            dated in the report month to the
003060*                            sort; a missing memo file just
003070*                            means nothing has come back yet
003080*--------------------------------------------------------------*
003090 2000-SELECT-MONTH-MEMOS.
003100     OPEN INPUT CREDIT-MEMOS.
003110     IF CRMEMOS-FILE-NOT-FOUND
003120         MOVE 'Y' TO WS-EOF
003130         GO TO 2000-SELECT-MONTH-MEMOS-EXIT
003140     END-IF.
003150     IF NOT CRMEMOS-STATUS-OK
003160         DISPLAY 'RETURN-REPORT: CRMEMOS OPEN FAILED, STATUS = '
003170             WS-CRMEMOS-STATUS
003180         GO TO 2000-SELECT-MONTH-MEMOS-ABEND
003190     END-IF.
003200
003210     PERFORM 2100-RELEASE-ONE-MEMO
003220         THRU 2100-RELEASE-ONE-MEMO-EXIT
003230         UNTIL END-OF-CREDIT-MEMOS.
003240
003250     CLOSE CREDIT-MEMOS.
003260 2000-SELECT-MONTH-MEMOS-EXIT.
003270     EXIT.
003280
003290 2000-SELECT-MONTH-MEMOS-ABEND.
003300     MOVE 16 TO RETURN-CODE.
003310     STOP RUN.
003320
003330 2100-RELEASE-ONE-MEMO.
003340     READ CREDIT-MEMOS
003350         AT END
003360             MOVE 'Y' TO WS-EOF
003370         NOT AT END
003380             IF CM-MEMO-DATE (1:6) = WS-RETURN-MONTH
003390                 RELEASE SORT-WORK-RECORD FROM CREDIT-MEMO-RECORD
003400             END-IF
003410     END-READ.
003420 2100-RELEASE-ONE-MEMO-EXIT.
003430     EXIT.
003440
003450*--------------------------------------------------------------*
003460* 3000-PRINT-RETURNS -- RETURN the sorted memo lines and print
003470*                       them grouped by reason code, then the
003480*                       grand total
003490*--------------------------------------------------------------*
003500 3000-PRINT-RETURNS.
003510     MOVE 'N' TO WS-SORT-EOF.
003520     PERFORM 3100-PRINT-ONE-RETURN
003530         THRU 3100-PRINT-ONE-RETURN-EXIT
003540         UNTIL END-OF-SORT-WORK.
003550
003560     IF NOT FIRST-MEMO-LINE
003570         PERFORM 3400-PRINT-REASON-TOTAL
003580             THRU 3400-PRINT-REASON-TOTAL-EXIT
003590     END-IF.
003600
003610     PERFORM 3600-PRINT-GRAND-TOTAL
003620         THRU 3600-PRINT-GRAND-TOTAL-EXIT.
003630 3000-PRINT-RETURNS-EXIT.
003640     EXIT.
003650
003660 3100-PRINT-ONE-RETURN.
003670     RETURN SORT-WORK
003680         AT END
003690             MOVE 'Y' TO WS-SORT-EOF
003700         NOT AT END
003710             PERFORM 3200-PRINT-MEMO-LINE
003720                 THRU 3200-PRINT-MEMO-LINE-EXIT
003730     END-RETURN.
003740 3100-PRINT-ONE-RETURN-EXIT.
003750     EXIT.
003760
003770*--------------------------------------------------------------*
003780* 3200-PRINT-MEMO-LINE -- reason break, then print this memo
003790*                         line and add it to the totals
003800*--------------------------------------------------------------*
003810 3200-PRINT-MEMO-LINE.
003820     IF FIRST-MEMO-LINE
003830         MOVE 'N' TO WS-FIRST-SW
003840         PERFORM 3300-PRINT-REASON-HEADING
003850             THRU 3300-PRINT-REASON-HEADING-EXIT
003860     ELSE
003870         IF SM-REASON-CODE NOT = WS-PREV-REASON-CODE
003880             PERFORM 3400-PRINT-REASON-TOTAL
003890                 THRU 3400-PRINT-REASON-TOTAL-EXIT
003900             PERFORM 3300-PRINT-REASON-HEADING
003910                 THRU 3300-PRINT-REASON-HEADING-EXIT
003920         END-IF
003930     END-IF.
003940
003950     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003960         PERFORM 3500-PRINT-REPORT-HEADERS
003970             THRU 3500-PRINT-REPORT-HEADERS-EXIT
003980     END-IF.
003990
004000     MOVE SM-MEMO-DATE     TO WS-WORK-DATE.
004010     MOVE WS-WORK-MONTH    TO WS-DISPLAY-MONTH.
004020     MOVE WS-WORK-DAY      TO WS-DISPLAY-DAY.
004030     MOVE WS-WORK-YEAR     TO WS-DISPLAY-YEAR.
004040
004050     MOVE SM-MEMO-NUMBER     TO DL-MEMO-NUMBER.
004060     MOVE SM-LINE-NUMBER     TO DL-LINE-NUMBER.
004070     MOVE WS-DISPLAY-DATE    TO DL-MEMO-DATE.
004080     MOVE SM-ORDER-NUMBER    TO DL-ORDER-NUMBER.
004090     MOVE SM-ORDER-LINE      TO DL-ORDER-LINE.
004100     MOVE SM-CUSTOMER-ID     TO DL-CUSTOMER-ID.
004110     MOVE SM-ITEM-ID         TO DL-ITEM-ID.
004120     MOVE SM-DISPOSITION     TO DL-DISPOSITION.
004130     MOVE SM-LOCATION        TO DL-LOCATION.
004140     MOVE SM-QUANTITY        TO DL-QUANTITY.
004150     MOVE SM-EXTENDED-CREDIT TO DL-EXTENDED-CREDIT.
004160     MOVE SM-EXTENDED-COST   TO DL-EXTENDED-COST.
004170     WRITE RETURNS-LINE FROM WS-DETAIL-LINE.
004180     ADD 1 TO WS-LINE-COUNT.
004190
004200     ADD 1 TO WS-REASON-LINES.
004210     IF SM-DISPOSITION = 'S'
004220         ADD SM-QUANTITY TO WS-REASON-SCRAPPED
004230     ELSE
004240         ADD SM-QUANTITY TO WS-REASON-RESTOCKED
004250     END-IF.
004260     ADD SM-EXTENDED-CREDIT TO WS-REASON-CREDIT.
004270     ADD SM-EXTENDED-COST   TO WS-REASON-COST.
004280 3200-PRINT-MEMO-LINE-EXIT.
004290     EXIT.
004300
004310*--------------------------------------------------------------*
004320* 3300-PRINT-REASON-HEADING -- look the new reason code up in
004330*                              the reason table and print its
004340*                              description over the group
004350*--------------------------------------------------------------*
004360 3300-PRINT-REASON-HEADING.
004370     MOVE SM-REASON-CODE TO WS-PREV-REASON-CODE.
004380
004390     MOVE 0 TO WS-REASON-MATCH.
004400     MOVE 0 TO WS-REASON-SUB.
004410     PERFORM 3350-CHECK-ONE-REASON
004420         THRU 3350-CHECK-ONE-REASON-EXIT
004430         UNTIL WS-REASON-MATCH > 0
004440         OR WS-REASON-SUB >= RR-REASON-COUNT.
004450
004460     MOVE SM-REASON-CODE TO RH-REASON-CODE.
004470     IF WS-REASON-MATCH > 0
004480         MOVE RR-DESCRIPTION (WS-REASON-MATCH) TO RH-DESCRIPTION
004490     ELSE
004500         MOVE '** UNKNOWN REASON'               TO RH-DESCRIPTION
004510     END-IF.
004520
004530     IF WS-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
004540         PERFORM 3500-PRINT-REPORT-HEADERS
004550             THRU 3500-PRINT-REPORT-HEADERS-EXIT
004560     END-IF.
004570     WRITE RETURNS-LINE FROM WS-REASON-HEADING.
004580     ADD 1 TO WS-LINE-COUNT.
004590 3300-PRINT-REASON-HEADING-EXIT.
004600     EXIT.
004610
004620 3350-CHECK-ONE-REASON.
004630     ADD 1 TO WS-REASON-SUB.
004640     IF RR-CODE (WS-REASON-SUB) = SM-REASON-CODE
004650         MOVE WS-REASON-SUB TO WS-REASON-MATCH
004660     END-IF.
004670 3350-CHECK-ONE-REASON-EXIT.
004680     EXIT.
004690
004700*--------------------------------------------------------------*
004710* 3400-PRINT-REASON-TOTAL -- subtotal the finished reason, roll
004720*                            it into the grand total, and clear
004730*                            the reason accumulators
004740*--------------------------------------------------------------*
004750 3400-PRINT-REASON-TOTAL.
004760     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004770         PERFORM 3500-PRINT-REPORT-HEADERS
004780             THRU 3500-PRINT-REPORT-HEADERS-EXIT
004790     END-IF.
004800
004810     MOVE WS-PREV-REASON-CODE TO ST-REASON-CODE.
004820     MOVE WS-REASON-LINES     TO ST-LINES.
004830     MOVE WS-REASON-RESTOCKED TO ST-RESTOCKED.
004840     MOVE WS-REASON-SCRAPPED  TO ST-SCRAPPED.
004850     MOVE WS-REASON-CREDIT    TO ST-CREDIT.
004860     MOVE WS-REASON-COST      TO ST-COST.
004870     WRITE RETURNS-LINE FROM WS-SUBTOTAL-LINE.
004880     WRITE RETURNS-LINE FROM SPACES.
004890     ADD 2 TO WS-LINE-COUNT.
004900
004910     ADD WS-REASON-LINES     TO WS-TOTAL-LINES.
004920     ADD WS-REASON-RESTOCKED TO WS-TOTAL-RESTOCKED.
004930     ADD WS-REASON-SCRAPPED  TO WS-TOTAL-SCRAPPED.
004940     ADD WS-REASON-CREDIT    TO WS-TOTAL-CREDIT.
004950     ADD WS-REASON-COST      TO WS-TOTAL-COST.
004960
004970     MOVE 0 TO WS-REASON-LINES.
004980     MOVE 0 TO WS-REASON-RESTOCKED.
004990     MOVE 0 TO WS-REASON-SCRAPPED.
005000     MOVE 0 TO WS-REASON-CREDIT.
005010     MOVE 0 TO WS-REASON-COST.
005020 3400-PRINT-REASON-TOTAL-EXIT.
005030     EXIT.
005040
005050*--------------------------------------------------------------*
005060* 3500-PRINT-REPORT-HEADERS -- start a new page
005070*--------------------------------------------------------------*
005080 3500-PRINT-REPORT-HEADERS.
005090     ADD 1 TO WS-PAGE-NUMBER.
005100     MOVE WS-RETURN-MONTH TO H1-RETURN-MONTH.
005110     MOVE WS-PAGE-NUMBER  TO H1-PAGE-NUMBER.
005120
005130     IF WS-PAGE-NUMBER > 1
005140         WRITE RETURNS-LINE FROM SPACES
005150     END-IF.
005160
005170     WRITE RETURNS-LINE FROM WS-HEADING-1.
005180     WRITE RETURNS-LINE FROM SPACES.
005190     WRITE RETURNS-LINE FROM WS-HEADING-2.
005200     WRITE RETURNS-LINE FROM SPACES.
005210
005220     MOVE 0 TO WS-LINE-COUNT.
005230 3500-PRINT-REPORT-HEADERS-EXIT.
005240     EXIT.
005250
005260*--------------------------------------------------------------*
005270* 3600-PRINT-GRAND-TOTAL -- trailer line with the month's
005280*                           totals across all reasons
005290*--------------------------------------------------------------*
005300 3600-PRINT-GRAND-TOTAL.
005310     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005320         PERFORM 3500-PRINT-REPORT-HEADERS
005330             THRU 3500-PRINT-REPORT-HEADERS-EXIT
005340     END-IF.
005350     MOVE WS-TOTAL-LINES     TO TL-LINES.
005360     MOVE WS-TOTAL-RESTOCKED TO TL-RESTOCKED.
005370     MOVE WS-TOTAL-SCRAPPED  TO TL-SCRAPPED.
005380     MOVE WS-TOTAL-CREDIT    TO TL-CREDIT.
005390     MOVE WS-TOTAL-COST      TO TL-COST.
005400     WRITE RETURNS-LINE FROM SPACES.
005410     WRITE RETURNS-LINE FROM WS-TOTAL-LINE.
005420 3600-PRINT-GRAND-TOTAL-EXIT.
005430     EXIT.
005440
005450*--------------------------------------------------------------*
005460* 9000-TERMINATE -- close the listing
005470*--------------------------------------------------------------*
005480 9000-TERMINATE.
005490     CLOSE RETURNS-LISTING.
005500 9000-TERMINATE-EXIT.
005510     EXIT.
005520
005530 END PROGRAM RETURN-REPORT.
