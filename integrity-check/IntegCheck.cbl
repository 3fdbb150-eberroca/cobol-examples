000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Cross-file referential integrity check for the nightly
000160*          chain. ITEM-BALANCE proves the ITEMS totals and
000170*          ITEM-AUDIT the quantity chain; this proves the links
000180*          between the files, so orphans are caught the night
000190*          they appear instead of piling up:
000200*
000210*            ITEMS     PRIMARY-VENDOR-ID not on VENDORS (zero is
000220*                      "no vendor" and passes); ITEM-CATEGORY not
000230*                      on CATEGORY (blank passes); and
000240*                      QUANTITY-ALLOCATED not equal to what the
000250*                      open CUSTORDS lines still hold reserved
000260*                      (allocated less picked, lines not closed)
000270*            CUSTORDS  open line for an item not on the master
000280*            BOMFILE   kit or component not on the master
000290*            LOCBAL    item not on the master, location not on
000300*            LOTBAL    the LOCATION master
000310*            LOCLVL
000320*            BACKORD   order line not on CUSTORDS, or closed
000330*            PORDERS   open line for an item not on the master
000340*
000350*          Every broken link prints with its file, key, and type,
000360*          and a summary counts them by file and type. A clean
000370*          run hands back return code 0; any broken link hands
000380*          back 8, so run-control holds the chain the same way it
000390*          does on the balancing step. A file not on disk is
000400*          noted on the listing and its checks are not made (an
000410*          installation without locations has no LOCBAL).
000420*
000430* Modification History:
000440*   10/15/2026  EB   Original version.
000450*   10/15/2026  EB   Every open order line goes to the sort, a
000460*                    line holding nothing included, so an open
000470*                    line for an item not on the master is caught
000480*                    whether or not it still holds stock.
000490* Tectonics: cobc
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. INTEG-CHECK.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ITEMS ASSIGN TO WS-ITEMS-PATH
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS ITEM-ID OF ITEMS-FILE
000610         FILE STATUS IS WS-ITEMS-STATUS.
000620
000630     SELECT VENDORS ASSIGN TO WS-VENDORS-PATH
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS VENDOR-ID OF VENDORS-FILE
000670         FILE STATUS IS WS-VENDORS-STATUS.
000680
000690     SELECT CATEGORY ASSIGN TO WS-CATEGORY-PATH
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS CATEGORY-CODE OF CATEGORY-FILE-REC
000730         FILE STATUS IS WS-CATEGORY-STATUS.
000740
000750     SELECT LOCATIONS ASSIGN TO WS-LOCATIONS-PATH
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS LOCATION-CODE OF LOCATION-FILE-REC
000790         FILE STATUS IS WS-LOCATIONS-STATUS.
000800
000810     SELECT CUST-ORDERS ASSIGN TO WS-CUSTORDS-PATH
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS CO-KEY OF CUST-ORDER-RECORD
000850         FILE STATUS IS WS-CUSTORDS-STATUS.
000860
000870     SELECT BOM-FILE ASSIGN TO WS-BOM-PATH
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS SEQUENTIAL
000900         RECORD KEY IS BOM-KEY OF BOM-RECORD
000910         FILE STATUS IS WS-BOM-STATUS.
000920
000930     SELECT LOC-BALANCES ASSIGN TO WS-LOCBAL-PATH
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS SEQUENTIAL
000960         RECORD KEY IS LB-KEY OF LOC-BALANCE-RECORD
000970         FILE STATUS IS WS-LOCBAL-STATUS.
000980
000990     SELECT LOT-BALANCES ASSIGN TO WS-LOTBAL-PATH
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS SEQUENTIAL
001020         RECORD KEY IS LOT-KEY OF LOT-BALANCE-RECORD
001030         FILE STATUS IS WS-LOTBAL-STATUS.
001040
001050     SELECT LOC-LEVELS ASSIGN TO WS-LOCLVL-PATH
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS SEQUENTIAL
001080         RECORD KEY IS LV-KEY OF LOC-LEVEL-RECORD
001090         FILE STATUS IS WS-LOCLVL-STATUS.
001100
001110     SELECT BACKORDERS ASSIGN TO WS-BACKORD-PATH
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS SEQUENTIAL
001140         RECORD KEY IS BO-KEY OF BACKORDER-RECORD
001150         FILE STATUS IS WS-BACKORD-STATUS.
001160
001170     SELECT PURCH-ORDERS ASSIGN TO WS-PORDERS-PATH
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS SEQUENTIAL
001200         RECORD KEY IS PO-KEY OF PURCH-ORDER-RECORD
001210         FILE STATUS IS WS-PORDERS-STATUS.
001220
001230     SELECT SORT-WORK ASSIGN TO 'SORTWORK.TMP'.
001240
001250     SELECT INTEGRITY-LISTING ASSIGN TO 'INTEGRTY.TXT'
001260         ORGANIZATION IS LINE SEQUENTIAL.
001270
001280 DATA DIVISION.
001290 FILE SECTION.
001300 FD  ITEMS.
001310     COPY ITEMREC.
001320
001330 FD  VENDORS.
001340     COPY VENDREC.
001350
001360 FD  CATEGORY.
001370     COPY CATGREC.
001380
001390 FD  LOCATIONS.
001400     COPY LOCREC.
001410
001420 FD  CUST-ORDERS.
001430     COPY CORDREC.
001440
001450 FD  BOM-FILE.
001460     COPY BOMREC.
001470
001480 FD  LOC-BALANCES.
001490     COPY LOCBREC.
001500
001510 FD  LOT-BALANCES.
001520     COPY LOTBREC.
001530
001540 FD  LOC-LEVELS.
001550     COPY LVLREC.
001560
001570 FD  BACKORDERS.
001580     COPY BORDREC.
001590
001600 FD  PURCH-ORDERS.
001610     COPY PORDREC.
001620
001630*--------------------------------------------------------------*
001640* SORT RECORD -- one open order line still holding a
001650* reservation, keyed by item so the sums meet the ITEMS master
001660* in its own key order
001670*--------------------------------------------------------------*
001680 SD  SORT-WORK.
001690 01  SORT-WORK-RECORD.
001700     05  SA-ITEM-ID                      PIC 9(05).
001710     05  SA-RESERVED-QTY                 PIC 9(05).
001720     05  SA-ORDER-NUMBER                 PIC 9(06).
001730     05  SA-LINE-NUMBER                  PIC 9(03).
001740
001750 FD  INTEGRITY-LISTING.
001760 01  INTEGRITY-LINE                      PIC X(100).
001770
001780 WORKING-STORAGE SECTION.
001790 01  WS-ITEMS-PATH                       PIC X(100)  VALUE
001800     'ITEMS.DAT'.
001810 01  WS-VENDORS-PATH                     PIC X(100)  VALUE
001820     'VENDORS.DAT'.
001830 01  WS-CATEGORY-PATH                    PIC X(100)  VALUE
001840     'CATEGORY.DAT'.
001850 01  WS-LOCATIONS-PATH                   PIC X(100)  VALUE
001860     'LOCATION.DAT'.
001870 01  WS-CUSTORDS-PATH                    PIC X(100)  VALUE
001880     'CUSTORDS.DAT'.
001890 01  WS-BOM-PATH                         PIC X(100)  VALUE
001900     'BOMFILE.DAT'.
001910 01  WS-LOCBAL-PATH                      PIC X(100)  VALUE
001920     'LOCBAL.DAT'.
001930 01  WS-LOTBAL-PATH                      PIC X(100)  VALUE
001940     'LOTBAL.DAT'.
001950 01  WS-LOCLVL-PATH                      PIC X(100)  VALUE
001960     'LOCLVL.DAT'.
001970 01  WS-BACKORD-PATH                     PIC X(100)  VALUE
001980     'BACKORD.DAT'.
001990 01  WS-PORDERS-PATH                     PIC X(100)  VALUE
002000     'PORDERS.DAT'.
002010
002020 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
002030     88  ITEMS-STATUS-OK                              VALUE '00'.
002040 01  WS-VENDORS-STATUS                   PIC X(02)   VALUE '00'.
002050     88  VENDORS-STATUS-OK                            VALUE '00'.
002060 01  WS-CATEGORY-STATUS                  PIC X(02)   VALUE '00'.
002070     88  CATEGORY-STATUS-OK                           VALUE '00'.
002080 01  WS-LOCATIONS-STATUS                 PIC X(02)   VALUE '00'.
002090     88  LOCATIONS-STATUS-OK                          VALUE '00'.
002100 01  WS-CUSTORDS-STATUS                  PIC X(02)   VALUE '00'.
002110     88  CUSTORDS-STATUS-OK                           VALUE '00'.
002120 01  WS-BOM-STATUS                       PIC X(02)   VALUE '00'.
002130     88  BOM-STATUS-OK                                VALUE '00'.
002140 01  WS-LOCBAL-STATUS                    PIC X(02)   VALUE '00'.
002150     88  LOCBAL-STATUS-OK                             VALUE '00'.
002160 01  WS-LOTBAL-STATUS                    PIC X(02)   VALUE '00'.
002170     88  LOTBAL-STATUS-OK                             VALUE '00'.
002180 01  WS-LOCLVL-STATUS                    PIC X(02)   VALUE '00'.
002190     88  LOCLVL-STATUS-OK                             VALUE '00'.
002200 01  WS-BACKORD-STATUS                   PIC X(02)   VALUE '00'.
002210     88  BACKORD-STATUS-OK                            VALUE '00'.
002220 01  WS-PORDERS-STATUS                   PIC X(02)   VALUE '00'.
002230     88  PORDERS-STATUS-OK                            VALUE '00'.
002240
002250*--------------------------------------------------------------*
002260* FILES ON DISK -- the masters a link is checked against, and
002270* the files whose links are checked
002280*--------------------------------------------------------------*
002290 01  WS-VENDORS-OPEN-SW                  PIC X(01)   VALUE 'N'.
002300     88  VENDORS-FILE-AVAILABLE                      VALUE 'Y'.
002310 01  WS-CATEGORY-OPEN-SW                 PIC X(01)   VALUE 'N'.
002320     88  CATEGORY-FILE-AVAILABLE                     VALUE 'Y'.
002330 01  WS-LOCATIONS-OPEN-SW                PIC X(01)   VALUE 'N'.
002340     88  LOCATIONS-FILE-AVAILABLE                    VALUE 'Y'.
002350 01  WS-CUSTORDS-OPEN-SW                 PIC X(01)   VALUE 'N'.
002360     88  CUSTORDS-FILE-AVAILABLE                     VALUE 'Y'.
002370
002380*--------------------------------------------------------------*
002390* SWITCHES
002400*--------------------------------------------------------------*
002410 01  WS-ITEMS-EOF                        PIC X(01)   VALUE 'N'.
002420     88  END-OF-ITEMS                                VALUE 'Y'.
002430 01  WS-SORT-EOF                         PIC X(01)   VALUE 'N'.
002440     88  END-OF-SORT-WORK                            VALUE 'Y'.
002450 01  WS-SCAN-EOF                         PIC X(01)   VALUE 'N'.
002460     88  END-OF-SCAN                                 VALUE 'Y'.
002470
002480 01  WS-LOOKUP-SW                        PIC X(01)   VALUE 'Y'.
002490     88  LINK-IS-FOUND                                VALUE 'Y'.
002500     88  LINK-IS-BROKEN                               VALUE 'N'.
002510
002520 01  WS-VERDICT-SW                       PIC X(01)   VALUE 'Y'.
002530     88  FILES-ARE-CLEAN                              VALUE 'Y'.
002540     88  FILES-HAVE-BROKEN-LINKS                      VALUE 'N'.
002550
002560*--------------------------------------------------------------*
002570* MATCH KEYS -- the ITEMS master against the item-sorted open
002580* order reservations; 999999 is past every item id
002590*--------------------------------------------------------------*
002600 77  WS-MASTER-KEY                       PIC 9(06)   VALUE 0.
002610 77  WS-ALLOC-KEY                        PIC 9(06)   VALUE 0.
002620 77  WS-GROUP-KEY                        PIC 9(06)   VALUE 0.
002630 77  WS-GROUP-QTY                        PIC 9(07)   VALUE 0.
002640 77  WS-GROUP-LINES                      PIC 9(05)   VALUE 0.
002650 77  WS-GROUP-ORDER                      PIC 9(06)   VALUE 0.
002660 77  WS-GROUP-LINE                       PIC 9(03)   VALUE 0.
002670 77  WS-ITEM-RESERVED                    PIC 9(07)   VALUE 0.
002680 77  WS-LOOKUP-ITEM-ID                   PIC 9(05)   VALUE 0.
002690 77  WS-LOOKUP-LOCATION                  PIC X(03)   VALUE SPACES.
002700
002710 77  WS-ITEMS-CHECKED                    PIC 9(07)   VALUE 0.
002720 77  WS-RECORDS-CHECKED                  PIC 9(07)   VALUE 0.
002730 77  WS-BREAK-TOTAL                      PIC 9(07)   VALUE 0.
002740 77  WS-BT-SUB                           PIC 9(02)   VALUE 0.
002750
002760*--------------------------------------------------------------*
002770* BROKEN-LINK TYPES -- file and type, counted for the summary.
002780* The subscript of each entry is named below it.
002790*--------------------------------------------------------------*
002800 01  WS-BREAK-TYPE-VALUES.
002810     05  FILLER                          PIC X(36) VALUE
002820         'ITEMS   VENDOR NOT ON FILE'.
002830     05  FILLER                          PIC X(36) VALUE
002840         'ITEMS   CATEGORY NOT ON FILE'.
002850     05  FILLER                          PIC X(36) VALUE
002860         'ITEMS   ALLOCATED NOT = ORDERS'.
002870     05  FILLER                          PIC X(36) VALUE
002880         'CUSTORDSITEM NOT ON MASTER'.
002890     05  FILLER                          PIC X(36) VALUE
002900         'BOMFILE KIT NOT ON MASTER'.
002910     05  FILLER                          PIC X(36) VALUE
002920         'BOMFILE COMPONENT NOT ON MASTER'.
002930     05  FILLER                          PIC X(36) VALUE
002940         'LOCBAL  ITEM NOT ON MASTER'.
002950     05  FILLER                          PIC X(36) VALUE
002960         'LOCBAL  LOCATION NOT ON FILE'.
002970     05  FILLER                          PIC X(36) VALUE
002980         'LOTBAL  ITEM NOT ON MASTER'.
002990     05  FILLER                          PIC X(36) VALUE
003000         'LOTBAL  LOCATION NOT ON FILE'.
003010     05  FILLER                          PIC X(36) VALUE
003020         'LOCLVL  ITEM NOT ON MASTER'.
003030     05  FILLER                          PIC X(36) VALUE
003040         'LOCLVL  LOCATION NOT ON FILE'.
003050     05  FILLER                          PIC X(36) VALUE
003060         'BACKORD ORDER LINE NOT ON FILE'.
003070     05  FILLER                          PIC X(36) VALUE
003080         'BACKORD ORDER LINE CLOSED'.
003090     05  FILLER                          PIC X(36) VALUE
003100         'PORDERS ITEM NOT ON MASTER'.
003110
003120 01  WS-BREAK-TYPE-TABLE REDEFINES WS-BREAK-TYPE-VALUES.
003130     05  BT-ENTRY OCCURS 15 TIMES.
003140         10  BT-FILE                     PIC X(08).
003150         10  BT-TYPE                     PIC X(28).
003160
003170 01  WS-BREAK-COUNT-TABLE.
003180     05  BT-COUNT                        PIC 9(07)
003190             OCCURS 15 TIMES.
003200
003210 01  WS-BREAK-TYPE-COUNT                 PIC 9(02)   VALUE 15.
003220
003230 01  WS-BREAK-SUBSCRIPTS.
003240     05  BT-ITEM-VENDOR                  PIC 9(02)   VALUE 1.
003250     05  BT-ITEM-CATEGORY                PIC 9(02)   VALUE 2.
003260     05  BT-ITEM-ALLOCATED               PIC 9(02)   VALUE 3.
003270     05  BT-ORDER-ITEM                   PIC 9(02)   VALUE 4.
003280     05  BT-BOM-KIT                      PIC 9(02)   VALUE 5.
003290     05  BT-BOM-COMPONENT                PIC 9(02)   VALUE 6.
003300     05  BT-LOCBAL-ITEM                  PIC 9(02)   VALUE 7.
003310     05  BT-LOCBAL-LOCATION              PIC 9(02)   VALUE 8.
003320     05  BT-LOTBAL-ITEM                  PIC 9(02)   VALUE 9.
003330     05  BT-LOTBAL-LOCATION              PIC 9(02)   VALUE 10.
003340     05  BT-LOCLVL-ITEM                  PIC 9(02)   VALUE 11.
003350     05  BT-LOCLVL-LOCATION              PIC 9(02)   VALUE 12.
003360     05  BT-BACKORD-MISSING              PIC 9(02)   VALUE 13.
003370     05  BT-BACKORD-CLOSED               PIC 9(02)   VALUE 14.
003380     05  BT-PORDER-ITEM                  PIC 9(02)   VALUE 15.
003390
003400*--------------------------------------------------------------*
003410* PRINT-IMAGE LINES
003420*--------------------------------------------------------------*
003430 01  WS-HEADING-1.
003440     05  FILLER                          PIC X(36) VALUE
003450         'REFERENTIAL INTEGRITY CHECK RUN'.
003460     05  HD-RUN-DATE                     PIC 9(08).
003470
003480 01  WS-HEADING-2.
003490     05  FILLER                          PIC X(10) VALUE 'FILE'.
003500     05  FILLER                          PIC X(24) VALUE 'KEY'.
003510     05  FILLER                          PIC X(30) VALUE
003520         'BROKEN LINK'.
003530     05  FILLER                          PIC X(36) VALUE 'DETAIL'.
003540
003550 01  WS-BREAK-LINE.
003560     05  BL-FILE                         PIC X(08).
003570     05  FILLER                          PIC X(02) VALUE SPACES.
003580     05  BL-KEY                          PIC X(22).
003590     05  FILLER                          PIC X(02) VALUE SPACES.
003600     05  BL-TYPE                         PIC X(28).
003610     05  FILLER                          PIC X(02) VALUE SPACES.
003620     05  BL-DETAIL                       PIC X(36).
003630
003640 01  WS-NOT-CHECKED-LINE.
003650     05  NC-FILE-NAME                    PIC X(14).
003660     05  FILLER                          PIC X(36) VALUE
003670         'NOT ON FILE -- LINKS NOT CHECKED'.
003680
003690 01  WS-SUMMARY-HEADING                  PIC X(40)   VALUE
003700     'BROKEN LINKS BY FILE AND TYPE'.
003710
003720 01  WS-SUMMARY-LINE.
003730     05  SM-FILE                         PIC X(08).
003740     05  FILLER                          PIC X(02) VALUE SPACES.
003750     05  SM-TYPE                         PIC X(28).
003760     05  FILLER                          PIC X(02) VALUE SPACES.
003770     05  SM-COUNT                        PIC Z,ZZZ,ZZ9.
003780
003790 01  WS-TOTAL-LINE.
003800     05  FILLER                          PIC X(15) VALUE
003810         'ITEMS CHECKED: '.
003820     05  TL-ITEMS-CHECKED                PIC Z,ZZZ,ZZ9.
003830     05  FILLER                          PIC X(04) VALUE SPACES.
003840     05  FILLER                          PIC X(15) VALUE
003850         'OTHER RECORDS: '.
003860     05  TL-RECORDS-CHECKED              PIC Z,ZZZ,ZZ9.
003870     05  FILLER                          PIC X(04) VALUE SPACES.
003880     05  FILLER                          PIC X(14) VALUE
003890         'BROKEN LINKS: '.
003900     05  TL-BREAK-TOTAL                  PIC Z,ZZZ,ZZ9.
003910
003920 01  WS-VERDICT-LINE                     PIC X(50)   VALUE SPACES.
003930
003940 01  WS-EDIT-QTY                         PIC Z,ZZZ,ZZ9.
003950
003960 01  WS-CURRENT-DATE                     PIC 9(08)   VALUE 0.
003970
003980 PROCEDURE DIVISION.
003990*--------------------------------------------------------------*
004000* 0000-MAINLINE
004010*--------------------------------------------------------------*
004020 0000-MAINLINE.
004030     PERFORM 1000-INITIALIZE
004040         THRU 1000-INITIALIZE-EXIT.
004050
004060     SORT SORT-WORK
004070         ON ASCENDING KEY SA-ITEM-ID
004080         INPUT PROCEDURE IS 2000-RELEASE-RESERVATIONS
004090             THRU 2000-RELEASE-RESERVATIONS-EXIT
004100         OUTPUT PROCEDURE IS 3000-CHECK-ITEMS
004110             THRU 3000-CHECK-ITEMS-EXIT.
004120
004130     PERFORM 4000-CHECK-BOM
004140         THRU 4000-CHECK-BOM-EXIT.
004150
004160     PERFORM 4100-CHECK-LOCBAL
004170         THRU 4100-CHECK-LOCBAL-EXIT.
004180
004190     PERFORM 4200-CHECK-LOTBAL
004200         THRU 4200-CHECK-LOTBAL-EXIT.
004210
004220     PERFORM 4300-CHECK-LOCLVL
004230         THRU 4300-CHECK-LOCLVL-EXIT.
004240
004250     PERFORM 4400-CHECK-BACKORD
004260         THRU 4400-CHECK-BACKORD-EXIT.
004270
004280     PERFORM 4500-CHECK-PORDERS
004290         THRU 4500-CHECK-PORDERS-EXIT.
004300
004310     PERFORM 5000-PRINT-SUMMARY
004320         THRU 5000-PRINT-SUMMARY-EXIT.
004330
004340     PERFORM 9000-TERMINATE
004350         THRU 9000-TERMINATE-EXIT.
004360
004370     STOP RUN.
004380
004390*--------------------------------------------------------------*
004400* 1000-INITIALIZE -- the ITEMS master has to be there; the
004410*                    other masters are opened if they are on
004420*                    disk, and a missing one turns off the
004430*                    checks that need it
004440*--------------------------------------------------------------*
004450 1000-INITIALIZE.
004460     ACCEPT WS-ITEMS-PATH FROM ENVIRONMENT 'DD-ITEMS'
004470         ON EXCEPTION
004480             CONTINUE
004490     END-ACCEPT.
004500     IF WS-ITEMS-PATH = SPACES
004510         MOVE 'ITEMS.DAT' TO WS-ITEMS-PATH
004520     END-IF.
004530     OPEN INPUT ITEMS.
004540     IF NOT ITEMS-STATUS-OK
004550         DISPLAY 'INTEG-CHECK: UNABLE TO OPEN ITEMS, STATUS = '
004560             WS-ITEMS-STATUS
004570         GO TO 1000-INITIALIZE-ABEND
004580     END-IF.
004590
004600     ACCEPT WS-VENDORS-PATH FROM ENVIRONMENT 'DD-VENDORS'
004610         ON EXCEPTION
004620             CONTINUE
004630     END-ACCEPT.
004640     IF WS-VENDORS-PATH = SPACES
004650         MOVE 'VENDORS.DAT' TO WS-VENDORS-PATH
004660     END-IF.
004670     OPEN INPUT VENDORS.
004680     IF VENDORS-STATUS-OK
004690         MOVE 'Y' TO WS-VENDORS-OPEN-SW
004700     END-IF.
004710
004720     ACCEPT WS-CATEGORY-PATH FROM ENVIRONMENT 'DD-CATEGORY'
004730         ON EXCEPTION
004740             CONTINUE
004750     END-ACCEPT.
004760     IF WS-CATEGORY-PATH = SPACES
004770         MOVE 'CATEGORY.DAT' TO WS-CATEGORY-PATH
004780     END-IF.
004790     OPEN INPUT CATEGORY.
004800     IF CATEGORY-STATUS-OK
004810         MOVE 'Y' TO WS-CATEGORY-OPEN-SW
004820     END-IF.
004830
004840     ACCEPT WS-LOCATIONS-PATH FROM ENVIRONMENT 'DD-LOCATION'
004850         ON EXCEPTION
004860             CONTINUE
004870     END-ACCEPT.
004880     IF WS-LOCATIONS-PATH = SPACES
004890         MOVE 'LOCATION.DAT' TO WS-LOCATIONS-PATH
004900     END-IF.
004910     OPEN INPUT LOCATIONS.
004920     IF LOCATIONS-STATUS-OK
004930         MOVE 'Y' TO WS-LOCATIONS-OPEN-SW
004940     END-IF.
004950
004960     ACCEPT WS-CUSTORDS-PATH FROM ENVIRONMENT 'DD-CUSTORDS'
004970         ON EXCEPTION
004980             CONTINUE
004990     END-ACCEPT.
005000     IF WS-CUSTORDS-PATH = SPACES
005010         MOVE 'CUSTORDS.DAT' TO WS-CUSTORDS-PATH
005020     END-IF.
005030     OPEN INPUT CUST-ORDERS.
005040     IF CUSTORDS-STATUS-OK
005050         MOVE 'Y' TO WS-CUSTORDS-OPEN-SW
005060     END-IF.
005070
005080     ACCEPT WS-BOM-PATH FROM ENVIRONMENT 'DD-BOMFILE'
005090         ON EXCEPTION
005100             CONTINUE
005110     END-ACCEPT.
005120     IF WS-BOM-PATH = SPACES
005130         MOVE 'BOMFILE.DAT' TO WS-BOM-PATH
005140     END-IF.
005150     ACCEPT WS-LOCBAL-PATH FROM ENVIRONMENT 'DD-LOCBAL'
005160         ON EXCEPTION
005170             CONTINUE
005180     END-ACCEPT.
005190     IF WS-LOCBAL-PATH = SPACES
005200         MOVE 'LOCBAL.DAT' TO WS-LOCBAL-PATH
005210     END-IF.
005220     ACCEPT WS-LOTBAL-PATH FROM ENVIRONMENT 'DD-LOTBAL'
005230         ON EXCEPTION
005240             CONTINUE
005250     END-ACCEPT.
005260     IF WS-LOTBAL-PATH = SPACES
005270         MOVE 'LOTBAL.DAT' TO WS-LOTBAL-PATH
005280     END-IF.
005290     ACCEPT WS-LOCLVL-PATH FROM ENVIRONMENT 'DD-LOCLVL'
005300         ON EXCEPTION
005310             CONTINUE
005320     END-ACCEPT.
005330     IF WS-LOCLVL-PATH = SPACES
005340         MOVE 'LOCLVL.DAT' TO WS-LOCLVL-PATH
005350     END-IF.
005360     ACCEPT WS-BACKORD-PATH FROM ENVIRONMENT 'DD-BACKORD'
005370         ON EXCEPTION
005380             CONTINUE
005390     END-ACCEPT.
005400     IF WS-BACKORD-PATH = SPACES
005410         MOVE 'BACKORD.DAT' TO WS-BACKORD-PATH
005420     END-IF.
005430     ACCEPT WS-PORDERS-PATH FROM ENVIRONMENT 'DD-PORDERS'
005440         ON EXCEPTION
005450             CONTINUE
005460     END-ACCEPT.
005470     IF WS-PORDERS-PATH = SPACES
005480         MOVE 'PORDERS.DAT' TO WS-PORDERS-PATH
005490     END-IF.
005500
005510     INITIALIZE WS-BREAK-COUNT-TABLE.
005520     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005530     OPEN OUTPUT INTEGRITY-LISTING.
005540     MOVE WS-CURRENT-DATE TO HD-RUN-DATE.
005550     WRITE INTEGRITY-LINE FROM WS-HEADING-1.
005560     WRITE INTEGRITY-LINE FROM SPACES.
005570     WRITE INTEGRITY-LINE FROM WS-HEADING-2.
005580
005590     IF NOT VENDORS-FILE-AVAILABLE
005600         MOVE 'VENDORS.DAT' TO NC-FILE-NAME
005610         WRITE INTEGRITY-LINE FROM WS-NOT-CHECKED-LINE
005620     END-IF.
005630     IF NOT CATEGORY-FILE-AVAILABLE
005640         MOVE 'CATEGORY.DAT' TO NC-FILE-NAME
005650         WRITE INTEGRITY-LINE FROM WS-NOT-CHECKED-LINE
005660     END-IF.
005670     IF NOT CUSTORDS-FILE-AVAILABLE
005680         MOVE 'CUSTORDS.DAT' TO NC-FILE-NAME
005690         WRITE INTEGRITY-LINE FROM WS-NOT-CHECKED-LINE
005700     END-IF.
005710 1000-INITIALIZE-EXIT.
005720     EXIT.
005730
005740 1000-INITIALIZE-ABEND.
005750     MOVE 16 TO RETURN-CODE.
005760     STOP RUN.
005770
005780*--------------------------------------------------------------*
005790* 2000-RELEASE-RESERVATIONS -- every open order line goes to the
005800*                              sort with what it holds reserved:
005810*                              the allocation not yet picked, zero
005820*                              once picking has caught up with it
005830*--------------------------------------------------------------*
005840 2000-RELEASE-RESERVATIONS.
005850     IF NOT CUSTORDS-FILE-AVAILABLE
005860         GO TO 2000-RELEASE-RESERVATIONS-EXIT
005870     END-IF.
005880     MOVE 'N' TO WS-SCAN-EOF.
005890     PERFORM 2100-RELEASE-ONE-LINE
005900         THRU 2100-RELEASE-ONE-LINE-EXIT
005910         UNTIL END-OF-SCAN.
005920 2000-RELEASE-RESERVATIONS-EXIT.
005930     EXIT.
005940
005950 2100-RELEASE-ONE-LINE.
005960     READ CUST-ORDERS NEXT RECORD
005970         AT END
005980             MOVE 'Y' TO WS-SCAN-EOF
005990             GO TO 2100-RELEASE-ONE-LINE-EXIT
006000     END-READ.
006010     IF CO-LINE-STATUS = 'C'
006020         GO TO 2100-RELEASE-ONE-LINE-EXIT
006030     END-IF.
006040     MOVE CO-ITEM-ID      TO SA-ITEM-ID.
006050     IF CO-ALLOCATED-QTY > CO-PICKED-QTY
006060         COMPUTE SA-RESERVED-QTY =
006070             CO-ALLOCATED-QTY - CO-PICKED-QTY
006080     ELSE
006090         MOVE 0 TO SA-RESERVED-QTY
006100     END-IF.
006110     MOVE CO-ORDER-NUMBER TO SA-ORDER-NUMBER.
006120     MOVE CO-LINE-NUMBER  TO SA-LINE-NUMBER.
006130     RELEASE SORT-WORK-RECORD.
006140 2100-RELEASE-ONE-LINE-EXIT.
006150     EXIT.
006160
006170*--------------------------------------------------------------*
006180* 3000-CHECK-ITEMS -- walk the ITEMS master in key order against
006190*                     the item-sorted reservations: each item's
006200*                     vendor and category links, and its
006210*                     QUANTITY-ALLOCATED against the sum of its
006220*                     open order lines. A reservation with no
006230*                     master record is an orphaned order line.
006240*--------------------------------------------------------------*
006250 3000-CHECK-ITEMS.
006260     MOVE 'N' TO WS-SORT-EOF.
006270     PERFORM 3050-RETURN-RESERVATION
006280         THRU 3050-RETURN-RESERVATION-EXIT.
006290     PERFORM 3060-BUILD-ITEM-GROUP
006300         THRU 3060-BUILD-ITEM-GROUP-EXIT.
006310     PERFORM 3100-READ-NEXT-ITEM
006320         THRU 3100-READ-NEXT-ITEM-EXIT.
006330
006340     PERFORM 3200-MATCH-ONE
006350         THRU 3200-MATCH-ONE-EXIT
006360         UNTIL WS-MASTER-KEY = 999999
006370           AND WS-GROUP-KEY = 999999.
006380 3000-CHECK-ITEMS-EXIT.
006390     EXIT.
006400
006410 3050-RETURN-RESERVATION.
006420     RETURN SORT-WORK
006430         AT END
006440             MOVE 'Y'    TO WS-SORT-EOF
006450             MOVE 999999 TO WS-ALLOC-KEY
006460             GO TO 3050-RETURN-RESERVATION-EXIT
006470     END-RETURN.
006480     MOVE SA-ITEM-ID TO WS-ALLOC-KEY.
006490 3050-RETURN-RESERVATION-EXIT.
006500     EXIT.
006510
006520*    Sum every reservation for the next item into one group
006530 3060-BUILD-ITEM-GROUP.
006540     MOVE WS-ALLOC-KEY TO WS-GROUP-KEY.
006550     MOVE 0            TO WS-GROUP-QTY.
006560     MOVE 0            TO WS-GROUP-LINES.
006570     IF END-OF-SORT-WORK
006580         GO TO 3060-BUILD-ITEM-GROUP-EXIT
006590     END-IF.
006600     MOVE SA-ORDER-NUMBER TO WS-GROUP-ORDER.
006610     MOVE SA-LINE-NUMBER  TO WS-GROUP-LINE.
006620     PERFORM 3070-ADD-ONE-RESERVATION
006630         THRU 3070-ADD-ONE-RESERVATION-EXIT
006640         UNTIL WS-ALLOC-KEY NOT = WS-GROUP-KEY.
006650 3060-BUILD-ITEM-GROUP-EXIT.
006660     EXIT.
006670
006680 3070-ADD-ONE-RESERVATION.
006690     ADD SA-RESERVED-QTY TO WS-GROUP-QTY.
006700     ADD 1               TO WS-GROUP-LINES.
006710     PERFORM 3050-RETURN-RESERVATION
006720         THRU 3050-RETURN-RESERVATION-EXIT.
006730 3070-ADD-ONE-RESERVATION-EXIT.
006740     EXIT.
006750
006760 3100-READ-NEXT-ITEM.
006770     READ ITEMS NEXT RECORD
006780         AT END
006790             MOVE 'Y'    TO WS-ITEMS-EOF
006800             MOVE 999999 TO WS-MASTER-KEY
006810             GO TO 3100-READ-NEXT-ITEM-EXIT
006820     END-READ.
006830     MOVE ITEM-ID TO WS-MASTER-KEY.
006840 3100-READ-NEXT-ITEM-EXIT.
006850     EXIT.
006860
006870 3200-MATCH-ONE.
006880     EVALUATE TRUE
006890         WHEN WS-MASTER-KEY < WS-GROUP-KEY
006900             MOVE 0 TO WS-ITEM-RESERVED
006910             PERFORM 3300-CHECK-ONE-ITEM
006920                 THRU 3300-CHECK-ONE-ITEM-EXIT
006930             PERFORM 3100-READ-NEXT-ITEM
006940                 THRU 3100-READ-NEXT-ITEM-EXIT
006950         WHEN WS-MASTER-KEY = WS-GROUP-KEY
006960             MOVE WS-GROUP-QTY TO WS-ITEM-RESERVED
006970             PERFORM 3300-CHECK-ONE-ITEM
006980                 THRU 3300-CHECK-ONE-ITEM-EXIT
006990             PERFORM 3100-READ-NEXT-ITEM
007000                 THRU 3100-READ-NEXT-ITEM-EXIT
007010             PERFORM 3060-BUILD-ITEM-GROUP
007020                 THRU 3060-BUILD-ITEM-GROUP-EXIT
007030         WHEN OTHER
007040             MOVE 'CUSTORDS' TO BL-FILE
007050             MOVE SPACES     TO BL-KEY
007060             STRING 'ORDER ' DELIMITED BY SIZE
007070                    WS-GROUP-ORDER DELIMITED BY SIZE
007080                    '/' DELIMITED BY SIZE
007090                    WS-GROUP-LINE DELIMITED BY SIZE
007100                 INTO BL-KEY
007110             END-STRING
007120             MOVE SPACES TO BL-DETAIL
007130             MOVE WS-GROUP-LINES TO WS-EDIT-QTY
007140             STRING 'ITEM ' DELIMITED BY SIZE
007150                    WS-GROUP-KEY (2:5) DELIMITED BY SIZE
007160                    ', OPEN LINES ' DELIMITED BY SIZE
007170                    WS-EDIT-QTY DELIMITED BY SIZE
007180                 INTO BL-DETAIL
007190             END-STRING
007200             MOVE BT-ORDER-ITEM TO WS-BT-SUB
007210             PERFORM 8000-PRINT-BREAK-LINE
007220                 THRU 8000-PRINT-BREAK-LINE-EXIT
007230             PERFORM 3060-BUILD-ITEM-GROUP
007240                 THRU 3060-BUILD-ITEM-GROUP-EXIT
007250     END-EVALUATE.
007260 3200-MATCH-ONE-EXIT.
007270     EXIT.
007280
007290*--------------------------------------------------------------*
007300* 3300-CHECK-ONE-ITEM -- the master record's own links; the
007310*                        caller has left the item's open-order
007320*                        reservation total in WS-ITEM-RESERVED
007330*--------------------------------------------------------------*
007340 3300-CHECK-ONE-ITEM.
007350     ADD 1 TO WS-ITEMS-CHECKED.
007360     MOVE 'ITEMS'  TO BL-FILE.
007370     MOVE SPACES   TO BL-KEY.
007380     STRING 'ITEM ' DELIMITED BY SIZE
007390            ITEM-ID DELIMITED BY SIZE
007400         INTO BL-KEY
007410     END-STRING.
007420
007430     IF VENDORS-FILE-AVAILABLE AND PRIMARY-VENDOR-ID NOT = 0
007440         MOVE PRIMARY-VENDOR-ID TO VENDOR-ID
007450         READ VENDORS
007460             INVALID KEY
007470                 MOVE SPACES TO BL-DETAIL
007480                 STRING 'VENDOR ' DELIMITED BY SIZE
007490                        PRIMARY-VENDOR-ID DELIMITED BY SIZE
007500                     INTO BL-DETAIL
007510                 END-STRING
007520                 MOVE BT-ITEM-VENDOR TO WS-BT-SUB
007530                 PERFORM 8000-PRINT-BREAK-LINE
007540                     THRU 8000-PRINT-BREAK-LINE-EXIT
007550         END-READ
007560     END-IF.
007570
007580     IF CATEGORY-FILE-AVAILABLE AND ITEM-CATEGORY NOT = SPACES
007590         MOVE ITEM-CATEGORY TO CATEGORY-CODE
007600         READ CATEGORY
007610             INVALID KEY
007620                 MOVE SPACES TO BL-DETAIL
007630                 STRING 'CATEGORY ' DELIMITED BY SIZE
007640                        ITEM-CATEGORY DELIMITED BY SIZE
007650                     INTO BL-DETAIL
007660                 END-STRING
007670                 MOVE BT-ITEM-CATEGORY TO WS-BT-SUB
007680                 PERFORM 8000-PRINT-BREAK-LINE
007690                     THRU 8000-PRINT-BREAK-LINE-EXIT
007700         END-READ
007710     END-IF.
007720
007730     IF CUSTORDS-FILE-AVAILABLE
007740             AND QUANTITY-ALLOCATED NOT = WS-ITEM-RESERVED
007750         MOVE SPACES TO BL-DETAIL
007760         MOVE QUANTITY-ALLOCATED TO WS-EDIT-QTY
007770         STRING 'ALLOCATED' DELIMITED BY SIZE
007780                WS-EDIT-QTY DELIMITED BY SIZE
007790                ' ORDERS' DELIMITED BY SIZE
007800                INTO BL-DETAIL
007810         END-STRING
007820         MOVE WS-ITEM-RESERVED TO WS-EDIT-QTY
007830         MOVE WS-EDIT-QTY      TO BL-DETAIL (26:9)
007840         MOVE BT-ITEM-ALLOCATED TO WS-BT-SUB
007850         PERFORM 8000-PRINT-BREAK-LINE
007860             THRU 8000-PRINT-BREAK-LINE-EXIT
007870     END-IF.
007880 3300-CHECK-ONE-ITEM-EXIT.
007890     EXIT.
007900
007910*--------------------------------------------------------------*
007920* 4000-CHECK-BOM -- both the kit and each component must still
007930*                   be on the master
007940*--------------------------------------------------------------*
007950 4000-CHECK-BOM.
007960     OPEN INPUT BOM-FILE.
007970     IF NOT BOM-STATUS-OK
007980         MOVE 'BOMFILE.DAT' TO NC-FILE-NAME
007990         WRITE INTEGRITY-LINE FROM WS-NOT-CHECKED-LINE
008000         GO TO 4000-CHECK-BOM-EXIT
008010     END-IF.
008020     MOVE 'N' TO WS-SCAN-EOF.
008030     PERFORM 4050-CHECK-ONE-BOM
008040         THRU 4050-CHECK-ONE-BOM-EXIT
008050         UNTIL END-OF-SCAN.
008060     CLOSE BOM-FILE.
008070 4000-CHECK-BOM-EXIT.
008080     EXIT.
008090
008100 4050-CHECK-ONE-BOM.
008110     READ BOM-FILE NEXT RECORD
008120         AT END
008130             MOVE 'Y' TO WS-SCAN-EOF
008140             GO TO 4050-CHECK-ONE-BOM-EXIT
008150     END-READ.
008160     ADD 1 TO WS-RECORDS-CHECKED.
008170     MOVE 'BOMFILE' TO BL-FILE.
008180     MOVE SPACES    TO BL-KEY.
008190     STRING 'KIT ' DELIMITED BY SIZE
008200            BOM-KIT-ITEM-ID DELIMITED BY SIZE
008210            ' COMP ' DELIMITED BY SIZE
008220            BOM-COMPONENT-ID DELIMITED BY SIZE
008230         INTO BL-KEY
008240     END-STRING.
008250
008260     MOVE BOM-KIT-ITEM-ID TO WS-LOOKUP-ITEM-ID.
008270     PERFORM 4900-LOOK-UP-ITEM
008280         THRU 4900-LOOK-UP-ITEM-EXIT.
008290     IF LINK-IS-BROKEN
008300         MOVE BT-BOM-KIT TO WS-BT-SUB
008310         PERFORM 8000-PRINT-BREAK-LINE
008320             THRU 8000-PRINT-BREAK-LINE-EXIT
008330     END-IF.
008340
008350     MOVE BOM-COMPONENT-ID TO WS-LOOKUP-ITEM-ID.
008360     PERFORM 4900-LOOK-UP-ITEM
008370         THRU 4900-LOOK-UP-ITEM-EXIT.
008380     IF LINK-IS-BROKEN
008390         MOVE BT-BOM-COMPONENT TO WS-BT-SUB
008400         PERFORM 8000-PRINT-BREAK-LINE
008410             THRU 8000-PRINT-BREAK-LINE-EXIT
008420     END-IF.
008430 4050-CHECK-ONE-BOM-EXIT.
008440     EXIT.
008450
008460*--------------------------------------------------------------*
008470* 4100-CHECK-LOCBAL -- each location balance row must belong to
008480*                      an item and a location still on file
008490*--------------------------------------------------------------*
008500 4100-CHECK-LOCBAL.
008510     OPEN INPUT LOC-BALANCES.
008520     IF NOT LOCBAL-STATUS-OK
008530         MOVE 'LOCBAL.DAT' TO NC-FILE-NAME
008540         WRITE INTEGRITY-LINE FROM WS-NOT-CHECKED-LINE
008550         GO TO 4100-CHECK-LOCBAL-EXIT
008560     END-IF.
008570     MOVE 'N' TO WS-SCAN-EOF.
008580     PERFORM 4150-CHECK-ONE-LOCBAL
008590         THRU 4150-CHECK-ONE-LOCBAL-EXIT
008600         UNTIL END-OF-SCAN.
008610     CLOSE LOC-BALANCES.
008620 4100-CHECK-LOCBAL-EXIT.
008630     EXIT.
008640
008650 4150-CHECK-ONE-LOCBAL.
008660     READ LOC-BALANCES NEXT RECORD
008670         AT END
008680             MOVE 'Y' TO WS-SCAN-EOF
008690             GO TO 4150-CHECK-ONE-LOCBAL-EXIT
008700     END-READ.
008710     ADD 1 TO WS-RECORDS-CHECKED.
008720     MOVE 'LOCBAL' TO BL-FILE.
008730     MOVE SPACES   TO BL-KEY.
008740     STRING 'ITEM ' DELIMITED BY SIZE
008750            LB-ITEM-ID DELIMITED BY SIZE
008760            ' LOC ' DELIMITED BY SIZE
008770            LB-LOCATION-CODE DELIMITED BY SIZE
008780         INTO BL-KEY
008790     END-STRING.
008800
008810     MOVE LB-ITEM-ID TO WS-LOOKUP-ITEM-ID.
008820     PERFORM 4900-LOOK-UP-ITEM
008830         THRU 4900-LOOK-UP-ITEM-EXIT.
008840     IF LINK-IS-BROKEN
008850         MOVE BT-LOCBAL-ITEM TO WS-BT-SUB
008860         PERFORM 8000-PRINT-BREAK-LINE
008870             THRU 8000-PRINT-BREAK-LINE-EXIT
008880     END-IF.
008890
008900     MOVE LB-LOCATION-CODE TO WS-LOOKUP-LOCATION.
008910     PERFORM 4950-LOOK-UP-LOCATION
008920         THRU 4950-LOOK-UP-LOCATION-EXIT.
008930     IF LINK-IS-BROKEN
008940         MOVE BT-LOCBAL-LOCATION TO WS-BT-SUB
008950         PERFORM 8000-PRINT-BREAK-LINE
008960             THRU 8000-PRINT-BREAK-LINE-EXIT
008970     END-IF.
008980 4150-CHECK-ONE-LOCBAL-EXIT.
008990     EXIT.
009000
009010*--------------------------------------------------------------*
009020* 4200-CHECK-LOTBAL -- each lot balance row the same way
009030*--------------------------------------------------------------*
009040 4200-CHECK-LOTBAL.
009050     OPEN INPUT LOT-BALANCES.
009060     IF NOT LOTBAL-STATUS-OK
009070         MOVE 'LOTBAL.DAT' TO NC-FILE-NAME
009080         WRITE INTEGRITY-LINE FROM WS-NOT-CHECKED-LINE
009090         GO TO 4200-CHECK-LOTBAL-EXIT
009100     END-IF.
009110     MOVE 'N' TO WS-SCAN-EOF.
009120     PERFORM 4250-CHECK-ONE-LOTBAL
009130         THRU 4250-CHECK-ONE-LOTBAL-EXIT
009140         UNTIL END-OF-SCAN.
009150     CLOSE LOT-BALANCES.
009160 4200-CHECK-LOTBAL-EXIT.
009170     EXIT.
009180
009190 4250-CHECK-ONE-LOTBAL.
009200     READ LOT-BALANCES NEXT RECORD
009210         AT END
009220             MOVE 'Y' TO WS-SCAN-EOF
009230             GO TO 4250-CHECK-ONE-LOTBAL-EXIT
009240     END-READ.
009250     ADD 1 TO WS-RECORDS-CHECKED.
009260     MOVE 'LOTBAL' TO BL-FILE.
009270     MOVE SPACES   TO BL-KEY.
009280     STRING LOT-ITEM-ID DELIMITED BY SIZE
009290            ' ' DELIMITED BY SIZE
009300            LOT-LOCATION-CODE DELIMITED BY SIZE
009310            ' ' DELIMITED BY SIZE
009320            LOT-NUMBER DELIMITED BY SIZE
009330         INTO BL-KEY
009340     END-STRING.
009350
009360     MOVE LOT-ITEM-ID TO WS-LOOKUP-ITEM-ID.
009370     PERFORM 4900-LOOK-UP-ITEM
009380         THRU 4900-LOOK-UP-ITEM-EXIT.
009390     IF LINK-IS-BROKEN
009400         MOVE BT-LOTBAL-ITEM TO WS-BT-SUB
009410         PERFORM 8000-PRINT-BREAK-LINE
009420             THRU 8000-PRINT-BREAK-LINE-EXIT
009430     END-IF.
009440
009450     MOVE LOT-LOCATION-CODE TO WS-LOOKUP-LOCATION.
009460     PERFORM 4950-LOOK-UP-LOCATION
009470         THRU 4950-LOOK-UP-LOCATION-EXIT.
009480     IF LINK-IS-BROKEN
009490         MOVE BT-LOTBAL-LOCATION TO WS-BT-SUB
009500         PERFORM 8000-PRINT-BREAK-LINE
009510             THRU 8000-PRINT-BREAK-LINE-EXIT
009520     END-IF.
009530 4250-CHECK-ONE-LOTBAL-EXIT.
009540     EXIT.
009550
009560*--------------------------------------------------------------*
009570* 4300-CHECK-LOCLVL -- each min/max level row the same way
009580*--------------------------------------------------------------*
009590 4300-CHECK-LOCLVL.
009600     OPEN INPUT LOC-LEVELS.
009610     IF NOT LOCLVL-STATUS-OK
009620         MOVE 'LOCLVL.DAT' TO NC-FILE-NAME
009630         WRITE INTEGRITY-LINE FROM WS-NOT-CHECKED-LINE
009640         GO TO 4300-CHECK-LOCLVL-EXIT
009650     END-IF.
009660     MOVE 'N' TO WS-SCAN-EOF.
009670     PERFORM 4350-CHECK-ONE-LOCLVL
009680         THRU 4350-CHECK-ONE-LOCLVL-EXIT
009690         UNTIL END-OF-SCAN.
009700     CLOSE LOC-LEVELS.
009710 4300-CHECK-LOCLVL-EXIT.
009720     EXIT.
009730
009740 4350-CHECK-ONE-LOCLVL.
009750     READ LOC-LEVELS NEXT RECORD
009760         AT END
009770             MOVE 'Y' TO WS-SCAN-EOF
009780             GO TO 4350-CHECK-ONE-LOCLVL-EXIT
009790     END-READ.
009800     ADD 1 TO WS-RECORDS-CHECKED.
009810     MOVE 'LOCLVL' TO BL-FILE.
009820     MOVE SPACES   TO BL-KEY.
009830     STRING 'ITEM ' DELIMITED BY SIZE
009840            LV-ITEM-ID DELIMITED BY SIZE
009850            ' LOC ' DELIMITED BY SIZE
009860            LV-LOCATION-CODE DELIMITED BY SIZE
009870         INTO BL-KEY
009880     END-STRING.
009890
009900     MOVE LV-ITEM-ID TO WS-LOOKUP-ITEM-ID.
009910     PERFORM 4900-LOOK-UP-ITEM
009920         THRU 4900-LOOK-UP-ITEM-EXIT.
009930     IF LINK-IS-BROKEN
009940         MOVE BT-LOCLVL-ITEM TO WS-BT-SUB
009950         PERFORM 8000-PRINT-BREAK-LINE
009960             THRU 8000-PRINT-BREAK-LINE-EXIT
009970     END-IF.
009980
009990     MOVE LV-LOCATION-CODE TO WS-LOOKUP-LOCATION.
010000     PERFORM 4950-LOOK-UP-LOCATION
010010         THRU 4950-LOOK-UP-LOCATION-EXIT.
010020     IF LINK-IS-BROKEN
010030         MOVE BT-LOCLVL-LOCATION TO WS-BT-SUB
010040         PERFORM 8000-PRINT-BREAK-LINE
010050             THRU 8000-PRINT-BREAK-LINE-EXIT
010060     END-IF.
010070 4350-CHECK-ONE-LOCLVL-EXIT.
010080     EXIT.
010090
010100*--------------------------------------------------------------*
010110* 4400-CHECK-BACKORD -- a backorder must hang off an order line
010120*                       that is still on file and still open
010130*--------------------------------------------------------------*
010140 4400-CHECK-BACKORD.
010150     IF NOT CUSTORDS-FILE-AVAILABLE
010160         GO TO 4400-CHECK-BACKORD-EXIT
010170     END-IF.
010180     OPEN INPUT BACKORDERS.
010190     IF NOT BACKORD-STATUS-OK
010200         MOVE 'BACKORD.DAT' TO NC-FILE-NAME
010210         WRITE INTEGRITY-LINE FROM WS-NOT-CHECKED-LINE
010220         GO TO 4400-CHECK-BACKORD-EXIT
010230     END-IF.
010240     MOVE 'N' TO WS-SCAN-EOF.
010250     PERFORM 4450-CHECK-ONE-BACKORDER
010260         THRU 4450-CHECK-ONE-BACKORDER-EXIT
010270         UNTIL END-OF-SCAN.
010280     CLOSE BACKORDERS.
010290 4400-CHECK-BACKORD-EXIT.
010300     EXIT.
010310
010320 4450-CHECK-ONE-BACKORDER.
010330     READ BACKORDERS NEXT RECORD
010340         AT END
010350             MOVE 'Y' TO WS-SCAN-EOF
010360             GO TO 4450-CHECK-ONE-BACKORDER-EXIT
010370     END-READ.
010380     ADD 1 TO WS-RECORDS-CHECKED.
010390     MOVE 'BACKORD' TO BL-FILE.
010400     MOVE SPACES    TO BL-KEY.
010410     STRING 'ORDER ' DELIMITED BY SIZE
010420            BO-ORDER-NUMBER DELIMITED BY SIZE
010430            '/' DELIMITED BY SIZE
010440            BO-LINE-NUMBER DELIMITED BY SIZE
010450         INTO BL-KEY
010460     END-STRING.
010470     MOVE SPACES TO BL-DETAIL.
010480     STRING 'ITEM ' DELIMITED BY SIZE
010490            BO-ITEM-ID DELIMITED BY SIZE
010500         INTO BL-DETAIL
010510     END-STRING.
010520
010530     MOVE BO-ORDER-NUMBER TO CO-ORDER-NUMBER.
010540     MOVE BO-LINE-NUMBER  TO CO-LINE-NUMBER.
010550     READ CUST-ORDERS
010560         INVALID KEY
010570             MOVE BT-BACKORD-MISSING TO WS-BT-SUB
010580             PERFORM 8000-PRINT-BREAK-LINE
010590                 THRU 8000-PRINT-BREAK-LINE-EXIT
010600             GO TO 4450-CHECK-ONE-BACKORDER-EXIT
010610     END-READ.
010620     IF CO-LINE-STATUS = 'C'
010630         MOVE BT-BACKORD-CLOSED TO WS-BT-SUB
010640         PERFORM 8000-PRINT-BREAK-LINE
010650             THRU 8000-PRINT-BREAK-LINE-EXIT
010660     END-IF.
010670 4450-CHECK-ONE-BACKORDER-EXIT.
010680     EXIT.
010690
010700*--------------------------------------------------------------*
010710* 4500-CHECK-PORDERS -- an open PO line must be for an item
010720*                       still on the master
010730*--------------------------------------------------------------*
010740 4500-CHECK-PORDERS.
010750     OPEN INPUT PURCH-ORDERS.
010760     IF NOT PORDERS-STATUS-OK
010770         MOVE 'PORDERS.DAT' TO NC-FILE-NAME
010780         WRITE INTEGRITY-LINE FROM WS-NOT-CHECKED-LINE
010790         GO TO 4500-CHECK-PORDERS-EXIT
010800     END-IF.
010810     MOVE 'N' TO WS-SCAN-EOF.
010820     PERFORM 4550-CHECK-ONE-PO-LINE
010830         THRU 4550-CHECK-ONE-PO-LINE-EXIT
010840         UNTIL END-OF-SCAN.
010850     CLOSE PURCH-ORDERS.
010860 4500-CHECK-PORDERS-EXIT.
010870     EXIT.
010880
010890 4550-CHECK-ONE-PO-LINE.
010900     READ PURCH-ORDERS NEXT RECORD
010910         AT END
010920             MOVE 'Y' TO WS-SCAN-EOF
010930             GO TO 4550-CHECK-ONE-PO-LINE-EXIT
010940     END-READ.
010950     IF PO-LINE-STATUS NOT = 'O'
010960         GO TO 4550-CHECK-ONE-PO-LINE-EXIT
010970     END-IF.
010980     ADD 1 TO WS-RECORDS-CHECKED.
010990     MOVE PO-ITEM-ID TO WS-LOOKUP-ITEM-ID.
011000     PERFORM 4900-LOOK-UP-ITEM
011010         THRU 4900-LOOK-UP-ITEM-EXIT.
011020     IF LINK-IS-BROKEN
011030         MOVE 'PORDERS' TO BL-FILE
011040         MOVE SPACES    TO BL-KEY
011050         STRING 'PO ' DELIMITED BY SIZE
011060                PO-NUMBER DELIMITED BY SIZE
011070                '/' DELIMITED BY SIZE
011080                PO-LINE-NUMBER DELIMITED BY SIZE
011090             INTO BL-KEY
011100         END-STRING
011110         MOVE BT-PORDER-ITEM TO WS-BT-SUB
011120         PERFORM 8000-PRINT-BREAK-LINE
011130             THRU 8000-PRINT-BREAK-LINE-EXIT
011140     END-IF.
011150 4550-CHECK-ONE-PO-LINE-EXIT.
011160     EXIT.
011170
011180*--------------------------------------------------------------*
011190* 4900-LOOK-UP-ITEM -- is WS-LOOKUP-ITEM-ID on the master; a
011200*                      missing one is named in the detail
011210*--------------------------------------------------------------*
011220 4900-LOOK-UP-ITEM.
011230     SET LINK-IS-FOUND TO TRUE.
011240     MOVE WS-LOOKUP-ITEM-ID TO ITEM-ID.
011250     READ ITEMS
011260         INVALID KEY
011270             SET LINK-IS-BROKEN TO TRUE
011280             MOVE SPACES TO BL-DETAIL
011290             STRING 'ITEM ' DELIMITED BY SIZE
011300                    WS-LOOKUP-ITEM-ID DELIMITED BY SIZE
011310                 INTO BL-DETAIL
011320             END-STRING
011330     END-READ.
011340 4900-LOOK-UP-ITEM-EXIT.
011350     EXIT.
011360
011370*--------------------------------------------------------------*
011380* 4950-LOOK-UP-LOCATION -- is WS-LOOKUP-LOCATION on the
011390*                          LOCATION master; with no master on
011400*                          disk there is nothing to break
011410*--------------------------------------------------------------*
011420 4950-LOOK-UP-LOCATION.
011430     SET LINK-IS-FOUND TO TRUE.
011440     IF NOT LOCATIONS-FILE-AVAILABLE
011450         GO TO 4950-LOOK-UP-LOCATION-EXIT
011460     END-IF.
011470     MOVE WS-LOOKUP-LOCATION TO LOCATION-CODE.
011480     READ LOCATIONS
011490         INVALID KEY
011500             SET LINK-IS-BROKEN TO TRUE
011510             MOVE SPACES TO BL-DETAIL
011520             STRING 'LOCATION ' DELIMITED BY SIZE
011530                    WS-LOOKUP-LOCATION DELIMITED BY SIZE
011540                 INTO BL-DETAIL
011550             END-STRING
011560     END-READ.
011570 4950-LOOK-UP-LOCATION-EXIT.
011580     EXIT.
011590
011600*--------------------------------------------------------------*
011610* 5000-PRINT-SUMMARY -- count by file and type, totals, and the
011620*                       verdict the run-control chain acts on
011630*--------------------------------------------------------------*
011640 5000-PRINT-SUMMARY.
011650     IF FILES-ARE-CLEAN
011660         WRITE INTEGRITY-LINE FROM SPACES
011670         MOVE 'NO BROKEN LINKS FOUND' TO INTEGRITY-LINE
011680         WRITE INTEGRITY-LINE
011690     END-IF.
011700
011710     WRITE INTEGRITY-LINE FROM SPACES.
011720     WRITE INTEGRITY-LINE FROM WS-SUMMARY-HEADING.
011730     PERFORM 5100-PRINT-ONE-TYPE
011740         THRU 5100-PRINT-ONE-TYPE-EXIT
011750         VARYING WS-BT-SUB FROM 1 BY 1
011760         UNTIL WS-BT-SUB > WS-BREAK-TYPE-COUNT.
011770
011780     MOVE WS-ITEMS-CHECKED   TO TL-ITEMS-CHECKED.
011790     MOVE WS-RECORDS-CHECKED TO TL-RECORDS-CHECKED.
011800     MOVE WS-BREAK-TOTAL     TO TL-BREAK-TOTAL.
011810     WRITE INTEGRITY-LINE FROM SPACES.
011820     WRITE INTEGRITY-LINE FROM WS-TOTAL-LINE.
011830
011840     IF FILES-ARE-CLEAN
011850         MOVE 'FILE LINKS ARE CLEAN' TO WS-VERDICT-LINE
011860     ELSE
011870         MOVE 'BROKEN FILE LINKS FOUND, CHAIN HELD'
011880             TO WS-VERDICT-LINE
011890     END-IF.
011900     WRITE INTEGRITY-LINE FROM WS-VERDICT-LINE.
011910     DISPLAY 'INTEG-CHECK: ' WS-VERDICT-LINE.
011920 5000-PRINT-SUMMARY-EXIT.
011930     EXIT.
011940
011950 5100-PRINT-ONE-TYPE.
011960     MOVE BT-FILE (WS-BT-SUB)  TO SM-FILE.
011970     MOVE BT-TYPE (WS-BT-SUB)  TO SM-TYPE.
011980     MOVE BT-COUNT (WS-BT-SUB) TO SM-COUNT.
011990     WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE.
012000 5100-PRINT-ONE-TYPE-EXIT.
012010     EXIT.
012020
012030*--------------------------------------------------------------*
012040* 8000-PRINT-BREAK-LINE -- one broken link; the caller has set
012050*                          the key, the detail, and the type
012060*                          subscript
012070*--------------------------------------------------------------*
012080 8000-PRINT-BREAK-LINE.
012090     MOVE BT-FILE (WS-BT-SUB) TO BL-FILE.
012100     MOVE BT-TYPE (WS-BT-SUB) TO BL-TYPE.
012110     WRITE INTEGRITY-LINE FROM WS-BREAK-LINE.
012120     ADD 1 TO BT-COUNT (WS-BT-SUB).
012130     ADD 1 TO WS-BREAK-TOTAL.
012140     SET FILES-HAVE-BROKEN-LINKS TO TRUE.
012150 8000-PRINT-BREAK-LINE-EXIT.
012160     EXIT.
012170
012180*--------------------------------------------------------------*
012190* 9000-TERMINATE -- close files and hand back the verdict
012200*--------------------------------------------------------------*
012210 9000-TERMINATE.
012220     CLOSE ITEMS.
012230     IF VENDORS-FILE-AVAILABLE
012240         CLOSE VENDORS
012250     END-IF.
012260     IF CATEGORY-FILE-AVAILABLE
012270         CLOSE CATEGORY
012280     END-IF.
012290     IF LOCATIONS-FILE-AVAILABLE
012300         CLOSE LOCATIONS
012310     END-IF.
012320     IF CUSTORDS-FILE-AVAILABLE
012330         CLOSE CUST-ORDERS
012340     END-IF.
012350     CLOSE INTEGRITY-LISTING.
012360     IF FILES-ARE-CLEAN
012370         MOVE 0 TO RETURN-CODE
012380     ELSE
012390         MOVE 8 TO RETURN-CODE
012400     END-IF.
012410 9000-TERMINATE-EXIT.
012420     EXIT.
012430
012440 END PROGRAM INTEG-CHECK.
