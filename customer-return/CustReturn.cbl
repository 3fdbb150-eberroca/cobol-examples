000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Book customer returns against the original order
000160*          line. The receiving clerk keys one transaction per
000170*          order line and disposition (RETURNS.TXT): the units
000180*          either go back to stock at a chosen location or are
000190*          scrapped, and every return carries a reason code
000200*          from the shared reason table (RTRSNTB). A return for
000210*          more than was picked on the line, less what has
000220*          already come back, is rejected.
000230*
000240*          Each order's returns in the run are gathered under
000250*          one return authorization / credit memo number,
000260*          assigned from the control file CRMCTL.DAT the same
000270*          way SHIP-INVOICE numbers invoices from INVCTL.DAT.
000280*          The program writes:
000290*
000300*          RETMOVE.TXT   the stock movements, in the shared
000310*                        MOVEREC shape, for STOCK-POST: a U
000320*                        customer return into the chosen
000330*                        location for restocked units; for
000340*                        scrapped units the U return followed
000350*                        by a W write-off out of the same
000360*                        location, so the ledger shows the
000370*                        goods coming back and being written
000380*                        off. Reference CM plus the memo number.
000390*          CRMEMOS.DAT   one credit memo line per return, kept
000400*                        cumulatively (copybook CRMEMREC) for
000410*                        the invoicing side, GL-EXTRACT, and
000420*                        RETURN-REPORT, credited at the unit
000430*                        price the line was invoiced at
000440*          RETURNL.TXT   the returns listing
000450*
000460*          A blank location defaults to the main location
000470*          (DD-DEFAULT-LOC, as in STOCK-POST); when the
000480*          LOCATION master is on file the location must be on
000490*          it.
000500*
000510*          A return may name the lot the units came from. The lot
000520*          must be one STOCK-POST traced out on the order's SO
000530*          issues (LOTTRACE.DAT); both movements then carry the
000540*          lot and its expiry, so the restocked units go back into
000550*          that lot and scrapped units are written off it. A blank
000560*          lot returns the units as unlotted stock.
000570*
000580* Modification History:
000590*   10/15/2026  EB   Original version.
000600*   10/15/2026  EB   Return movements carry the lot fields added
000610*                    to MOVEREC. A return may name a lot, proved
000620*                    against the order's issues on LOTTRACE.DAT;
000630*                    both movements carry it and its expiry, and
000640*                    a blank lot posts as unlotted stock.
000650*   10/15/2026  EB   Operator sign-on through OPER-AUTH as
000660*                    DD-OPERATOR; each restock
000670*                    or scrap disposition must be granted, one
000680*                    that is not is rejected and the run ends with
000690*                    return code 4. The run holds the ITEMS lock
000700*                    while it updates CUSTORDS, so it cannot run
000710*                    alongside ORDER-PURGE.
000720*   10/15/2026  EB   A run without DD-OPERATOR is refused
000730*                    rather than signed on under a default ID,
000740*                    so every run is signed on under a named
000750*                    operator.
000760*   10/15/2026  EB   Credit is at CO-INVOICED-PRICE, the price
000770*                    SHIP-INVOICE billed the line at, not
000780*                    today's ITEM-PRICE.
000790* Tectonics: cobc
000800******************************************************************
000810 IDENTIFICATION DIVISION.
000820 PROGRAM-ID. CUST-RETURN.
000830
000840 ENVIRONMENT DIVISION.
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT ITEMS ASSIGN TO WS-ITEMS-PATH
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS ITEM-ID OF ITEMS-FILE
000910         FILE STATUS IS WS-ITEMS-STATUS.
000920
000930     SELECT CUST-ORDERS ASSIGN TO WS-CUSTORDS-PATH
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS CO-KEY OF CUST-ORDER-RECORD
000970         FILE STATUS IS WS-CUSTORDS-STATUS.
000980
000990     SELECT LOCATIONS ASSIGN TO WS-LOCATIONS-PATH
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS RANDOM
001020         RECORD KEY IS LOCATION-CODE OF LOCATION-FILE-REC
001030         FILE STATUS IS WS-LOCATIONS-STATUS.
001040
001050     SELECT LOT-TRACE ASSIGN TO WS-LOTTRACE-PATH
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-LOTTRACE-STATUS.
001080
001090     SELECT RETURN-INPUT ASSIGN TO 'RETURNS.TXT'
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-RETURN-STATUS.
001120
001130     SELECT RETURN-MOVES ASSIGN TO 'RETMOVE.TXT'
001140         ORGANIZATION IS LINE SEQUENTIAL.
001150
001160     SELECT MEMO-CONTROL ASSIGN TO WS-CRMCTL-PATH
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-CRMCTL-STATUS.
001190
001200     SELECT CREDIT-MEMOS ASSIGN TO WS-CRMEMOS-PATH
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-CRMEMOS-STATUS.
001230
001240     SELECT RETURN-LISTING ASSIGN TO 'RETURNL.TXT'
001250         ORGANIZATION IS LINE SEQUENTIAL.
001260
001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  ITEMS.
001300     COPY ITEMREC.
001310
001320 FD  CUST-ORDERS.
001330     COPY CORDREC.
001340
001350 FD  LOCATIONS.
001360     COPY LOCREC.
001370
001380 FD  LOT-TRACE.
001390     COPY LOTTREC.
001400
001410*--------------------------------------------------------------*
001420* RETURN TRANSACTION -- one order line's returned units with
001430* one disposition; split a line across two transactions when
001440* some units restock and some are scrapped
001450*    RI-DISPOSITION  R = restock at RI-LOCATION
001460*                    S = scrap at RI-LOCATION
001470*    RI-LOT-NUMBER   the lot the units were shipped from, or
001480*                    blank for unlotted stock
001490*--------------------------------------------------------------*
001500 FD  RETURN-INPUT.
001510 01  RETURN-INPUT-RECORD.
001520     05  RI-ORDER-NUMBER                 PIC 9(06).
001530     05  RI-LINE-NUMBER                  PIC 9(03).
001540     05  RI-QUANTITY                     PIC 9(05).
001550     05  RI-REASON-CODE                  PIC X(02).
001560     05  RI-DISPOSITION                  PIC X(01).
001570     05  RI-LOCATION                     PIC X(03).
001580     05  RI-LOT-NUMBER                   PIC X(10).
001590
001600 FD  RETURN-MOVES.
001610     COPY MOVEREC.
001620
001630*--------------------------------------------------------------*
001640* MEMO CONTROL RECORD -- the last credit memo number assigned
001650*--------------------------------------------------------------*
001660 FD  MEMO-CONTROL.
001670 01  MEMO-CONTROL-RECORD.
001680     05  MC-LAST-MEMO-NUMBER             PIC 9(06).
001690
001700 FD  CREDIT-MEMOS.
001710     COPY CRMEMREC.
001720
001730 FD  RETURN-LISTING.
001740 01  RETURN-LISTING-LINE                 PIC X(110).
001750
001760 WORKING-STORAGE SECTION.
001770 01  WS-ITEMS-PATH                       PIC X(100)  VALUE
001780     'ITEMS.DAT'.
001790
001800 01  WS-CUSTORDS-PATH                    PIC X(100)  VALUE
001810     'CUSTORDS.DAT'.
001820
001830 01  WS-LOCATIONS-PATH                   PIC X(100)  VALUE
001840     'LOCATION.DAT'.
001850
001860 01  WS-CRMCTL-PATH                      PIC X(100)  VALUE
001870     'CRMCTL.DAT'.
001880
001890 01  WS-CRMEMOS-PATH                     PIC X(100)  VALUE
001900     'CRMEMOS.DAT'.
001910
001920 01  WS-LOTTRACE-PATH                    PIC X(100)  VALUE
001930     'LOTTRACE.DAT'.
001940
001950 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
001960     88  ITEMS-STATUS-OK                              VALUE '00'.
001970
001980 01  WS-CUSTORDS-STATUS                  PIC X(02)   VALUE '00'.
001990     88  CUSTORDS-STATUS-OK                           VALUE '00'.
002000
002010 01  WS-LOCATIONS-STATUS                 PIC X(02)   VALUE '00'.
002020     88  LOCATIONS-STATUS-OK                          VALUE '00'.
002030
002040 01  WS-LOTTRACE-STATUS                  PIC X(02)   VALUE '00'.
002050     88  LOTTRACE-STATUS-OK                           VALUE '00'.
002060
002070 01  WS-RETURN-STATUS                    PIC X(02)   VALUE '00'.
002080     88  RETURN-STATUS-OK                             VALUE '00'.
002090     88  RETURN-FILE-NOT-FOUND                        VALUE '35'.
002100
002110 01  WS-CRMCTL-STATUS                    PIC X(02)   VALUE '00'.
002120     88  CRMCTL-STATUS-OK                             VALUE '00'.
002130
002140 01  WS-CRMEMOS-STATUS                   PIC X(02)   VALUE '00'.
002150     88  CRMEMOS-STATUS-OK                            VALUE '00'.
002160     88  CRMEMOS-FILE-NOT-FOUND                       VALUE '35'.
002170
002180 01  WS-LOCATIONS-OPEN-SW                PIC X(01)   VALUE 'N'.
002190     88  LOCATIONS-FILE-AVAILABLE                    VALUE 'Y'.
002200
002210 01  WS-DEFAULT-LOCATION                 PIC X(03)   VALUE 'MN1'.
002220
002230     COPY RTRSNTB.
002240
002250*--------------------------------------------------------------*
002260* SWITCHES AND COUNTERS
002270*--------------------------------------------------------------*
002280 01  WS-EOF                              PIC X(01)   VALUE 'N'.
002290     88  END-OF-RETURNS                              VALUE 'Y'.
002300
002310 01  WS-MEMO-OPEN-SW                     PIC X(01)   VALUE 'N'.
002320     88  MEMO-IS-OPEN                                VALUE 'Y'.
002330
002340 01  WS-REJECT-REASON                    PIC X(28)   VALUE SPACES.
002350
002360 01  WS-OPERATOR-ID                      PIC X(08)   VALUE SPACES.
002370 01  WS-AUTH-ACTION                      PIC X(01)   VALUE SPACE.
002380 01  WS-AUTH-PROGRAM                     PIC X(12)   VALUE
002390     'CUST-RETURN'.
002400 01  WS-AUTH-TRAN-TYPE                   PIC X(01)   VALUE SPACE.
002410
002420 01  WS-AUTH-SW                          PIC X(01)   VALUE 'Y'.
002430     88  TRAN-TYPE-AUTHORIZED                         VALUE 'Y'.
002440     88  TRAN-TYPE-REFUSED                            VALUE 'N'.
002450
002460 01  WS-LOCK-ACTION                      PIC X(01)   VALUE SPACE.
002470 01  WS-LOCK-PROGRAM                     PIC X(12)   VALUE SPACES.
002480
002490 77  WS-LAST-MEMO-NUMBER                 PIC 9(06)   VALUE 0.
002500 77  WS-THIS-MEMO-NUMBER                 PIC 9(06)   VALUE 0.
002510 77  WS-THIS-MEMO-LINE                   PIC 9(03)   VALUE 0.
002520 77  WS-THIS-ORDER-NUMBER                PIC 9(06)   VALUE 0.
002530 77  WS-RETURNABLE-QTY                   PIC 9(05)   VALUE 0.
002540 77  WS-REASON-SUB                       PIC 9(02)   VALUE 0.
002550 77  WS-REASON-MATCH                     PIC 9(02)   VALUE 0.
002560 77  WS-MEMO-COUNT                       PIC 9(05)   VALUE 0.
002570 77  WS-RESTOCK-QTY                      PIC 9(07)   VALUE 0.
002580 77  WS-SCRAP-QTY                        PIC 9(07)   VALUE 0.
002590 77  WS-REJECT-COUNT                     PIC 9(05)   VALUE 0.
002600 77  WS-UNAUTHORIZED-COUNT               PIC 9(05)   VALUE 0.
002610 77  WS-MOVE-COUNT                       PIC 9(05)   VALUE 0.
002620
002630 01  WS-RETURN-LOCATION                  PIC X(03)   VALUE SPACES.
002640
002650 01  WS-LOT-FOUND-SW                     PIC X(01)   VALUE 'N'.
002660     88  LOT-WAS-SHIPPED                             VALUE 'Y'.
002670
002680 01  WS-LOT-EOF                          PIC X(01)   VALUE 'N'.
002690     88  END-OF-LOT-TRACE                            VALUE 'Y'.
002700
002710 77  WS-RETURN-EXPIRY                    PIC 9(08)   VALUE 0.
002720 77  WS-CREDIT-PRICE               PIC 9(05)V9(02)   VALUE 0.
002730
002740 01  WS-SHIP-REFERENCE.
002750     05  FILLER                          PIC X(02)   VALUE 'SO'.
002760     05  WS-SHIP-REF-ORDER               PIC 9(06)   VALUE 0.
002770     05  FILLER                          PIC X(02)   VALUE SPACES.
002780
002790 01  WS-MOVE-REFERENCE.
002800     05  FILLER                          PIC X(02)   VALUE 'CM'.
002810     05  WS-MOVE-REF-MEMO                PIC 9(06)   VALUE 0.
002820     05  FILLER                          PIC X(02)   VALUE SPACES.
002830
002840 77  WS-LINE-CREDIT                PIC 9(09)V9(02)   VALUE 0.
002850 77  WS-LINE-COST                  PIC 9(09)V9(02)   VALUE 0.
002860 77  WS-TOTAL-CREDIT               PIC 9(11)V9(02)   VALUE 0.
002870
002880 01  WS-CURRENT-DATE.
002890     05  WS-CURRENT-YEAR                 PIC 9(04).
002900     05  WS-CURRENT-MONTH                PIC 9(02).
002910     05  WS-CURRENT-DAY                  PIC 9(02).
002920
002930*--------------------------------------------------------------*
002940* PRINT-IMAGE LINES
002950*--------------------------------------------------------------*
002960 01  WS-RETURN-HEADING.
002970     05  FILLER                          PIC X(24) VALUE
002980         'CUSTOMER RETURNS RUN FOR'.
002990     05  FILLER                          PIC X(01) VALUE SPACE.
003000     05  RH-RUN-DATE                     PIC 9(08).
003010
003020 01  WS-RETURN-COLUMN-HEADING.
003030     05  FILLER                          PIC X(10) VALUE
003040         'MEMO/LINE '.
003050     05  FILLER                          PIC X(02) VALUE SPACES.
003060     05  FILLER                          PIC X(10) VALUE
003070         'ORDER/LINE'.
003080     05  FILLER                          PIC X(02) VALUE SPACES.
003090     05  FILLER                          PIC X(05) VALUE 'CUST '.
003100     05  FILLER                          PIC X(02) VALUE SPACES.
003110     05  FILLER                          PIC X(05) VALUE 'ITEM '.
003120     05  FILLER                          PIC X(02) VALUE SPACES.
003130     05  FILLER                          PIC X(06) VALUE
003140         '   QTY'.
003150     05  FILLER                          PIC X(02) VALUE SPACES.
003160     05  FILLER                          PIC X(02) VALUE 'RS'.
003170     05  FILLER                          PIC X(02) VALUE SPACES.
003180     05  FILLER                          PIC X(01) VALUE 'D'.
003190     05  FILLER                          PIC X(02) VALUE SPACES.
003200     05  FILLER                          PIC X(03) VALUE 'LOC'.
003210     05  FILLER                          PIC X(02) VALUE SPACES.
003220     05  FILLER                          PIC X(14) VALUE
003230         '        CREDIT'.
003240     05  FILLER                          PIC X(02) VALUE SPACES.
003250     05  FILLER                          PIC X(06) VALUE 'RESULT'.
003260
003270 01  WS-RETURN-DETAIL-LINE.
003280     05  RD-MEMO-NUMBER                  PIC 9(06).
003290     05  FILLER                          PIC X(01) VALUE '/'.
003300     05  RD-MEMO-LINE                    PIC 9(03).
003310     05  FILLER                          PIC X(02) VALUE SPACES.
003320     05  RD-ORDER-NUMBER                 PIC 9(06).
003330     05  FILLER                          PIC X(01) VALUE '/'.
003340     05  RD-ORDER-LINE                   PIC 9(03).
003350     05  FILLER                          PIC X(02) VALUE SPACES.
003360     05  RD-CUSTOMER-ID                  PIC 9(05).
003370     05  FILLER                          PIC X(02) VALUE SPACES.
003380     05  RD-ITEM-ID                      PIC 9(05).
003390     05  FILLER                          PIC X(02) VALUE SPACES.
003400     05  RD-QUANTITY                     PIC ZZ,ZZ9.
003410     05  FILLER                          PIC X(02) VALUE SPACES.
003420     05  RD-REASON-CODE                  PIC X(02).
003430     05  FILLER                          PIC X(02) VALUE SPACES.
003440     05  RD-DISPOSITION                  PIC X(01).
003450     05  FILLER                          PIC X(02) VALUE SPACES.
003460     05  RD-LOCATION                     PIC X(03).
003470     05  FILLER                          PIC X(02) VALUE SPACES.
003480     05  RD-CREDIT                       PIC ZZZ,ZZZ,ZZ9.99.
003490     05  FILLER                          PIC X(02) VALUE SPACES.
003500     05  RD-RESULT                       PIC X(28).
003510
003520 01  WS-RETURN-TOTALS-LINE.
003530     05  FILLER                      PIC X(07) VALUE 'MEMOS: '.
003540     05  RT-MEMO-COUNT               PIC ZZ,ZZ9.
003550     05  FILLER                      PIC X(04) VALUE SPACES.
003560     05  FILLER                      PIC X(11) VALUE
003570         'RESTOCKED: '.
003580     05  RT-RESTOCK-QTY              PIC Z,ZZZ,ZZ9.
003590     05  FILLER                      PIC X(04) VALUE SPACES.
003600     05  FILLER                      PIC X(10) VALUE 'SCRAPPED: '.
003610     05  RT-SCRAP-QTY                PIC Z,ZZZ,ZZ9.
003620     05  FILLER                      PIC X(04) VALUE SPACES.
003630     05  FILLER                      PIC X(10) VALUE 'REJECTED: '.
003640     05  RT-REJECT-COUNT             PIC ZZ,ZZ9.
003650     05  FILLER                      PIC X(04) VALUE SPACES.
003660     05  FILLER                      PIC X(08) VALUE 'CREDIT: '.
003670     05  RT-TOTAL-CREDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003680
003690 PROCEDURE DIVISION.
003700*--------------------------------------------------------------*
003710* 0000-MAINLINE
003720*--------------------------------------------------------------*
003730 0000-MAINLINE.
003740     PERFORM 1000-INITIALIZE
003750         THRU 1000-INITIALIZE-EXIT.
003760
003770     PERFORM 2000-PROCESS-RETURNS
003780         THRU 2000-PROCESS-RETURNS-EXIT
003790         UNTIL END-OF-RETURNS.
003800
003810     PERFORM 3000-PRINT-TOTALS
003820         THRU 3000-PRINT-TOTALS-EXIT.
003830
003840     PERFORM 9000-TERMINATE
003850         THRU 9000-TERMINATE-EXIT.
003860
003870     STOP RUN.
003880
003890*--------------------------------------------------------------*
003900* 1000-INITIALIZE -- sign on, take the run-lock, resolve paths,
003910*                    open the master and order file, the
003920*                    cumulative credit memo file, and pick up the
003930*                    last memo number
003940*--------------------------------------------------------------*
003950 1000-INITIALIZE.
003960*    Sign on before taking the lock, so a refused operator
003970*    leaves nothing behind to clear
003980     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'DD-OPERATOR'
003990         ON EXCEPTION
004000             CONTINUE
004010     END-ACCEPT.
004020     IF WS-OPERATOR-ID = SPACES
004030         DISPLAY 'CUST-RETURN: DD-OPERATOR NOT GIVEN'
004040         GO TO 1000-INITIALIZE-ABEND
004050     END-IF.
004060     MOVE 'S' TO WS-AUTH-ACTION.
004070     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
004080                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
004090     IF RETURN-CODE NOT = 0
004100         DISPLAY 'CUST-RETURN: OPERATOR ' WS-OPERATOR-ID
004110             ' NOT AUTHORIZED, RUN REFUSED'
004120         GO TO 1000-INITIALIZE-ABEND
004130     END-IF.
004140
004150*    The ITEMS master run-lock: refuse to start while another
004160*    updater holds it; DD-LOCK-OVERRIDE=Y clears a lock left
004170*    behind by an abend
004180     MOVE 'A'           TO WS-LOCK-ACTION.
004190     MOVE 'CUST-RETURN' TO WS-LOCK-PROGRAM.
004200     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
004210     IF RETURN-CODE NOT = 0
004220         DISPLAY 'CUST-RETURN: ITEMS MASTER LOCKED, RUN REFUSED'
004230         GO TO 1000-INITIALIZE-ABEND
004240     END-IF.
004250
004260     ACCEPT WS-ITEMS-PATH FROM ENVIRONMENT 'DD-ITEMS'
004270         ON EXCEPTION
004280             CONTINUE
004290     END-ACCEPT.
004300     IF WS-ITEMS-PATH = SPACES
004310         MOVE 'ITEMS.DAT' TO WS-ITEMS-PATH
004320     END-IF.
004330
004340     ACCEPT WS-CUSTORDS-PATH FROM ENVIRONMENT 'DD-CUSTORDS'
004350         ON EXCEPTION
004360             CONTINUE
004370     END-ACCEPT.
004380     IF WS-CUSTORDS-PATH = SPACES
004390         MOVE 'CUSTORDS.DAT' TO WS-CUSTORDS-PATH
004400     END-IF.
004410
004420     ACCEPT WS-LOCATIONS-PATH FROM ENVIRONMENT 'DD-LOCATION'
004430         ON EXCEPTION
004440             CONTINUE
004450     END-ACCEPT.
004460     IF WS-LOCATIONS-PATH = SPACES
004470         MOVE 'LOCATION.DAT' TO WS-LOCATIONS-PATH
004480     END-IF.
004490
004500     ACCEPT WS-DEFAULT-LOCATION FROM ENVIRONMENT 'DD-DEFAULT-LOC'
004510         ON EXCEPTION
004520             CONTINUE
004530     END-ACCEPT.
004540     IF WS-DEFAULT-LOCATION = SPACES
004550         MOVE 'MN1' TO WS-DEFAULT-LOCATION
004560     END-IF.
004570
004580     ACCEPT WS-LOTTRACE-PATH FROM ENVIRONMENT 'DD-LOTTRACE'
004590         ON EXCEPTION
004600             CONTINUE
004610     END-ACCEPT.
004620     IF WS-LOTTRACE-PATH = SPACES
004630         MOVE 'LOTTRACE.DAT' TO WS-LOTTRACE-PATH
004640     END-IF.
004650
004660     ACCEPT WS-CRMCTL-PATH FROM ENVIRONMENT 'DD-CRMCTL'
004670         ON EXCEPTION
004680             CONTINUE
004690     END-ACCEPT.
004700     IF WS-CRMCTL-PATH = SPACES
004710         MOVE 'CRMCTL.DAT' TO WS-CRMCTL-PATH
004720     END-IF.
004730
004740     ACCEPT WS-CRMEMOS-PATH FROM ENVIRONMENT 'DD-CRMEMOS'
004750         ON EXCEPTION
004760             CONTINUE
004770     END-ACCEPT.
004780     IF WS-CRMEMOS-PATH = SPACES
004790         MOVE 'CRMEMOS.DAT' TO WS-CRMEMOS-PATH
004800     END-IF.
004810
004820     OPEN INPUT ITEMS.
004830     IF NOT ITEMS-STATUS-OK
004840         DISPLAY 'CUST-RETURN: UNABLE TO OPEN ITEMS, STATUS = '
004850             WS-ITEMS-STATUS
004860         GO TO 1000-INITIALIZE-ABEND
004870     END-IF.
004880
004890     OPEN I-O CUST-ORDERS.
004900     IF NOT CUSTORDS-STATUS-OK
004910         DISPLAY 'CUST-RETURN: UNABLE TO OPEN CUSTORDS, '
004920             'STATUS = ' WS-CUSTORDS-STATUS
004930         GO TO 1000-INITIALIZE-ABEND
004940     END-IF.
004950
004960*    The LOCATION master is optional, as in STOCK-POST: without
004970*    one the restock location is not proved
004980     OPEN INPUT LOCATIONS.
004990     IF LOCATIONS-STATUS-OK
005000         MOVE 'Y' TO WS-LOCATIONS-OPEN-SW
005010     END-IF.
005020
005030*    The credit memo file is cumulative; only a missing file may
005040*    fall back to OUTPUT, anything else would truncate it
005050     OPEN EXTEND CREDIT-MEMOS.
005060     IF CRMEMOS-FILE-NOT-FOUND
005070         OPEN OUTPUT CREDIT-MEMOS
005080     END-IF.
005090     IF NOT CRMEMOS-STATUS-OK
005100         DISPLAY 'CUST-RETURN: UNABLE TO OPEN CRMEMOS, '
005110             'STATUS = ' WS-CRMEMOS-STATUS
005120         GO TO 1000-INITIALIZE-ABEND
005130     END-IF.
005140
005150*    No returns file just means nothing came back today
005160     OPEN INPUT RETURN-INPUT.
005170     IF RETURN-FILE-NOT-FOUND
005180         MOVE 'Y' TO WS-EOF
005190     ELSE
005200         IF NOT RETURN-STATUS-OK
005210             DISPLAY 'CUST-RETURN: RETURNS OPEN FAILED, '
005220                 'STATUS = ' WS-RETURN-STATUS
005230             GO TO 1000-INITIALIZE-ABEND
005240         END-IF
005250     END-IF.
005260
005270     PERFORM 1100-READ-MEMO-CONTROL
005280         THRU 1100-READ-MEMO-CONTROL-EXIT.
005290
005300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005310
005320     OPEN OUTPUT RETURN-MOVES.
005330     OPEN OUTPUT RETURN-LISTING.
005340
005350     MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
005360     WRITE RETURN-LISTING-LINE FROM WS-RETURN-HEADING.
005370     WRITE RETURN-LISTING-LINE FROM SPACES.
005380     WRITE RETURN-LISTING-LINE FROM WS-RETURN-COLUMN-HEADING.
005390     WRITE RETURN-LISTING-LINE FROM SPACES.
005400 1000-INITIALIZE-EXIT.
005410     EXIT.
005420
005430 1000-INITIALIZE-ABEND.
005440     MOVE 16 TO RETURN-CODE.
005450     STOP RUN.
005460
005470*--------------------------------------------------------------*
005480* 1100-READ-MEMO-CONTROL -- the last credit memo number
005490*                           assigned; a missing control file
005500*                           starts the numbers at 1
005510*--------------------------------------------------------------*
005520 1100-READ-MEMO-CONTROL.
005530     OPEN INPUT MEMO-CONTROL.
005540     IF CRMCTL-STATUS-OK
005550         READ MEMO-CONTROL
005560             AT END
005570                 CONTINUE
005580             NOT AT END
005590                 MOVE MC-LAST-MEMO-NUMBER
005600                     TO WS-LAST-MEMO-NUMBER
005610         END-READ
005620         CLOSE MEMO-CONTROL
005630     END-IF.
005640 1100-READ-MEMO-CONTROL-EXIT.
005650     EXIT.
005660
005670*--------------------------------------------------------------*
005680* 2000-PROCESS-RETURNS -- read one return and book it
005690*--------------------------------------------------------------*
005700 2000-PROCESS-RETURNS.
005710     READ RETURN-INPUT
005720         AT END
005730             MOVE 'Y' TO WS-EOF
005740         NOT AT END
005750             PERFORM 2010-CHECK-TRAN-TYPE
005760                 THRU 2010-CHECK-TRAN-TYPE-EXIT
005770             IF TRAN-TYPE-REFUSED
005780                 MOVE 'OPERATOR NOT AUTHORIZED'
005790                     TO WS-REJECT-REASON
005800                 PERFORM 2900-PRINT-REJECT
005810                     THRU 2900-PRINT-REJECT-EXIT
005820             ELSE
005830                 PERFORM 2100-BOOK-ONE-RETURN
005840                     THRU 2100-BOOK-ONE-RETURN-EXIT
005850             END-IF
005860     END-READ.
005870 2000-PROCESS-RETURNS-EXIT.
005880     EXIT.
005890
005900*--------------------------------------------------------------*
005910* 2010-CHECK-TRAN-TYPE -- the signed-on operator must hold the
005920*                         transaction code; an unknown code is
005930*                         left for 2100 to reject
005940*--------------------------------------------------------------*
005950 2010-CHECK-TRAN-TYPE.
005960     SET TRAN-TYPE-AUTHORIZED TO TRUE.
005970     IF RI-DISPOSITION NOT = 'R' AND RI-DISPOSITION NOT = 'S'
005980         GO TO 2010-CHECK-TRAN-TYPE-EXIT
005990     END-IF.
006000     MOVE 'T'            TO WS-AUTH-ACTION.
006010     MOVE RI-DISPOSITION TO WS-AUTH-TRAN-TYPE.
006020     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
006030                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
006040     IF RETURN-CODE NOT = 0
006050         SET TRAN-TYPE-REFUSED TO TRUE
006060         ADD 1 TO WS-UNAUTHORIZED-COUNT
006070     END-IF.
006080 2010-CHECK-TRAN-TYPE-EXIT.
006090     EXIT.
006100
006110*--------------------------------------------------------------*
006120* 2100-BOOK-ONE-RETURN -- prove the return against the order
006130*                         line, then write its movements and
006140*                         credit memo line and mark the units
006150*                         returned on the order line
006160*--------------------------------------------------------------*
006170 2100-BOOK-ONE-RETURN.
006180     IF RI-DISPOSITION NOT = 'R' AND RI-DISPOSITION NOT = 'S'
006190         MOVE 'INVALID DISPOSITION' TO WS-REJECT-REASON
006200         PERFORM 2900-PRINT-REJECT
006210             THRU 2900-PRINT-REJECT-EXIT
006220         GO TO 2100-BOOK-ONE-RETURN-EXIT
006230     END-IF.
006240
006250     MOVE 0 TO WS-REASON-MATCH.
006260     MOVE 0 TO WS-REASON-SUB.
006270     PERFORM 2150-CHECK-ONE-REASON
006280         THRU 2150-CHECK-ONE-REASON-EXIT
006290         UNTIL WS-REASON-MATCH > 0
006300         OR WS-REASON-SUB >= RR-REASON-COUNT.
006310     IF WS-REASON-MATCH = 0
006320         MOVE 'UNKNOWN REASON CODE' TO WS-REJECT-REASON
006330         PERFORM 2900-PRINT-REJECT
006340             THRU 2900-PRINT-REJECT-EXIT
006350         GO TO 2100-BOOK-ONE-RETURN-EXIT
006360     END-IF.
006370
006380     IF RI-QUANTITY = 0
006390         MOVE 'RETURN QTY ZERO' TO WS-REJECT-REASON
006400         PERFORM 2900-PRINT-REJECT
006410             THRU 2900-PRINT-REJECT-EXIT
006420         GO TO 2100-BOOK-ONE-RETURN-EXIT
006430     END-IF.
006440
006450     MOVE RI-ORDER-NUMBER TO CO-ORDER-NUMBER.
006460     MOVE RI-LINE-NUMBER  TO CO-LINE-NUMBER.
006470     READ CUST-ORDERS
006480         INVALID KEY
006490             MOVE 'ORDER LINE NOT FOUND' TO WS-REJECT-REASON
006500             PERFORM 2900-PRINT-REJECT
006510                 THRU 2900-PRINT-REJECT-EXIT
006520             GO TO 2100-BOOK-ONE-RETURN-EXIT
006530     END-READ.
006540
006550*    Only what actually left the building can come back, and
006560*    only once
006570     COMPUTE WS-RETURNABLE-QTY = CO-PICKED-QTY - CO-RETURNED-QTY.
006580     IF RI-QUANTITY > WS-RETURNABLE-QTY
006590         MOVE 'RETURN EXCEEDS PICKED QTY' TO WS-REJECT-REASON
006600         PERFORM 2900-PRINT-REJECT
006610             THRU 2900-PRINT-REJECT-EXIT
006620         GO TO 2100-BOOK-ONE-RETURN-EXIT
006630     END-IF.
006640
006650     MOVE CO-ITEM-ID TO ITEM-ID.
006660     READ ITEMS
006670         INVALID KEY
006680             MOVE 'ITEM NOT ON MASTER' TO WS-REJECT-REASON
006690             PERFORM 2900-PRINT-REJECT
006700                 THRU 2900-PRINT-REJECT-EXIT
006710             GO TO 2100-BOOK-ONE-RETURN-EXIT
006720     END-READ.
006730
006740     MOVE RI-LOCATION TO WS-RETURN-LOCATION.
006750     IF WS-RETURN-LOCATION = SPACES
006760         MOVE WS-DEFAULT-LOCATION TO WS-RETURN-LOCATION
006770     END-IF.
006780     IF LOCATIONS-FILE-AVAILABLE
006790         MOVE WS-RETURN-LOCATION TO LOCATION-CODE
006800         READ LOCATIONS
006810             INVALID KEY
006820                 MOVE 'UNKNOWN LOCATION' TO WS-REJECT-REASON
006830                 PERFORM 2900-PRINT-REJECT
006840                     THRU 2900-PRINT-REJECT-EXIT
006850                 GO TO 2100-BOOK-ONE-RETURN-EXIT
006860         END-READ
006870     END-IF.
006880
006890*    A named lot must have gone out on this order
006900     MOVE 0 TO WS-RETURN-EXPIRY.
006910     IF RI-LOT-NUMBER NOT = SPACES
006920         PERFORM 2170-FIND-SHIPPED-LOT
006930             THRU 2170-FIND-SHIPPED-LOT-EXIT
006940         IF NOT LOT-WAS-SHIPPED
006950             MOVE 'LOT NOT SHIPPED ON ORDER' TO WS-REJECT-REASON
006960             PERFORM 2900-PRINT-REJECT
006970                 THRU 2900-PRINT-REJECT-EXIT
006980             GO TO 2100-BOOK-ONE-RETURN-EXIT
006990         END-IF
007000     END-IF.
007010
007020*    Each order's returns in the run share one memo number
007030     IF NOT MEMO-IS-OPEN
007040             OR RI-ORDER-NUMBER NOT = WS-THIS-ORDER-NUMBER
007050         ADD 1 TO WS-LAST-MEMO-NUMBER
007060         MOVE WS-LAST-MEMO-NUMBER TO WS-THIS-MEMO-NUMBER
007070         MOVE RI-ORDER-NUMBER     TO WS-THIS-ORDER-NUMBER
007080         MOVE 0                   TO WS-THIS-MEMO-LINE
007090         SET MEMO-IS-OPEN TO TRUE
007100         ADD 1 TO WS-MEMO-COUNT
007110     END-IF.
007120     ADD 1 TO WS-THIS-MEMO-LINE.
007130
007140     PERFORM 2200-WRITE-RETURN-MOVES
007150         THRU 2200-WRITE-RETURN-MOVES-EXIT.
007160     PERFORM 2300-WRITE-CREDIT-MEMO
007170         THRU 2300-WRITE-CREDIT-MEMO-EXIT.
007180
007190     ADD RI-QUANTITY TO CO-RETURNED-QTY.
007200     REWRITE CUST-ORDER-RECORD
007210         INVALID KEY
007220             DISPLAY 'CUST-RETURN: ORDER LINE REWRITE FAILED, '
007230                 'ORDER ' CO-ORDER-NUMBER
007240     END-REWRITE.
007250
007260     IF RI-DISPOSITION = 'R'
007270         ADD RI-QUANTITY TO WS-RESTOCK-QTY
007280         MOVE 'RESTOCKED' TO RD-RESULT
007290     ELSE
007300         ADD RI-QUANTITY TO WS-SCRAP-QTY
007310         MOVE 'SCRAPPED' TO RD-RESULT
007320     END-IF.
007330     ADD WS-LINE-CREDIT TO WS-TOTAL-CREDIT.
007340
007350     MOVE WS-THIS-MEMO-NUMBER TO RD-MEMO-NUMBER.
007360     MOVE WS-THIS-MEMO-LINE   TO RD-MEMO-LINE.
007370     MOVE RI-ORDER-NUMBER     TO RD-ORDER-NUMBER.
007380     MOVE RI-LINE-NUMBER      TO RD-ORDER-LINE.
007390     MOVE CO-CUSTOMER-ID      TO RD-CUSTOMER-ID.
007400     MOVE CO-ITEM-ID          TO RD-ITEM-ID.
007410     MOVE RI-QUANTITY         TO RD-QUANTITY.
007420     MOVE RI-REASON-CODE      TO RD-REASON-CODE.
007430     MOVE RI-DISPOSITION      TO RD-DISPOSITION.
007440     MOVE WS-RETURN-LOCATION  TO RD-LOCATION.
007450     MOVE WS-LINE-CREDIT      TO RD-CREDIT.
007460     WRITE RETURN-LISTING-LINE FROM WS-RETURN-DETAIL-LINE.
007470 2100-BOOK-ONE-RETURN-EXIT.
007480     EXIT.
007490
007500 2150-CHECK-ONE-REASON.
007510     ADD 1 TO WS-REASON-SUB.
007520     IF RR-CODE (WS-REASON-SUB) = RI-REASON-CODE
007530         MOVE WS-REASON-SUB TO WS-REASON-MATCH
007540     END-IF.
007550 2150-CHECK-ONE-REASON-EXIT.
007560     EXIT.
007570
007580*--------------------------------------------------------------*
007590* 2170-FIND-SHIPPED-LOT -- look for the lot among the issues
007600*                          STOCK-POST traced for this order's
007610*                          shipments (reference SO plus the order
007620*                          number) and take its expiry date; no
007630*                          trace file means no lot can be proved
007640*--------------------------------------------------------------*
007650 2170-FIND-SHIPPED-LOT.
007660     MOVE 'N' TO WS-LOT-FOUND-SW.
007670     MOVE 'N' TO WS-LOT-EOF.
007680     MOVE RI-ORDER-NUMBER TO WS-SHIP-REF-ORDER.
007690     OPEN INPUT LOT-TRACE.
007700     IF NOT LOTTRACE-STATUS-OK
007710         GO TO 2170-FIND-SHIPPED-LOT-EXIT
007720     END-IF.
007730     PERFORM 2175-CHECK-ONE-TRACE
007740         THRU 2175-CHECK-ONE-TRACE-EXIT
007750         UNTIL LOT-WAS-SHIPPED
007760         OR END-OF-LOT-TRACE.
007770     CLOSE LOT-TRACE.
007780 2170-FIND-SHIPPED-LOT-EXIT.
007790     EXIT.
007800
007810 2175-CHECK-ONE-TRACE.
007820     READ LOT-TRACE
007830         AT END
007840             MOVE 'Y' TO WS-LOT-EOF
007850             GO TO 2175-CHECK-ONE-TRACE-EXIT
007860     END-READ.
007870     IF LTR-MOVE-TYPE = 'I'
007880             AND LTR-REFERENCE  = WS-SHIP-REFERENCE
007890             AND LTR-ITEM-ID    = CO-ITEM-ID
007900             AND LTR-LOT-NUMBER = RI-LOT-NUMBER
007910         MOVE 'Y'             TO WS-LOT-FOUND-SW
007920         MOVE LTR-EXPIRY-DATE TO WS-RETURN-EXPIRY
007930     END-IF.
007940 2175-CHECK-ONE-TRACE-EXIT.
007950     EXIT.
007960
007970*--------------------------------------------------------------*
007980* 2200-WRITE-RETURN-MOVES -- the U return into the location;
007990*                            scrapped units are then written
008000*                            straight back off it with a W. Both
008010*                            carry the returned lot, if any
008020*--------------------------------------------------------------*
008030 2200-WRITE-RETURN-MOVES.
008040     MOVE WS-THIS-MEMO-NUMBER TO WS-MOVE-REF-MEMO.
008050
008060     MOVE 'U'                 TO MOVE-TYPE.
008070     MOVE CO-ITEM-ID          TO MOVE-ITEM-ID.
008080     MOVE RI-QUANTITY         TO MOVE-QUANTITY.
008090     MOVE WS-MOVE-REFERENCE   TO MOVE-REFERENCE.
008100     MOVE SPACES              TO MOVE-FROM-LOCATION.
008110     MOVE WS-RETURN-LOCATION  TO MOVE-TO-LOCATION.
008120     MOVE 0                   TO MOVE-UNIT-COST.
008130     MOVE RI-LOT-NUMBER       TO MOVE-LOT-NUMBER.
008140     MOVE WS-RETURN-EXPIRY    TO MOVE-EXPIRY-DATE.
008150     WRITE MOVE-TRANS-RECORD.
008160     ADD 1 TO WS-MOVE-COUNT.
008170
008180     IF RI-DISPOSITION = 'S'
008190         MOVE 'W'                TO MOVE-TYPE
008200         MOVE WS-RETURN-LOCATION TO MOVE-FROM-LOCATION
008210         MOVE SPACES             TO MOVE-TO-LOCATION
008220         WRITE MOVE-TRANS-RECORD
008230         ADD 1 TO WS-MOVE-COUNT
008240     END-IF.
008250 2200-WRITE-RETURN-MOVES-EXIT.
008260     EXIT.
008270
008280*--------------------------------------------------------------*
008290* 2300-WRITE-CREDIT-MEMO -- the credit memo line, credited at
008300*                           the unit price the line was invoiced
008310*                           at and costed at the moving-average
008320*                           ITEM-UNIT-COST. A line SHIP-INVOICE
008330*                           has not yet billed credits at
008340*                           ITEM-PRICE, the price it will be
008350*                           billed at
008360*--------------------------------------------------------------*
008370 2300-WRITE-CREDIT-MEMO.
008380     IF CO-INVOICED-QTY > 0
008390         MOVE CO-INVOICED-PRICE TO WS-CREDIT-PRICE
008400     ELSE
008410         MOVE ITEM-PRICE        TO WS-CREDIT-PRICE
008420     END-IF.
008430     COMPUTE WS-LINE-CREDIT = RI-QUANTITY * WS-CREDIT-PRICE.
008440     COMPUTE WS-LINE-COST   = RI-QUANTITY * ITEM-UNIT-COST.
008450
008460     MOVE WS-THIS-MEMO-NUMBER TO CM-MEMO-NUMBER.
008470     MOVE WS-THIS-MEMO-LINE   TO CM-LINE-NUMBER.
008480     MOVE WS-CURRENT-DATE     TO CM-MEMO-DATE.
008490     MOVE CO-CUSTOMER-ID      TO CM-CUSTOMER-ID.
008500     MOVE RI-ORDER-NUMBER     TO CM-ORDER-NUMBER.
008510     MOVE RI-LINE-NUMBER      TO CM-ORDER-LINE.
008520     MOVE CO-ITEM-ID          TO CM-ITEM-ID.
008530     MOVE ITEM-CATEGORY       TO CM-CATEGORY.
008540     MOVE RI-REASON-CODE      TO CM-REASON-CODE.
008550     MOVE RI-DISPOSITION      TO CM-DISPOSITION.
008560     MOVE WS-RETURN-LOCATION  TO CM-LOCATION.
008570     MOVE RI-QUANTITY         TO CM-QUANTITY.
008580     MOVE WS-CREDIT-PRICE     TO CM-UNIT-PRICE.
008590     MOVE ITEM-UNIT-COST      TO CM-UNIT-COST.
008600     MOVE WS-LINE-CREDIT      TO CM-EXTENDED-CREDIT.
008610     MOVE WS-LINE-COST        TO CM-EXTENDED-COST.
008620     WRITE CREDIT-MEMO-RECORD.
008630 2300-WRITE-CREDIT-MEMO-EXIT.
008640     EXIT.
008650
008660*--------------------------------------------------------------*
008670* 2900-PRINT-REJECT -- log a rejected return
008680*--------------------------------------------------------------*
008690 2900-PRINT-REJECT.
008700     MOVE 0                TO RD-MEMO-NUMBER.
008710     MOVE 0                TO RD-MEMO-LINE.
008720     MOVE RI-ORDER-NUMBER  TO RD-ORDER-NUMBER.
008730     MOVE RI-LINE-NUMBER   TO RD-ORDER-LINE.
008740     MOVE 0                TO RD-CUSTOMER-ID.
008750     MOVE 0                TO RD-ITEM-ID.
008760     MOVE RI-QUANTITY      TO RD-QUANTITY.
008770     MOVE RI-REASON-CODE   TO RD-REASON-CODE.
008780     MOVE RI-DISPOSITION   TO RD-DISPOSITION.
008790     MOVE RI-LOCATION      TO RD-LOCATION.
008800     MOVE 0                TO RD-CREDIT.
008810     MOVE WS-REJECT-REASON TO RD-RESULT.
008820     WRITE RETURN-LISTING-LINE FROM WS-RETURN-DETAIL-LINE.
008830     ADD 1 TO WS-REJECT-COUNT.
008840 2900-PRINT-REJECT-EXIT.
008850     EXIT.
008860
008870*--------------------------------------------------------------*
008880* 3000-PRINT-TOTALS -- run totals trailer line
008890*--------------------------------------------------------------*
008900 3000-PRINT-TOTALS.
008910     MOVE WS-MEMO-COUNT   TO RT-MEMO-COUNT.
008920     MOVE WS-RESTOCK-QTY  TO RT-RESTOCK-QTY.
008930     MOVE WS-SCRAP-QTY    TO RT-SCRAP-QTY.
008940     MOVE WS-REJECT-COUNT TO RT-REJECT-COUNT.
008950     MOVE WS-TOTAL-CREDIT TO RT-TOTAL-CREDIT.
008960     WRITE RETURN-LISTING-LINE FROM SPACES.
008970     WRITE RETURN-LISTING-LINE FROM WS-RETURN-TOTALS-LINE.
008980 3000-PRINT-TOTALS-EXIT.
008990     EXIT.
009000
009010*--------------------------------------------------------------*
009020* 9000-TERMINATE -- save the last memo number, close files, and
009030*                   release the run-lock
009040*--------------------------------------------------------------*
009050 9000-TERMINATE.
009060     OPEN OUTPUT MEMO-CONTROL.
009070     MOVE WS-LAST-MEMO-NUMBER TO MC-LAST-MEMO-NUMBER.
009080     WRITE MEMO-CONTROL-RECORD.
009090     CLOSE MEMO-CONTROL.
009100
009110     CLOSE ITEMS.
009120     CLOSE CUST-ORDERS.
009130     IF LOCATIONS-FILE-AVAILABLE
009140         CLOSE LOCATIONS
009150     END-IF.
009160     IF NOT RETURN-FILE-NOT-FOUND
009170         CLOSE RETURN-INPUT
009180     END-IF.
009190     CLOSE RETURN-MOVES.
009200     CLOSE CREDIT-MEMOS.
009210     CLOSE RETURN-LISTING.
009220     DISPLAY 'CUST-RETURN: ' WS-MEMO-COUNT
009230         ' CREDIT MEMOS, ' WS-MOVE-COUNT ' MOVEMENTS WRITTEN'.
009240
009250     MOVE 'R' TO WS-LOCK-ACTION.
009260     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
009270     IF WS-UNAUTHORIZED-COUNT > 0
009280         MOVE 4 TO RETURN-CODE
009290     END-IF.
009300 9000-TERMINATE-EXIT.
009310     EXIT.
009320
009330 END PROGRAM CUST-RETURN.
