000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Bill the customer for what left the building. Runs
000160*          after PICK-CONFIRM and reads the shipped lines it
000170*          wrote (SHIPPED.TXT), gathers each order's confirmed
000180*          picks into one invoice priced at ITEM-PRICE, and
000190*          writes:
000200*
000210*          INVOICES.DAT  one record per invoice line, kept
000220*                        cumulatively for GL-EXTRACT, which books
000230*                        the month's sales and cost of goods sold
000240*                        by category from it
000250*          INVOICE.TXT   the printed invoices, one per order, with
000260*                        the customer's bill-to address and terms
000270*          SALESREG.TXT  the daily sales register: one line per
000280*                        invoice with revenue, cost of goods sold
000290*                        at ITEM-UNIT-COST, and gross margin
000300*
000310*          Invoice numbers are assigned from the control file
000320*          INVCTL.DAT, which remembers the last number used, the
000330*          same way PURCH-ORDER numbers its POs from POCTL.DAT.
000340*          Due dates are the invoice date plus the customer's
000350*          terms days on the 30/360 basis PURCH-ORDER uses for
000360*          expected dates.
000370*
000380*          Each billed quantity is added to CO-INVOICED-QTY on
000390*          the order line (CUSTORDS.DAT) and the unit price to
000400*          CO-INVOICED-PRICE, and no line is billed beyond what
000410*          has been picked less what is already invoiced, so a
000420*          rerun over the same SHIPPED.TXT bills nothing twice. A
000430*          shipped line no longer on CUSTORDS is not billed and
000440*          ends the run with return code 4.
000450*
000460* Modification History:
000470*   10/15/2026  EB   Original version.
000480*   10/15/2026  EB   Bills only the picked quantity not yet
000490*                    invoiced and stamps the billed quantity and
000500*                    unit price on the order line, under the ITEMS
000510*                    run-lock. A failed write to INVOICES.DAT ends
000520*                    the run with return code 16.
000530* Tectonics: cobc
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. SHIP-INVOICE.
000570
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT ITEMS ASSIGN TO WS-ITEMS-PATH
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS ITEM-ID OF ITEMS-FILE
000650         FILE STATUS IS WS-ITEMS-STATUS.
000660
000670     SELECT CUSTOMERS ASSIGN TO WS-CUSTOMERS-PATH
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS CUSTOMER-ID OF CUSTOMERS-FILE
000710         FILE STATUS IS WS-CUSTOMERS-STATUS.
000720
000730     SELECT CUST-ORDERS ASSIGN TO WS-CUSTORDS-PATH
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS CO-KEY OF CUST-ORDER-RECORD
000770         FILE STATUS IS WS-CUSTORDS-STATUS.
000780
000790     SELECT SHIPPED-LINES ASSIGN TO 'SHIPPED.TXT'
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-SHIPPED-STATUS.
000820
000830     SELECT INVOICE-CONTROL ASSIGN TO WS-INVCTL-PATH
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-INVCTL-STATUS.
000860
000870     SELECT INVOICE-FILE ASSIGN TO WS-INVOICES-PATH
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-INVOICES-STATUS.
000900
000910     SELECT SORT-WORK ASSIGN TO 'SORTWORK.TMP'.
000920
000930     SELECT INVOICE-DOCUMENT ASSIGN TO 'INVOICE.TXT'
000940         ORGANIZATION IS LINE SEQUENTIAL.
000950
000960     SELECT SALES-REGISTER ASSIGN TO 'SALESREG.TXT'
000970         ORGANIZATION IS LINE SEQUENTIAL.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  ITEMS.
001020     COPY ITEMREC.
001030
001040 FD  CUSTOMERS.
001050     COPY CUSTREC.
001060
001070 FD  CUST-ORDERS.
001080     COPY CORDREC.
001090
001100 FD  SHIPPED-LINES.
001110     COPY SHIPREC.
001120
001130*--------------------------------------------------------------*
001140* INVOICE CONTROL RECORD -- the last invoice number assigned
001150*--------------------------------------------------------------*
001160 FD  INVOICE-CONTROL.
001170 01  INVOICE-CONTROL-RECORD.
001180     05  IC-LAST-INVOICE-NUMBER          PIC 9(06).
001190
001200 FD  INVOICE-FILE.
001210     COPY INVCREC.
001220
001230*--------------------------------------------------------------*
001240* SORT RECORD -- one shipped line, ordered by order and line so
001250* each order's picks come together on one invoice
001260*--------------------------------------------------------------*
001270 SD  SORT-WORK.
001280 01  SORT-WORK-RECORD.
001290     05  SW-ORDER-NUMBER                 PIC 9(06).
001300     05  SW-LINE-NUMBER                  PIC 9(03).
001310     05  SW-CUSTOMER-ID                  PIC 9(05).
001320     05  SW-ITEM-ID                      PIC 9(05).
001330     05  SW-QUANTITY                     PIC 9(05).
001340     05  SW-SHIP-DATE                    PIC 9(08).
001350
001360 FD  INVOICE-DOCUMENT.
001370 01  INVOICE-DOCUMENT-LINE               PIC X(90).
001380
001390 FD  SALES-REGISTER.
001400 01  SALES-REGISTER-LINE                 PIC X(110).
001410
001420 WORKING-STORAGE SECTION.
001430 01  WS-ITEMS-PATH                       PIC X(100)  VALUE
001440     'ITEMS.DAT'.
001450
001460 01  WS-CUSTOMERS-PATH                   PIC X(100)  VALUE
001470     'CUSTOMERS.DAT'.
001480
001490 01  WS-CUSTORDS-PATH                    PIC X(100)  VALUE
001500     'CUSTORDS.DAT'.
001510
001520 01  WS-INVCTL-PATH                      PIC X(100)  VALUE
001530     'INVCTL.DAT'.
001540
001550 01  WS-INVOICES-PATH                    PIC X(100)  VALUE
001560     'INVOICES.DAT'.
001570
001580 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
001590     88  ITEMS-STATUS-OK                              VALUE '00'.
001600
001610 01  WS-CUSTOMERS-STATUS                 PIC X(02)   VALUE '00'.
001620     88  CUSTOMERS-STATUS-OK                          VALUE '00'.
001630
001640 01  WS-CUSTORDS-STATUS                  PIC X(02)   VALUE '00'.
001650     88  CUSTORDS-STATUS-OK                           VALUE '00'.
001660
001670 01  WS-SHIPPED-STATUS                   PIC X(02)   VALUE '00'.
001680     88  SHIPPED-STATUS-OK                            VALUE '00'.
001690     88  SHIPPED-FILE-NOT-FOUND                       VALUE '35'.
001700
001710 01  WS-INVCTL-STATUS                    PIC X(02)   VALUE '00'.
001720     88  INVCTL-STATUS-OK                             VALUE '00'.
001730
001740 01  WS-INVOICES-STATUS                  PIC X(02)   VALUE '00'.
001750     88  INVOICES-STATUS-OK                           VALUE '00'.
001760     88  INVOICES-FILE-NOT-FOUND                      VALUE '35'.
001770
001780*--------------------------------------------------------------*
001790* SWITCHES AND COUNTERS
001800*--------------------------------------------------------------*
001810 01  WS-SHIPPED-EOF                      PIC X(01)   VALUE 'N'.
001820     88  END-OF-SHIPPED-LINES                        VALUE 'Y'.
001830
001840 01  WS-SORT-EOF                         PIC X(01)   VALUE 'N'.
001850     88  END-OF-SORT-WORK                            VALUE 'Y'.
001860
001870 01  WS-INVOICE-OPEN-SW                  PIC X(01)   VALUE 'N'.
001880     88  INVOICE-IS-OPEN                             VALUE 'Y'.
001890
001900 77  WS-LAST-INVOICE-NUMBER              PIC 9(06)   VALUE 0.
001910 77  WS-THIS-INVOICE-NUMBER              PIC 9(06)   VALUE 0.
001920 77  WS-THIS-LINE-NUMBER                 PIC 9(03)   VALUE 0.
001930 77  WS-THIS-ORDER-NUMBER                PIC 9(06)   VALUE 0.
001940 77  WS-THIS-CUSTOMER-ID                 PIC 9(05)   VALUE 0.
001950 77  WS-INVOICE-COUNT                    PIC 9(05)   VALUE 0.
001960 77  WS-LINE-COUNT                       PIC 9(05)   VALUE 0.
001970 77  WS-SHIPPED-COUNT                    PIC 9(05)   VALUE 0.
001980 77  WS-BILLED-BEFORE-COUNT              PIC 9(05)   VALUE 0.
001990 77  WS-NOT-ON-FILE-COUNT                PIC 9(05)   VALUE 0.
002000 77  WS-UNBILLED-QTY                     PIC 9(05)   VALUE 0.
002010 77  WS-BILL-QTY                         PIC 9(05)   VALUE 0.
002020
002030 01  WS-LINE-FOUND-SW                    PIC X(01)   VALUE 'N'.
002040     88  ORDER-LINE-FOUND                            VALUE 'Y'.
002050
002060 01  WS-LOCK-ACTION                      PIC X(01)   VALUE SPACE.
002070 01  WS-LOCK-PROGRAM                     PIC X(12)   VALUE SPACES.
002080
002090 01  WS-CUSTOMER-WORK.
002100     05  WS-CUSTOMER-NAME                PIC X(25)   VALUE SPACES.
002110     05  WS-BILL-STREET                  PIC X(30)   VALUE SPACES.
002120     05  WS-BILL-CITY                    PIC X(25)   VALUE SPACES.
002130     05  WS-TERMS-CODE                   PIC X(06)   VALUE SPACES.
002140     05  WS-TERMS-DAYS                   PIC 9(03)   VALUE 0.
002150
002160 01  WS-ITEM-WORK.
002170     05  WS-ITEM-NAME                    PIC X(25)   VALUE SPACES.
002180     05  WS-ITEM-CATEGORY                PIC X(04)   VALUE SPACES.
002190     05  WS-UNIT-PRICE                   PIC 9(05)V9(02) VALUE 0.
002200     05  WS-UNIT-COST                    PIC 9(05)V9(02) VALUE 0.
002210
002220*--------------------------------------------------------------*
002230* MONEY ACCUMULATORS -- the open invoice and the whole run
002240*--------------------------------------------------------------*
002250 77  WS-LINE-PRICE                 PIC 9(09)V9(02)   VALUE 0.
002260 77  WS-LINE-COST                  PIC 9(09)V9(02)   VALUE 0.
002270 77  WS-INVOICE-REVENUE            PIC 9(09)V9(02)   VALUE 0.
002280 77  WS-INVOICE-COST               PIC 9(09)V9(02)   VALUE 0.
002290 77  WS-INVOICE-MARGIN             PIC S9(09)V9(02)  VALUE 0.
002300 77  WS-TOTAL-REVENUE              PIC 9(11)V9(02)   VALUE 0.
002310 77  WS-TOTAL-COST                 PIC 9(11)V9(02)   VALUE 0.
002320 77  WS-TOTAL-MARGIN               PIC S9(11)V9(02)  VALUE 0.
002330
002340*--------------------------------------------------------------*
002350* DATE WORK AREAS -- 30-day-month serial days, for the due date
002360* figured from the customer's terms
002370*--------------------------------------------------------------*
002380 77  WS-DATE-SERIAL                      PIC 9(07)   VALUE 0.
002390
002400 01  WS-WORK-DATE.
002410     05  WS-WORK-YEAR                    PIC 9(04).
002420     05  WS-WORK-MONTH                   PIC 9(02).
002430     05  WS-WORK-DAY                     PIC 9(02).
002440
002450 01  WS-CURRENT-DATE.
002460     05  WS-CURRENT-YEAR                 PIC 9(04).
002470     05  WS-CURRENT-MONTH                PIC 9(02).
002480     05  WS-CURRENT-DAY                  PIC 9(02).
002490
002500 77  WS-DUE-DATE                         PIC 9(08)   VALUE 0.
002510
002520*--------------------------------------------------------------*
002530* INVOICE DOCUMENT PRINT-IMAGE LINES
002540*--------------------------------------------------------------*
002550 01  WS-DOC-HEADING-1.
002560     05  FILLER                          PIC X(08) VALUE
002570         'INVOICE '.
002580     05  DH-INVOICE-NUMBER               PIC 9(06).
002590     05  FILLER                          PIC X(16) VALUE
002600         '   INVOICE DATE '.
002610     05  DH-INVOICE-DATE                 PIC 9(08).
002620     05  FILLER                          PIC X(07) VALUE
002630         '   DUE '.
002640     05  DH-DUE-DATE                     PIC 9(08).
002650
002660 01  WS-DOC-HEADING-2.
002670     05  FILLER                          PIC X(08) VALUE
002680         'SOLD TO '.
002690     05  DH-CUSTOMER-ID                  PIC 9(05).
002700     05  FILLER                          PIC X(02) VALUE SPACES.
002710     05  DH-CUSTOMER-NAME                PIC X(25).
002720
002730 01  WS-DOC-ADDRESS-LINE.
002740     05  FILLER                          PIC X(15) VALUE SPACES.
002750     05  DH-ADDRESS                      PIC X(30).
002760
002770 01  WS-DOC-HEADING-3.
002780     05  FILLER                          PIC X(08) VALUE
002790         'ORDER   '.
002800     05  DH-ORDER-NUMBER                 PIC 9(06).
002810     05  FILLER                          PIC X(10) VALUE
002820         '   TERMS  '.
002830     05  DH-TERMS-CODE                   PIC X(06).
002840
002850 01  WS-DOC-COLUMN-HEADING.
002860     05  FILLER                          PIC X(04) VALUE 'LINE'.
002870     05  FILLER                          PIC X(01) VALUE SPACES.
002880     05  FILLER                          PIC X(04) VALUE 'ORDL'.
002890     05  FILLER                          PIC X(01) VALUE SPACES.
002900     05  FILLER                          PIC X(05) VALUE 'ID   '.
002910     05  FILLER                          PIC X(02) VALUE SPACES.
002920     05  FILLER                          PIC X(25) VALUE
002930         'ITEM NAME'.
002940     05  FILLER                          PIC X(02) VALUE SPACES.
002950     05  FILLER                          PIC X(06) VALUE
002960         '   QTY'.
002970     05  FILLER                          PIC X(02) VALUE SPACES.
002980     05  FILLER                          PIC X(09) VALUE
002990         '    PRICE'.
003000     05  FILLER                          PIC X(02) VALUE SPACES.
003010     05  FILLER                          PIC X(14) VALUE
003020         '        AMOUNT'.
003030
003040 01  WS-DOC-DETAIL-LINE.
003050     05  DD-LINE-NUMBER                  PIC 9(03).
003060     05  FILLER                          PIC X(02) VALUE SPACES.
003070     05  DD-ORDER-LINE                   PIC 9(03).
003080     05  FILLER                          PIC X(02) VALUE SPACES.
003090     05  DD-ITEM-ID                      PIC 9(05).
003100     05  FILLER                          PIC X(02) VALUE SPACES.
003110     05  DD-ITEM-NAME                    PIC X(25).
003120     05  FILLER                          PIC X(02) VALUE SPACES.
003130     05  DD-QUANTITY                     PIC ZZ,ZZ9.
003140     05  FILLER                          PIC X(02) VALUE SPACES.
003150     05  DD-UNIT-PRICE                   PIC ZZ,ZZ9.99.
003160     05  FILLER                          PIC X(02) VALUE SPACES.
003170     05  DD-EXTENDED-PRICE               PIC ZZZ,ZZZ,ZZ9.99.
003180
003190 01  WS-DOC-TOTAL-LINE.
003200     05  FILLER                          PIC X(54) VALUE SPACES.
003210     05  FILLER                          PIC X(13) VALUE
003220         'INVOICE TOTAL'.
003230     05  DT-INVOICE-TOTAL                PIC ZZZ,ZZZ,ZZ9.99.
003240
003250*--------------------------------------------------------------*
003260* SALES REGISTER PRINT-IMAGE LINES
003270*--------------------------------------------------------------*
003280 01  WS-REGISTER-HEADING.
003290     05  FILLER                          PIC X(24) VALUE
003300         'DAILY SALES REGISTER FOR'.
003310     05  FILLER                          PIC X(01) VALUE SPACE.
003320     05  RH-RUN-DATE                     PIC 9(08).
003330
003340 01  WS-REGISTER-COLUMN-HEADING.
003350     05  FILLER                          PIC X(08) VALUE
003360         'INVOICE '.
003370     05  FILLER                          PIC X(08) VALUE
003380         'ORDER   '.
003390     05  FILLER                          PIC X(07) VALUE
003400         'CUST   '.
003410     05  FILLER                          PIC X(27) VALUE
003420         'CUSTOMER NAME'.
003430     05  FILLER                          PIC X(05) VALUE
003440         'LINES'.
003450     05  FILLER                          PIC X(16) VALUE
003460         '         REVENUE'.
003470     05  FILLER                          PIC X(16) VALUE
003480         '            COGS'.
003490     05  FILLER                          PIC X(17) VALUE
003500         '           MARGIN'.
003510
003520 01  WS-REGISTER-DETAIL-LINE.
003530     05  RD-INVOICE-NUMBER               PIC 9(06).
003540     05  FILLER                          PIC X(02) VALUE SPACES.
003550     05  RD-ORDER-NUMBER                 PIC 9(06).
003560     05  FILLER                          PIC X(02) VALUE SPACES.
003570     05  RD-CUSTOMER-ID                  PIC 9(05).
003580     05  FILLER                          PIC X(02) VALUE SPACES.
003590     05  RD-CUSTOMER-NAME                PIC X(25).
003600     05  FILLER                          PIC X(04) VALUE SPACES.
003610     05  RD-LINE-COUNT                   PIC ZZ9.
003620     05  FILLER                          PIC X(02) VALUE SPACES.
003630     05  RD-REVENUE                      PIC ZZZ,ZZZ,ZZ9.99.
003640     05  FILLER                          PIC X(02) VALUE SPACES.
003650     05  RD-COST                         PIC ZZZ,ZZZ,ZZ9.99.
003660     05  FILLER                          PIC X(02) VALUE SPACES.
003670     05  RD-MARGIN                       PIC -ZZZ,ZZZ,ZZ9.99.
003680
003690 01  WS-REGISTER-TOTALS-LINE.
003700     05  FILLER                      PIC X(10) VALUE 'INVOICES: '.
003710     05  RT-INVOICE-COUNT            PIC ZZ,ZZ9.
003720     05  FILLER                      PIC X(04) VALUE SPACES.
003730     05  FILLER                      PIC X(07) VALUE 'LINES: '.
003740     05  RT-LINE-COUNT               PIC ZZ,ZZ9.
003750     05  FILLER                      PIC X(04) VALUE SPACES.
003760     05  FILLER                      PIC X(09) VALUE 'REVENUE: '.
003770     05  RT-REVENUE                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003780     05  FILLER                      PIC X(04) VALUE SPACES.
003790     05  FILLER                      PIC X(06) VALUE 'COGS: '.
003800     05  RT-COST                     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003810
003820 01  WS-REGISTER-MARGIN-LINE.
003830     05  FILLER                      PIC X(14) VALUE
003840         'GROSS MARGIN: '.
003850     05  RT-MARGIN                   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003860
003870 01  WS-NOTHING-SHIPPED-LINE.
003880     05  FILLER                          PIC X(30) VALUE
003890         'NO SHIPMENTS TO INVOICE'.
003900
003910 PROCEDURE DIVISION.
003920*--------------------------------------------------------------*
003930* 0000-MAINLINE
003940*--------------------------------------------------------------*
003950 0000-MAINLINE.
003960     PERFORM 1000-INITIALIZE
003970         THRU 1000-INITIALIZE-EXIT.
003980
003990     SORT SORT-WORK
004000         ON ASCENDING KEY SW-ORDER-NUMBER
004010                          SW-LINE-NUMBER
004020         WITH DUPLICATES IN ORDER
004030         INPUT PROCEDURE IS 2000-GATHER-SHIPMENTS
004040             THRU 2000-GATHER-SHIPMENTS-EXIT
004050         OUTPUT PROCEDURE IS 3000-BILL-SHIPMENTS
004060             THRU 3000-BILL-SHIPMENTS-EXIT.
004070
004080     PERFORM 4000-PRINT-TOTALS
004090         THRU 4000-PRINT-TOTALS-EXIT.
004100
004110     PERFORM 9000-TERMINATE
004120         THRU 9000-TERMINATE-EXIT.
004130
004140     STOP RUN.
004150
004160*--------------------------------------------------------------*
004170* 1000-INITIALIZE -- take the run-lock, resolve paths, open
004180*                    the masters, the order lines, and the
004190*                    cumulative invoice file, and pick up the
004200*                    last invoice number
004210*--------------------------------------------------------------*
004220 1000-INITIALIZE.
004230*    The ITEMS master run-lock: the order lines are rewritten,
004240*    so no other CUSTORDS updater may run alongside;
004250*    DD-LOCK-OVERRIDE=Y clears a lock left behind by an abend
004260     MOVE 'A'            TO WS-LOCK-ACTION.
004270     MOVE 'SHIP-INVOICE' TO WS-LOCK-PROGRAM.
004280     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
004290     IF RETURN-CODE NOT = 0
004300         DISPLAY 'SHIP-INVOICE: ITEMS MASTER LOCKED, RUN REFUSED'
004310         GO TO 1000-INITIALIZE-ABEND
004320     END-IF.
004330
004340     ACCEPT WS-ITEMS-PATH FROM ENVIRONMENT 'DD-ITEMS'
004350         ON EXCEPTION
004360             CONTINUE
004370     END-ACCEPT.
004380     IF WS-ITEMS-PATH = SPACES
004390         MOVE 'ITEMS.DAT' TO WS-ITEMS-PATH
004400     END-IF.
004410
004420     ACCEPT WS-CUSTOMERS-PATH FROM ENVIRONMENT 'DD-CUSTOMERS'
004430         ON EXCEPTION
004440             CONTINUE
004450     END-ACCEPT.
004460     IF WS-CUSTOMERS-PATH = SPACES
004470         MOVE 'CUSTOMERS.DAT' TO WS-CUSTOMERS-PATH
004480     END-IF.
004490
004500     ACCEPT WS-CUSTORDS-PATH FROM ENVIRONMENT 'DD-CUSTORDS'
004510         ON EXCEPTION
004520             CONTINUE
004530     END-ACCEPT.
004540     IF WS-CUSTORDS-PATH = SPACES
004550         MOVE 'CUSTORDS.DAT' TO WS-CUSTORDS-PATH
004560     END-IF.
004570
004580     ACCEPT WS-INVCTL-PATH FROM ENVIRONMENT 'DD-INVCTL'
004590         ON EXCEPTION
004600             CONTINUE
004610     END-ACCEPT.
004620     IF WS-INVCTL-PATH = SPACES
004630         MOVE 'INVCTL.DAT' TO WS-INVCTL-PATH
004640     END-IF.
004650
004660     ACCEPT WS-INVOICES-PATH FROM ENVIRONMENT 'DD-INVOICES'
004670         ON EXCEPTION
004680             CONTINUE
004690     END-ACCEPT.
004700     IF WS-INVOICES-PATH = SPACES
004710         MOVE 'INVOICES.DAT' TO WS-INVOICES-PATH
004720     END-IF.
004730
004740     OPEN INPUT ITEMS.
004750     IF NOT ITEMS-STATUS-OK
004760         DISPLAY 'SHIP-INVOICE: UNABLE TO OPEN ITEMS, STATUS = '
004770             WS-ITEMS-STATUS
004780         GO TO 1000-INITIALIZE-ABEND
004790     END-IF.
004800
004810     OPEN INPUT CUSTOMERS.
004820     IF NOT CUSTOMERS-STATUS-OK
004830         DISPLAY 'SHIP-INVOICE: UNABLE TO OPEN CUSTOMERS, '
004840             'STATUS = ' WS-CUSTOMERS-STATUS
004850         GO TO 1000-INITIALIZE-ABEND
004860     END-IF.
004870
004880     OPEN I-O CUST-ORDERS.
004890     IF NOT CUSTORDS-STATUS-OK
004900         DISPLAY 'SHIP-INVOICE: UNABLE TO OPEN CUSTORDS, '
004910             'STATUS = ' WS-CUSTORDS-STATUS
004920         GO TO 1000-INITIALIZE-ABEND
004930     END-IF.
004940
004950*    The invoice file is cumulative; only a missing file may
004960*    fall back to OUTPUT, anything else would truncate it
004970     OPEN EXTEND INVOICE-FILE.
004980     IF INVOICES-FILE-NOT-FOUND
004990         OPEN OUTPUT INVOICE-FILE
005000     END-IF.
005010     IF NOT INVOICES-STATUS-OK
005020         DISPLAY 'SHIP-INVOICE: UNABLE TO OPEN INVOICES, '
005030             'STATUS = ' WS-INVOICES-STATUS
005040         GO TO 1000-INITIALIZE-ABEND
005050     END-IF.
005060
005070     PERFORM 1100-READ-INVOICE-CONTROL
005080         THRU 1100-READ-INVOICE-CONTROL-EXIT.
005090
005100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005110
005120     OPEN OUTPUT INVOICE-DOCUMENT.
005130     OPEN OUTPUT SALES-REGISTER.
005140
005150     MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
005160     WRITE SALES-REGISTER-LINE FROM WS-REGISTER-HEADING.
005170     WRITE SALES-REGISTER-LINE FROM SPACES.
005180     WRITE SALES-REGISTER-LINE FROM WS-REGISTER-COLUMN-HEADING.
005190     WRITE SALES-REGISTER-LINE FROM SPACES.
005200 1000-INITIALIZE-EXIT.
005210     EXIT.
005220
005230 1000-INITIALIZE-ABEND.
005240     MOVE 16 TO RETURN-CODE.
005250     STOP RUN.
005260
005270*--------------------------------------------------------------*
005280* 1100-READ-INVOICE-CONTROL -- the last invoice number assigned;
005290*                              a missing control file starts the
005300*                              numbers at 1
005310*--------------------------------------------------------------*
005320 1100-READ-INVOICE-CONTROL.
005330     OPEN INPUT INVOICE-CONTROL.
005340     IF INVCTL-STATUS-OK
005350         READ INVOICE-CONTROL
005360             AT END
005370                 CONTINUE
005380             NOT AT END
005390                 MOVE IC-LAST-INVOICE-NUMBER
005400                     TO WS-LAST-INVOICE-NUMBER
005410         END-READ
005420         CLOSE INVOICE-CONTROL
005430     END-IF.
005440 1100-READ-INVOICE-CONTROL-EXIT.
005450     EXIT.
005460
005470*--------------------------------------------------------------*
005480* 2000-GATHER-SHIPMENTS -- RELEASE every shipped line; no
005490*                          shipped-lines file just means nothing
005500*                          was confirmed today
005510*--------------------------------------------------------------*
005520 2000-GATHER-SHIPMENTS.
005530     OPEN INPUT SHIPPED-LINES.
005540     IF SHIPPED-FILE-NOT-FOUND
005550         GO TO 2000-GATHER-SHIPMENTS-EXIT
005560     END-IF.
005570     IF NOT SHIPPED-STATUS-OK
005580         DISPLAY 'SHIP-INVOICE: SHIPPED LINES OPEN FAILED, '
005590             'STATUS = ' WS-SHIPPED-STATUS
005600         GO TO 2000-GATHER-SHIPMENTS-ABEND
005610     END-IF.
005620     MOVE 'N' TO WS-SHIPPED-EOF.
005630     PERFORM 2100-RELEASE-ONE-SHIPMENT
005640         THRU 2100-RELEASE-ONE-SHIPMENT-EXIT
005650         UNTIL END-OF-SHIPPED-LINES.
005660     CLOSE SHIPPED-LINES.
005670 2000-GATHER-SHIPMENTS-EXIT.
005680     EXIT.
005690
005700 2000-GATHER-SHIPMENTS-ABEND.
005710     MOVE 16 TO RETURN-CODE.
005720     STOP RUN.
005730
005740 2100-RELEASE-ONE-SHIPMENT.
005750     READ SHIPPED-LINES
005760         AT END
005770             MOVE 'Y' TO WS-SHIPPED-EOF
005780         NOT AT END
005790             IF SHIP-QUANTITY > 0
005800                 MOVE SHIP-ORDER-NUMBER TO SW-ORDER-NUMBER
005810                 MOVE SHIP-LINE-NUMBER  TO SW-LINE-NUMBER
005820                 MOVE SHIP-CUSTOMER-ID  TO SW-CUSTOMER-ID
005830                 MOVE SHIP-ITEM-ID      TO SW-ITEM-ID
005840                 MOVE SHIP-QUANTITY     TO SW-QUANTITY
005850                 MOVE SHIP-DATE         TO SW-SHIP-DATE
005860                 RELEASE SORT-WORK-RECORD
005870                 ADD 1 TO WS-SHIPPED-COUNT
005880             END-IF
005890     END-READ.
005900 2100-RELEASE-ONE-SHIPMENT-EXIT.
005910     EXIT.
005920
005930*--------------------------------------------------------------*
005940* 3000-BILL-SHIPMENTS -- RETURN the shipped lines in order and
005950*                        line sequence; each new order starts a
005960*                        new invoice, and a line with nothing left
005970*                        to bill is passed over
005980*--------------------------------------------------------------*
005990 3000-BILL-SHIPMENTS.
006000     MOVE 'N' TO WS-SORT-EOF.
006010     PERFORM 3100-BILL-ONE-LINE
006020         THRU 3100-BILL-ONE-LINE-EXIT
006030         UNTIL END-OF-SORT-WORK.
006040     IF INVOICE-IS-OPEN
006050         PERFORM 3400-CLOSE-INVOICE
006060             THRU 3400-CLOSE-INVOICE-EXIT
006070     END-IF.
006080 3000-BILL-SHIPMENTS-EXIT.
006090     EXIT.
006100
006110 3100-BILL-ONE-LINE.
006120     RETURN SORT-WORK
006130         AT END
006140             MOVE 'Y' TO WS-SORT-EOF
006150             GO TO 3100-BILL-ONE-LINE-EXIT
006160     END-RETURN.
006170
006180     PERFORM 3150-FIND-ORDER-LINE
006190         THRU 3150-FIND-ORDER-LINE-EXIT.
006200     IF WS-BILL-QTY = 0
006210         GO TO 3100-BILL-ONE-LINE-EXIT
006220     END-IF.
006230
006240     IF NOT INVOICE-IS-OPEN
006250             OR SW-ORDER-NUMBER NOT = WS-THIS-ORDER-NUMBER
006260         IF INVOICE-IS-OPEN
006270             PERFORM 3400-CLOSE-INVOICE
006280                 THRU 3400-CLOSE-INVOICE-EXIT
006290         END-IF
006300         PERFORM 3200-START-INVOICE
006310             THRU 3200-START-INVOICE-EXIT
006320     END-IF.
006330
006340     PERFORM 3300-WRITE-INVOICE-LINE
006350         THRU 3300-WRITE-INVOICE-LINE-EXIT.
006360 3100-BILL-ONE-LINE-EXIT.
006370     EXIT.
006380
006390*--------------------------------------------------------------*
006400* 3150-FIND-ORDER-LINE -- the order line the pick was booked to;
006410*                         only its picked quantity not yet
006420*                         invoiced may be billed, so a rerun or a
006430*                         line already billed yields nothing
006440*--------------------------------------------------------------*
006450 3150-FIND-ORDER-LINE.
006460     MOVE 0   TO WS-BILL-QTY.
006470     MOVE 'Y' TO WS-LINE-FOUND-SW.
006480     MOVE SW-ORDER-NUMBER TO CO-ORDER-NUMBER.
006490     MOVE SW-LINE-NUMBER  TO CO-LINE-NUMBER.
006500     READ CUST-ORDERS
006510         INVALID KEY
006520             MOVE 'N' TO WS-LINE-FOUND-SW
006530     END-READ.
006540     IF NOT ORDER-LINE-FOUND
006550         DISPLAY 'SHIP-INVOICE: ORDER ' SW-ORDER-NUMBER
006560             ' LINE ' SW-LINE-NUMBER
006570             ' NOT ON CUSTORDS, NOT BILLED'
006580         ADD 1 TO WS-NOT-ON-FILE-COUNT
006590         GO TO 3150-FIND-ORDER-LINE-EXIT
006600     END-IF.
006610
006620     MOVE 0 TO WS-UNBILLED-QTY.
006630     IF CO-PICKED-QTY > CO-INVOICED-QTY
006640         COMPUTE WS-UNBILLED-QTY = CO-PICKED-QTY - CO-INVOICED-QTY
006650     END-IF.
006660     IF SW-QUANTITY > WS-UNBILLED-QTY
006670         MOVE WS-UNBILLED-QTY TO WS-BILL-QTY
006680     ELSE
006690         MOVE SW-QUANTITY     TO WS-BILL-QTY
006700     END-IF.
006710     IF WS-BILL-QTY < SW-QUANTITY
006720         DISPLAY 'SHIP-INVOICE: ORDER ' SW-ORDER-NUMBER
006730             ' LINE ' SW-LINE-NUMBER ' ALREADY INVOICED, '
006740             SW-QUANTITY ' SHIPPED, ' WS-BILL-QTY ' BILLED'
006750         ADD 1 TO WS-BILLED-BEFORE-COUNT
006760     END-IF.
006770 3150-FIND-ORDER-LINE-EXIT.
006780     EXIT.
006790
006800*--------------------------------------------------------------*
006810* 3200-START-INVOICE -- assign the next invoice number, look up
006820*                       the customer, figure the due date from
006830*                       the terms, and print the invoice heading
006840*--------------------------------------------------------------*
006850 3200-START-INVOICE.
006860     ADD 1 TO WS-LAST-INVOICE-NUMBER.
006870     MOVE WS-LAST-INVOICE-NUMBER TO WS-THIS-INVOICE-NUMBER.
006880     MOVE 0                      TO WS-THIS-LINE-NUMBER.
006890     MOVE SW-ORDER-NUMBER        TO WS-THIS-ORDER-NUMBER.
006900     MOVE SW-CUSTOMER-ID         TO WS-THIS-CUSTOMER-ID.
006910     MOVE 0                      TO WS-INVOICE-REVENUE.
006920     MOVE 0                      TO WS-INVOICE-COST.
006930     SET INVOICE-IS-OPEN TO TRUE.
006940     ADD 1 TO WS-INVOICE-COUNT.
006950
006960     PERFORM 3250-LOOK-UP-CUSTOMER
006970         THRU 3250-LOOK-UP-CUSTOMER-EXIT.
006980     PERFORM 3270-FIGURE-DUE-DATE
006990         THRU 3270-FIGURE-DUE-DATE-EXIT.
007000
007010     MOVE WS-THIS-INVOICE-NUMBER TO DH-INVOICE-NUMBER.
007020     MOVE WS-CURRENT-DATE        TO DH-INVOICE-DATE.
007030     MOVE WS-DUE-DATE            TO DH-DUE-DATE.
007040     MOVE WS-THIS-CUSTOMER-ID    TO DH-CUSTOMER-ID.
007050     MOVE WS-CUSTOMER-NAME       TO DH-CUSTOMER-NAME.
007060     MOVE WS-THIS-ORDER-NUMBER   TO DH-ORDER-NUMBER.
007070     MOVE WS-TERMS-CODE          TO DH-TERMS-CODE.
007080
007090     IF WS-INVOICE-COUNT > 1
007100         WRITE INVOICE-DOCUMENT-LINE FROM SPACES
007110     END-IF.
007120     WRITE INVOICE-DOCUMENT-LINE FROM WS-DOC-HEADING-1.
007130     WRITE INVOICE-DOCUMENT-LINE FROM WS-DOC-HEADING-2.
007140     MOVE WS-BILL-STREET TO DH-ADDRESS.
007150     WRITE INVOICE-DOCUMENT-LINE FROM WS-DOC-ADDRESS-LINE.
007160     MOVE WS-BILL-CITY   TO DH-ADDRESS.
007170     WRITE INVOICE-DOCUMENT-LINE FROM WS-DOC-ADDRESS-LINE.
007180     WRITE INVOICE-DOCUMENT-LINE FROM WS-DOC-HEADING-3.
007190     WRITE INVOICE-DOCUMENT-LINE FROM SPACES.
007200     WRITE INVOICE-DOCUMENT-LINE FROM WS-DOC-COLUMN-HEADING.
007210     WRITE INVOICE-DOCUMENT-LINE FROM SPACES.
007220 3200-START-INVOICE-EXIT.
007230     EXIT.
007240
007250*--------------------------------------------------------------*
007260* 3250-LOOK-UP-CUSTOMER -- name, bill-to, and terms from the
007270*                          CUSTOMERS master; a customer deleted
007280*                          since the order was taken still gets
007290*                          billed, on immediate terms
007300*--------------------------------------------------------------*
007310 3250-LOOK-UP-CUSTOMER.
007320     MOVE WS-THIS-CUSTOMER-ID TO CUSTOMER-ID.
007330     READ CUSTOMERS
007340         INVALID KEY
007350             MOVE '*** NOT ON FILE ***' TO WS-CUSTOMER-NAME
007360             MOVE SPACES                TO WS-BILL-STREET
007370             MOVE SPACES                TO WS-BILL-CITY
007380             MOVE SPACES                TO WS-TERMS-CODE
007390             MOVE 0                     TO WS-TERMS-DAYS
007400         NOT INVALID KEY
007410             MOVE CUSTOMER-NAME         TO WS-CUSTOMER-NAME
007420             MOVE CUSTOMER-BILL-STREET  TO WS-BILL-STREET
007430             MOVE CUSTOMER-BILL-CITY    TO WS-BILL-CITY
007440             MOVE CUSTOMER-TERMS-CODE   TO WS-TERMS-CODE
007450             MOVE CUSTOMER-TERMS-DAYS   TO WS-TERMS-DAYS
007460     END-READ.
007470 3250-LOOK-UP-CUSTOMER-EXIT.
007480     EXIT.
007490
007500*--------------------------------------------------------------*
007510* 3270-FIGURE-DUE-DATE -- invoice date plus the customer's terms
007520*                         days, on the 30/360 serial basis
007530*--------------------------------------------------------------*
007540 3270-FIGURE-DUE-DATE.
007550     COMPUTE WS-DATE-SERIAL =
007560         (WS-CURRENT-YEAR * 360)
007570         + (WS-CURRENT-MONTH * 30)
007580         + WS-CURRENT-DAY
007590         + WS-TERMS-DAYS.
007600*    Biased down one day before the divides so a serial landing
007610*    on a year boundary decodes as day 30 of the old year, the
007620*    same as PURCH-ORDER's expected date
007630     SUBTRACT 1 FROM WS-DATE-SERIAL.
007640     DIVIDE WS-DATE-SERIAL BY 360
007650         GIVING WS-WORK-YEAR
007660         REMAINDER WS-DATE-SERIAL.
007670     DIVIDE WS-DATE-SERIAL BY 30
007680         GIVING WS-WORK-MONTH
007690         REMAINDER WS-WORK-DAY.
007700     ADD 1 TO WS-WORK-DAY.
007710     IF WS-WORK-MONTH = 0
007720         MOVE 12 TO WS-WORK-MONTH
007730         SUBTRACT 1 FROM WS-WORK-YEAR
007740     END-IF.
007750     MOVE WS-WORK-DATE TO WS-DUE-DATE.
007760 3270-FIGURE-DUE-DATE-EXIT.
007770     EXIT.
007780
007790*--------------------------------------------------------------*
007800* 3300-WRITE-INVOICE-LINE -- price the unbilled quantity at
007810*                            ITEM-PRICE, cost it at the moving-
007820*                            average ITEM-UNIT-COST, write the
007830*                            invoice record and document line, and
007840*                            stamp the order line as invoiced
007850*--------------------------------------------------------------*
007860 3300-WRITE-INVOICE-LINE.
007870     ADD 1 TO WS-THIS-LINE-NUMBER.
007880     PERFORM 3350-LOOK-UP-ITEM
007890         THRU 3350-LOOK-UP-ITEM-EXIT.
007900
007910     COMPUTE WS-LINE-PRICE = WS-BILL-QTY * WS-UNIT-PRICE.
007920     COMPUTE WS-LINE-COST  = WS-BILL-QTY * WS-UNIT-COST.
007930
007940     MOVE WS-THIS-INVOICE-NUMBER TO IV-INVOICE-NUMBER.
007950     MOVE WS-THIS-LINE-NUMBER    TO IV-LINE-NUMBER.
007960     MOVE WS-CURRENT-DATE        TO IV-INVOICE-DATE.
007970     MOVE WS-DUE-DATE            TO IV-DUE-DATE.
007980     MOVE WS-THIS-CUSTOMER-ID    TO IV-CUSTOMER-ID.
007990     MOVE SW-ORDER-NUMBER        TO IV-ORDER-NUMBER.
008000     MOVE SW-LINE-NUMBER         TO IV-ORDER-LINE.
008010     MOVE SW-ITEM-ID             TO IV-ITEM-ID.
008020     MOVE WS-ITEM-CATEGORY       TO IV-CATEGORY.
008030     MOVE WS-BILL-QTY            TO IV-QUANTITY.
008040     MOVE WS-UNIT-PRICE          TO IV-UNIT-PRICE.
008050     MOVE WS-UNIT-COST           TO IV-UNIT-COST.
008060     MOVE WS-LINE-PRICE          TO IV-EXTENDED-PRICE.
008070     MOVE WS-LINE-COST           TO IV-EXTENDED-COST.
008080     WRITE INVOICE-LINE-RECORD.
008090     IF NOT INVOICES-STATUS-OK
008100         DISPLAY 'SHIP-INVOICE: INVOICES WRITE FAILED, '
008110             'STATUS = ' WS-INVOICES-STATUS
008120             ', INVOICE ' WS-THIS-INVOICE-NUMBER
008130         GO TO 3300-WRITE-INVOICE-LINE-ABEND
008140     END-IF.
008150
008160*    The order line was read by 3150 and is still current
008170     ADD WS-BILL-QTY   TO CO-INVOICED-QTY.
008180     MOVE WS-UNIT-PRICE TO CO-INVOICED-PRICE.
008190     REWRITE CUST-ORDER-RECORD.
008200     IF NOT CUSTORDS-STATUS-OK
008210         DISPLAY 'SHIP-INVOICE: CUSTORDS REWRITE FAILED, '
008220             'STATUS = ' WS-CUSTORDS-STATUS
008230             ', ORDER ' SW-ORDER-NUMBER
008240         GO TO 3300-WRITE-INVOICE-LINE-ABEND
008250     END-IF.
008260
008270     MOVE WS-THIS-LINE-NUMBER    TO DD-LINE-NUMBER.
008280     MOVE SW-LINE-NUMBER         TO DD-ORDER-LINE.
008290     MOVE SW-ITEM-ID             TO DD-ITEM-ID.
008300     MOVE WS-ITEM-NAME           TO DD-ITEM-NAME.
008310     MOVE WS-BILL-QTY            TO DD-QUANTITY.
008320     MOVE WS-UNIT-PRICE          TO DD-UNIT-PRICE.
008330     MOVE WS-LINE-PRICE          TO DD-EXTENDED-PRICE.
008340     WRITE INVOICE-DOCUMENT-LINE FROM WS-DOC-DETAIL-LINE.
008350
008360     ADD WS-LINE-PRICE TO WS-INVOICE-REVENUE.
008370     ADD WS-LINE-COST  TO WS-INVOICE-COST.
008380     ADD 1 TO WS-LINE-COUNT.
008390 3300-WRITE-INVOICE-LINE-EXIT.
008400     EXIT.
008410
008420 3300-WRITE-INVOICE-LINE-ABEND.
008430     MOVE 16 TO RETURN-CODE.
008440     STOP RUN.
008450
008460*--------------------------------------------------------------*
008470* 3350-LOOK-UP-ITEM -- name, category, price, and cost; an item
008480*                      retired since it shipped bills at zero so
008490*                      the line still shows on the invoice
008500*--------------------------------------------------------------*
008510 3350-LOOK-UP-ITEM.
008520     MOVE SW-ITEM-ID TO ITEM-ID.
008530     READ ITEMS
008540         INVALID KEY
008550             MOVE '*** NOT ON MASTER ***' TO WS-ITEM-NAME
008560             MOVE SPACES                  TO WS-ITEM-CATEGORY
008570             MOVE 0                       TO WS-UNIT-PRICE
008580             MOVE 0                       TO WS-UNIT-COST
008590         NOT INVALID KEY
008600             MOVE ITEM-NAME               TO WS-ITEM-NAME
008610             MOVE ITEM-CATEGORY           TO WS-ITEM-CATEGORY
008620             MOVE ITEM-PRICE              TO WS-UNIT-PRICE
008630             MOVE ITEM-UNIT-COST          TO WS-UNIT-COST
008640     END-READ.
008650 3350-LOOK-UP-ITEM-EXIT.
008660     EXIT.
008670
008680*--------------------------------------------------------------*
008690* 3400-CLOSE-INVOICE -- the invoice total on the document and
008700*                       the invoice's line on the sales register
008710*--------------------------------------------------------------*
008720 3400-CLOSE-INVOICE.
008730     MOVE WS-INVOICE-REVENUE TO DT-INVOICE-TOTAL.
008740     WRITE INVOICE-DOCUMENT-LINE FROM SPACES.
008750     WRITE INVOICE-DOCUMENT-LINE FROM WS-DOC-TOTAL-LINE.
008760
008770     COMPUTE WS-INVOICE-MARGIN =
008780         WS-INVOICE-REVENUE - WS-INVOICE-COST.
008790     MOVE WS-THIS-INVOICE-NUMBER TO RD-INVOICE-NUMBER.
008800     MOVE WS-THIS-ORDER-NUMBER   TO RD-ORDER-NUMBER.
008810     MOVE WS-THIS-CUSTOMER-ID    TO RD-CUSTOMER-ID.
008820     MOVE WS-CUSTOMER-NAME       TO RD-CUSTOMER-NAME.
008830     MOVE WS-THIS-LINE-NUMBER    TO RD-LINE-COUNT.
008840     MOVE WS-INVOICE-REVENUE     TO RD-REVENUE.
008850     MOVE WS-INVOICE-COST        TO RD-COST.
008860     MOVE WS-INVOICE-MARGIN      TO RD-MARGIN.
008870     WRITE SALES-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.
008880
008890     ADD WS-INVOICE-REVENUE TO WS-TOTAL-REVENUE.
008900     ADD WS-INVOICE-COST    TO WS-TOTAL-COST.
008910     MOVE 'N' TO WS-INVOICE-OPEN-SW.
008920 3400-CLOSE-INVOICE-EXIT.
008930     EXIT.
008940
008950*--------------------------------------------------------------*
008960* 4000-PRINT-TOTALS -- sales register totals, or a no-shipments
008970*                      line so an empty day is still reported
008980*--------------------------------------------------------------*
008990 4000-PRINT-TOTALS.
009000     IF WS-INVOICE-COUNT = 0
009010         WRITE SALES-REGISTER-LINE FROM WS-NOTHING-SHIPPED-LINE
009020     END-IF.
009030     COMPUTE WS-TOTAL-MARGIN = WS-TOTAL-REVENUE - WS-TOTAL-COST.
009040     MOVE WS-INVOICE-COUNT TO RT-INVOICE-COUNT.
009050     MOVE WS-LINE-COUNT    TO RT-LINE-COUNT.
009060     MOVE WS-TOTAL-REVENUE TO RT-REVENUE.
009070     MOVE WS-TOTAL-COST    TO RT-COST.
009080     MOVE WS-TOTAL-MARGIN  TO RT-MARGIN.
009090     WRITE SALES-REGISTER-LINE FROM SPACES.
009100     WRITE SALES-REGISTER-LINE FROM WS-REGISTER-TOTALS-LINE.
009110     WRITE SALES-REGISTER-LINE FROM WS-REGISTER-MARGIN-LINE.
009120 4000-PRINT-TOTALS-EXIT.
009130     EXIT.
009140
009150*--------------------------------------------------------------*
009160* 9000-TERMINATE -- remember the last invoice number assigned,
009170*                   close files, and release the run-lock
009180*--------------------------------------------------------------*
009190 9000-TERMINATE.
009200     OPEN OUTPUT INVOICE-CONTROL.
009210     MOVE WS-LAST-INVOICE-NUMBER TO IC-LAST-INVOICE-NUMBER.
009220     WRITE INVOICE-CONTROL-RECORD.
009230     CLOSE INVOICE-CONTROL.
009240
009250     CLOSE ITEMS.
009260     CLOSE CUSTOMERS.
009270     CLOSE CUST-ORDERS.
009280     CLOSE INVOICE-FILE.
009290     CLOSE INVOICE-DOCUMENT.
009300     CLOSE SALES-REGISTER.
009310     DISPLAY 'SHIP-INVOICE: ' WS-INVOICE-COUNT
009320         ' INVOICES FROM ' WS-SHIPPED-COUNT ' SHIPPED LINES'.
009330     IF WS-BILLED-BEFORE-COUNT > 0
009340         DISPLAY 'SHIP-INVOICE: ' WS-BILLED-BEFORE-COUNT
009350             ' SHIPPED LINES ALREADY INVOICED'
009360     END-IF.
009370
009380     MOVE 'R' TO WS-LOCK-ACTION.
009390     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
009400     IF WS-NOT-ON-FILE-COUNT > 0
009410         MOVE 4 TO RETURN-CODE
009420     END-IF.
009430 9000-TERMINATE-EXIT.
009440     EXIT.
009450
009460 END PROGRAM SHIP-INVOICE.
