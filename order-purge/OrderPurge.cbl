000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Retention purge of the order files. MONTH-CLOSE keeps
000160*          the ledger and price history from growing forever;
000170*          this does the same for CUSTORDS.DAT and PORDERS.DAT,
000180*          which PURCH-ORDER and PICK-LIST read end to end every
000190*          night. Finished lines older than the retention period
000200*          move to dated archive files:
000210*
000220*            CUSTORDS  status C (fully picked)    COARCH.yyyymmdd
000230*            PORDERS   status C (closed) or       POARCH.yyyymmdd
000240*                      X (canceled)
000250*
000260*          A line's age is counted from its order date, in the
000270*          same 30-day-month serial days PO-EXPEDITE uses. Each
000280*          archive holds its live file's own record layout and
000290*          is entered in the order archive register
000300*          (ORDARCH.DAT) so ITEM-HISTORY can still find a closed
000310*          order after it has been purged.
000320*
000330*          Backorders left hanging off an order line that is no
000340*          longer on file, or is closed, are dropped and listed.
000350*          All three indexed files are rebuilt from the lines
000360*          kept, so the space the purged lines held is given
000370*          back, and the listing shows each file's record count
000380*          before and after.
000390*
000400*          The three files are only ever changed under the ITEMS
000410*          run-lock -- CUSTORDS by CUST-ORDER, PICK-LIST,
000420*          PICK-CONFIRM, SHIP-INVOICE, ORDER-CHANGE, CUST-RETURN
000430*          and STOCK-POST; PORDERS by PURCH-ORDER, PO-MAINT,
000440*          VENDOR-RETURN and STOCK-POST; BACKORD by CUST-ORDER,
000450*          ORDER-CHANGE and STOCK-POST -- so the purge takes the
000460*          same lock for the rebuild and none of them can run
000470*          alongside it.
000480*
000490*          DD-RETAIN-DAYS  days a finished line is kept on the
000500*                          live files, default 180
000510*
000520* Modification History:
000530*   10/15/2026  EB   Original version.
000540*   10/15/2026  EB   Each archive is entered in ORDARCH.DAT as it
000550*                    is opened rather than at the end of the run,
000560*                    so one written by a run that abended is not
000570*                    lost to ITEM-HISTORY and LOT-TRACE.
000580* Tectonics: cobc
000590******************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. ORDER-PURGE.
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT CUST-ORDERS ASSIGN TO WS-CUSTORDS-PATH
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS CO-KEY OF CUST-ORDER-RECORD
000700         FILE STATUS IS WS-CUSTORDS-STATUS.
000710
000720     SELECT PURCH-ORDERS ASSIGN TO WS-PORDERS-PATH
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS PO-KEY OF PURCH-ORDER-RECORD
000760         FILE STATUS IS WS-PORDERS-STATUS.
000770
000780     SELECT BACKORDERS ASSIGN TO WS-BACKORD-PATH
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS BO-KEY OF BACKORDER-RECORD
000820         FILE STATUS IS WS-BACKORD-STATUS.
000830
000840     SELECT CO-ARCHIVE ASSIGN TO WS-COARCH-PATH
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-COARCH-STATUS.
000870
000880     SELECT PO-ARCHIVE ASSIGN TO WS-POARCH-PATH
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-POARCH-STATUS.
000910
000920     SELECT ARCHIVE-REGISTER ASSIGN TO WS-ORDARCH-PATH
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-ORDARCH-STATUS.
000950
000960     SELECT CO-WORK ASSIGN TO 'COWORK.TMP'
000970         ORGANIZATION IS LINE SEQUENTIAL.
000980
000990     SELECT PO-WORK ASSIGN TO 'POWORK.TMP'
001000         ORGANIZATION IS LINE SEQUENTIAL.
001010
001020     SELECT BO-WORK ASSIGN TO 'BOWORK.TMP'
001030         ORGANIZATION IS LINE SEQUENTIAL.
001040
001050     SELECT PURGE-LISTING ASSIGN TO 'ORDPURGE.TXT'
001060         ORGANIZATION IS LINE SEQUENTIAL.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  CUST-ORDERS.
001110     COPY CORDREC.
001120
001130 FD  PURCH-ORDERS.
001140     COPY PORDREC.
001150
001160 FD  BACKORDERS.
001170     COPY BORDREC.
001180
001190 FD  CO-ARCHIVE.
001200     COPY CORDREC
001210         REPLACING CUST-ORDER-RECORD BY CO-ARCHIVE-RECORD
001220                   CO-KEY            BY CA-KEY
001230                   CO-ORDER-NUMBER   BY CA-ORDER-NUMBER
001240                   CO-LINE-NUMBER    BY CA-LINE-NUMBER
001250                   CO-CUSTOMER-NAME  BY CA-CUSTOMER-NAME
001260                   CO-ITEM-ID        BY CA-ITEM-ID
001270                   CO-ORDER-QTY      BY CA-ORDER-QTY
001280                   CO-ALLOCATED-QTY  BY CA-ALLOCATED-QTY
001290                   CO-PICKED-QTY     BY CA-PICKED-QTY
001300                   CO-PRINTED-QTY    BY CA-PRINTED-QTY
001310                   CO-ORDER-DATE     BY CA-ORDER-DATE
001320                   CO-LINE-STATUS    BY CA-LINE-STATUS
001330                   CO-CUSTOMER-ID    BY CA-CUSTOMER-ID
001340                   CO-RETURNED-QTY   BY CA-RETURNED-QTY
001350                   CO-INVOICED-QTY   BY CA-INVOICED-QTY
001360                   CO-INVOICED-PRICE BY CA-INVOICED-PRICE.
001370
001380 FD  PO-ARCHIVE.
001390     COPY PORDREC
001400         REPLACING PURCH-ORDER-RECORD BY PO-ARCHIVE-RECORD
001410                   PO-KEY            BY PA-KEY
001420                   PO-NUMBER         BY PA-NUMBER
001430                   PO-LINE-NUMBER    BY PA-LINE-NUMBER
001440                   PO-VENDOR-ID      BY PA-VENDOR-ID
001450                   PO-ITEM-ID        BY PA-ITEM-ID
001460                   PO-ORDER-QTY      BY PA-ORDER-QTY
001470                   PO-RECEIVED-QTY   BY PA-RECEIVED-QTY
001480                   PO-ORDER-DATE     BY PA-ORDER-DATE
001490                   PO-EXPECTED-DATE  BY PA-EXPECTED-DATE
001500                   PO-LINE-STATUS    BY PA-LINE-STATUS
001510                   PO-RECEIPT-LOCATION BY PA-RECEIPT-LOCATION
001520                   PO-RECEIPT-UNIT-COST BY PA-RECEIPT-UNIT-COST
001530                   PO-RETURNED-QTY   BY PA-RETURNED-QTY
001540                   PO-UNIT-PRICE     BY PA-UNIT-PRICE.
001550
001560 FD  ARCHIVE-REGISTER.
001570     COPY OARCREC.
001580
001590 FD  CO-WORK.
001600     COPY CORDREC
001610         REPLACING CUST-ORDER-RECORD BY CO-WORK-RECORD
001620                   CO-KEY            BY CW-KEY
001630                   CO-ORDER-NUMBER   BY CW-ORDER-NUMBER
001640                   CO-LINE-NUMBER    BY CW-LINE-NUMBER
001650                   CO-CUSTOMER-NAME  BY CW-CUSTOMER-NAME
001660                   CO-ITEM-ID        BY CW-ITEM-ID
001670                   CO-ORDER-QTY      BY CW-ORDER-QTY
001680                   CO-ALLOCATED-QTY  BY CW-ALLOCATED-QTY
001690                   CO-PICKED-QTY     BY CW-PICKED-QTY
001700                   CO-PRINTED-QTY    BY CW-PRINTED-QTY
001710                   CO-ORDER-DATE     BY CW-ORDER-DATE
001720                   CO-LINE-STATUS    BY CW-LINE-STATUS
001730                   CO-CUSTOMER-ID    BY CW-CUSTOMER-ID
001740                   CO-RETURNED-QTY   BY CW-RETURNED-QTY
001750                   CO-INVOICED-QTY   BY CW-INVOICED-QTY
001760                   CO-INVOICED-PRICE BY CW-INVOICED-PRICE.
001770
001780 FD  PO-WORK.
001790     COPY PORDREC
001800         REPLACING PURCH-ORDER-RECORD BY PO-WORK-RECORD
001810                   PO-KEY            BY PW-KEY
001820                   PO-NUMBER         BY PW-NUMBER
001830                   PO-LINE-NUMBER    BY PW-LINE-NUMBER
001840                   PO-VENDOR-ID      BY PW-VENDOR-ID
001850                   PO-ITEM-ID        BY PW-ITEM-ID
001860                   PO-ORDER-QTY      BY PW-ORDER-QTY
001870                   PO-RECEIVED-QTY   BY PW-RECEIVED-QTY
001880                   PO-ORDER-DATE     BY PW-ORDER-DATE
001890                   PO-EXPECTED-DATE  BY PW-EXPECTED-DATE
001900                   PO-LINE-STATUS    BY PW-LINE-STATUS
001910                   PO-RECEIPT-LOCATION BY PW-RECEIPT-LOCATION
001920                   PO-RECEIPT-UNIT-COST BY PW-RECEIPT-UNIT-COST
001930                   PO-RETURNED-QTY   BY PW-RETURNED-QTY
001940                   PO-UNIT-PRICE     BY PW-UNIT-PRICE.
001950
001960 FD  BO-WORK.
001970     COPY BORDREC
001980         REPLACING BACKORDER-RECORD  BY BO-WORK-RECORD
001990                   BO-KEY            BY BW-KEY
002000                   BO-ITEM-ID        BY BW-ITEM-ID
002010                   BO-ORDER-NUMBER   BY BW-ORDER-NUMBER
002020                   BO-LINE-NUMBER    BY BW-LINE-NUMBER
002030                   BO-QTY            BY BW-QTY
002040                   BO-DATE           BY BW-DATE.
002050
002060 FD  PURGE-LISTING.
002070 01  PURGE-LINE                          PIC X(100).
002080
002090 WORKING-STORAGE SECTION.
002100 01  WS-CUSTORDS-PATH                    PIC X(100)  VALUE
002110     'CUSTORDS.DAT'.
002120 01  WS-PORDERS-PATH                     PIC X(100)  VALUE
002130     'PORDERS.DAT'.
002140 01  WS-BACKORD-PATH                     PIC X(100)  VALUE
002150     'BACKORD.DAT'.
002160 01  WS-ORDARCH-PATH                     PIC X(100)  VALUE
002170     'ORDARCH.DAT'.
002180 01  WS-COARCH-PATH                      PIC X(100)  VALUE SPACES.
002190 01  WS-POARCH-PATH                      PIC X(100)  VALUE SPACES.
002200
002210 01  WS-CUSTORDS-STATUS                  PIC X(02)   VALUE '00'.
002220     88  CUSTORDS-STATUS-OK                           VALUE '00'.
002230     88  CUSTORDS-FILE-NOT-FOUND                      VALUE '35'.
002240 01  WS-PORDERS-STATUS                   PIC X(02)   VALUE '00'.
002250     88  PORDERS-STATUS-OK                            VALUE '00'.
002260     88  PORDERS-FILE-NOT-FOUND                       VALUE '35'.
002270 01  WS-BACKORD-STATUS                   PIC X(02)   VALUE '00'.
002280     88  BACKORD-STATUS-OK                            VALUE '00'.
002290     88  BACKORD-FILE-NOT-FOUND                       VALUE '35'.
002300 01  WS-COARCH-STATUS                    PIC X(02)   VALUE '00'.
002310     88  COARCH-STATUS-OK                             VALUE '00'.
002320     88  COARCH-FILE-NOT-FOUND                        VALUE '35'.
002330 01  WS-POARCH-STATUS                    PIC X(02)   VALUE '00'.
002340     88  POARCH-STATUS-OK                             VALUE '00'.
002350     88  POARCH-FILE-NOT-FOUND                        VALUE '35'.
002360 01  WS-ORDARCH-STATUS                   PIC X(02)   VALUE '00'.
002370     88  ORDARCH-STATUS-OK                            VALUE '00'.
002380     88  ORDARCH-FILE-NOT-FOUND                       VALUE '35'.
002390
002400*--------------------------------------------------------------*
002410* RUN-LOCK PARAMETERS -- passed to ITEM-LOCK
002420*--------------------------------------------------------------*
002430 01  WS-LOCK-ACTION                      PIC X(01)   VALUE SPACE.
002440 01  WS-LOCK-PROGRAM                     PIC X(12)   VALUE SPACES.
002450
002460*--------------------------------------------------------------*
002470* SWITCHES
002480*--------------------------------------------------------------*
002490 01  WS-READ-EOF                         PIC X(01)   VALUE 'N'.
002500     88  END-OF-INPUT                                VALUE 'Y'.
002510 01  WS-WORK-EOF                         PIC X(01)   VALUE 'N'.
002520     88  END-OF-WORK                                 VALUE 'Y'.
002530
002540 01  WS-CUSTORDS-OPEN-SW                 PIC X(01)   VALUE 'N'.
002550     88  CUSTORDS-FILE-AVAILABLE                     VALUE 'Y'.
002560
002570*    Each archive is opened on its first purged line, so a run
002580*    with nothing old enough leaves no empty archive behind. A
002590*    second run on the same day extends that day's archive. The
002600*    register entry is made as each archive is opened, before a
002610*    line goes into it, unless the register already lists it.
002620 01  WS-COARCH-OPEN-SW                   PIC X(01)   VALUE 'N'.
002630     88  CO-ARCHIVE-IS-OPEN                          VALUE 'Y'.
002640 01  WS-POARCH-OPEN-SW                   PIC X(01)   VALUE 'N'.
002650     88  PO-ARCHIVE-IS-OPEN                          VALUE 'Y'.
002660
002670 01  WS-REGISTER-KIND                    PIC X(01)   VALUE SPACE.
002680 01  WS-REGISTER-NAME                    PIC X(20)   VALUE SPACES.
002690 01  WS-REGISTER-EOF                     PIC X(01)   VALUE 'N'.
002700     88  END-OF-REGISTER                             VALUE 'Y'.
002710 01  WS-REGISTER-FOUND-SW                PIC X(01)   VALUE 'N'.
002720     88  ARCHIVE-IS-REGISTERED                       VALUE 'Y'.
002730
002740*--------------------------------------------------------------*
002750* RETENTION ARGUMENT -- trimmed of trailing spaces before its
002760* numeric test, the same way REORDER-CALC trims DD-CALC-DAYS
002770*--------------------------------------------------------------*
002780 01  WS-RETAIN-X                         PIC X(03)   VALUE SPACES.
002790 01  WS-RETAIN-TABLE REDEFINES WS-RETAIN-X.
002800     05  WS-RETAIN-CHAR              PIC X(01) OCCURS 3 TIMES.
002810 77  WS-RETAIN-LEN                       PIC 9(01)   VALUE 0.
002820 77  WS-RETAIN-DAYS                      PIC 9(03)   VALUE 180.
002830
002840*--------------------------------------------------------------*
002850* DATE WORK AREAS -- 30-day-month serial days
002860*--------------------------------------------------------------*
002870 77  WS-DATE-SERIAL                      PIC 9(07)   VALUE 0.
002880 77  WS-TODAY-SERIAL                     PIC 9(07)   VALUE 0.
002890 77  WS-CUTOFF-SERIAL                    PIC 9(07)   VALUE 0.
002900 77  WS-SERIAL-REMAINDER                 PIC 9(07)   VALUE 0.
002910 77  WS-DAY-OF-YEAR                      PIC 9(03)   VALUE 0.
002920
002930 01  WS-WORK-DATE.
002940     05  WS-WORK-YEAR                    PIC 9(04).
002950     05  WS-WORK-MONTH                   PIC 9(02).
002960     05  WS-WORK-DAY                     PIC 9(02).
002970
002980 01  WS-CURRENT-DATE                     PIC 9(08)   VALUE 0.
002990 01  WS-CUTOFF-DATE                      PIC 9(08)   VALUE 0.
003000
003010*--------------------------------------------------------------*
003020* COUNTERS -- before and after, by file
003030*--------------------------------------------------------------*
003040 77  WS-CO-BEFORE                        PIC 9(07)   VALUE 0.
003050 77  WS-CO-ARCHIVED                      PIC 9(07)   VALUE 0.
003060 77  WS-CO-AFTER                         PIC 9(07)   VALUE 0.
003070 77  WS-PO-BEFORE                        PIC 9(07)   VALUE 0.
003080 77  WS-PO-ARCHIVED                      PIC 9(07)   VALUE 0.
003090 77  WS-PO-AFTER                         PIC 9(07)   VALUE 0.
003100 77  WS-BO-BEFORE                        PIC 9(07)   VALUE 0.
003110 77  WS-BO-DROPPED                       PIC 9(07)   VALUE 0.
003120 77  WS-BO-AFTER                         PIC 9(07)   VALUE 0.
003130
003140*--------------------------------------------------------------*
003150* PRINT-IMAGE LINES
003160*--------------------------------------------------------------*
003170 01  WS-HEADING-1.
003180     05  FILLER                          PIC X(30) VALUE
003190         'ORDER FILE RETENTION PURGE RUN'.
003200     05  FILLER                          PIC X(01) VALUE SPACE.
003210     05  H1-RUN-DATE                     PIC 9(08).
003220
003230 01  WS-HEADING-2.
003240     05  FILLER                          PIC X(16) VALUE
003250         'RETENTION DAYS: '.
003260     05  H2-RETAIN-DAYS                  PIC ZZ9.
003270     05  FILLER                          PIC X(29) VALUE
003280         '   LINES ORDERED ON OR BEFORE'.
003290     05  FILLER                          PIC X(01) VALUE SPACE.
003300     05  H2-CUTOFF-DATE                  PIC 9(08).
003310     05  FILLER                          PIC X(20) VALUE
003320         ' ARE ELIGIBLE'.
003330
003340 01  WS-DROP-HEADING                     PIC X(60)   VALUE
003350     'BACKORDERS DROPPED (ORDER LINE GONE OR CLOSED)'.
003360
003370 01  WS-DROP-LINE.
003380     05  FILLER                          PIC X(06) VALUE 'ORDER '.
003390     05  DR-ORDER-NUMBER                 PIC 9(06).
003400     05  FILLER                          PIC X(01) VALUE '/'.
003410     05  DR-LINE-NUMBER                  PIC 9(03).
003420     05  FILLER                          PIC X(07) VALUE
003430         '  ITEM '.
003440     05  DR-ITEM-ID                      PIC 9(05).
003450     05  FILLER                          PIC X(06) VALUE '  QTY '.
003460     05  DR-QTY                          PIC ZZ,ZZ9.
003470     05  FILLER                          PIC X(02) VALUE SPACES.
003480     05  DR-REASON                       PIC X(24).
003490
003500 01  WS-COUNT-HEADING.
003510     05  FILLER                          PIC X(10) VALUE 'FILE'.
003520     05  FILLER                          PIC X(12) VALUE
003530         '      BEFORE'.
003540     05  FILLER                          PIC X(12) VALUE
003550         '     REMOVED'.
003560     05  FILLER                          PIC X(12) VALUE
003570         '       AFTER'.
003580     05  FILLER                          PIC X(04) VALUE SPACES.
003590     05  FILLER                          PIC X(16) VALUE
003600         'ARCHIVED TO'.
003610
003620 01  WS-COUNT-LINE.
003630     05  CL-FILE                         PIC X(10).
003640     05  FILLER                          PIC X(03) VALUE SPACES.
003650     05  CL-BEFORE                       PIC Z,ZZZ,ZZ9.
003660     05  FILLER                          PIC X(03) VALUE SPACES.
003670     05  CL-REMOVED                      PIC Z,ZZZ,ZZ9.
003680     05  FILLER                          PIC X(03) VALUE SPACES.
003690     05  CL-AFTER                        PIC Z,ZZZ,ZZ9.
003700     05  FILLER                          PIC X(04) VALUE SPACES.
003710     05  CL-ARCHIVE                      PIC X(20).
003720
003730 01  WS-NOT-ON-FILE-LINE.
003740     05  NF-FILE-NAME                    PIC X(14).
003750     05  FILLER                          PIC X(30) VALUE
003760         'NOT ON FILE -- NOT PURGED'.
003770
003780 PROCEDURE DIVISION.
003790*--------------------------------------------------------------*
003800* 0000-MAINLINE
003810*--------------------------------------------------------------*
003820 0000-MAINLINE.
003830     PERFORM 1000-INITIALIZE
003840         THRU 1000-INITIALIZE-EXIT.
003850
003860     PERFORM 2000-PURGE-CUST-ORDERS
003870         THRU 2000-PURGE-CUST-ORDERS-EXIT.
003880
003890     PERFORM 3000-PURGE-PURCH-ORDERS
003900         THRU 3000-PURGE-PURCH-ORDERS-EXIT.
003910
003920     PERFORM 4000-DROP-ORPHAN-BACKORDERS
003930         THRU 4000-DROP-ORPHAN-BACKORDERS-EXIT.
003940
003950     PERFORM 6000-PRINT-COUNTS
003960         THRU 6000-PRINT-COUNTS-EXIT.
003970
003980     PERFORM 9000-TERMINATE
003990         THRU 9000-TERMINATE-EXIT.
004000
004010     STOP RUN.
004020
004030*--------------------------------------------------------------*
004040* 1000-INITIALIZE -- take the run-lock, resolve the retention
004050*                    period and its cutoff, build the dated
004060*                    archive names, and open the listing
004070*--------------------------------------------------------------*
004080 1000-INITIALIZE.
004090*    The ITEMS master run-lock: refuse to start while another
004100*    updater holds it; DD-LOCK-OVERRIDE=Y clears a lock left
004110*    behind by an abend
004120     MOVE 'A'            TO WS-LOCK-ACTION.
004130     MOVE 'ORDER-PURGE'  TO WS-LOCK-PROGRAM.
004140     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
004150     IF RETURN-CODE NOT = 0
004160         DISPLAY 'ORDER-PURGE: ITEMS MASTER LOCKED, RUN REFUSED'
004170         GO TO 1000-INITIALIZE-ABEND
004180     END-IF.
004190
004200     ACCEPT WS-CUSTORDS-PATH FROM ENVIRONMENT 'DD-CUSTORDS'
004210         ON EXCEPTION
004220             CONTINUE
004230     END-ACCEPT.
004240     IF WS-CUSTORDS-PATH = SPACES
004250         MOVE 'CUSTORDS.DAT' TO WS-CUSTORDS-PATH
004260     END-IF.
004270
004280     ACCEPT WS-PORDERS-PATH FROM ENVIRONMENT 'DD-PORDERS'
004290         ON EXCEPTION
004300             CONTINUE
004310     END-ACCEPT.
004320     IF WS-PORDERS-PATH = SPACES
004330         MOVE 'PORDERS.DAT' TO WS-PORDERS-PATH
004340     END-IF.
004350
004360     ACCEPT WS-BACKORD-PATH FROM ENVIRONMENT 'DD-BACKORD'
004370         ON EXCEPTION
004380             CONTINUE
004390     END-ACCEPT.
004400     IF WS-BACKORD-PATH = SPACES
004410         MOVE 'BACKORD.DAT' TO WS-BACKORD-PATH
004420     END-IF.
004430
004440     ACCEPT WS-ORDARCH-PATH FROM ENVIRONMENT 'DD-ORDARCH'
004450         ON EXCEPTION
004460             CONTINUE
004470     END-ACCEPT.
004480     IF WS-ORDARCH-PATH = SPACES
004490         MOVE 'ORDARCH.DAT' TO WS-ORDARCH-PATH
004500     END-IF.
004510
004520     ACCEPT WS-RETAIN-X FROM ENVIRONMENT 'DD-RETAIN-DAYS'
004530         ON EXCEPTION
004540             CONTINUE
004550     END-ACCEPT.
004560     IF WS-RETAIN-X NOT = SPACES
004570         PERFORM 1050-TRIM-RETAIN-ARG
004580             THRU 1050-TRIM-RETAIN-ARG-EXIT
004590         IF WS-RETAIN-X (1:WS-RETAIN-LEN) IS NOT NUMERIC
004600             DISPLAY 'ORDER-PURGE: BAD DD-RETAIN-DAYS: '
004610                 WS-RETAIN-X
004620             GO TO 1000-INITIALIZE-ABEND
004630         END-IF
004640         MOVE WS-RETAIN-X (1:WS-RETAIN-LEN) TO WS-RETAIN-DAYS
004650     END-IF.
004660
004670*    A line is old enough once its order date is more than the
004680*    retention period before today
004690     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004700     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
004710     PERFORM 1100-DATE-TO-SERIAL
004720         THRU 1100-DATE-TO-SERIAL-EXIT.
004730     MOVE WS-DATE-SERIAL TO WS-TODAY-SERIAL.
004740     COMPUTE WS-CUTOFF-SERIAL = WS-TODAY-SERIAL - WS-RETAIN-DAYS.
004750     PERFORM 1150-SERIAL-TO-DATE
004760         THRU 1150-SERIAL-TO-DATE-EXIT.
004770     MOVE WS-WORK-DATE TO WS-CUTOFF-DATE.
004780
004790     MOVE SPACES TO WS-COARCH-PATH.
004800     STRING 'COARCH.'       DELIMITED BY SIZE
004810            WS-CURRENT-DATE DELIMITED BY SIZE
004820         INTO WS-COARCH-PATH
004830     END-STRING.
004840     MOVE SPACES TO WS-POARCH-PATH.
004850     STRING 'POARCH.'       DELIMITED BY SIZE
004860            WS-CURRENT-DATE DELIMITED BY SIZE
004870         INTO WS-POARCH-PATH
004880     END-STRING.
004890
004900     OPEN OUTPUT PURGE-LISTING.
004910     MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
004920     MOVE WS-RETAIN-DAYS  TO H2-RETAIN-DAYS.
004930     MOVE WS-CUTOFF-DATE  TO H2-CUTOFF-DATE.
004940     WRITE PURGE-LINE FROM WS-HEADING-1.
004950     WRITE PURGE-LINE FROM WS-HEADING-2.
004960     WRITE PURGE-LINE FROM SPACES.
004970 1000-INITIALIZE-EXIT.
004980     EXIT.
004990
005000 1000-INITIALIZE-ABEND.
005010     MOVE 16 TO RETURN-CODE.
005020     STOP RUN.
005030
005040 1050-TRIM-RETAIN-ARG.
005050     MOVE 3 TO WS-RETAIN-LEN.
005060     PERFORM 1060-BACK-UP-RETAIN-CHAR
005070         THRU 1060-BACK-UP-RETAIN-CHAR-EXIT
005080         UNTIL WS-RETAIN-LEN = 0
005090         OR WS-RETAIN-CHAR (WS-RETAIN-LEN) NOT = SPACE.
005100 1050-TRIM-RETAIN-ARG-EXIT.
005110     EXIT.
005120
005130 1060-BACK-UP-RETAIN-CHAR.
005140     SUBTRACT 1 FROM WS-RETAIN-LEN.
005150 1060-BACK-UP-RETAIN-CHAR-EXIT.
005160     EXIT.
005170
005180*--------------------------------------------------------------*
005190* 1100-DATE-TO-SERIAL -- WS-WORK-DATE to 30/360 serial days
005200*--------------------------------------------------------------*
005210 1100-DATE-TO-SERIAL.
005220     COMPUTE WS-DATE-SERIAL =
005230         (WS-WORK-YEAR * 360)
005240         + (WS-WORK-MONTH * 30)
005250         + WS-WORK-DAY.
005260 1100-DATE-TO-SERIAL-EXIT.
005270     EXIT.
005280
005290*--------------------------------------------------------------*
005300* 1150-SERIAL-TO-DATE -- WS-CUTOFF-SERIAL back to a date in
005310*                        WS-WORK-DATE, for the listing and the
005320*                        register
005330*--------------------------------------------------------------*
005340 1150-SERIAL-TO-DATE.
005350     COMPUTE WS-SERIAL-REMAINDER = WS-CUTOFF-SERIAL - 31.
005360     DIVIDE WS-SERIAL-REMAINDER BY 360
005370         GIVING WS-WORK-YEAR
005380         REMAINDER WS-DAY-OF-YEAR.
005390     DIVIDE WS-DAY-OF-YEAR BY 30
005400         GIVING WS-WORK-MONTH
005410         REMAINDER WS-WORK-DAY.
005420     ADD 1 TO WS-WORK-MONTH.
005430     ADD 1 TO WS-WORK-DAY.
005440 1150-SERIAL-TO-DATE-EXIT.
005450     EXIT.
005460
005470*--------------------------------------------------------------*
005480* 2000-PURGE-CUST-ORDERS -- closed lines past retention go to
005490*                           the dated archive, the rest to the
005500*                           work file the live file is rebuilt
005510*                           from
005520*--------------------------------------------------------------*
005530 2000-PURGE-CUST-ORDERS.
005540     OPEN INPUT CUST-ORDERS.
005550     IF CUSTORDS-FILE-NOT-FOUND
005560         MOVE 'CUSTORDS.DAT' TO NF-FILE-NAME
005570         WRITE PURGE-LINE FROM WS-NOT-ON-FILE-LINE
005580         GO TO 2000-PURGE-CUST-ORDERS-EXIT
005590     END-IF.
005600     IF NOT CUSTORDS-STATUS-OK
005610         DISPLAY 'ORDER-PURGE: CUSTORDS OPEN FAILED, STATUS = '
005620             WS-CUSTORDS-STATUS
005630         GO TO 2000-PURGE-CUST-ORDERS-ABEND
005640     END-IF.
005650     MOVE 'Y' TO WS-CUSTORDS-OPEN-SW.
005660
005670     OPEN OUTPUT CO-WORK.
005680     MOVE 'N' TO WS-READ-EOF.
005690     PERFORM 2100-SORT-ONE-ORDER-LINE
005700         THRU 2100-SORT-ONE-ORDER-LINE-EXIT
005710         UNTIL END-OF-INPUT.
005720     CLOSE CUST-ORDERS.
005730     CLOSE CO-WORK.
005740     IF CO-ARCHIVE-IS-OPEN
005750         CLOSE CO-ARCHIVE
005760     END-IF.
005770
005780*    Rebuild the live file from the lines kept
005790     OPEN INPUT CO-WORK.
005800     OPEN OUTPUT CUST-ORDERS.
005810     MOVE 'N' TO WS-WORK-EOF.
005820     PERFORM 2300-RELOAD-ONE-ORDER-LINE
005830         THRU 2300-RELOAD-ONE-ORDER-LINE-EXIT
005840         UNTIL END-OF-WORK.
005850     CLOSE CO-WORK.
005860     CLOSE CUST-ORDERS.
005870 2000-PURGE-CUST-ORDERS-EXIT.
005880     EXIT.
005890
005900 2000-PURGE-CUST-ORDERS-ABEND.
005910     MOVE 16 TO RETURN-CODE.
005920     STOP RUN.
005930
005940 2100-SORT-ONE-ORDER-LINE.
005950     READ CUST-ORDERS NEXT RECORD
005960         AT END
005970             MOVE 'Y' TO WS-READ-EOF
005980             GO TO 2100-SORT-ONE-ORDER-LINE-EXIT
005990     END-READ.
006000     ADD 1 TO WS-CO-BEFORE.
006010
006020     IF CO-LINE-STATUS = 'C'
006030         MOVE CO-ORDER-DATE TO WS-WORK-DATE
006040         PERFORM 1100-DATE-TO-SERIAL
006050             THRU 1100-DATE-TO-SERIAL-EXIT
006060         IF WS-DATE-SERIAL < WS-CUTOFF-SERIAL
006070                 OR WS-DATE-SERIAL = WS-CUTOFF-SERIAL
006080             IF NOT CO-ARCHIVE-IS-OPEN
006090                 PERFORM 2200-OPEN-CO-ARCHIVE
006100                     THRU 2200-OPEN-CO-ARCHIVE-EXIT
006110             END-IF
006120             MOVE CUST-ORDER-RECORD TO CO-ARCHIVE-RECORD
006130             WRITE CO-ARCHIVE-RECORD
006140             ADD 1 TO WS-CO-ARCHIVED
006150             GO TO 2100-SORT-ONE-ORDER-LINE-EXIT
006160         END-IF
006170     END-IF.
006180
006190     MOVE CUST-ORDER-RECORD TO CO-WORK-RECORD.
006200     WRITE CO-WORK-RECORD.
006210 2100-SORT-ONE-ORDER-LINE-EXIT.
006220     EXIT.
006230
006240 2200-OPEN-CO-ARCHIVE.
006250     OPEN EXTEND CO-ARCHIVE.
006260     IF COARCH-FILE-NOT-FOUND
006270         OPEN OUTPUT CO-ARCHIVE
006280     END-IF.
006290     IF NOT COARCH-STATUS-OK
006300         DISPLAY 'ORDER-PURGE: ORDER ARCHIVE OPEN FAILED, '
006310             'STATUS = ' WS-COARCH-STATUS
006320         GO TO 2000-PURGE-CUST-ORDERS-ABEND
006330     END-IF.
006340     MOVE 'Y' TO WS-COARCH-OPEN-SW.
006350     MOVE 'C'            TO WS-REGISTER-KIND.
006360     MOVE WS-COARCH-PATH TO WS-REGISTER-NAME.
006370     PERFORM 5000-REGISTER-ARCHIVE
006380         THRU 5000-REGISTER-ARCHIVE-EXIT.
006390 2200-OPEN-CO-ARCHIVE-EXIT.
006400     EXIT.
006410
006420 2300-RELOAD-ONE-ORDER-LINE.
006430     READ CO-WORK
006440         AT END
006450             MOVE 'Y' TO WS-WORK-EOF
006460         NOT AT END
006470             MOVE CO-WORK-RECORD TO CUST-ORDER-RECORD
006480             WRITE CUST-ORDER-RECORD
006490             ADD 1 TO WS-CO-AFTER
006500     END-READ.
006510 2300-RELOAD-ONE-ORDER-LINE-EXIT.
006520     EXIT.
006530
006540*--------------------------------------------------------------*
006550* 3000-PURGE-PURCH-ORDERS -- closed and canceled PO lines past
006560*                            retention go to the dated archive;
006570*                            the live file is rebuilt from the
006580*                            rest
006590*--------------------------------------------------------------*
006600 3000-PURGE-PURCH-ORDERS.
006610     OPEN INPUT PURCH-ORDERS.
006620     IF PORDERS-FILE-NOT-FOUND
006630         MOVE 'PORDERS.DAT' TO NF-FILE-NAME
006640         WRITE PURGE-LINE FROM WS-NOT-ON-FILE-LINE
006650         GO TO 3000-PURGE-PURCH-ORDERS-EXIT
006660     END-IF.
006670     IF NOT PORDERS-STATUS-OK
006680         DISPLAY 'ORDER-PURGE: PORDERS OPEN FAILED, STATUS = '
006690             WS-PORDERS-STATUS
006700         GO TO 3000-PURGE-PURCH-ORDERS-ABEND
006710     END-IF.
006720
006730     OPEN OUTPUT PO-WORK.
006740     MOVE 'N' TO WS-READ-EOF.
006750     PERFORM 3100-SORT-ONE-PO-LINE
006760         THRU 3100-SORT-ONE-PO-LINE-EXIT
006770         UNTIL END-OF-INPUT.
006780     CLOSE PURCH-ORDERS.
006790     CLOSE PO-WORK.
006800     IF PO-ARCHIVE-IS-OPEN
006810         CLOSE PO-ARCHIVE
006820     END-IF.
006830
006840     OPEN INPUT PO-WORK.
006850     OPEN OUTPUT PURCH-ORDERS.
006860     MOVE 'N' TO WS-WORK-EOF.
006870     PERFORM 3300-RELOAD-ONE-PO-LINE
006880         THRU 3300-RELOAD-ONE-PO-LINE-EXIT
006890         UNTIL END-OF-WORK.
006900     CLOSE PO-WORK.
006910     CLOSE PURCH-ORDERS.
006920 3000-PURGE-PURCH-ORDERS-EXIT.
006930     EXIT.
006940
006950 3000-PURGE-PURCH-ORDERS-ABEND.
006960     MOVE 16 TO RETURN-CODE.
006970     STOP RUN.
006980
006990 3100-SORT-ONE-PO-LINE.
007000     READ PURCH-ORDERS NEXT RECORD
007010         AT END
007020             MOVE 'Y' TO WS-READ-EOF
007030             GO TO 3100-SORT-ONE-PO-LINE-EXIT
007040     END-READ.
007050     ADD 1 TO WS-PO-BEFORE.
007060
007070     IF PO-LINE-STATUS = 'C' OR PO-LINE-STATUS = 'X'
007080         MOVE PO-ORDER-DATE TO WS-WORK-DATE
007090         PERFORM 1100-DATE-TO-SERIAL
007100             THRU 1100-DATE-TO-SERIAL-EXIT
007110         IF WS-DATE-SERIAL < WS-CUTOFF-SERIAL
007120                 OR WS-DATE-SERIAL = WS-CUTOFF-SERIAL
007130             IF NOT PO-ARCHIVE-IS-OPEN
007140                 PERFORM 3200-OPEN-PO-ARCHIVE
007150                     THRU 3200-OPEN-PO-ARCHIVE-EXIT
007160             END-IF
007170             MOVE PURCH-ORDER-RECORD TO PO-ARCHIVE-RECORD
007180             WRITE PO-ARCHIVE-RECORD
007190             ADD 1 TO WS-PO-ARCHIVED
007200             GO TO 3100-SORT-ONE-PO-LINE-EXIT
007210         END-IF
007220     END-IF.
007230
007240     MOVE PURCH-ORDER-RECORD TO PO-WORK-RECORD.
007250     WRITE PO-WORK-RECORD.
007260 3100-SORT-ONE-PO-LINE-EXIT.
007270     EXIT.
007280
007290 3200-OPEN-PO-ARCHIVE.
007300     OPEN EXTEND PO-ARCHIVE.
007310     IF POARCH-FILE-NOT-FOUND
007320         OPEN OUTPUT PO-ARCHIVE
007330     END-IF.
007340     IF NOT POARCH-STATUS-OK
007350         DISPLAY 'ORDER-PURGE: PO ARCHIVE OPEN FAILED, '
007360             'STATUS = ' WS-POARCH-STATUS
007370         GO TO 3000-PURGE-PURCH-ORDERS-ABEND
007380     END-IF.
007390     MOVE 'Y' TO WS-POARCH-OPEN-SW.
007400     MOVE 'P'            TO WS-REGISTER-KIND.
007410     MOVE WS-POARCH-PATH TO WS-REGISTER-NAME.
007420     PERFORM 5000-REGISTER-ARCHIVE
007430         THRU 5000-REGISTER-ARCHIVE-EXIT.
007440 3200-OPEN-PO-ARCHIVE-EXIT.
007450     EXIT.
007460
007470 3300-RELOAD-ONE-PO-LINE.
007480     READ PO-WORK
007490         AT END
007500             MOVE 'Y' TO WS-WORK-EOF
007510         NOT AT END
007520             MOVE PO-WORK-RECORD TO PURCH-ORDER-RECORD
007530             WRITE PURCH-ORDER-RECORD
007540             ADD 1 TO WS-PO-AFTER
007550     END-READ.
007560 3300-RELOAD-ONE-PO-LINE-EXIT.
007570     EXIT.
007580
007590*--------------------------------------------------------------*
007600* 4000-DROP-ORPHAN-BACKORDERS -- a backorder whose order line
007610*                                is gone from the rebuilt
007620*                                CUSTORDS, or is closed, waits
007630*                                for stock nobody will take;
007640*                                it is dropped and listed. With
007650*                                no CUSTORDS at all there is
007660*                                nothing to judge against, and
007670*                                the file is left alone.
007680*--------------------------------------------------------------*
007690 4000-DROP-ORPHAN-BACKORDERS.
007700     IF NOT CUSTORDS-FILE-AVAILABLE
007710         GO TO 4000-DROP-ORPHAN-BACKORDERS-EXIT
007720     END-IF.
007730     OPEN INPUT BACKORDERS.
007740     IF BACKORD-FILE-NOT-FOUND
007750         MOVE 'BACKORD.DAT' TO NF-FILE-NAME
007760         WRITE PURGE-LINE FROM WS-NOT-ON-FILE-LINE
007770         GO TO 4000-DROP-ORPHAN-BACKORDERS-EXIT
007780     END-IF.
007790     IF NOT BACKORD-STATUS-OK
007800         DISPLAY 'ORDER-PURGE: BACKORD OPEN FAILED, STATUS = '
007810             WS-BACKORD-STATUS
007820         GO TO 4000-DROP-ORPHAN-BACKORDERS-ABEND
007830     END-IF.
007840     OPEN INPUT CUST-ORDERS.
007850
007860     WRITE PURGE-LINE FROM WS-DROP-HEADING.
007870     OPEN OUTPUT BO-WORK.
007880     MOVE 'N' TO WS-READ-EOF.
007890     PERFORM 4100-CHECK-ONE-BACKORDER
007900         THRU 4100-CHECK-ONE-BACKORDER-EXIT
007910         UNTIL END-OF-INPUT.
007920     CLOSE BACKORDERS.
007930     CLOSE CUST-ORDERS.
007940     CLOSE BO-WORK.
007950     IF WS-BO-DROPPED = 0
007960         MOVE '  NONE' TO PURGE-LINE
007970         WRITE PURGE-LINE
007980     END-IF.
007990     WRITE PURGE-LINE FROM SPACES.
008000
008010     OPEN INPUT BO-WORK.
008020     OPEN OUTPUT BACKORDERS.
008030     MOVE 'N' TO WS-WORK-EOF.
008040     PERFORM 4200-RELOAD-ONE-BACKORDER
008050         THRU 4200-RELOAD-ONE-BACKORDER-EXIT
008060         UNTIL END-OF-WORK.
008070     CLOSE BO-WORK.
008080     CLOSE BACKORDERS.
008090 4000-DROP-ORPHAN-BACKORDERS-EXIT.
008100     EXIT.
008110
008120 4000-DROP-ORPHAN-BACKORDERS-ABEND.
008130     MOVE 16 TO RETURN-CODE.
008140     STOP RUN.
008150
008160 4100-CHECK-ONE-BACKORDER.
008170     READ BACKORDERS NEXT RECORD
008180         AT END
008190             MOVE 'Y' TO WS-READ-EOF
008200             GO TO 4100-CHECK-ONE-BACKORDER-EXIT
008210     END-READ.
008220     ADD 1 TO WS-BO-BEFORE.
008230
008240     MOVE BO-ORDER-NUMBER TO CO-ORDER-NUMBER.
008250     MOVE BO-LINE-NUMBER  TO CO-LINE-NUMBER.
008260     READ CUST-ORDERS
008270         INVALID KEY
008280             MOVE 'ORDER LINE NOT ON FILE' TO DR-REASON
008290             PERFORM 4150-LIST-DROPPED-BACKORDER
008300                 THRU 4150-LIST-DROPPED-BACKORDER-EXIT
008310             GO TO 4100-CHECK-ONE-BACKORDER-EXIT
008320     END-READ.
008330     IF CO-LINE-STATUS = 'C'
008340         MOVE 'ORDER LINE CLOSED' TO DR-REASON
008350         PERFORM 4150-LIST-DROPPED-BACKORDER
008360             THRU 4150-LIST-DROPPED-BACKORDER-EXIT
008370         GO TO 4100-CHECK-ONE-BACKORDER-EXIT
008380     END-IF.
008390
008400     MOVE BACKORDER-RECORD TO BO-WORK-RECORD.
008410     WRITE BO-WORK-RECORD.
008420 4100-CHECK-ONE-BACKORDER-EXIT.
008430     EXIT.
008440
008450 4150-LIST-DROPPED-BACKORDER.
008460     MOVE BO-ORDER-NUMBER TO DR-ORDER-NUMBER.
008470     MOVE BO-LINE-NUMBER  TO DR-LINE-NUMBER.
008480     MOVE BO-ITEM-ID      TO DR-ITEM-ID.
008490     MOVE BO-QTY          TO DR-QTY.
008500     WRITE PURGE-LINE FROM WS-DROP-LINE.
008510     ADD 1 TO WS-BO-DROPPED.
008520 4150-LIST-DROPPED-BACKORDER-EXIT.
008530     EXIT.
008540
008550 4200-RELOAD-ONE-BACKORDER.
008560     READ BO-WORK
008570         AT END
008580             MOVE 'Y' TO WS-WORK-EOF
008590         NOT AT END
008600             MOVE BO-WORK-RECORD TO BACKORDER-RECORD
008610             WRITE BACKORDER-RECORD
008620             ADD 1 TO WS-BO-AFTER
008630     END-READ.
008640 4200-RELOAD-ONE-BACKORDER-EXIT.
008650     EXIT.
008660
008670*--------------------------------------------------------------*
008680* 5000-REGISTER-ARCHIVE -- enter the archive just opened in the
008690*                          order archive register, unless an
008700*                          earlier run already did; done before
008710*                          a line is written, so an archive left
008720*                          by a run that abended is still found
008730*--------------------------------------------------------------*
008740 5000-REGISTER-ARCHIVE.
008750     MOVE 'N' TO WS-REGISTER-FOUND-SW.
008760     OPEN INPUT ARCHIVE-REGISTER.
008770     IF ORDARCH-STATUS-OK
008780         MOVE 'N' TO WS-REGISTER-EOF
008790         PERFORM 5100-CHECK-ONE-ENTRY
008800             THRU 5100-CHECK-ONE-ENTRY-EXIT
008810             UNTIL END-OF-REGISTER
008820             OR ARCHIVE-IS-REGISTERED
008830         CLOSE ARCHIVE-REGISTER
008840     END-IF.
008850     IF ARCHIVE-IS-REGISTERED
008860         GO TO 5000-REGISTER-ARCHIVE-EXIT
008870     END-IF.
008880
008890     OPEN EXTEND ARCHIVE-REGISTER.
008900     IF ORDARCH-FILE-NOT-FOUND
008910         OPEN OUTPUT ARCHIVE-REGISTER
008920     END-IF.
008930     IF NOT ORDARCH-STATUS-OK
008940         DISPLAY 'ORDER-PURGE: ARCHIVE REGISTER OPEN FAILED, '
008950             'STATUS = ' WS-ORDARCH-STATUS
008960         MOVE 16 TO RETURN-CODE
008970         STOP RUN
008980     END-IF.
008990     MOVE WS-REGISTER-KIND TO OA-FILE-KIND.
009000     MOVE WS-REGISTER-NAME TO OA-ARCHIVE-NAME.
009010     MOVE WS-CURRENT-DATE  TO OA-RUN-DATE.
009020     MOVE WS-CUTOFF-DATE   TO OA-CUTOFF-DATE.
009030     WRITE ORDER-ARCHIVE-ENTRY.
009040     CLOSE ARCHIVE-REGISTER.
009050 5000-REGISTER-ARCHIVE-EXIT.
009060     EXIT.
009070
009080 5100-CHECK-ONE-ENTRY.
009090     READ ARCHIVE-REGISTER
009100         AT END
009110             MOVE 'Y' TO WS-REGISTER-EOF
009120             GO TO 5100-CHECK-ONE-ENTRY-EXIT
009130     END-READ.
009140     IF OA-FILE-KIND = WS-REGISTER-KIND
009150        AND OA-ARCHIVE-NAME = WS-REGISTER-NAME
009160         MOVE 'Y' TO WS-REGISTER-FOUND-SW
009170     END-IF.
009180 5100-CHECK-ONE-ENTRY-EXIT.
009190     EXIT.
009200
009210
009220*--------------------------------------------------------------*
009230* 6000-PRINT-COUNTS -- each file's record count before and
009240*                      after, and where the purged lines went
009250*--------------------------------------------------------------*
009260 6000-PRINT-COUNTS.
009270     WRITE PURGE-LINE FROM WS-COUNT-HEADING.
009280
009290     MOVE 'CUSTORDS'     TO CL-FILE.
009300     MOVE WS-CO-BEFORE   TO CL-BEFORE.
009310     MOVE WS-CO-ARCHIVED TO CL-REMOVED.
009320     MOVE WS-CO-AFTER    TO CL-AFTER.
009330     MOVE SPACES         TO CL-ARCHIVE.
009340     IF WS-CO-ARCHIVED > 0
009350         MOVE WS-COARCH-PATH TO CL-ARCHIVE
009360     END-IF.
009370     WRITE PURGE-LINE FROM WS-COUNT-LINE.
009380
009390     MOVE 'PORDERS'      TO CL-FILE.
009400     MOVE WS-PO-BEFORE   TO CL-BEFORE.
009410     MOVE WS-PO-ARCHIVED TO CL-REMOVED.
009420     MOVE WS-PO-AFTER    TO CL-AFTER.
009430     MOVE SPACES         TO CL-ARCHIVE.
009440     IF WS-PO-ARCHIVED > 0
009450         MOVE WS-POARCH-PATH TO CL-ARCHIVE
009460     END-IF.
009470     WRITE PURGE-LINE FROM WS-COUNT-LINE.
009480
009490     MOVE 'BACKORD'      TO CL-FILE.
009500     MOVE WS-BO-BEFORE   TO CL-BEFORE.
009510     MOVE WS-BO-DROPPED  TO CL-REMOVED.
009520     MOVE WS-BO-AFTER    TO CL-AFTER.
009530     MOVE SPACES         TO CL-ARCHIVE.
009540     WRITE PURGE-LINE FROM WS-COUNT-LINE.
009550 6000-PRINT-COUNTS-EXIT.
009560     EXIT.
009570
009580*--------------------------------------------------------------*
009590* 9000-TERMINATE -- close the listing and give back the lock
009600*--------------------------------------------------------------*
009610 9000-TERMINATE.
009620     CLOSE PURGE-LISTING.
009630     MOVE 'R' TO WS-LOCK-ACTION.
009640     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
009650     DISPLAY 'ORDER-PURGE: ' WS-CO-ARCHIVED ' ORDER LINES AND '
009660         WS-PO-ARCHIVED ' PO LINES ARCHIVED'.
009670     MOVE 0 TO RETURN-CODE.
009680 9000-TERMINATE-EXIT.
009690     EXIT.
009700
009710 END PROGRAM ORDER-PURGE.
