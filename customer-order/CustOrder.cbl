000130* Date-Written: 09/02/2026
000140* Date-Compiled:
000150* Purpose: Customer order entry with stock allocation. Reads
000160*          the keyed order lines (customer number, item, and
000170*          quantity; consecutive lines for the same customer
000180*          become one order), assigns order and line numbers
000190*          from the control file CORDCTL.DAT, and reserves
000240*          backorder file, released automatically by STOCK-POST
000250*          as receipts post. PICK-LIST prints the allocated
000260*          lines for the floor.
000261*
000262*          The customer number must be on the CUSTOMERS master
000263*          and not flagged on hold. An order whose value (at
000264*          ITEM-PRICE) plus the customer's open order value
000265*          would pass the credit limit goes on credit hold: its
000266*          lines are written at status H with nothing allocated
000267*          and list in their own section of CUSTORDL.TXT every
000268*          run until credit releases the order through
000269*          CREDREL.TXT, when it is allocated like a new order.
000270*
000280* Modification History:
000290*   09/02/2026  EB   Original version.
000292*                    ITEM-LOCK) before opening the master for
000293*                    update and releases it at end of run, so
000294*                    two updaters cannot run over each other.
000295*   10/15/2026  EB   Orders are taken by customer number against
000296*                    the CUSTOMERS master; unknown and held
000297*                    customers are rejected. Lines are gathered
000298*                    per order and the order is checked against
000299*                    the customer's credit limit before anything
000300*                    is allocated; over-limit orders go on credit
000301*                    hold (status H). Added the credit release
000302*                    file CREDREL.TXT and the held-orders section
000303*                    of the listing.
000304*   10/15/2026  EB   New order lines start with a zero
000305*                    CO-RETURNED-QTY, CO-INVOICED-QTY and
000306*                    CO-INVOICED-PRICE.
000307*   10/15/2026  EB   Operator sign-on: the run signs on through
000308*                    OPER-AUTH as DD-OPERATOR
000309*                    and is refused unless the operator is active
000310*                    and granted CUST-ORDER. Taking order lines
000311*                    needs type O and releasing credit holds type
000312*                    H; lines or releases the operator does not
000313*                    hold are rejected and the run ends with
000314*                    return code 4.
000315*   10/15/2026  EB   A run without DD-OPERATOR is refused
000316*                    rather than signed on under a default ID,
000317*                    so every run is signed on under a named
000318*                    operator.
000319*   10/15/2026  EB   A credit release re-reads the order's
000320*                    customer and is refused if the customer is no
000321*                    longer on file or has gone on hold since the
000322*                    order was taken.
000323* Tectonics: cobc
000324******************************************************************
000325 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CUST-ORDER.
000340
000350 ENVIRONMENT DIVISION.
000440     SELECT ORDER-INPUT ASSIGN TO 'CUSTORD.TXT'
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-INPUT-STATUS.
000461
000462     SELECT CUSTOMERS ASSIGN TO WS-CUSTOMERS-PATH
000463         ORGANIZATION IS INDEXED
000464         ACCESS MODE IS RANDOM
000465         RECORD KEY IS CUSTOMER-ID OF CUSTOMERS-FILE
000466         FILE STATUS IS WS-CUSTOMERS-STATUS.
000470
000472     SELECT CREDIT-RELEASE ASSIGN TO 'CREDREL.TXT'
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS WS-RELEASE-STATUS.
000478
000480     SELECT CUST-ORDERS ASSIGN TO WS-CUSTORDS-PATH
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000710
000720*--------------------------------------------------------------*
000730* KEYED ORDER LINE -- consecutive lines carrying the same
000740* customer number make up one order
000750*--------------------------------------------------------------*
000760 FD  ORDER-INPUT.
000770 01  ORDER-INPUT-RECORD.
000780     05  OI-CUSTOMER-ID                  PIC 9(05).
000790     05  OI-ITEM-ID                      PIC 9(05).
000800     05  OI-ORDER-QTY                    PIC 9(05).
000802
000804 FD  CUSTOMERS.
000806     COPY CUSTREC.
000810
000811*--------------------------------------------------------------*
000812* CREDIT RELEASE -- one held order credit has approved
000813*--------------------------------------------------------------*
000814 FD  CREDIT-RELEASE.
000815 01  CREDIT-RELEASE-RECORD.
000816     05  RL-ORDER-NUMBER                 PIC 9(06).
000817
000820 FD  CUST-ORDERS.
000830     COPY CORDREC.
000840
001070
001080 01  WS-CORDCTL-PATH                     PIC X(100)  VALUE
001090     'CORDCTL.DAT'.
001092
001094 01  WS-CUSTOMERS-PATH                   PIC X(100)  VALUE
001096     'CUSTOMERS.DAT'.
001100
001110 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
001120     88  ITEMS-STATUS-OK                              VALUE '00'.
001230
001240 01  WS-CORDCTL-STATUS                   PIC X(02)   VALUE '00'.
001250     88  CORDCTL-STATUS-OK                            VALUE '00'.
001251
001252 01  WS-CUSTOMERS-STATUS                 PIC X(02)   VALUE '00'.
001253     88  CUSTOMERS-STATUS-OK                          VALUE '00'.
001254
001255 01  WS-RELEASE-STATUS                   PIC X(02)   VALUE '00'.
001256     88  RELEASE-STATUS-OK                            VALUE '00'.
001257     88  RELEASE-FILE-NOT-FOUND                       VALUE '35'.
001260
001270*--------------------------------------------------------------*
001280* SWITCHES AND COUNTERS
001320
001330 01  WS-ORDER-OPEN-SW                    PIC X(01)   VALUE 'N'.
001340     88  ORDER-IS-OPEN                               VALUE 'Y'.
001341
001342 01  WS-RELEASE-EOF                      PIC X(01)   VALUE 'N'.
001343     88  END-OF-RELEASES                             VALUE 'Y'.
001344
001345 01  WS-CO-EOF                           PIC X(01)   VALUE 'N'.
001346     88  END-OF-ORDER-LINES                          VALUE 'Y'.
001350
001351*    Where the current customer stands: Y = on file and clear to
001352*    order, U = not on the CUSTOMERS master, H = on hold
001353 01  WS-CUSTOMER-SW                      PIC X(01)   VALUE 'N'.
001354     88  CUSTOMER-IS-CLEAR                           VALUE 'Y'.
001355     88  CUSTOMER-IS-UNKNOWN                         VALUE 'U'.
001356     88  CUSTOMER-IS-HELD                            VALUE 'H'.
001357
001360 01  WS-REJECT-REASON                    PIC X(25)   VALUE SPACES.
001370
001375 01  WS-PREV-CUSTOMER                    PIC 9(05)   VALUE 0.
001380 01  WS-CUSTOMER-NAME                    PIC X(25)   VALUE SPACES.
001385 01  WS-CREDIT-LIMIT                     PIC 9(07)V9(02) VALUE 0.
001390
001400 01  WS-CTL-PROGRAM                      PIC X(12)   VALUE SPACES.
001401 01  WS-LOCK-ACTION                      PIC X(01)   VALUE SPACE.
001402 01  WS-LOCK-PROGRAM                     PIC X(12)   VALUE SPACES.
001403 01  WS-OPERATOR-ID                      PIC X(08)   VALUE SPACES.
001404 01  WS-AUTH-ACTION                      PIC X(01)   VALUE SPACE.
001405 01  WS-AUTH-PROGRAM                     PIC X(12)   VALUE
001406     'CUST-ORDER'.
001407 01  WS-AUTH-TRAN-TYPE                   PIC X(01)   VALUE SPACE.
001410
001411 01  WS-ORDER-AUTH-SW                    PIC X(01)   VALUE 'N'.
001412     88  ORDERS-AUTHORIZED                           VALUE 'Y'.
001413
001414 01  WS-RELEASE-AUTH-SW                  PIC X(01)   VALUE 'N'.
001415     88  RELEASES-AUTHORIZED                         VALUE 'Y'.
001416
001417 01  WS-CREDIT-HOLD-SW                   PIC X(01)   VALUE 'N'.
001418     88  ORDER-ON-CREDIT-HOLD                        VALUE 'Y'.
001419
001420 77  WS-LAST-ORDER-NUMBER                PIC 9(06)   VALUE 0.
001430 77  WS-THIS-ORDER-NUMBER                PIC 9(06)   VALUE 0.
001440 77  WS-THIS-LINE-NUMBER                 PIC 9(03)   VALUE 0.
001450 77  WS-AVAILABLE-QTY                    PIC S9(06)  VALUE 0.
001460 77  WS-ALLOC-QTY                        PIC 9(05)   VALUE 0.
001470 77  WS-SHORT-QTY                        PIC 9(05)   VALUE 0.
001471 77  WS-LINE-ITEM-ID                     PIC 9(05)   VALUE 0.
001472 77  WS-LINE-ORDER-QTY                   PIC 9(05)   VALUE 0.
001473 77  WS-LINE-VALUE                       PIC 9(09)V9(02) VALUE 0.
001474 77  WS-ORDER-VALUE                      PIC 9(09)V9(02) VALUE 0.
001475 77  WS-CREDIT-EXPOSURE                  PIC 9(09)V9(02) VALUE 0.
001476 77  WS-RELEASED-LINES                   PIC 9(03)   VALUE 0.
001480
001490 77  WS-ORDER-COUNT                      PIC 9(05)   VALUE 0.
001500 77  WS-LINE-WRITTEN-COUNT               PIC 9(05)   VALUE 0.
001510 77  WS-BACKORDER-COUNT                  PIC 9(05)   VALUE 0.
001520 77  WS-REJECT-COUNT                     PIC 9(05)   VALUE 0.
001521 77  WS-HOLD-ORDER-COUNT                 PIC 9(05)   VALUE 0.
001522 77  WS-RELEASE-ORDER-COUNT              PIC 9(05)   VALUE 0.
001523 77  WS-HELD-LINE-COUNT                  PIC 9(05)   VALUE 0.
001524 77  WS-HELD-VALUE-TOTAL                 PIC 9(11)V9(02) VALUE 0.
001525 77  WS-UNAUTHORIZED-COUNT               PIC 9(05)   VALUE 0.
001530
001531*--------------------------------------------------------------*
001532* ORDER-LINE TABLE -- the accepted lines of the order being
001533* taken, held back until the customer changes so the whole
001534* order can be checked against the credit limit before any
001535* stock is allocated
001536*--------------------------------------------------------------*
001537 01  WS-ORDER-LINE-TABLE.
001538     05  WS-ORDER-LINE-ENTRY OCCURS 200 TIMES.
001539         10  OL-ITEM-ID                  PIC 9(05).
001540         10  OL-ORDER-QTY                PIC 9(05).
001541
001542 77  WS-OL-COUNT                         PIC 9(03)   VALUE 0.
001543 77  WS-OL-SUB                           PIC 9(03)   VALUE 0.
001544
001545*--------------------------------------------------------------*
001546* OPEN-VALUE TABLE -- each customer's open order value (the
001547* unpicked quantity of every line not closed or held, at
001548* ITEM-PRICE), loaded from CUSTORDS.DAT at start of run and
001549* raised as orders are accepted or released
001550*--------------------------------------------------------------*
001551 01  WS-OPEN-VALUE-TABLE.
001552     05  WS-OPEN-VALUE-ENTRY OCCURS 1000 TIMES.
001553         10  OV-CUSTOMER-ID              PIC 9(05).
001554         10  OV-OPEN-VALUE               PIC 9(09)V9(02).
001555
001556 77  WS-OV-COUNT                         PIC 9(04)   VALUE 0.
001557 77  WS-OV-SUB                           PIC 9(04)   VALUE 0.
001558 77  WS-OV-MATCH                         PIC 9(04)   VALUE 0.
001559 77  WS-OV-CUSTOMER-ID                   PIC 9(05)   VALUE 0.
001560
001561 01  WS-CURRENT-DATE.
001562     05  WS-CURRENT-YEAR                 PIC 9(04).
001563     05  WS-CURRENT-MONTH                PIC 9(02).
001570     05  WS-CURRENT-DAY                  PIC 9(02).
001580
001590*--------------------------------------------------------------*
001680     05  FILLER                          PIC X(01) VALUE '/'.
001690     05  ED-LINE-NUMBER                  PIC 9(03).
001700     05  FILLER                          PIC X(02) VALUE SPACES.
001703     05  ED-CUSTOMER-ID                  PIC 9(05).
001706     05  FILLER                          PIC X(01) VALUE SPACES.
001710     05  ED-CUSTOMER-NAME                PIC X(25).
001720     05  FILLER                          PIC X(02) VALUE SPACES.
001730     05  ED-ITEM-ID                      PIC 9(05).
001900     05  FILLER                      PIC X(13) VALUE
001910         'BACKORDERED: '.
001920     05  ET-BACKORDER-COUNT          PIC ZZ,ZZ9.
001921     05  FILLER                      PIC X(04) VALUE SPACES.
001922     05  FILLER                      PIC X(10) VALUE 'REJECTED: '.
001923     05  ET-REJECT-COUNT             PIC ZZ,ZZ9.
001924
001925 01  WS-CREDIT-TOTALS-LINE.
001926     05  FILLER                      PIC X(22) VALUE
001927         'ORDERS ON CREDIT HOLD '.
001928     05  CT-HOLD-ORDER-COUNT         PIC ZZ,ZZ9.
001930     05  FILLER                      PIC X(04) VALUE SPACES.
001931     05  FILLER                      PIC X(18) VALUE
001932         'CREDIT RELEASED:  '.
001933     05  CT-RELEASE-ORDER-COUNT      PIC ZZ,ZZ9.
001934
001935*--------------------------------------------------------------*
001936* HELD-ORDERS SECTION -- every line still on credit hold
001937*--------------------------------------------------------------*
001938 01  WS-HELD-HEADING.
001939     05  FILLER                          PIC X(36) VALUE
001940         'ORDERS ON CREDIT HOLD (NOT RELEASED)'.
001941
001942 01  WS-HELD-COLUMN-HEADING.
001943     05  FILLER                          PIC X(12) VALUE
001944         'ORDER/LINE'.
001945     05  FILLER                          PIC X(06) VALUE 'CUST'.
001946     05  FILLER                          PIC X(27) VALUE 'NAME'.
001947     05  FILLER                          PIC X(07) VALUE 'ITEM'.
001948     05  FILLER                          PIC X(08) VALUE
001949         '     QTY'.
001950     05  FILLER                          PIC X(15) VALUE
001951         '     LINE VALUE'.
001952     05  FILLER                          PIC X(12) VALUE
001953         '  ORDER DATE'.
001960
001961 01  WS-HELD-DETAIL-LINE.
001962     05  HD-ORDER-NUMBER                 PIC 9(06).
001963     05  FILLER                          PIC X(01) VALUE '/'.
001964     05  HD-LINE-NUMBER                  PIC 9(03).
001965     05  FILLER                          PIC X(02) VALUE SPACES.
001966     05  HD-CUSTOMER-ID                  PIC 9(05).
001967     05  FILLER                          PIC X(01) VALUE SPACES.
001968     05  HD-CUSTOMER-NAME                PIC X(25).
001969     05  FILLER                          PIC X(02) VALUE SPACES.
001970     05  HD-ITEM-ID                      PIC 9(05).
001971     05  FILLER                          PIC X(02) VALUE SPACES.
001972     05  HD-ORDER-QTY                    PIC ZZ,ZZ9.
001973     05  FILLER                          PIC X(02) VALUE SPACES.
001974     05  HD-LINE-VALUE                   PIC ZZZ,ZZZ,ZZ9.99.
001975     05  FILLER                          PIC X(03) VALUE SPACES.
001976     05  HD-ORDER-DATE                   PIC 9(08).
001977
001978 01  WS-HELD-TOTALS-LINE.
001979     05  FILLER                      PIC X(12) VALUE
001980         'HELD LINES: '.
001981     05  HT-HELD-LINE-COUNT          PIC ZZ,ZZ9.
001982     05  FILLER                      PIC X(04) VALUE SPACES.
001983     05  FILLER                      PIC X(12) VALUE
001984         'HELD VALUE: '.
001985     05  HT-HELD-VALUE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001986
001987 PROCEDURE DIVISION.
001988*--------------------------------------------------------------*
001990* 0000-MAINLINE
002000*--------------------------------------------------------------*
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE
002030         THRU 1000-INITIALIZE-EXIT.
002032
002034     PERFORM 1500-PROCESS-RELEASES
002036         THRU 1500-PROCESS-RELEASES-EXIT
002038         UNTIL END-OF-RELEASES.
002040
002050     PERFORM 2000-PROCESS-ORDER-LINES
002060         THRU 2000-PROCESS-ORDER-LINES-EXIT
002070         UNTIL END-OF-ORDER-INPUT.
002073     PERFORM 2400-FILE-ORDER
002076         THRU 2400-FILE-ORDER-EXIT.
002080
002090     PERFORM 3000-PRINT-TOTALS
002100         THRU 3000-PRINT-TOTALS-EXIT.
002103     PERFORM 3500-PRINT-HELD-ORDERS
002106         THRU 3500-PRINT-HELD-ORDERS-EXIT.
002110
002120     PERFORM 9000-TERMINATE
002130         THRU 9000-TERMINATE-EXIT.
002170*--------------------------------------------------------------*
002180* 1000-INITIALIZE -- open the master and order files (the order
002190*                    and backorder files are created fresh on a
002191*                    first-ever run), pick up the last order
002192*                    number assigned, and load each customer's
002193*                    open order value
002194*--------------------------------------------------------------*
002195 1000-INITIALIZE.
002196*    Sign on before taking the lock, so a refused operator
002197*    leaves nothing behind to clear; what the operator may do
002198*    -- take orders (O), release credit holds (H) -- is settled
002199*    once here for the whole run
002200     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'DD-OPERATOR'
002201         ON EXCEPTION
002202             CONTINUE
002203     END-ACCEPT.
002204     IF WS-OPERATOR-ID = SPACES
002205         DISPLAY 'CUST-ORDER: DD-OPERATOR NOT GIVEN'
002206         GO TO 1000-INITIALIZE-ABEND
002207     END-IF.
002208     MOVE 'S' TO WS-AUTH-ACTION.
002209     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
002210                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
002211     IF RETURN-CODE NOT = 0
002212         DISPLAY 'CUST-ORDER: OPERATOR ' WS-OPERATOR-ID
002213             ' NOT AUTHORIZED, RUN REFUSED'
002214         GO TO 1000-INITIALIZE-ABEND
002215     END-IF.
002216     MOVE 'T' TO WS-AUTH-ACTION.
002217     MOVE 'O' TO WS-AUTH-TRAN-TYPE.
002218     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
002219                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
002220     IF RETURN-CODE = 0
002221         SET ORDERS-AUTHORIZED TO TRUE
002222     END-IF.
002223     MOVE 'H' TO WS-AUTH-TRAN-TYPE.
002224     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
002225                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
002226     IF RETURN-CODE = 0
002227         SET RELEASES-AUTHORIZED TO TRUE
002228     END-IF.
002229
002231*    The ITEMS master run-lock: refuse to start while another
002232*    updater holds it; DD-LOCK-OVERRIDE=Y clears a lock left
002233*    behind by an abend
002890         END-IF
002900     END-IF.
002910
002913     PERFORM 1050-OPEN-CREDIT-FILES
002916         THRU 1050-OPEN-CREDIT-FILES-EXIT.
002920     PERFORM 1100-READ-ORDER-CONTROL
002930         THRU 1100-READ-ORDER-CONTROL-EXIT.
002933     PERFORM 1200-LOAD-OPEN-VALUES
002936         THRU 1200-LOAD-OPEN-VALUES-EXIT.
002940
002950     OPEN OUTPUT ENTRY-LISTING.
002960     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003440     EXIT.
003450
003460*--------------------------------------------------------------*
003470* 2100-TAKE-ONE-LINE -- break to a new order when the customer
003480*                       changes, edit, and hold the line back
003490*                       with the rest of its order
003500*--------------------------------------------------------------*
003510 2100-TAKE-ONE-LINE.
003511     IF NOT ORDER-IS-OPEN
003512             OR OI-CUSTOMER-ID NOT = WS-PREV-CUSTOMER
003513         PERFORM 2400-FILE-ORDER
003514             THRU 2400-FILE-ORDER-EXIT
003515         PERFORM 2150-START-CUSTOMER
003516             THRU 2150-START-CUSTOMER-EXIT
003517     END-IF.
003518
003519     IF NOT ORDERS-AUTHORIZED
003520         MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REJECT-REASON
003521         PERFORM 2900-PRINT-REJECT
003522             THRU 2900-PRINT-REJECT-EXIT
003523         ADD 1 TO WS-UNAUTHORIZED-COUNT
003524         GO TO 2100-TAKE-ONE-LINE-EXIT
003525     END-IF.
003526
003527     IF CUSTOMER-IS-UNKNOWN
003528         MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
003529         PERFORM 2900-PRINT-REJECT
003530             THRU 2900-PRINT-REJECT-EXIT
003531         GO TO 2100-TAKE-ONE-LINE-EXIT
003532     END-IF.
003533
003534     IF CUSTOMER-IS-HELD
003535         MOVE 'CUSTOMER ON HOLD' TO WS-REJECT-REASON
003540         PERFORM 2900-PRINT-REJECT
003550             THRU 2900-PRINT-REJECT-EXIT
003560         GO TO 2100-TAKE-ONE-LINE-EXIT
003720             GO TO 2100-TAKE-ONE-LINE-EXIT
003730     END-READ.
003740
003750     IF WS-OL-COUNT >= 200
003760         MOVE 'ORDER OVER 200 LINES' TO WS-REJECT-REASON
003770         PERFORM 2900-PRINT-REJECT
003780             THRU 2900-PRINT-REJECT-EXIT
003790         GO TO 2100-TAKE-ONE-LINE-EXIT
003830     END-IF.
003840     ADD 1 TO WS-OL-COUNT.
003850     MOVE OI-ITEM-ID   TO OL-ITEM-ID (WS-OL-COUNT).
003860     MOVE OI-ORDER-QTY TO OL-ORDER-QTY (WS-OL-COUNT).
003870     COMPUTE WS-LINE-VALUE = OI-ORDER-QTY * ITEM-PRICE.
003880     ADD WS-LINE-VALUE TO WS-ORDER-VALUE.
003890 2100-TAKE-ONE-LINE-EXIT.
003900     EXIT.
003910
004010         MOVE 0 TO WS-AVAILABLE-QTY
004020     END-IF.
004030
004040     IF WS-LINE-ORDER-QTY <= WS-AVAILABLE-QTY
004050         MOVE WS-LINE-ORDER-QTY TO WS-ALLOC-QTY
004060     ELSE
004070         MOVE WS-AVAILABLE-QTY TO WS-ALLOC-QTY
004080     END-IF.
004090     COMPUTE WS-SHORT-QTY = WS-LINE-ORDER-QTY - WS-ALLOC-QTY.
004100
004110     IF WS-ALLOC-QTY > 0
004120         ADD WS-ALLOC-QTY TO QUANTITY-ALLOCATED
004130         REWRITE ITEMS-FILE
004140             INVALID KEY
004150                 DISPLAY 'CUST-ORDER: MASTER REWRITE FAILED, '
004160                     'ITEM ' WS-LINE-ITEM-ID
004170         END-REWRITE
004180     END-IF.
004190 2200-ALLOCATE-STOCK-EXIT.
004280     ADD 1 TO WS-THIS-LINE-NUMBER.
004290     MOVE WS-THIS-ORDER-NUMBER TO CO-ORDER-NUMBER.
004300     MOVE WS-THIS-LINE-NUMBER  TO CO-LINE-NUMBER.
004308     MOVE WS-PREV-CUSTOMER     TO CO-CUSTOMER-ID.
004316     MOVE WS-CUSTOMER-NAME     TO CO-CUSTOMER-NAME.
004324     MOVE WS-LINE-ITEM-ID      TO CO-ITEM-ID.
004332     MOVE WS-LINE-ORDER-QTY    TO CO-ORDER-QTY.
004340     MOVE WS-ALLOC-QTY         TO CO-ALLOCATED-QTY.
004350     MOVE 0                    TO CO-PICKED-QTY.
004355     MOVE 0                    TO CO-PRINTED-QTY.
004356     MOVE 0                    TO CO-RETURNED-QTY.
004357     MOVE 0                    TO CO-INVOICED-QTY.
004358     MOVE 0                    TO CO-INVOICED-PRICE.
004360     MOVE WS-CURRENT-DATE      TO CO-ORDER-DATE.
004370     IF WS-SHORT-QTY = 0
004380         MOVE 'A' TO CO-LINE-STATUS
004390     ELSE
004400         MOVE 'B' TO CO-LINE-STATUS
004402     END-IF.
004404     IF ORDER-ON-CREDIT-HOLD
004406         MOVE 'H' TO CO-LINE-STATUS
004410     END-IF.
004420     WRITE CUST-ORDER-RECORD
004430         INVALID KEY
004438             MOVE 'ORDER LINE WRITE FAILED' TO ED-RESULT
004446             PERFORM 2380-PRINT-ORDER-LINE
004454                 THRU 2380-PRINT-ORDER-LINE-EXIT
004462             ADD 1 TO WS-REJECT-COUNT
004470             GO TO 2300-WRITE-ORDER-LINE-EXIT
004480     END-WRITE.
004490     ADD 1 TO WS-LINE-WRITTEN-COUNT.
004500
004510     PERFORM 2350-WRITE-BACKORDER
004520         THRU 2350-WRITE-BACKORDER-EXIT.
004640
004720     IF WS-SHORT-QTY = 0
004730         MOVE 'ALLOCATED' TO ED-RESULT
004740     ELSE
004750         MOVE 'SHORT, BACKORDERED' TO ED-RESULT
004752     END-IF.
004754     IF ORDER-ON-CREDIT-HOLD
004756         MOVE 'CREDIT HOLD' TO ED-RESULT
004760     END-IF.
004766     PERFORM 2380-PRINT-ORDER-LINE
004772         THRU 2380-PRINT-ORDER-LINE-EXIT.
004780 2300-WRITE-ORDER-LINE-EXIT.
004790     EXIT.
004800
004840 2900-PRINT-REJECT.
004850     MOVE 0                TO ED-ORDER-NUMBER.
004860     MOVE 0                TO ED-LINE-NUMBER.
004866     MOVE OI-CUSTOMER-ID   TO ED-CUSTOMER-ID.
004872     MOVE WS-CUSTOMER-NAME TO ED-CUSTOMER-NAME.
004880     MOVE OI-ITEM-ID       TO ED-ITEM-ID.
004890     MOVE OI-ORDER-QTY     TO ED-ORDER-QTY.
004900     MOVE 0                TO ED-ALLOC-QTY.
005050     MOVE WS-REJECT-COUNT       TO ET-REJECT-COUNT.
005060     WRITE ENTRY-LISTING-LINE FROM SPACES.
005070     WRITE ENTRY-LISTING-LINE FROM WS-ENTRY-TOTALS-LINE.
005072     MOVE WS-HOLD-ORDER-COUNT    TO CT-HOLD-ORDER-COUNT.
005074     MOVE WS-RELEASE-ORDER-COUNT TO CT-RELEASE-ORDER-COUNT.
005076     WRITE ENTRY-LISTING-LINE FROM WS-CREDIT-TOTALS-LINE.
005080 3000-PRINT-TOTALS-EXIT.
005090     EXIT.
005100
005210     CLOSE ITEMS.
005220     IF NOT INPUT-FILE-NOT-FOUND
005230         CLOSE ORDER-INPUT
005232     END-IF.
005234     IF NOT RELEASE-FILE-NOT-FOUND
005236         CLOSE CREDIT-RELEASE
005240     END-IF.
005245     CLOSE CUSTOMERS.
005250     CLOSE CUST-ORDERS.
005260     CLOSE BACKORDERS.
005270     CLOSE ENTRY-LISTING.
005282     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
005290     MOVE 'CUST-ORDER' TO WS-CTL-PROGRAM.
005300     CALL 'ITEM-CTL-WRITE' USING WS-CTL-PROGRAM.
005302     IF WS-UNAUTHORIZED-COUNT > 0
005304         MOVE 4 TO RETURN-CODE
005306     END-IF.
005310 9000-TERMINATE-EXIT.
005320     EXIT.
005330
005340*--------------------------------------------------------------*
005350* 1200-LOAD-OPEN-VALUES -- roll every open order line's unpicked
005360*                          value into the per-customer table; held
005370*                          lines are not yet credit-approved and
005380*                          closed lines owe nothing
005390*--------------------------------------------------------------*
005400 1200-LOAD-OPEN-VALUES.
005410     MOVE 0   TO CO-ORDER-NUMBER.
005420     MOVE 0   TO CO-LINE-NUMBER.
005430     MOVE 'N' TO WS-CO-EOF.
005440     START CUST-ORDERS KEY IS NOT LESS THAN
005450             CO-KEY OF CUST-ORDER-RECORD
005460         INVALID KEY
005470             MOVE 'Y' TO WS-CO-EOF
005480     END-START.
005490     PERFORM 1250-LOAD-ONE-ORDER-LINE
005500         THRU 1250-LOAD-ONE-ORDER-LINE-EXIT
005510         UNTIL END-OF-ORDER-LINES.
005520 1200-LOAD-OPEN-VALUES-EXIT.
005530     EXIT.
005540
005550 1250-LOAD-ONE-ORDER-LINE.
005560     READ CUST-ORDERS NEXT RECORD
005570         AT END
005580             MOVE 'Y' TO WS-CO-EOF
005590             GO TO 1250-LOAD-ONE-ORDER-LINE-EXIT
005600     END-READ.
005610     IF CO-LINE-STATUS = 'C' OR CO-LINE-STATUS = 'H'
005620             OR CO-CUSTOMER-ID = 0
005630             OR CO-ORDER-QTY NOT > CO-PICKED-QTY
005640         GO TO 1250-LOAD-ONE-ORDER-LINE-EXIT
005650     END-IF.
005660     MOVE CO-ITEM-ID TO ITEM-ID.
005670     READ ITEMS
005680         INVALID KEY
005690             GO TO 1250-LOAD-ONE-ORDER-LINE-EXIT
005700     END-READ.
005710     COMPUTE WS-LINE-VALUE =
005720         (CO-ORDER-QTY - CO-PICKED-QTY) * ITEM-PRICE.
005730     MOVE CO-CUSTOMER-ID TO WS-OV-CUSTOMER-ID.
005740     PERFORM 1300-ADD-TO-OPEN-VALUE
005750         THRU 1300-ADD-TO-OPEN-VALUE-EXIT.
005760 1250-LOAD-ONE-ORDER-LINE-EXIT.
005770     EXIT.
005780
005790*    A customer the table cannot hold could be given credit the
005800*    limit does not allow, so a table past capacity stops the run
005810 1300-ADD-TO-OPEN-VALUE.
005820     PERFORM 1350-FIND-OPEN-VALUE
005830         THRU 1350-FIND-OPEN-VALUE-EXIT.
005840     IF WS-OV-MATCH > 0
005850         ADD WS-LINE-VALUE TO OV-OPEN-VALUE (WS-OV-MATCH)
005860         GO TO 1300-ADD-TO-OPEN-VALUE-EXIT
005870     END-IF.
005880     IF WS-OV-COUNT >= 1000
005890         DISPLAY 'CUST-ORDER: OPEN ORDERS EXCEED 1000 '
005900             'CUSTOMERS, RUN STOPPED'
005910         GO TO 1000-INITIALIZE-ABEND
005920     END-IF.
005930     ADD 1 TO WS-OV-COUNT.
005940     MOVE WS-OV-CUSTOMER-ID TO OV-CUSTOMER-ID (WS-OV-COUNT).
005950     MOVE WS-LINE-VALUE     TO OV-OPEN-VALUE (WS-OV-COUNT).
005960 1300-ADD-TO-OPEN-VALUE-EXIT.
005970     EXIT.
005980
005990 1350-FIND-OPEN-VALUE.
006000     MOVE 0 TO WS-OV-MATCH.
006010     MOVE 0 TO WS-OV-SUB.
006020     PERFORM 1360-CHECK-ONE-OPEN-VALUE
006030         THRU 1360-CHECK-ONE-OPEN-VALUE-EXIT
006040         UNTIL WS-OV-MATCH > 0
006050         OR WS-OV-SUB >= WS-OV-COUNT.
006060 1350-FIND-OPEN-VALUE-EXIT.
006070     EXIT.
006080
006090 1360-CHECK-ONE-OPEN-VALUE.
006100     ADD 1 TO WS-OV-SUB.
006110     IF OV-CUSTOMER-ID (WS-OV-SUB) = WS-OV-CUSTOMER-ID
006120         MOVE WS-OV-SUB TO WS-OV-MATCH
006130     END-IF.
006140 1360-CHECK-ONE-OPEN-VALUE-EXIT.
006150     EXIT.
006160
006170*--------------------------------------------------------------*
006180* 1500-PROCESS-RELEASES -- read one credit release and allocate
006190*                          the held order it names
006200*--------------------------------------------------------------*
006210 1500-PROCESS-RELEASES.
006220     READ CREDIT-RELEASE
006230         AT END
006240             MOVE 'Y' TO WS-RELEASE-EOF
006250         NOT AT END
006260             PERFORM 1600-RELEASE-ONE-ORDER
006270                 THRU 1600-RELEASE-ONE-ORDER-EXIT
006280     END-READ.
006290 1500-PROCESS-RELEASES-EXIT.
006300     EXIT.
006310
006320*--------------------------------------------------------------*
006330* 1600-RELEASE-ONE-ORDER -- walk the order's lines and allocate
006340*                           each one still on credit hold, unless
006350*                           the customer has since gone on hold or
006360*                           left the CUSTOMERS master
006370*--------------------------------------------------------------*
006380 1600-RELEASE-ONE-ORDER.
006390     IF NOT RELEASES-AUTHORIZED
006400         MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REJECT-REASON
006410         PERFORM 1690-PRINT-RELEASE-REJECT
006420             THRU 1690-PRINT-RELEASE-REJECT-EXIT
006430         ADD 1 TO WS-UNAUTHORIZED-COUNT
006440         GO TO 1600-RELEASE-ONE-ORDER-EXIT
006450     END-IF.
006460
006470     PERFORM 1610-CHECK-ORDER-CUSTOMER
006480         THRU 1610-CHECK-ORDER-CUSTOMER-EXIT.
006490     IF WS-REJECT-REASON NOT = SPACES
006500         PERFORM 1690-PRINT-RELEASE-REJECT
006510             THRU 1690-PRINT-RELEASE-REJECT-EXIT
006520         GO TO 1600-RELEASE-ONE-ORDER-EXIT
006530     END-IF.
006540
006550     MOVE 0               TO WS-RELEASED-LINES.
006560     MOVE RL-ORDER-NUMBER TO CO-ORDER-NUMBER.
006570     MOVE 0               TO CO-LINE-NUMBER.
006580     MOVE 'N'             TO WS-CO-EOF.
006590     START CUST-ORDERS KEY IS NOT LESS THAN
006600             CO-KEY OF CUST-ORDER-RECORD
006610         INVALID KEY
006620             MOVE 'Y' TO WS-CO-EOF
006630     END-START.
006640     PERFORM 1650-RELEASE-ONE-LINE
006650         THRU 1650-RELEASE-ONE-LINE-EXIT
006660         UNTIL END-OF-ORDER-LINES.
006670
006680     IF WS-RELEASED-LINES = 0
006690         MOVE 'NO HELD LINES ON ORDER' TO WS-REJECT-REASON
006700         PERFORM 1690-PRINT-RELEASE-REJECT
006710             THRU 1690-PRINT-RELEASE-REJECT-EXIT
006720     ELSE
006730         ADD 1 TO WS-RELEASE-ORDER-COUNT
006740     END-IF.
006750 1600-RELEASE-ONE-ORDER-EXIT.
006760     EXIT.
006770
006780*--------------------------------------------------------------*
006790* 1610-CHECK-ORDER-CUSTOMER -- the customer on the order's first
006800*                              line must still be on the
006810*                              CUSTOMERS master and not on hold,
006820*                              the same test an order line passes
006830*                              when it is taken; an order with no
006840*                              lines is left for 1600 to report
006850*--------------------------------------------------------------*
006860 1610-CHECK-ORDER-CUSTOMER.
006870     MOVE SPACES          TO WS-REJECT-REASON.
006880     MOVE RL-ORDER-NUMBER TO CO-ORDER-NUMBER.
006890     MOVE 0               TO CO-LINE-NUMBER.
006900     START CUST-ORDERS KEY IS NOT LESS THAN
006910             CO-KEY OF CUST-ORDER-RECORD
006920         INVALID KEY
006930             GO TO 1610-CHECK-ORDER-CUSTOMER-EXIT
006940     END-START.
006950     READ CUST-ORDERS NEXT RECORD
006960         AT END
006970             GO TO 1610-CHECK-ORDER-CUSTOMER-EXIT
006980     END-READ.
006990     IF CO-ORDER-NUMBER NOT = RL-ORDER-NUMBER
007000         GO TO 1610-CHECK-ORDER-CUSTOMER-EXIT
007010     END-IF.
007020
007030     MOVE CO-CUSTOMER-ID TO CUSTOMER-ID.
007040     READ CUSTOMERS
007050         INVALID KEY
007060             MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
007070         NOT INVALID KEY
007080             IF CUSTOMER-HOLD-FLAG = 'Y'
007090                 MOVE 'CUSTOMER ON HOLD' TO WS-REJECT-REASON
007100             END-IF
007110     END-READ.
007120 1610-CHECK-ORDER-CUSTOMER-EXIT.
007130     EXIT.
007140
007150 1650-RELEASE-ONE-LINE.
007160     READ CUST-ORDERS NEXT RECORD
007170         AT END
007180             MOVE 'Y' TO WS-CO-EOF
007190             GO TO 1650-RELEASE-ONE-LINE-EXIT
007200     END-READ.
007210     IF CO-ORDER-NUMBER NOT = RL-ORDER-NUMBER
007220         MOVE 'Y' TO WS-CO-EOF
007230         GO TO 1650-RELEASE-ONE-LINE-EXIT
007240     END-IF.
007250     IF CO-LINE-STATUS NOT = 'H'
007260         GO TO 1650-RELEASE-ONE-LINE-EXIT
007270     END-IF.
007280
007290     MOVE CO-ITEM-ID   TO WS-LINE-ITEM-ID.
007300     MOVE CO-ORDER-QTY TO WS-LINE-ORDER-QTY.
007310     MOVE CO-ITEM-ID   TO ITEM-ID.
007320     READ ITEMS
007330         INVALID KEY
007340             MOVE 'ITEM ID NOT FOUND' TO ED-RESULT
007350             MOVE 0 TO WS-ALLOC-QTY
007360             MOVE 0 TO WS-SHORT-QTY
007370             PERFORM 2380-PRINT-ORDER-LINE
007380                 THRU 2380-PRINT-ORDER-LINE-EXIT
007390             ADD 1 TO WS-REJECT-COUNT
007400             GO TO 1650-RELEASE-ONE-LINE-EXIT
007410     END-READ.
007420     PERFORM 2200-ALLOCATE-STOCK
007430         THRU 2200-ALLOCATE-STOCK-EXIT.
007440
007450     MOVE WS-ALLOC-QTY TO CO-ALLOCATED-QTY.
007460     IF WS-SHORT-QTY = 0
007470         MOVE 'A' TO CO-LINE-STATUS
007480     ELSE
007490         MOVE 'B' TO CO-LINE-STATUS
007500     END-IF.
007510     REWRITE CUST-ORDER-RECORD
007520         INVALID KEY
007530             DISPLAY 'CUST-ORDER: ORDER LINE REWRITE FAILED, '
007540                 'ORDER ' CO-ORDER-NUMBER
007550     END-REWRITE.
007560     PERFORM 2350-WRITE-BACKORDER
007570         THRU 2350-WRITE-BACKORDER-EXIT.
007580     ADD 1 TO WS-RELEASED-LINES.
007590
007600     COMPUTE WS-LINE-VALUE = CO-ORDER-QTY * ITEM-PRICE.
007610     MOVE CO-CUSTOMER-ID TO WS-OV-CUSTOMER-ID.
007620     PERFORM 1300-ADD-TO-OPEN-VALUE
007630         THRU 1300-ADD-TO-OPEN-VALUE-EXIT.
007640
007650     IF WS-SHORT-QTY = 0
007660         MOVE 'CREDIT RELEASED' TO ED-RESULT
007670     ELSE
007680         MOVE 'RELEASED, BACKORDERED' TO ED-RESULT
007690     END-IF.
007700     PERFORM 2380-PRINT-ORDER-LINE
007710         THRU 2380-PRINT-ORDER-LINE-EXIT.
007720 1650-RELEASE-ONE-LINE-EXIT.
007730     EXIT.
007740
007750*--------------------------------------------------------------*
007760* 1690-PRINT-RELEASE-REJECT -- log a credit release that was
007770*                              refused or found nothing to release
007780*--------------------------------------------------------------*
007790 1690-PRINT-RELEASE-REJECT.
007800     MOVE RL-ORDER-NUMBER  TO ED-ORDER-NUMBER.
007810     MOVE 0                TO ED-LINE-NUMBER.
007820     MOVE 0                TO ED-CUSTOMER-ID.
007830     MOVE SPACES           TO ED-CUSTOMER-NAME.
007840     MOVE 0                TO ED-ITEM-ID.
007850     MOVE 0                TO ED-ORDER-QTY.
007860     MOVE 0                TO ED-ALLOC-QTY.
007870     MOVE 0                TO ED-SHORT-QTY.
007880     MOVE WS-REJECT-REASON TO ED-RESULT.
007890     WRITE ENTRY-LISTING-LINE FROM WS-ENTRY-DETAIL-LINE.
007900     ADD 1 TO WS-REJECT-COUNT.
007910 1690-PRINT-RELEASE-REJECT-EXIT.
007920     EXIT.
007930
007940*--------------------------------------------------------------*
007950* 2150-START-CUSTOMER -- look the new customer up on the
007960*                        CUSTOMERS master
007970*--------------------------------------------------------------*
007980 2150-START-CUSTOMER.
007990     MOVE OI-CUSTOMER-ID TO WS-PREV-CUSTOMER.
008000     SET ORDER-IS-OPEN TO TRUE.
008010     MOVE OI-CUSTOMER-ID TO CUSTOMER-ID.
008020     READ CUSTOMERS
008030         INVALID KEY
008040             SET CUSTOMER-IS-UNKNOWN TO TRUE
008050             MOVE SPACES TO WS-CUSTOMER-NAME
008060             MOVE 0      TO WS-CREDIT-LIMIT
008070         NOT INVALID KEY
008080             MOVE CUSTOMER-NAME         TO WS-CUSTOMER-NAME
008090             MOVE CUSTOMER-CREDIT-LIMIT TO WS-CREDIT-LIMIT
008100             IF CUSTOMER-HOLD-FLAG = 'Y'
008110                 SET CUSTOMER-IS-HELD TO TRUE
008120             ELSE
008130                 SET CUSTOMER-IS-CLEAR TO TRUE
008140             END-IF
008150     END-READ.
008160 2150-START-CUSTOMER-EXIT.
008170     EXIT.
008180
008190*--------------------------------------------------------------*
008200* 2350-WRITE-BACKORDER -- the backorder record for the order
008210*                         line's shortfall, if any
008220*--------------------------------------------------------------*
008230 2350-WRITE-BACKORDER.
008240     IF WS-SHORT-QTY = 0
008250         GO TO 2350-WRITE-BACKORDER-EXIT
008260     END-IF.
008270     MOVE CO-ITEM-ID           TO BO-ITEM-ID.
008280     MOVE CO-ORDER-NUMBER      TO BO-ORDER-NUMBER.
008290     MOVE CO-LINE-NUMBER       TO BO-LINE-NUMBER.
008300     MOVE WS-SHORT-QTY         TO BO-QTY.
008310     MOVE WS-CURRENT-DATE      TO BO-DATE.
008320     WRITE BACKORDER-RECORD
008330         INVALID KEY
008340             DISPLAY 'CUST-ORDER: BACKORDER WRITE FAILED, '
008350                 'ORDER ' CO-ORDER-NUMBER
008360     END-WRITE.
008370     ADD 1 TO WS-BACKORDER-COUNT.
008380 2350-WRITE-BACKORDER-EXIT.
008390     EXIT.
008400
008410*--------------------------------------------------------------*
008420* 2380-PRINT-ORDER-LINE -- one listing line for the order line
008430*                          in the record area; the caller sets
008440*                          ED-RESULT
008450*--------------------------------------------------------------*
008460 2380-PRINT-ORDER-LINE.
008470     MOVE CO-ORDER-NUMBER      TO ED-ORDER-NUMBER.
008480     MOVE CO-LINE-NUMBER       TO ED-LINE-NUMBER.
008490     MOVE CO-CUSTOMER-ID       TO ED-CUSTOMER-ID.
008500     MOVE CO-CUSTOMER-NAME     TO ED-CUSTOMER-NAME.
008510     MOVE CO-ITEM-ID           TO ED-ITEM-ID.
008520     MOVE CO-ORDER-QTY         TO ED-ORDER-QTY.
008530     MOVE WS-ALLOC-QTY         TO ED-ALLOC-QTY.
008540     MOVE WS-SHORT-QTY         TO ED-SHORT-QTY.
008550     WRITE ENTRY-LISTING-LINE FROM WS-ENTRY-DETAIL-LINE.
008560 2380-PRINT-ORDER-LINE-EXIT.
008570     EXIT.
008580
008590*--------------------------------------------------------------*
008600* 2400-FILE-ORDER -- number the order just taken, check it
008610*                    against the customer's credit limit, and
008620*                    write its lines: allocated when the
008630*                    order fits, on credit hold when the order
008640*                    plus the customer's open order value
008650*                    passes the limit
008660*--------------------------------------------------------------*
008670 2400-FILE-ORDER.
008680     IF WS-OL-COUNT = 0
008690         GO TO 2400-FILE-ORDER-EXIT
008700     END-IF.
008710     ADD 1 TO WS-LAST-ORDER-NUMBER.
008720     MOVE WS-LAST-ORDER-NUMBER TO WS-THIS-ORDER-NUMBER.
008730     MOVE 0                    TO WS-THIS-LINE-NUMBER.
008740     ADD 1 TO WS-ORDER-COUNT.
008750
008760     MOVE WS-PREV-CUSTOMER TO WS-OV-CUSTOMER-ID.
008770     PERFORM 1350-FIND-OPEN-VALUE
008780         THRU 1350-FIND-OPEN-VALUE-EXIT.
008790     IF WS-OV-MATCH > 0
008800         COMPUTE WS-CREDIT-EXPOSURE =
008810             OV-OPEN-VALUE (WS-OV-MATCH) + WS-ORDER-VALUE
008820     ELSE
008830         MOVE WS-ORDER-VALUE TO WS-CREDIT-EXPOSURE
008840     END-IF.
008850
008860     IF WS-CREDIT-EXPOSURE > WS-CREDIT-LIMIT
008870         SET ORDER-ON-CREDIT-HOLD TO TRUE
008880         ADD 1 TO WS-HOLD-ORDER-COUNT
008890     ELSE
008900         MOVE 'N' TO WS-CREDIT-HOLD-SW
008910         MOVE WS-ORDER-VALUE TO WS-LINE-VALUE
008920         PERFORM 1300-ADD-TO-OPEN-VALUE
008930             THRU 1300-ADD-TO-OPEN-VALUE-EXIT
008940     END-IF.
008950
008960     MOVE 0 TO WS-OL-SUB.
008970     PERFORM 2410-FILE-ONE-LINE
008980         THRU 2410-FILE-ONE-LINE-EXIT
008990         UNTIL WS-OL-SUB >= WS-OL-COUNT.
009000     MOVE 0 TO WS-OL-COUNT.
009010     MOVE 0 TO WS-ORDER-VALUE.
009020 2400-FILE-ORDER-EXIT.
009030     EXIT.
009040
009050*    A held order allocates nothing; an item the master no
009060*    longer holds is written short and backordered whole
009070 2410-FILE-ONE-LINE.
009080     ADD 1 TO WS-OL-SUB.
009090     MOVE OL-ITEM-ID (WS-OL-SUB)   TO WS-LINE-ITEM-ID.
009100     MOVE OL-ORDER-QTY (WS-OL-SUB) TO WS-LINE-ORDER-QTY.
009110     MOVE 0 TO WS-ALLOC-QTY.
009120     MOVE 0 TO WS-SHORT-QTY.
009130     IF NOT ORDER-ON-CREDIT-HOLD
009140         MOVE WS-LINE-ITEM-ID TO ITEM-ID
009150         READ ITEMS
009160             INVALID KEY
009170                 MOVE WS-LINE-ORDER-QTY TO WS-SHORT-QTY
009180             NOT INVALID KEY
009190                 PERFORM 2200-ALLOCATE-STOCK
009200                     THRU 2200-ALLOCATE-STOCK-EXIT
009210         END-READ
009220     END-IF.
009230     PERFORM 2300-WRITE-ORDER-LINE
009240         THRU 2300-WRITE-ORDER-LINE-EXIT.
009250 2410-FILE-ONE-LINE-EXIT.
009260     EXIT.
009270
009280*--------------------------------------------------------------*
009290* 3500-PRINT-HELD-ORDERS -- every line still on credit hold,
009300*                           this run's and earlier runs', valued
009310*                           at ITEM-PRICE
009320*--------------------------------------------------------------*
009330 3500-PRINT-HELD-ORDERS.
009340     WRITE ENTRY-LISTING-LINE FROM SPACES.
009350     WRITE ENTRY-LISTING-LINE FROM SPACES.
009360     WRITE ENTRY-LISTING-LINE FROM WS-HELD-HEADING.
009370     WRITE ENTRY-LISTING-LINE FROM SPACES.
009380     WRITE ENTRY-LISTING-LINE FROM WS-HELD-COLUMN-HEADING.
009390
009400     MOVE 0   TO CO-ORDER-NUMBER.
009410     MOVE 0   TO CO-LINE-NUMBER.
009420     MOVE 'N' TO WS-CO-EOF.
009430     START CUST-ORDERS KEY IS NOT LESS THAN
009440             CO-KEY OF CUST-ORDER-RECORD
009450         INVALID KEY
009460             MOVE 'Y' TO WS-CO-EOF
009470     END-START.
009480     PERFORM 3550-PRINT-ONE-HELD-LINE
009490         THRU 3550-PRINT-ONE-HELD-LINE-EXIT
009500         UNTIL END-OF-ORDER-LINES.
009510
009520     MOVE WS-HELD-LINE-COUNT  TO HT-HELD-LINE-COUNT.
009530     MOVE WS-HELD-VALUE-TOTAL TO HT-HELD-VALUE.
009540     WRITE ENTRY-LISTING-LINE FROM SPACES.
009550     WRITE ENTRY-LISTING-LINE FROM WS-HELD-TOTALS-LINE.
009560 3500-PRINT-HELD-ORDERS-EXIT.
009570     EXIT.
009580
009590 3550-PRINT-ONE-HELD-LINE.
009600     READ CUST-ORDERS NEXT RECORD
009610         AT END
009620             MOVE 'Y' TO WS-CO-EOF
009630             GO TO 3550-PRINT-ONE-HELD-LINE-EXIT
009640     END-READ.
009650     IF CO-LINE-STATUS NOT = 'H'
009660         GO TO 3550-PRINT-ONE-HELD-LINE-EXIT
009670     END-IF.
009680     MOVE CO-ITEM-ID TO ITEM-ID.
009690     READ ITEMS
009700         INVALID KEY
009710             MOVE 0 TO ITEM-PRICE
009720     END-READ.
009730     COMPUTE WS-LINE-VALUE = CO-ORDER-QTY * ITEM-PRICE.
009740     ADD WS-LINE-VALUE TO WS-HELD-VALUE-TOTAL.
009750     ADD 1 TO WS-HELD-LINE-COUNT.
009760
009770     MOVE CO-ORDER-NUMBER  TO HD-ORDER-NUMBER.
009780     MOVE CO-LINE-NUMBER   TO HD-LINE-NUMBER.
009790     MOVE CO-CUSTOMER-ID   TO HD-CUSTOMER-ID.
009800     MOVE CO-CUSTOMER-NAME TO HD-CUSTOMER-NAME.
009810     MOVE CO-ITEM-ID       TO HD-ITEM-ID.
009820     MOVE CO-ORDER-QTY     TO HD-ORDER-QTY.
009830     MOVE WS-LINE-VALUE    TO HD-LINE-VALUE.
009840     MOVE CO-ORDER-DATE    TO HD-ORDER-DATE.
009850     WRITE ENTRY-LISTING-LINE FROM WS-HELD-DETAIL-LINE.
009860 3550-PRINT-ONE-HELD-LINE-EXIT.
009870     EXIT.
009880
009890*--------------------------------------------------------------*
009900* 1050-OPEN-CREDIT-FILES -- the CUSTOMERS master for the credit
009910*                           check and the credit release file
009920*--------------------------------------------------------------*
009930 1050-OPEN-CREDIT-FILES.
009940     ACCEPT WS-CUSTOMERS-PATH FROM ENVIRONMENT 'DD-CUSTOMERS'
009950         ON EXCEPTION
009960             CONTINUE
009970     END-ACCEPT.
009980     IF WS-CUSTOMERS-PATH = SPACES
009990         MOVE 'CUSTOMERS.DAT' TO WS-CUSTOMERS-PATH
010000     END-IF.
010010     OPEN INPUT CUSTOMERS.
010020     IF NOT CUSTOMERS-STATUS-OK
010030         DISPLAY 'CUST-ORDER: UNABLE TO OPEN CUSTOMERS, STATUS = '
010040             WS-CUSTOMERS-STATUS
010050         GO TO 1000-INITIALIZE-ABEND
010060     END-IF.
010070
010080*    No credit release file just means credit released nothing
010090     OPEN INPUT CREDIT-RELEASE.
010100     IF RELEASE-FILE-NOT-FOUND
010110         MOVE 'Y' TO WS-RELEASE-EOF
010120     ELSE
010130         IF NOT RELEASE-STATUS-OK
010140             DISPLAY 'CUST-ORDER: CREDIT RELEASE OPEN FAILED, '
010150                 'STATUS = ' WS-RELEASE-STATUS
010160             GO TO 1000-INITIALIZE-ABEND
010170         END-IF
010180     END-IF.
010190 1050-OPEN-CREDIT-FILES-EXIT.
010200     EXIT.
010210
010220 END PROGRAM CUST-ORDER.
