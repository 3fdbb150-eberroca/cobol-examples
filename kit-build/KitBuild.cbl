000310*          When the LOCATION master is live, the whole build
000320*          happens at DD-BUILD-LOC (default the main location),
000330*          and the per-location balances move with it.
000331*          When the lot balance file is on disk as well, each
000332*          component is drawn out of its lots at the build
000333*          location first-expiring first, the same order
000334*          STOCK-POST draws an issue in, and every lot drawn is
000335*          traced on LOTTRACE.DAT under the KIT reference.
000336*          Whatever the lots cannot cover came out of unlotted
000337*          stock.
000340*
000350* Modification History:
000360*   09/02/2026  EB   Original version.
000361*   10/15/2026  EB   Stamps the operator (DD-OPERATOR) on every
000362*                    ledger record it writes.
000363*   10/15/2026  EB   Signs on through OPER-AUTH as KIT-BUILD
000364*                    before the run-lock. Components are drawn
000365*                    out of their lots first-expiring first, and
000366*                    each lot drawn is traced on LOTTRACE.DAT.
000367*   10/15/2026  EB   A run without DD-OPERATOR is refused
000368*                    rather than signed on under a default ID,
000369*                    so every change is stamped with who made it.
000370* Tectonics: cobc
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS LB-KEY OF LOC-BALANCE-RECORD
000690         FILE STATUS IS WS-LOCBAL-STATUS.
000691
000692     SELECT LOT-BALANCES ASSIGN TO WS-LOTBAL-PATH
000693         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS DYNAMIC
000695         RECORD KEY IS LOT-KEY OF LOT-BALANCE-RECORD
000696         FILE STATUS IS WS-LOTBAL-STATUS.
000700
000702     SELECT LOT-TRACE ASSIGN TO WS-LOTTRACE-PATH
000704         ORGANIZATION IS LINE SEQUENTIAL
000706         FILE STATUS IS WS-LOTTRACE-STATUS.
000708
000710     SELECT BUILD-LISTING ASSIGN TO 'KITBLDRP.TXT'
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730
000920
000930 FD  LOC-BALANCES.
000940     COPY LOCBREC.
000941
000942 FD  LOT-BALANCES.
000943     COPY LOTBREC.
000944
000945 FD  LOT-TRACE.
000946     COPY LOTTREC.
000950
000960 FD  BUILD-LISTING.
000970 01  BUILD-LISTING-LINE                  PIC X(100).
001080
001090 01  WS-LOCBAL-PATH                      PIC X(100)  VALUE
001100     'LOCBAL.DAT'.
001101
001102 01  WS-LOTBAL-PATH                      PIC X(100)  VALUE
001103     'LOTBAL.DAT'.
001104
001105 01  WS-LOTTRACE-PATH                    PIC X(100)  VALUE
001106     'LOTTRACE.DAT'.
001110
001120 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
001130     88  ITEMS-STATUS-OK                              VALUE '00'.
001280
001290 01  WS-LOCBAL-OPEN-SW                   PIC X(01)   VALUE 'N'.
001300     88  LOCBAL-FILE-AVAILABLE                       VALUE 'Y'.
001301
001302 01  WS-LOTBAL-STATUS                    PIC X(02)   VALUE '00'.
001303     88  LOTBAL-STATUS-OK                             VALUE '00'.
001304
001305 01  WS-LOTTRACE-STATUS                  PIC X(02)   VALUE '00'.
001306     88  LOTTRACE-STATUS-OK                           VALUE '00'.
001307     88  LOTTRACE-FILE-NOT-FOUND                      VALUE '35'.
001310
001312 01  WS-LOTBAL-OPEN-SW                   PIC X(01)   VALUE 'N'.
001314     88  LOTBAL-FILE-AVAILABLE                       VALUE 'Y'.
001316
001320 01  WS-BUILD-LOCATION                   PIC X(03)   VALUE 'MN1'.
001325 01  WS-DEFAULT-LOCATION                 PIC X(03)   VALUE 'MN1'.
001330
001390
001400 01  WS-BILL-EOF                         PIC X(01)   VALUE 'N'.
001410     88  END-OF-BILL                                 VALUE 'Y'.
001412
001414 01  WS-LOT-EOF                          PIC X(01)   VALUE 'N'.
001416     88  END-OF-LOCATION-LOTS                        VALUE 'Y'.
001420
001430 01  WS-BUILD-OK-SW                      PIC X(01)   VALUE 'Y'.
001440     88  BUILD-IS-GOOD                               VALUE 'Y'.
001490 01  WS-LOCK-ACTION                      PIC X(01)   VALUE SPACE.
001500 01  WS-LOCK-PROGRAM                     PIC X(12)   VALUE SPACES.
001510 01  WS-CTL-PROGRAM                      PIC X(12)   VALUE SPACES.
001511 01  WS-OPERATOR-ID                      PIC X(08)   VALUE SPACES.
001512 01  WS-AUTH-ACTION                      PIC X(01)   VALUE SPACE.
001513 01  WS-AUTH-PROGRAM                     PIC X(12)   VALUE
001514     'KIT-BUILD'.
001515 01  WS-AUTH-TRAN-TYPE                   PIC X(01)   VALUE SPACE.
001520
001530 77  WS-BUILD-COUNT                      PIC 9(05)   VALUE 0.
001540 77  WS-REJECT-COUNT                     PIC 9(05)   VALUE 0.
001640
001650 77  WS-BILL-COUNT                       PIC 9(02)   VALUE 0.
001660 77  WS-BILL-SUB                         PIC 9(02)   VALUE 0.
001662 77  WS-LOT-COUNT                        PIC 9(02)   VALUE 0.
001664 77  WS-LOT-SUB                          PIC 9(02)   VALUE 0.
001666 77  WS-LOT-PICK                         PIC 9(02)   VALUE 0.
001670
001680*--------------------------------------------------------------*
001690* POSTING WORK AREAS
001860
001870 01  WS-LOC-SEED-SW                      PIC X(01)   VALUE 'N'.
001880     88  ITEM-HAS-LOC-BALANCES                       VALUE 'Y'.
001881
001882*--------------------------------------------------------------*
001883* LOT WORK AREAS -- the component's lots at the build location,
001884* loaded so the draw can take the first-expiring lot first
001885*--------------------------------------------------------------*
001886 77  WS-LOT-DRAW-QTY                     PIC 9(07)   VALUE 0.
001887 77  WS-LOT-TAKE                         PIC 9(05)   VALUE 0.
001888 77  WS-LOT-EARLIEST                     PIC 9(08)   VALUE 0.
001890
001891 01  WS-LOT-TABLE.
001892     05  WS-LOT-ENTRY OCCURS 50 TIMES.
001893         10  LTB-LOT-NUMBER              PIC X(10).
001894         10  LTB-EXPIRY-DATE             PIC 9(08).
001895         10  LTB-DRAW-ORDER              PIC 9(08).
001896         10  LTB-QUANTITY                PIC 9(05).
001897
001900 01  WS-CURRENT-DATE.
001910     05  WS-CURRENT-YEAR                 PIC 9(04).
001920     05  WS-CURRENT-MONTH                PIC 9(02).
002380     STOP RUN.
002390
002400*--------------------------------------------------------------*
002408* 1000-INITIALIZE -- sign on, take the run-lock, open the
002416*                    master for update, the bill file, the ledger,
002424*                    and the location and lot balances when
002432*                    locations are live
002440*--------------------------------------------------------------*
002450 1000-INITIALIZE.
002451*    Sign on before taking the lock, so a refused operator
002452*    leaves nothing behind to clear
002453     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'DD-OPERATOR'
002454         ON EXCEPTION
002455             CONTINUE
002456     END-ACCEPT.
002457     IF WS-OPERATOR-ID = SPACES
002458         DISPLAY 'KIT-BUILD: DD-OPERATOR NOT GIVEN'
002459         GO TO 1000-INITIALIZE-ABEND
002460     END-IF.
002461     MOVE 'S' TO WS-AUTH-ACTION.
002462     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
002463                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
002464     IF RETURN-CODE NOT = 0
002465         DISPLAY 'KIT-BUILD: OPERATOR ' WS-OPERATOR-ID
002466             ' NOT AUTHORIZED, RUN REFUSED'
002467         GO TO 1000-INITIALIZE-ABEND
002468     END-IF.
002469
002470*    The ITEMS master run-lock: refuse to start while another
002471*    updater holds it; DD-LOCK-OVERRIDE=Y clears a lock left
002480*    behind by an abend
002490     MOVE 'A'         TO WS-LOCK-ACTION.
002500     MOVE 'KIT-BUILD' TO WS-LOCK-PROGRAM.
003220     IF LOCBAL-STATUS-OK
003230         MOVE 'Y' TO WS-LOCBAL-OPEN-SW
003240     END-IF.
003243     PERFORM 1100-OPEN-LOT-FILES
003246         THRU 1100-OPEN-LOT-FILES-EXIT.
003250
003260*    No build order file just means nothing is being assembled
003270     OPEN INPUT BUILD-ORDERS.
005154
005156*--------------------------------------------------------------*
005157* 2400-POST-COMPONENT-ISSUES -- book every component out of the
005164*                               master, the ledger, the build
005171*                               location, and its lots there
005180*--------------------------------------------------------------*
005190 2400-POST-COMPONENT-ISSUES.
005200     MOVE 0 TO WS-BILL-SUB.
005560             WS-LOC-QTY - BT-NEEDED-QTY (WS-BILL-SUB)
005600         PERFORM 7200-PUT-LOC-BALANCE
005610             THRU 7200-PUT-LOC-BALANCE-EXIT
005611         IF LOTBAL-FILE-AVAILABLE
005612             MOVE BT-NEEDED-QTY (WS-BILL-SUB) TO WS-LOT-DRAW-QTY
005613             PERFORM 7300-DRAW-LOTS
005614                 THRU 7300-DRAW-LOTS-EXIT
005615         END-IF
005620     END-IF.
005630 2450-POST-ONE-ISSUE-EXIT.
005640     EXIT.
006360     MOVE WS-OLD-QUANTITY    TO LEDGER-QTY-BEFORE.
006370     MOVE WS-NEW-QUANTITY    TO LEDGER-QTY-AFTER.
006380     MOVE WS-BUILD-REFERENCE TO LEDGER-REFERENCE.
006385     MOVE WS-OPERATOR-ID     TO LEDGER-OPERATOR-ID.
006390     IF LOCBAL-FILE-AVAILABLE
006400         MOVE WS-BUILD-LOCATION TO LEDGER-LOCATION
006410     ELSE
007710     CLOSE MOVE-LEDGER.
007720     IF LOCBAL-FILE-AVAILABLE
007730         CLOSE LOC-BALANCES
007732     END-IF.
007734     IF LOTBAL-FILE-AVAILABLE
007736         CLOSE LOT-BALANCES
007738         CLOSE LOT-TRACE
007740     END-IF.
007750     CLOSE BUILD-LISTING.
007760
007810 9000-TERMINATE-EXIT.
007820     EXIT.
007830
007840*--------------------------------------------------------------*
007850* 1100-OPEN-LOT-FILES -- the lot balance file is optional too:
007860*                        without it nothing is lotted and the
007870*                        components come out of unlotted stock
007880*--------------------------------------------------------------*
007890 1100-OPEN-LOT-FILES.
007900     IF LOCBAL-FILE-AVAILABLE
007910         ACCEPT WS-LOTBAL-PATH FROM ENVIRONMENT 'DD-LOTBAL'
007920             ON EXCEPTION
007930                 CONTINUE
007940         END-ACCEPT
007950         IF WS-LOTBAL-PATH = SPACES
007960             MOVE 'LOTBAL.DAT' TO WS-LOTBAL-PATH
007970         END-IF
007980         OPEN I-O LOT-BALANCES
007990         IF LOTBAL-STATUS-OK
008000             MOVE 'Y' TO WS-LOTBAL-OPEN-SW
008010         END-IF
008020     END-IF.
008030     IF LOTBAL-FILE-AVAILABLE
008040         ACCEPT WS-LOTTRACE-PATH FROM ENVIRONMENT 'DD-LOTTRACE'
008050             ON EXCEPTION
008060                 CONTINUE
008070         END-ACCEPT
008080         IF WS-LOTTRACE-PATH = SPACES
008090             MOVE 'LOTTRACE.DAT' TO WS-LOTTRACE-PATH
008100         END-IF
008110         OPEN EXTEND LOT-TRACE
008120         IF LOTTRACE-FILE-NOT-FOUND
008130             OPEN OUTPUT LOT-TRACE
008140         END-IF
008150         IF NOT LOTTRACE-STATUS-OK
008160             DISPLAY 'KIT-BUILD: UNABLE TO OPEN LOTTRACE, '
008170                 'STATUS = ' WS-LOTTRACE-STATUS
008180             GO TO 1000-INITIALIZE-ABEND
008190         END-IF
008200     END-IF.
008210 1100-OPEN-LOT-FILES-EXIT.
008220     EXIT.
008230
008240*--------------------------------------------------------------*
008250* 7300-DRAW-LOTS -- take WS-LOT-DRAW-QTY of the component out of
008260*                   its lots at the build location, first-expiring
008270*                   first. A lot with no expiry sorts after every
008280*                   dated lot; whatever the lots cannot cover came
008290*                   out of unlotted stock.
008300*--------------------------------------------------------------*
008310 7300-DRAW-LOTS.
008320     MOVE 0   TO WS-LOT-COUNT.
008330     MOVE 'N' TO WS-LOT-EOF.
008340     MOVE WS-LOC-ITEM-ID    TO LOT-ITEM-ID.
008350     MOVE WS-BUILD-LOCATION TO LOT-LOCATION-CODE.
008360     MOVE LOW-VALUES        TO LOT-NUMBER.
008370     START LOT-BALANCES KEY IS NOT LESS THAN
008380             LOT-KEY OF LOT-BALANCE-RECORD
008390         INVALID KEY
008400             MOVE 'Y' TO WS-LOT-EOF
008410     END-START.
008420     PERFORM 7310-LOAD-ONE-LOT
008430         THRU 7310-LOAD-ONE-LOT-EXIT
008440         UNTIL END-OF-LOCATION-LOTS.
008450
008460     MOVE 'N' TO WS-LOT-EOF.
008470     PERFORM 7320-DRAW-EARLIEST-LOT
008480         THRU 7320-DRAW-EARLIEST-LOT-EXIT
008490         UNTIL WS-LOT-DRAW-QTY = 0
008500         OR END-OF-LOCATION-LOTS.
008510 7300-DRAW-LOTS-EXIT.
008520     EXIT.
008530
008540 7310-LOAD-ONE-LOT.
008550     READ LOT-BALANCES NEXT RECORD
008560         AT END
008570             MOVE 'Y' TO WS-LOT-EOF
008580             GO TO 7310-LOAD-ONE-LOT-EXIT
008590     END-READ.
008600     IF LOT-ITEM-ID NOT = WS-LOC-ITEM-ID
008610             OR LOT-LOCATION-CODE NOT = WS-BUILD-LOCATION
008620         MOVE 'Y' TO WS-LOT-EOF
008630         GO TO 7310-LOAD-ONE-LOT-EXIT
008640     END-IF.
008650     IF LOT-QUANTITY = 0
008660         GO TO 7310-LOAD-ONE-LOT-EXIT
008670     END-IF.
008680     IF WS-LOT-COUNT >= 50
008690         DISPLAY 'KIT-BUILD: MORE THAN 50 LOTS, ITEM '
008700             WS-LOC-ITEM-ID ' AT ' WS-BUILD-LOCATION
008710         MOVE 'Y' TO WS-LOT-EOF
008720         GO TO 7310-LOAD-ONE-LOT-EXIT
008730     END-IF.
008740     ADD 1 TO WS-LOT-COUNT.
008750     MOVE LOT-NUMBER      TO LTB-LOT-NUMBER (WS-LOT-COUNT).
008760     MOVE LOT-EXPIRY-DATE TO LTB-EXPIRY-DATE (WS-LOT-COUNT).
008770     IF LOT-EXPIRY-DATE = 0
008780         MOVE 99999999    TO LTB-DRAW-ORDER (WS-LOT-COUNT)
008790     ELSE
008800         MOVE LOT-EXPIRY-DATE TO LTB-DRAW-ORDER (WS-LOT-COUNT)
008810     END-IF.
008820     MOVE LOT-QUANTITY    TO LTB-QUANTITY (WS-LOT-COUNT).
008830 7310-LOAD-ONE-LOT-EXIT.
008840     EXIT.
008850
008860 7320-DRAW-EARLIEST-LOT.
008870     MOVE 0        TO WS-LOT-PICK.
008880     MOVE 99999999 TO WS-LOT-EARLIEST.
008890     PERFORM 7330-CHECK-EARLIEST-LOT
008900         THRU 7330-CHECK-EARLIEST-LOT-EXIT
008910         VARYING WS-LOT-SUB FROM 1 BY 1
008920         UNTIL WS-LOT-SUB > WS-LOT-COUNT.
008930     IF WS-LOT-PICK = 0
008940         MOVE 'Y' TO WS-LOT-EOF
008950         GO TO 7320-DRAW-EARLIEST-LOT-EXIT
008960     END-IF.
008970     PERFORM 7340-DRAW-ONE-LOT
008980         THRU 7340-DRAW-ONE-LOT-EXIT.
008990 7320-DRAW-EARLIEST-LOT-EXIT.
009000     EXIT.
009010
009020 7330-CHECK-EARLIEST-LOT.
009030     IF LTB-QUANTITY (WS-LOT-SUB) > 0
009040         IF WS-LOT-PICK = 0
009050                 OR LTB-DRAW-ORDER (WS-LOT-SUB) < WS-LOT-EARLIEST
009060             MOVE WS-LOT-SUB TO WS-LOT-PICK
009070             MOVE LTB-DRAW-ORDER (WS-LOT-SUB) TO WS-LOT-EARLIEST
009080         END-IF
009090     END-IF.
009100 7330-CHECK-EARLIEST-LOT-EXIT.
009110     EXIT.
009120
009130*--------------------------------------------------------------*
009140* 7340-DRAW-ONE-LOT -- take what the chosen lot can give; a lot
009150*                      drawn to zero is deleted, and the draw is
009160*                      traced against the kit being built
009170*--------------------------------------------------------------*
009180 7340-DRAW-ONE-LOT.
009190     IF LTB-QUANTITY (WS-LOT-PICK) < WS-LOT-DRAW-QTY
009200         MOVE LTB-QUANTITY (WS-LOT-PICK) TO WS-LOT-TAKE
009210     ELSE
009220         MOVE WS-LOT-DRAW-QTY TO WS-LOT-TAKE
009230     END-IF.
009240     SUBTRACT WS-LOT-TAKE FROM LTB-QUANTITY (WS-LOT-PICK).
009250     SUBTRACT WS-LOT-TAKE FROM WS-LOT-DRAW-QTY.
009260
009270     MOVE WS-LOC-ITEM-ID               TO LOT-ITEM-ID.
009280     MOVE WS-BUILD-LOCATION            TO LOT-LOCATION-CODE.
009290     MOVE LTB-LOT-NUMBER (WS-LOT-PICK) TO LOT-NUMBER.
009300     READ LOT-BALANCES
009310         INVALID KEY
009320             DISPLAY 'KIT-BUILD: LOT NOT FOUND, ITEM '
009330                 WS-LOC-ITEM-ID ' LOT ' LOT-NUMBER
009340             GO TO 7340-DRAW-ONE-LOT-EXIT
009350     END-READ.
009360     IF LTB-QUANTITY (WS-LOT-PICK) = 0
009370         DELETE LOT-BALANCES
009380             INVALID KEY
009390                 DISPLAY 'KIT-BUILD: LOTBAL DELETE FAILED, '
009400                     'ITEM ' WS-LOC-ITEM-ID
009410         END-DELETE
009420     ELSE
009430         MOVE LTB-QUANTITY (WS-LOT-PICK) TO LOT-QUANTITY
009440         REWRITE LOT-BALANCE-RECORD
009450             INVALID KEY
009460                 DISPLAY 'KIT-BUILD: LOTBAL REWRITE FAILED, '
009470                     'ITEM ' WS-LOC-ITEM-ID
009480         END-REWRITE
009490     END-IF.
009500
009510     PERFORM 7350-WRITE-LOT-TRACE
009520         THRU 7350-WRITE-LOT-TRACE-EXIT.
009530 7340-DRAW-ONE-LOT-EXIT.
009540     EXIT.
009550
009560*--------------------------------------------------------------*
009570* 7350-WRITE-LOT-TRACE -- append the lot drawn to the trace file
009580*                         as an issue under the KIT reference
009590*--------------------------------------------------------------*
009600 7350-WRITE-LOT-TRACE.
009610     MOVE LTB-LOT-NUMBER (WS-LOT-PICK)  TO LTR-LOT-NUMBER.
009620     MOVE WS-LOC-ITEM-ID                TO LTR-ITEM-ID.
009630     MOVE WS-BUILD-LOCATION             TO LTR-LOCATION.
009640     MOVE LTB-EXPIRY-DATE (WS-LOT-PICK) TO LTR-EXPIRY-DATE.
009650     MOVE 'I'                           TO LTR-MOVE-TYPE.
009660     MOVE WS-LOT-TAKE                   TO LTR-QUANTITY.
009670     MOVE WS-BUILD-REFERENCE            TO LTR-REFERENCE.
009680     MOVE WS-CURRENT-DATE               TO LTR-DATE.
009690     WRITE LOT-TRACE-RECORD.
009700 7350-WRITE-LOT-TRACE-EXIT.
009710     EXIT.
009720
009730 END PROGRAM KIT-BUILD.
