000210*          balance file is on disk the list shows the first
000220*          location holding the item, so the picker knows which
000230*          building to start in.
000231*          When the lot balance file is on disk the lots to
000232*          pull are named too, first-expiring first, the same
000233*          order STOCK-POST draws them in when the pick is
000234*          confirmed. Lots already handed out earlier on the
000235*          same run are not handed out again.
000240*
000250* Modification History:
000260*   09/02/2026  EB   Original version.
000261*   10/15/2026  EB   Prints the lot (and its expiry date) to
000262*                    pull from LOTBAL.DAT; a pick spanning
000263*                    lots lists each lot on its own line.
000264*   10/15/2026  EB   Holds the ITEMS run-lock while it marks
000265*                    CUSTORDS lines printed, so it cannot run
000266*                    alongside ORDER-PURGE's rebuild of the file.
000270* Tectonics: cobc
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS LB-KEY OF LOC-BALANCE-RECORD
000510         FILE STATUS IS WS-LOCBAL-STATUS.
000511
000512     SELECT LOT-BALANCES ASSIGN TO WS-LOTBAL-PATH
000513         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS DYNAMIC
000515         RECORD KEY IS LOT-KEY OF LOT-BALANCE-RECORD
000516         FILE STATUS IS WS-LOTBAL-STATUS.
000520
000530     SELECT PICK-LISTING ASSIGN TO 'PICKLIST.TXT'
000540         ORGANIZATION IS LINE SEQUENTIAL.
000630
000640 FD  LOC-BALANCES.
000650     COPY LOCBREC.
000652
000654 FD  LOT-BALANCES.
000656     COPY LOTBREC.
000660
000670 FD  PICK-LISTING.
000680 01  PICK-LINE                           PIC X(90).
000880
000890 01  WS-LOCBAL-OPEN-SW                   PIC X(01)   VALUE 'N'.
000900     88  LOCBAL-FILE-AVAILABLE                       VALUE 'Y'.
000901
000902 01  WS-LOTBAL-PATH                      PIC X(100)  VALUE
000903     'LOTBAL.DAT'.
000904
000905 01  WS-LOTBAL-STATUS                    PIC X(02)   VALUE '00'.
000906     88  LOTBAL-STATUS-OK                             VALUE '00'.
000907
000908 01  WS-LOTBAL-OPEN-SW                   PIC X(01)   VALUE 'N'.
000909     88  LOTBAL-FILE-AVAILABLE                       VALUE 'Y'.
000910
000920 01  WS-EOF                              PIC X(01)   VALUE 'N'.
000930     88  END-OF-ORDERS                               VALUE 'Y'.
001020
001030 01  WS-ITEM-NAME-SAVE                   PIC X(25)   VALUE SPACES.
001040 01  WS-PICK-LOCATION                    PIC X(03)   VALUE SPACES.
001042
001044 01  WS-LOCK-ACTION                      PIC X(01)   VALUE SPACE.
001046 01  WS-LOCK-PROGRAM                     PIC X(12)   VALUE SPACES.
001050
001051*--------------------------------------------------------------*
001052* LOT TABLES -- the item's lots at the pick location (less what
001053* this run has already listed), the lots chosen for the line,
001054* and everything listed so far on the run
001055*--------------------------------------------------------------*
001056 01  WS-LOT-EOF                          PIC X(01)   VALUE 'N'.
001057     88  END-OF-LOCATION-LOTS                        VALUE 'Y'.
001058
001059 01  WS-LOT-TABLE.
001060     05  WS-LOT-ENTRY OCCURS 50 TIMES.
001061         10  LTB-LOT-NUMBER              PIC X(10).
001062         10  LTB-EXPIRY-DATE             PIC 9(08).
001063         10  LTB-DRAW-ORDER              PIC 9(08).
001064         10  LTB-QUANTITY                PIC 9(05).
001065
001066 77  WS-LOT-COUNT                        PIC 9(02)   VALUE 0.
001067 77  WS-LOT-SUB                          PIC 9(02)   VALUE 0.
001068 77  WS-LOT-PICK                         PIC 9(02)   VALUE 0.
001069 77  WS-LOT-EARLIEST                     PIC 9(08)   VALUE 0.
001070 77  WS-LOT-NEEDED                       PIC 9(05)   VALUE 0.
001071 77  WS-LOT-TAKE                         PIC 9(05)   VALUE 0.
001072
001073 01  WS-PULL-TABLE.
001074     05  WS-PULL-ENTRY OCCURS 10 TIMES.
001075         10  PL-LOT-NUMBER               PIC X(10).
001076         10  PL-EXPIRY-DATE              PIC 9(08).
001077         10  PL-QUANTITY                 PIC 9(05).
001078
001079 77  WS-PULL-COUNT                       PIC 9(02)   VALUE 0.
001080 77  WS-PULL-SUB                         PIC 9(02)   VALUE 0.
001081
001082 01  WS-LISTED-TABLE.
001083     05  WS-LISTED-ENTRY OCCURS 500 TIMES.
001084         10  LS-ITEM-ID                  PIC 9(05).
001085         10  LS-LOCATION                 PIC X(03).
001086         10  LS-LOT-NUMBER               PIC X(10).
001087         10  LS-QUANTITY                 PIC 9(05).
001088
001089 77  WS-LISTED-COUNT                     PIC 9(03)   VALUE 0.
001090 77  WS-LISTED-SUB                       PIC 9(03)   VALUE 0.
001091 77  WS-LISTED-MATCH                     PIC 9(03)   VALUE 0.
001092
001093 01  WS-WORK-DATE.
001094     05  WS-WORK-YEAR                    PIC 9(04).
001095     05  WS-WORK-MONTH                   PIC 9(02).
001096     05  WS-WORK-DAY                     PIC 9(02).
001100
001101 01  WS-DISPLAY-DATE.
001102     05  WS-DISPLAY-MONTH                PIC 9(02).
001103     05  FILLER                          PIC X(01)   VALUE '/'.
001104     05  WS-DISPLAY-DAY                  PIC 9(02).
001105     05  FILLER                          PIC X(01)   VALUE '/'.
001106     05  WS-DISPLAY-YEAR                 PIC 9(04).
001107
001108 01  WS-EXPIRY-TEXT                      PIC X(10)   VALUE SPACES.
001109 01  WS-FIND-LOT                         PIC X(10)   VALUE SPACES.
001110
001111 01  WS-CURRENT-DATE.
001112     05  WS-CURRENT-YEAR                 PIC 9(04).
001113     05  WS-CURRENT-MONTH                PIC 9(02).
001114     05  WS-CURRENT-DAY                  PIC 9(02).
001115
001116*--------------------------------------------------------------*
001120* PRINT-IMAGE LINES
001130*--------------------------------------------------------------*
001140 01  WS-LIST-HEADING.
001340     05  FILLER                          PIC X(04) VALUE 'PICK'.
001350     05  FILLER                          PIC X(05) VALUE SPACES.
001360     05  FILLER                          PIC X(03) VALUE 'LOC'.
001361     05  FILLER                          PIC X(02) VALUE SPACES.
001362     05  FILLER                          PIC X(10) VALUE 'LOT'.
001363     05  FILLER                          PIC X(02) VALUE SPACES.
001364     05  FILLER                          PIC X(10) VALUE
001365         'EXPIRES'.
001370
001380 01  WS-PICK-DETAIL-LINE.
001390     05  PD-LINE-NUMBER                  PIC 9(03).
001450     05  PD-PICK-QTY                     PIC ZZ,ZZ9.
001460     05  FILLER                          PIC X(03) VALUE SPACES.
001470     05  PD-LOCATION                     PIC X(03).
001472     05  FILLER                          PIC X(02) VALUE SPACES.
001474     05  PD-LOT-NUMBER                   PIC X(10).
001476     05  FILLER                          PIC X(02) VALUE SPACES.
001478     05  PD-EXPIRY-DATE                  PIC X(10).
001480
001481 01  WS-PICK-LOT-LINE.
001482     05  FILLER                          PIC X(15) VALUE SPACES.
001483     05  FILLER                          PIC X(25) VALUE
001484         '  PULL FROM LOT'.
001485     05  FILLER                          PIC X(01) VALUE SPACES.
001486     05  PL-PICK-QTY                     PIC ZZ,ZZ9.
001487     05  FILLER                          PIC X(03) VALUE SPACES.
001488     05  PL-LOCATION                     PIC X(03).
001489     05  FILLER                          PIC X(02) VALUE SPACES.
001490     05  PL-PRINT-LOT                    PIC X(10).
001491     05  FILLER                          PIC X(02) VALUE SPACES.
001492     05  PL-PRINT-EXPIRY                 PIC X(10).
001493
001494 01  WS-TOTAL-LINE.
001500     05  FILLER                          PIC X(08) VALUE
001510         'ORDERS: '.
001520     05  TL-ORDERS-PRINTED               PIC ZZ,ZZ9.
001760     STOP RUN.
001770
001780*--------------------------------------------------------------*
001790* 1000-INITIALIZE -- take the run-lock, open the order file
001800*                    for update (printed lines are marked), the
001810*                    master for names, and the listing
001820*--------------------------------------------------------------*
001830 1000-INITIALIZE.
001831*    The ITEMS run-lock keeps ORDER-PURGE off the order file
001832     MOVE 'A'         TO WS-LOCK-ACTION.
001833     MOVE 'PICK-LIST' TO WS-LOCK-PROGRAM.
001834     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
001835     IF RETURN-CODE NOT = 0
001836         DISPLAY 'PICK-LIST: ITEMS MASTER LOCKED, RUN REFUSED'
001837         GO TO 1000-INITIALIZE-ABEND
001838     END-IF.
001839
001840     ACCEPT WS-CUSTORDS-PATH FROM ENVIRONMENT 'DD-CUSTORDS'
001850         ON EXCEPTION
001860             CONTINUE
002200     IF LOCBAL-STATUS-OK
002210         MOVE 'Y' TO WS-LOCBAL-OPEN-SW
002220     END-IF.
002222
002224     PERFORM 1100-OPEN-LOT-FILE
002226         THRU 1100-OPEN-LOT-FILE-EXIT.
002230
002240     OPEN OUTPUT PICK-LISTING.
002250     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002780         THRU 2200-LOOK-UP-ITEM-NAME-EXIT.
002790     PERFORM 2300-FIND-PICK-LOCATION
002800         THRU 2300-FIND-PICK-LOCATION-EXIT.
002803     PERFORM 2400-CHOOSE-PICK-LOTS
002806         THRU 2400-CHOOSE-PICK-LOTS-EXIT.
002810
002820     MOVE CO-LINE-NUMBER    TO PD-LINE-NUMBER.
002830     MOVE CO-ITEM-ID        TO PD-ITEM-ID.
002860     MOVE WS-PICK-LOCATION  TO PD-LOCATION.
002870     WRITE PICK-LINE FROM WS-PICK-DETAIL-LINE.
002880     ADD 1 TO WS-LINES-PRINTED.
002882
002884     PERFORM 2590-LIST-PICK-LOTS
002886         THRU 2590-LIST-PICK-LOTS-EXIT.
002890
002895     MOVE CO-ALLOCATED-QTY TO CO-PRINTED-QTY.
002900     MOVE 'P' TO CO-LINE-STATUS.
003640     EXIT.
003650
003660*--------------------------------------------------------------*
003670* 9000-TERMINATE -- close files and release the run-lock
003680*--------------------------------------------------------------*
003690 9000-TERMINATE.
003700     CLOSE CUST-ORDERS.
003710     CLOSE ITEMS.
003720     IF LOCBAL-FILE-AVAILABLE
003730         CLOSE LOC-BALANCES
003732     END-IF.
003734     IF LOTBAL-FILE-AVAILABLE
003736         CLOSE LOT-BALANCES
003740     END-IF.
003750     CLOSE PICK-LISTING.
003752
003754     MOVE 'R' TO WS-LOCK-ACTION.
003756     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
003760 9000-TERMINATE-EXIT.
003770     EXIT.
003780
003790*--------------------------------------------------------------*
003800* 1100-OPEN-LOT-FILE -- lots are named only where locations are;
003810*                       without the lot file the list prints as
003820*                       before
003830*--------------------------------------------------------------*
003840 1100-OPEN-LOT-FILE.
003850     IF LOCBAL-FILE-AVAILABLE
003860         ACCEPT WS-LOTBAL-PATH FROM ENVIRONMENT 'DD-LOTBAL'
003870             ON EXCEPTION
003880                 CONTINUE
003890         END-ACCEPT
003900         IF WS-LOTBAL-PATH = SPACES
003910             MOVE 'LOTBAL.DAT' TO WS-LOTBAL-PATH
003920         END-IF
003930         OPEN INPUT LOT-BALANCES
003940         IF LOTBAL-STATUS-OK
003950             MOVE 'Y' TO WS-LOTBAL-OPEN-SW
003960         END-IF
003970     END-IF.
003980 1100-OPEN-LOT-FILE-EXIT.
003990     EXIT.
004000
004010*--------------------------------------------------------------*
004020* 2400-CHOOSE-PICK-LOTS -- the lots at the pick location the
004030*                          line should come out of, first-
004040*                          expiring first, as STOCK-POST will
004050*                          draw them; WS-LOT-NEEDED is left with
004060*                          whatever the lots cannot cover
004070*--------------------------------------------------------------*
004080 2400-CHOOSE-PICK-LOTS.
004090     MOVE SPACES      TO PD-LOT-NUMBER.
004100     MOVE SPACES      TO PD-EXPIRY-DATE.
004110     MOVE 0           TO WS-PULL-COUNT.
004120     MOVE WS-PICK-QTY TO WS-LOT-NEEDED.
004130     IF NOT LOTBAL-FILE-AVAILABLE
004140             OR WS-PICK-LOCATION = SPACES
004150         GO TO 2400-CHOOSE-PICK-LOTS-EXIT
004160     END-IF.
004170
004180     MOVE 0   TO WS-LOT-COUNT.
004190     MOVE 'N' TO WS-LOT-EOF.
004200     MOVE CO-ITEM-ID       TO LOT-ITEM-ID.
004210     MOVE WS-PICK-LOCATION TO LOT-LOCATION-CODE.
004220     MOVE LOW-VALUES       TO LOT-NUMBER.
004230     START LOT-BALANCES KEY IS NOT LESS THAN
004240             LOT-KEY OF LOT-BALANCE-RECORD
004250         INVALID KEY
004260             MOVE 'Y' TO WS-LOT-EOF
004270     END-START.
004280     PERFORM 2450-LOAD-ONE-LOT
004290         THRU 2450-LOAD-ONE-LOT-EXIT
004300         UNTIL END-OF-LOCATION-LOTS.
004310
004320     MOVE 'N' TO WS-LOT-EOF.
004330     PERFORM 2500-TAKE-EARLIEST-LOT
004340         THRU 2500-TAKE-EARLIEST-LOT-EXIT
004350         UNTIL WS-LOT-NEEDED = 0
004360         OR END-OF-LOCATION-LOTS.
004370
004380*    One lot covering the whole line prints on the detail line
004390*    itself; a line spanning lots is listed under it by 2590
004400     IF WS-PULL-COUNT = 1 AND WS-LOT-NEEDED = 0
004410         MOVE PL-LOT-NUMBER (1)  TO PD-LOT-NUMBER
004420         MOVE PL-EXPIRY-DATE (1) TO WS-WORK-DATE
004430         PERFORM 2700-FORMAT-EXPIRY
004440             THRU 2700-FORMAT-EXPIRY-EXIT
004450         MOVE WS-EXPIRY-TEXT     TO PD-EXPIRY-DATE
004460     END-IF.
004470 2400-CHOOSE-PICK-LOTS-EXIT.
004480     EXIT.
004490
004500*--------------------------------------------------------------*
004510* 2450-LOAD-ONE-LOT -- one lot of the item at the location, less
004520*                      what earlier lines on this run were told
004530*                      to pull from it
004540*--------------------------------------------------------------*
004550 2450-LOAD-ONE-LOT.
004560     READ LOT-BALANCES NEXT RECORD
004570         AT END
004580             MOVE 'Y' TO WS-LOT-EOF
004590             GO TO 2450-LOAD-ONE-LOT-EXIT
004600     END-READ.
004610     IF LOT-ITEM-ID NOT = CO-ITEM-ID
004620             OR LOT-LOCATION-CODE NOT = WS-PICK-LOCATION
004630             OR WS-LOT-COUNT >= 50
004640         MOVE 'Y' TO WS-LOT-EOF
004650         GO TO 2450-LOAD-ONE-LOT-EXIT
004660     END-IF.
004670
004680     MOVE LOT-NUMBER TO WS-FIND-LOT.
004690     PERFORM 2460-FIND-LISTED-LOT
004700         THRU 2460-FIND-LISTED-LOT-EXIT.
004710     IF WS-LISTED-MATCH > 0
004720         IF LS-QUANTITY (WS-LISTED-MATCH) >= LOT-QUANTITY
004730             GO TO 2450-LOAD-ONE-LOT-EXIT
004740         END-IF
004750         SUBTRACT LS-QUANTITY (WS-LISTED-MATCH) FROM LOT-QUANTITY
004760     END-IF.
004770     IF LOT-QUANTITY = 0
004780         GO TO 2450-LOAD-ONE-LOT-EXIT
004790     END-IF.
004800
004810     ADD 1 TO WS-LOT-COUNT.
004820     MOVE LOT-NUMBER      TO LTB-LOT-NUMBER (WS-LOT-COUNT).
004830     MOVE LOT-EXPIRY-DATE TO LTB-EXPIRY-DATE (WS-LOT-COUNT).
004840     IF LOT-EXPIRY-DATE = 0
004850         MOVE 99999999    TO LTB-DRAW-ORDER (WS-LOT-COUNT)
004860     ELSE
004870         MOVE LOT-EXPIRY-DATE TO LTB-DRAW-ORDER (WS-LOT-COUNT)
004880     END-IF.
004890     MOVE LOT-QUANTITY    TO LTB-QUANTITY (WS-LOT-COUNT).
004900 2450-LOAD-ONE-LOT-EXIT.
004910     EXIT.
004920
004930*--------------------------------------------------------------*
004940* 2460-FIND-LISTED-LOT -- linear search of the run's listed lots
004950*                         for the item, pick location and
004960*                         WS-FIND-LOT
004970*--------------------------------------------------------------*
004980 2460-FIND-LISTED-LOT.
004990     MOVE 0 TO WS-LISTED-MATCH.
005000     PERFORM 2465-CHECK-LISTED-LOT
005010         THRU 2465-CHECK-LISTED-LOT-EXIT
005020         VARYING WS-LISTED-SUB FROM 1 BY 1
005030         UNTIL WS-LISTED-SUB > WS-LISTED-COUNT
005040         OR WS-LISTED-MATCH > 0.
005050 2460-FIND-LISTED-LOT-EXIT.
005060     EXIT.
005070
005080 2465-CHECK-LISTED-LOT.
005090     IF LS-ITEM-ID (WS-LISTED-SUB) = CO-ITEM-ID
005100             AND LS-LOCATION (WS-LISTED-SUB) = WS-PICK-LOCATION
005110             AND LS-LOT-NUMBER (WS-LISTED-SUB) = WS-FIND-LOT
005120         MOVE WS-LISTED-SUB TO WS-LISTED-MATCH
005130     END-IF.
005140 2465-CHECK-LISTED-LOT-EXIT.
005150     EXIT.
005160
005170*--------------------------------------------------------------*
005180* 2500-TAKE-EARLIEST-LOT -- the earliest-expiring lot left gives
005190*                           what it can toward the line; a lot
005200*                           with no expiry comes last
005210*--------------------------------------------------------------*
005220 2500-TAKE-EARLIEST-LOT.
005230     MOVE 0        TO WS-LOT-PICK.
005240     MOVE 99999999 TO WS-LOT-EARLIEST.
005250     PERFORM 2550-CHECK-EARLIEST-LOT
005260         THRU 2550-CHECK-EARLIEST-LOT-EXIT
005270         VARYING WS-LOT-SUB FROM 1 BY 1
005280         UNTIL WS-LOT-SUB > WS-LOT-COUNT.
005290     IF WS-LOT-PICK = 0 OR WS-PULL-COUNT >= 10
005300         MOVE 'Y' TO WS-LOT-EOF
005310         GO TO 2500-TAKE-EARLIEST-LOT-EXIT
005320     END-IF.
005330
005340     IF LTB-QUANTITY (WS-LOT-PICK) < WS-LOT-NEEDED
005350         MOVE LTB-QUANTITY (WS-LOT-PICK) TO WS-LOT-TAKE
005360     ELSE
005370         MOVE WS-LOT-NEEDED TO WS-LOT-TAKE
005380     END-IF.
005390     SUBTRACT WS-LOT-TAKE FROM LTB-QUANTITY (WS-LOT-PICK).
005400     SUBTRACT WS-LOT-TAKE FROM WS-LOT-NEEDED.
005410
005420     ADD 1 TO WS-PULL-COUNT.
005430     MOVE LTB-LOT-NUMBER (WS-LOT-PICK)
005440         TO PL-LOT-NUMBER (WS-PULL-COUNT).
005450     MOVE LTB-EXPIRY-DATE (WS-LOT-PICK)
005460         TO PL-EXPIRY-DATE (WS-PULL-COUNT).
005470     MOVE WS-LOT-TAKE TO PL-QUANTITY (WS-PULL-COUNT).
005480
005490*    Remember what this run handed out, so the next line for the
005500*    item does not send a picker to the same units
005510     MOVE LTB-LOT-NUMBER (WS-LOT-PICK) TO WS-FIND-LOT.
005520     PERFORM 2460-FIND-LISTED-LOT
005530         THRU 2460-FIND-LISTED-LOT-EXIT.
005540     IF WS-LISTED-MATCH > 0
005550         ADD WS-LOT-TAKE TO LS-QUANTITY (WS-LISTED-MATCH)
005560     ELSE
005570         IF WS-LISTED-COUNT < 500
005580             ADD 1 TO WS-LISTED-COUNT
005590             MOVE CO-ITEM-ID
005600                 TO LS-ITEM-ID (WS-LISTED-COUNT)
005610             MOVE WS-PICK-LOCATION
005620                 TO LS-LOCATION (WS-LISTED-COUNT)
005630             MOVE WS-FIND-LOT
005640                 TO LS-LOT-NUMBER (WS-LISTED-COUNT)
005650             MOVE WS-LOT-TAKE
005660                 TO LS-QUANTITY (WS-LISTED-COUNT)
005670         END-IF
005680     END-IF.
005690 2500-TAKE-EARLIEST-LOT-EXIT.
005700     EXIT.
005710
005720 2550-CHECK-EARLIEST-LOT.
005730     IF LTB-QUANTITY (WS-LOT-SUB) > 0
005740         IF WS-LOT-PICK = 0
005750                 OR LTB-DRAW-ORDER (WS-LOT-SUB) < WS-LOT-EARLIEST
005760             MOVE WS-LOT-SUB TO WS-LOT-PICK
005770             MOVE LTB-DRAW-ORDER (WS-LOT-SUB) TO WS-LOT-EARLIEST
005780         END-IF
005790     END-IF.
005800 2550-CHECK-EARLIEST-LOT-EXIT.
005810     EXIT.
005820
005830*--------------------------------------------------------------*
005840* 2590-LIST-PICK-LOTS -- a line spanning lots lists each lot
005850*                        underneath it, with any balance the lots
005860*                        cannot cover shown as unlotted
005870*--------------------------------------------------------------*
005880 2590-LIST-PICK-LOTS.
005890     IF WS-PULL-COUNT > 1
005900             OR (WS-PULL-COUNT = 1 AND WS-LOT-NEEDED > 0)
005910         PERFORM 2600-PRINT-LOT-LINE
005920             THRU 2600-PRINT-LOT-LINE-EXIT
005930             VARYING WS-PULL-SUB FROM 1 BY 1
005940             UNTIL WS-PULL-SUB > WS-PULL-COUNT
005950         IF WS-LOT-NEEDED > 0
005960             MOVE WS-LOT-NEEDED    TO PL-PICK-QTY
005970             MOVE WS-PICK-LOCATION TO PL-LOCATION
005980             MOVE '(UNLOTTED)'     TO PL-PRINT-LOT
005990             MOVE SPACES           TO PL-PRINT-EXPIRY
006000             WRITE PICK-LINE FROM WS-PICK-LOT-LINE
006010         END-IF
006020     END-IF.
006030 2590-LIST-PICK-LOTS-EXIT.
006040     EXIT.
006050
006060*--------------------------------------------------------------*
006070* 2600-PRINT-LOT-LINE -- one lot of a pick spanning lots
006080*--------------------------------------------------------------*
006090 2600-PRINT-LOT-LINE.
006100     MOVE PL-QUANTITY (WS-PULL-SUB)    TO PL-PICK-QTY.
006110     MOVE WS-PICK-LOCATION             TO PL-LOCATION.
006120     MOVE PL-LOT-NUMBER (WS-PULL-SUB)  TO PL-PRINT-LOT.
006130     MOVE PL-EXPIRY-DATE (WS-PULL-SUB) TO WS-WORK-DATE.
006140     PERFORM 2700-FORMAT-EXPIRY
006150         THRU 2700-FORMAT-EXPIRY-EXIT.
006160     MOVE WS-EXPIRY-TEXT               TO PL-PRINT-EXPIRY.
006170     WRITE PICK-LINE FROM WS-PICK-LOT-LINE.
006180 2600-PRINT-LOT-LINE-EXIT.
006190     EXIT.
006200
006210*--------------------------------------------------------------*
006220* 2700-FORMAT-EXPIRY -- WS-WORK-DATE to MM/DD/YYYY; a lot with
006230*                       no expiry prints NONE
006240*--------------------------------------------------------------*
006250 2700-FORMAT-EXPIRY.
006260     IF WS-WORK-DATE = ZEROS
006270         MOVE 'NONE' TO WS-EXPIRY-TEXT
006280         GO TO 2700-FORMAT-EXPIRY-EXIT
006290     END-IF.
006300     MOVE WS-WORK-MONTH   TO WS-DISPLAY-MONTH.
006310     MOVE WS-WORK-DAY     TO WS-DISPLAY-DAY.
006320     MOVE WS-WORK-YEAR    TO WS-DISPLAY-YEAR.
006330     MOVE WS-DISPLAY-DATE TO WS-EXPIRY-TEXT.
006340 2700-FORMAT-EXPIRY-EXIT.
006350     EXIT.
006360
006370 END PROGRAM PICK-LIST.
