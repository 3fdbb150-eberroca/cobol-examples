000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Nightly inter-location replenishment. Every item and
000160*          location with a working level on LOCLVL.DAT (kept by
000170*          LEVEL-MAINT) is checked against its balance on
000180*          LOCBAL.DAT. A location below its minimum is topped
000190*          back up to its maximum out of the item's other
000200*          locations holding more than their own maximum, never
000210*          drawing a source below its maximum. Locations are
000220*          filled and drawn on in location code order.
000230*
000240*          Each suggested move is written as a T transfer in the
000250*          MOVEREC layout to REPLMOVE.TXT for STOCK-POST to post,
000260*          and printed on the transfer pick sheet (REPLPICK.TXT)
000270*          grouped by the location the yard crew pulls from.
000280*          What could not be covered from surplus is listed at
000290*          the foot, for purchasing to take up.
000300*
000310*          ITEM-REORDER still watches the company-level
000320*          REORDER-POINT; this step only moves stock already on
000330*          hand between buildings.
000340*
000350* Modification History:
000360*   10/15/2026  EB   Original version.
000370* Tectonics: cobc
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. LOC-REPLENISH.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT LOC-LEVELS ASSIGN TO WS-LOCLVL-PATH
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS LV-KEY OF LOC-LEVEL-RECORD
000490         FILE STATUS IS WS-LOCLVL-STATUS.
000500
000510     SELECT LOC-BALANCES ASSIGN TO WS-LOCBAL-PATH
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS LB-KEY OF LOC-BALANCE-RECORD
000550         FILE STATUS IS WS-LOCBAL-STATUS.
000560
000570     SELECT LOCATIONS ASSIGN TO WS-LOCATIONS-PATH
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS LOCATION-CODE OF LOCATION-FILE-REC
000610         FILE STATUS IS WS-LOCATIONS-STATUS.
000620
000630     SELECT ITEMS ASSIGN TO WS-ITEMS-PATH
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS ITEM-ID OF ITEMS-FILE
000670         FILE STATUS IS WS-ITEMS-STATUS.
000680
000690     SELECT REPL-MOVES ASSIGN TO 'REPLMOVE.TXT'
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710
000720     SELECT SORT-WORK ASSIGN TO 'SORTWORK.TMP'.
000730
000740     SELECT TRANSFER-SHEET ASSIGN TO 'REPLPICK.TXT'
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  LOC-LEVELS.
000800     COPY LVLREC.
000810
000820 FD  LOC-BALANCES.
000830     COPY LOCBREC.
000840
000850 FD  LOCATIONS.
000860     COPY LOCREC.
000870
000880 FD  ITEMS.
000890     COPY ITEMREC.
000900
000910 FD  REPL-MOVES.
000920     COPY MOVEREC.
000930
000940*--------------------------------------------------------------*
000950* SORT RECORD -- one suggested transfer (section 1), keyed by
000960* the location it is pulled from, or one location left short
000970* (section 2)
000980*--------------------------------------------------------------*
000990 SD  SORT-WORK.
001000 01  SORT-WORK-RECORD.
001010     05  RP-SECTION                      PIC 9(01).
001020     05  RP-FROM-LOCATION                PIC X(03).
001030     05  RP-ITEM-ID                      PIC 9(05).
001040     05  RP-TO-LOCATION                  PIC X(03).
001050     05  RP-QUANTITY                     PIC 9(05).
001060     05  RP-ON-HAND                      PIC 9(05).
001070     05  RP-MIN-QTY                      PIC 9(05).
001080     05  RP-MAX-QTY                      PIC 9(05).
001090
001100 FD  TRANSFER-SHEET.
001110 01  TRANSFER-LINE                       PIC X(100).
001120
001130 WORKING-STORAGE SECTION.
001140 01  WS-LOCLVL-PATH                      PIC X(100)  VALUE
001150     'LOCLVL.DAT'.
001160
001170 01  WS-LOCBAL-PATH                      PIC X(100)  VALUE
001180     'LOCBAL.DAT'.
001190
001200 01  WS-LOCATIONS-PATH                   PIC X(100)  VALUE
001210     'LOCATION.DAT'.
001220
001230 01  WS-ITEMS-PATH                       PIC X(100)  VALUE
001240     'ITEMS.DAT'.
001250
001260 01  WS-LOCLVL-STATUS                    PIC X(02)   VALUE '00'.
001270     88  LOCLVL-STATUS-OK                             VALUE '00'.
001280     88  LOCLVL-FILE-NOT-FOUND                        VALUE '35'.
001290
001300 01  WS-LOCBAL-STATUS                    PIC X(02)   VALUE '00'.
001310     88  LOCBAL-STATUS-OK                             VALUE '00'.
001320
001330 01  WS-LOCATIONS-STATUS                 PIC X(02)   VALUE '00'.
001340     88  LOCATIONS-STATUS-OK                          VALUE '00'.
001350
001360 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
001370     88  ITEMS-STATUS-OK                              VALUE '00'.
001380
001390 01  WS-LOCBAL-OPEN-SW                   PIC X(01)   VALUE 'N'.
001400     88  LOCBAL-FILE-AVAILABLE                       VALUE 'Y'.
001410
001420 01  WS-LOCATIONS-OPEN-SW                PIC X(01)   VALUE 'N'.
001430     88  LOCATIONS-FILE-AVAILABLE                    VALUE 'Y'.
001440
001450 01  WS-ITEMS-OPEN-SW                    PIC X(01)   VALUE 'N'.
001460     88  ITEMS-FILE-AVAILABLE                        VALUE 'Y'.
001470
001480 01  WS-EOF                              PIC X(01)   VALUE 'N'.
001490     88  END-OF-LOC-LEVELS                           VALUE 'Y'.
001500
001510 01  WS-SORT-EOF                         PIC X(01)   VALUE 'N'.
001520     88  END-OF-SORT-WORK                            VALUE 'Y'.
001530
001540 01  WS-FIRST-SW                         PIC X(01)   VALUE 'Y'.
001550     88  FIRST-TRANSFER-LINE                         VALUE 'Y'.
001560
001570 01  WS-SHORT-SW                         PIC X(01)   VALUE 'N'.
001580     88  SHORT-SECTION-STARTED                       VALUE 'Y'.
001590
001600*--------------------------------------------------------------*
001610* ITEM LEVEL TABLE -- every leveled location of the item being
001620* planned, with its working balance as moves are planned
001630*--------------------------------------------------------------*
001640 01  WS-LEVEL-TABLE.
001650     05  WS-LEVEL-ENTRY OCCURS 20 TIMES.
001660         10  RL-LOCATION                 PIC X(03).
001670         10  RL-MIN-QTY                  PIC 9(05).
001680         10  RL-MAX-QTY                  PIC 9(05).
001690         10  RL-ON-HAND                  PIC 9(05).
001700         10  RL-START-QTY                PIC 9(05).
001710
001720 77  WS-LEVEL-COUNT                      PIC 9(02)   VALUE 0.
001730 77  WS-NEED-SUB                         PIC 9(02)   VALUE 0.
001740 77  WS-SOURCE-SUB                       PIC 9(02)   VALUE 0.
001750 77  WS-PLAN-ITEM-ID                     PIC 9(05)   VALUE 0.
001760 77  WS-NEED-QTY                         PIC 9(05)   VALUE 0.
001770 77  WS-SURPLUS-QTY                      PIC 9(05)   VALUE 0.
001780 77  WS-MOVE-QTY                         PIC 9(05)   VALUE 0.
001790
001800 77  WS-PREV-FROM-LOCATION               PIC X(03)   VALUE SPACES.
001810 77  WS-LOCATION-LINES                   PIC 9(05)   VALUE 0.
001820 77  WS-LOCATION-UNITS                   PIC 9(07)   VALUE 0.
001830 77  WS-TOTAL-MOVES                      PIC 9(05)   VALUE 0.
001840 77  WS-TOTAL-UNITS                      PIC 9(07)   VALUE 0.
001850 77  WS-TOTAL-SHORT                      PIC 9(05)   VALUE 0.
001860 77  WS-LEVELS-READ                      PIC 9(05)   VALUE 0.
001870 77  WS-LEVELS-DROPPED                   PIC 9(05)   VALUE 0.
001880
001890*--------------------------------------------------------------*
001900* REPORT CONTROL COUNTERS
001910*--------------------------------------------------------------*
001920 77  WS-PAGE-NUMBER                      PIC 9(03)   VALUE 0.
001930 77  WS-LINE-COUNT                       PIC 9(03)   VALUE 99.
001940 77  WS-LINES-PER-PAGE                   PIC 9(03)   VALUE 50.
001950
001960 01  WS-CURRENT-DATE.
001970     05  WS-CURRENT-YEAR                 PIC 9(04).
001980     05  WS-CURRENT-MONTH                PIC 9(02).
001990     05  WS-CURRENT-DAY                  PIC 9(02).
002000
002010 01  WS-DISPLAY-DATE.
002020     05  WS-DISPLAY-MONTH                PIC 9(02).
002030     05  FILLER                          PIC X(01)   VALUE '/'.
002040     05  WS-DISPLAY-DAY                  PIC 9(02).
002050     05  FILLER                          PIC X(01)   VALUE '/'.
002060     05  WS-DISPLAY-YEAR                 PIC 9(04).
002070
002080*--------------------------------------------------------------*
002090* PRINT-IMAGE LINES
002100*--------------------------------------------------------------*
002110 01  WS-HEADING-1.
002120     05  FILLER                          PIC X(30) VALUE
002130         'TRANSFER PICK SHEET'.
002140     05  FILLER                          PIC X(10) VALUE SPACES.
002150     05  FILLER                          PIC X(05) VALUE 'DATE:'.
002160     05  FILLER                          PIC X(01) VALUE SPACE.
002170     05  H1-REPORT-DATE                  PIC X(10).
002180     05  FILLER                          PIC X(10) VALUE SPACES.
002190     05  FILLER                          PIC X(05) VALUE 'PAGE:'.
002200     05  FILLER                          PIC X(01) VALUE SPACE.
002210     05  H1-PAGE-NUMBER                  PIC ZZ9.
002220
002230 01  WS-HEADING-2.
002240     05  FILLER                          PIC X(07) VALUE 'ITEM'.
002250     05  FILLER                          PIC X(27) VALUE
002260         'DESCRIPTION'.
002270     05  FILLER                          PIC X(08) VALUE
002280         '   QTY  '.
002290     05  FILLER                          PIC X(09) VALUE
002300         'TO LOC'.
002310     05  FILLER                          PIC X(20) VALUE
002320         'PULLED      PUT AWAY'.
002330
002340 01  WS-FROM-HEADING.
002350     05  FILLER                          PIC X(11) VALUE
002360         'PULL FROM: '.
002370     05  FH-LOCATION                     PIC X(03).
002380     05  FILLER                          PIC X(02) VALUE SPACES.
002390     05  FH-LOCATION-DESC                PIC X(25).
002400
002410 01  WS-DETAIL-LINE.
002420     05  DL-ITEM-ID                      PIC 9(05).
002430     05  FILLER                          PIC X(02) VALUE SPACES.
002440     05  DL-ITEM-NAME                    PIC X(25).
002450     05  FILLER                          PIC X(02) VALUE SPACES.
002460     05  DL-QUANTITY                     PIC ZZ,ZZ9.
002470     05  FILLER                          PIC X(04) VALUE SPACES.
002480     05  DL-TO-LOCATION                  PIC X(03).
002490     05  FILLER                          PIC X(04) VALUE SPACES.
002500     05  FILLER                          PIC X(20) VALUE
002510         '______      ______'.
002520
002530 01  WS-FROM-TOTAL-LINE.
002540     05  FILLER                          PIC X(07) VALUE SPACES.
002550     05  FILLER                          PIC X(12) VALUE
002560         'TRANSFERS:'.
002570     05  FT-LOCATION-LINES               PIC ZZ,ZZ9.
002580     05  FILLER                          PIC X(04) VALUE SPACES.
002590     05  FILLER                          PIC X(08) VALUE
002600         'UNITS:'.
002610     05  FT-LOCATION-UNITS               PIC Z,ZZZ,ZZ9.
002620
002630 01  WS-SHORT-HEADING-1.
002640     05  FILLER                          PIC X(50) VALUE
002650         'BELOW MINIMUM -- NOT COVERED FROM SURPLUS STOCK'.
002660
002670 01  WS-SHORT-HEADING-2.
002680     05  FILLER                          PIC X(07) VALUE 'ITEM'.
002690     05  FILLER                          PIC X(27) VALUE
002700         'DESCRIPTION'.
002710     05  FILLER                          PIC X(06) VALUE 'LOC'.
002720     05  FILLER                          PIC X(09) VALUE
002730         ' ON HAND '.
002740     05  FILLER                          PIC X(08) VALUE
002750         '    MIN '.
002760     05  FILLER                          PIC X(08) VALUE
002770         '    MAX '.
002780     05  FILLER                          PIC X(08) VALUE
002790         '  SHORT '.
002800
002810 01  WS-SHORT-LINE.
002820     05  SL-ITEM-ID                      PIC 9(05).
002830     05  FILLER                          PIC X(02) VALUE SPACES.
002840     05  SL-ITEM-NAME                    PIC X(25).
002850     05  FILLER                          PIC X(02) VALUE SPACES.
002860     05  SL-LOCATION                     PIC X(03).
002870     05  FILLER                          PIC X(03) VALUE SPACES.
002880     05  SL-ON-HAND                      PIC ZZ,ZZ9.
002890     05  FILLER                          PIC X(02) VALUE SPACES.
002900     05  SL-MIN-QTY                      PIC ZZ,ZZ9.
002910     05  FILLER                          PIC X(02) VALUE SPACES.
002920     05  SL-MAX-QTY                      PIC ZZ,ZZ9.
002930     05  FILLER                          PIC X(02) VALUE SPACES.
002940     05  SL-SHORT-QTY                    PIC ZZ,ZZ9.
002950
002960 01  WS-TOTAL-LINE.
002970     05  FILLER                          PIC X(17) VALUE
002980         'TOTAL TRANSFERS:'.
002990     05  TL-TOTAL-MOVES                  PIC ZZ,ZZ9.
003000     05  FILLER                          PIC X(04) VALUE SPACES.
003010     05  FILLER                          PIC X(08) VALUE
003020         'UNITS:'.
003030     05  TL-TOTAL-UNITS                  PIC Z,ZZZ,ZZ9.
003040     05  FILLER                          PIC X(04) VALUE SPACES.
003050     05  FILLER                          PIC X(18) VALUE
003060         'LOCATIONS SHORT:'.
003070     05  TL-TOTAL-SHORT                  PIC ZZ,ZZ9.
003080
003090 PROCEDURE DIVISION.
003100*--------------------------------------------------------------*
003110* 0000-MAINLINE
003120*--------------------------------------------------------------*
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE
003150         THRU 1000-INITIALIZE-EXIT.
003160
003170     SORT SORT-WORK
003180         ON ASCENDING KEY RP-SECTION
003190                          RP-FROM-LOCATION
003200                          RP-ITEM-ID
003210                          RP-TO-LOCATION
003220         INPUT PROCEDURE IS 2000-PLAN-TRANSFERS
003230             THRU 2000-PLAN-TRANSFERS-EXIT
003240         OUTPUT PROCEDURE IS 3000-PRINT-TRANSFERS
003250             THRU 3000-PRINT-TRANSFERS-EXIT.
003260
003270     PERFORM 9000-TERMINATE
003280         THRU 9000-TERMINATE-EXIT.
003290
003300     STOP RUN.
003310
003320*--------------------------------------------------------------*
003330* 1000-INITIALIZE -- resolve paths, open the balances, the
003340*                    masters, the movement file and the sheet
003350*--------------------------------------------------------------*
003360 1000-INITIALIZE.
003370     ACCEPT WS-LOCLVL-PATH FROM ENVIRONMENT 'DD-LOCLVL'
003380         ON EXCEPTION
003390             CONTINUE
003400     END-ACCEPT.
003410     IF WS-LOCLVL-PATH = SPACES
003420         MOVE 'LOCLVL.DAT' TO WS-LOCLVL-PATH
003430     END-IF.
003440
003450     ACCEPT WS-LOCBAL-PATH FROM ENVIRONMENT 'DD-LOCBAL'
003460         ON EXCEPTION
003470             CONTINUE
003480     END-ACCEPT.
003490     IF WS-LOCBAL-PATH = SPACES
003500         MOVE 'LOCBAL.DAT' TO WS-LOCBAL-PATH
003510     END-IF.
003520
003530     ACCEPT WS-LOCATIONS-PATH FROM ENVIRONMENT 'DD-LOCATION'
003540         ON EXCEPTION
003550             CONTINUE
003560     END-ACCEPT.
003570     IF WS-LOCATIONS-PATH = SPACES
003580         MOVE 'LOCATION.DAT' TO WS-LOCATIONS-PATH
003590     END-IF.
003600
003610     ACCEPT WS-ITEMS-PATH FROM ENVIRONMENT 'DD-ITEMS'
003620         ON EXCEPTION
003630             CONTINUE
003640     END-ACCEPT.
003650     IF WS-ITEMS-PATH = SPACES
003660         MOVE 'ITEMS.DAT' TO WS-ITEMS-PATH
003670     END-IF.
003680
003690     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003700
003710*    No balance file means no stock has been posted to a
003720*    location yet; every level plans from zero on hand
003730     OPEN INPUT LOC-BALANCES.
003740     IF LOCBAL-STATUS-OK
003750         MOVE 'Y' TO WS-LOCBAL-OPEN-SW
003760     END-IF.
003770
003780*    Without the masters the sheet still prints, by code
003790     OPEN INPUT LOCATIONS.
003800     IF LOCATIONS-STATUS-OK
003810         MOVE 'Y' TO WS-LOCATIONS-OPEN-SW
003820     END-IF.
003830
003840     OPEN INPUT ITEMS.
003850     IF ITEMS-STATUS-OK
003860         MOVE 'Y' TO WS-ITEMS-OPEN-SW
003870     END-IF.
003880
003890     OPEN OUTPUT REPL-MOVES.
003900     OPEN OUTPUT TRANSFER-SHEET.
003910 1000-INITIALIZE-EXIT.
003920     EXIT.
003930
003940*--------------------------------------------------------------*
003950* 2000-PLAN-TRANSFERS -- read the levels an item at a time and
003960*                        plan each item's moves; no level file
003970*                        means nothing is set up to replenish
003980*--------------------------------------------------------------*
003990 2000-PLAN-TRANSFERS.
004000     OPEN INPUT LOC-LEVELS.
004010     IF LOCLVL-FILE-NOT-FOUND
004020         MOVE 'Y' TO WS-EOF
004030         GO TO 2000-PLAN-TRANSFERS-EXIT
004040     END-IF.
004050     IF NOT LOCLVL-STATUS-OK
004060         DISPLAY 'LOC-REPLENISH: LOCLVL OPEN FAILED, STATUS = '
004070             WS-LOCLVL-STATUS
004080         GO TO 2000-PLAN-TRANSFERS-ABEND
004090     END-IF.
004100
004110     PERFORM 2100-READ-ONE-LEVEL
004120         THRU 2100-READ-ONE-LEVEL-EXIT
004130         UNTIL END-OF-LOC-LEVELS.
004140
004150     IF WS-LEVEL-COUNT > 0
004160         PERFORM 2300-PLAN-ONE-ITEM
004170             THRU 2300-PLAN-ONE-ITEM-EXIT
004180     END-IF.
004190
004200     CLOSE LOC-LEVELS.
004210 2000-PLAN-TRANSFERS-EXIT.
004220     EXIT.
004230
004240 2000-PLAN-TRANSFERS-ABEND.
004250     MOVE 16 TO RETURN-CODE.
004260     STOP RUN.
004270
004280*--------------------------------------------------------------*
004290* 2100-READ-ONE-LEVEL -- item break plans the finished item,
004300*                        then the level joins the table with
004310*                        its location balance
004320*--------------------------------------------------------------*
004330 2100-READ-ONE-LEVEL.
004340     READ LOC-LEVELS NEXT RECORD
004350         AT END
004360             MOVE 'Y' TO WS-EOF
004370             GO TO 2100-READ-ONE-LEVEL-EXIT
004380     END-READ.
004390     ADD 1 TO WS-LEVELS-READ.
004400
004410     IF WS-LEVEL-COUNT > 0 AND LV-ITEM-ID NOT = WS-PLAN-ITEM-ID
004420         PERFORM 2300-PLAN-ONE-ITEM
004430             THRU 2300-PLAN-ONE-ITEM-EXIT
004440     END-IF.
004450     MOVE LV-ITEM-ID TO WS-PLAN-ITEM-ID.
004460
004470     IF WS-LEVEL-COUNT >= 20
004480         DISPLAY 'LOC-REPLENISH: MORE THAN 20 LEVELS FOR ITEM '
004490             LV-ITEM-ID ', LOCATION ' LV-LOCATION-CODE
004500             ' NOT PLANNED'
004510         ADD 1 TO WS-LEVELS-DROPPED
004520         GO TO 2100-READ-ONE-LEVEL-EXIT
004530     END-IF.
004540
004550     ADD 1 TO WS-LEVEL-COUNT.
004560     MOVE LV-LOCATION-CODE TO RL-LOCATION (WS-LEVEL-COUNT).
004570     MOVE LV-MIN-QTY       TO RL-MIN-QTY (WS-LEVEL-COUNT).
004580     MOVE LV-MAX-QTY       TO RL-MAX-QTY (WS-LEVEL-COUNT).
004590     MOVE 0                TO RL-ON-HAND (WS-LEVEL-COUNT).
004600     IF LOCBAL-FILE-AVAILABLE
004610         MOVE LV-ITEM-ID       TO LB-ITEM-ID
004620         MOVE LV-LOCATION-CODE TO LB-LOCATION-CODE
004630         READ LOC-BALANCES
004640             INVALID KEY
004650                 CONTINUE
004660             NOT INVALID KEY
004670                 MOVE LB-QUANTITY TO RL-ON-HAND (WS-LEVEL-COUNT)
004680         END-READ
004690     END-IF.
004700     MOVE RL-ON-HAND (WS-LEVEL-COUNT)
004710         TO RL-START-QTY (WS-LEVEL-COUNT).
004720 2100-READ-ONE-LEVEL-EXIT.
004730     EXIT.
004740
004750*--------------------------------------------------------------*
004760* 2300-PLAN-ONE-ITEM -- fill each location below its minimum
004770*                       from the surplus locations, then clear
004780*                       the table for the next item
004790*--------------------------------------------------------------*
004800 2300-PLAN-ONE-ITEM.
004810     PERFORM 2400-FILL-ONE-LOCATION
004820         THRU 2400-FILL-ONE-LOCATION-EXIT
004830         VARYING WS-NEED-SUB FROM 1 BY 1
004840         UNTIL WS-NEED-SUB > WS-LEVEL-COUNT.
004850     MOVE 0 TO WS-LEVEL-COUNT.
004860 2300-PLAN-ONE-ITEM-EXIT.
004870     EXIT.
004880
004890 2400-FILL-ONE-LOCATION.
004900     IF RL-ON-HAND (WS-NEED-SUB) NOT < RL-MIN-QTY (WS-NEED-SUB)
004910         GO TO 2400-FILL-ONE-LOCATION-EXIT
004920     END-IF.
004930
004940     COMPUTE WS-NEED-QTY = RL-MAX-QTY (WS-NEED-SUB)
004950                         - RL-ON-HAND (WS-NEED-SUB).
004960     PERFORM 2500-DRAW-FROM-SOURCE
004970         THRU 2500-DRAW-FROM-SOURCE-EXIT
004980         VARYING WS-SOURCE-SUB FROM 1 BY 1
004990         UNTIL WS-SOURCE-SUB > WS-LEVEL-COUNT
005000         OR WS-NEED-QTY = 0.
005010
005020*    Whatever surplus could not cover is reported short
005030     IF WS-NEED-QTY > 0
005040         MOVE 2                          TO RP-SECTION
005050         MOVE SPACES                     TO RP-FROM-LOCATION
005060         MOVE WS-PLAN-ITEM-ID            TO RP-ITEM-ID
005070         MOVE RL-LOCATION (WS-NEED-SUB)  TO RP-TO-LOCATION
005080         MOVE WS-NEED-QTY                TO RP-QUANTITY
005090         MOVE RL-START-QTY (WS-NEED-SUB) TO RP-ON-HAND
005100         MOVE RL-MIN-QTY (WS-NEED-SUB)   TO RP-MIN-QTY
005110         MOVE RL-MAX-QTY (WS-NEED-SUB)   TO RP-MAX-QTY
005120         RELEASE SORT-WORK-RECORD
005130     END-IF.
005140 2400-FILL-ONE-LOCATION-EXIT.
005150     EXIT.
005160
005170*--------------------------------------------------------------*
005180* 2500-DRAW-FROM-SOURCE -- take what one location holds over
005190*                          its maximum, up to what is needed
005200*--------------------------------------------------------------*
005210 2500-DRAW-FROM-SOURCE.
005220     IF WS-SOURCE-SUB = WS-NEED-SUB
005230         GO TO 2500-DRAW-FROM-SOURCE-EXIT
005240     END-IF.
005250     IF RL-ON-HAND (WS-SOURCE-SUB)
005260             NOT > RL-MAX-QTY (WS-SOURCE-SUB)
005270         GO TO 2500-DRAW-FROM-SOURCE-EXIT
005280     END-IF.
005290
005300     COMPUTE WS-SURPLUS-QTY = RL-ON-HAND (WS-SOURCE-SUB)
005310                            - RL-MAX-QTY (WS-SOURCE-SUB).
005320     IF WS-SURPLUS-QTY < WS-NEED-QTY
005330         MOVE WS-SURPLUS-QTY TO WS-MOVE-QTY
005340     ELSE
005350         MOVE WS-NEED-QTY    TO WS-MOVE-QTY
005360     END-IF.
005370
005380     SUBTRACT WS-MOVE-QTY FROM RL-ON-HAND (WS-SOURCE-SUB).
005390     ADD WS-MOVE-QTY TO RL-ON-HAND (WS-NEED-SUB).
005400     SUBTRACT WS-MOVE-QTY FROM WS-NEED-QTY.
005410
005420     MOVE 1                            TO RP-SECTION.
005430     MOVE RL-LOCATION (WS-SOURCE-SUB)  TO RP-FROM-LOCATION.
005440     MOVE WS-PLAN-ITEM-ID              TO RP-ITEM-ID.
005450     MOVE RL-LOCATION (WS-NEED-SUB)    TO RP-TO-LOCATION.
005460     MOVE WS-MOVE-QTY                  TO RP-QUANTITY.
005470     MOVE RL-START-QTY (WS-NEED-SUB)   TO RP-ON-HAND.
005480     MOVE RL-MIN-QTY (WS-NEED-SUB)     TO RP-MIN-QTY.
005490     MOVE RL-MAX-QTY (WS-NEED-SUB)     TO RP-MAX-QTY.
005500     RELEASE SORT-WORK-RECORD.
005510 2500-DRAW-FROM-SOURCE-EXIT.
005520     EXIT.
005530
005540*--------------------------------------------------------------*
005550* 3000-PRINT-TRANSFERS -- RETURN the sorted suggestions, write
005560*                         the transfers and print the sheet
005570*--------------------------------------------------------------*
005580 3000-PRINT-TRANSFERS.
005590     PERFORM 3100-PRINT-ONE-LINE
005600         THRU 3100-PRINT-ONE-LINE-EXIT
005610         UNTIL END-OF-SORT-WORK.
005620
005630     IF NOT FIRST-TRANSFER-LINE
005640         PERFORM 3400-PRINT-FROM-TOTAL
005650             THRU 3400-PRINT-FROM-TOTAL-EXIT
005660     END-IF.
005670
005680     PERFORM 3600-PRINT-TOTALS
005690         THRU 3600-PRINT-TOTALS-EXIT.
005700 3000-PRINT-TRANSFERS-EXIT.
005710     EXIT.
005720
005730 3100-PRINT-ONE-LINE.
005740     RETURN SORT-WORK
005750         AT END
005760             MOVE 'Y' TO WS-SORT-EOF
005770         NOT AT END
005780             IF RP-SECTION = 1
005790                 PERFORM 3200-PRINT-TRANSFER
005800                     THRU 3200-PRINT-TRANSFER-EXIT
005810             ELSE
005820                 PERFORM 3700-PRINT-SHORT
005830                     THRU 3700-PRINT-SHORT-EXIT
005840             END-IF
005850     END-RETURN.
005860 3100-PRINT-ONE-LINE-EXIT.
005870     EXIT.
005880
005890*--------------------------------------------------------------*
005900* 3200-PRINT-TRANSFER -- pull-location break, the T movement
005910*                        for STOCK-POST, and the sheet line
005920*--------------------------------------------------------------*
005930 3200-PRINT-TRANSFER.
005940     IF FIRST-TRANSFER-LINE
005950         MOVE 'N' TO WS-FIRST-SW
005960         PERFORM 3300-PRINT-FROM-HEADING
005970             THRU 3300-PRINT-FROM-HEADING-EXIT
005980     ELSE
005990         IF RP-FROM-LOCATION NOT = WS-PREV-FROM-LOCATION
006000             PERFORM 3400-PRINT-FROM-TOTAL
006010                 THRU 3400-PRINT-FROM-TOTAL-EXIT
006020             PERFORM 3300-PRINT-FROM-HEADING
006030                 THRU 3300-PRINT-FROM-HEADING-EXIT
006040         END-IF
006050     END-IF.
006060
006070     MOVE 'T'              TO MOVE-TYPE.
006080     MOVE RP-ITEM-ID       TO MOVE-ITEM-ID.
006090     MOVE RP-QUANTITY      TO MOVE-QUANTITY.
006100     MOVE 'REPLENISH'      TO MOVE-REFERENCE.
006110     MOVE RP-FROM-LOCATION TO MOVE-FROM-LOCATION.
006120     MOVE RP-TO-LOCATION   TO MOVE-TO-LOCATION.
006130     MOVE 0                TO MOVE-UNIT-COST.
006140     MOVE SPACES           TO MOVE-LOT-NUMBER.
006150     MOVE 0                TO MOVE-EXPIRY-DATE.
006160     WRITE MOVE-TRANS-RECORD.
006170
006180     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006190         PERFORM 3500-PRINT-REPORT-HEADERS
006200             THRU 3500-PRINT-REPORT-HEADERS-EXIT
006210     END-IF.
006220
006230     PERFORM 3800-GET-ITEM-NAME
006240         THRU 3800-GET-ITEM-NAME-EXIT.
006250     MOVE RP-ITEM-ID       TO DL-ITEM-ID.
006260     MOVE RP-QUANTITY      TO DL-QUANTITY.
006270     MOVE RP-TO-LOCATION   TO DL-TO-LOCATION.
006280     WRITE TRANSFER-LINE FROM WS-DETAIL-LINE.
006290     ADD 1 TO WS-LINE-COUNT.
006300
006310     ADD 1           TO WS-LOCATION-LINES.
006320     ADD RP-QUANTITY TO WS-LOCATION-UNITS.
006330 3200-PRINT-TRANSFER-EXIT.
006340     EXIT.
006350
006360*--------------------------------------------------------------*
006370* 3300-PRINT-FROM-HEADING -- the location the crew pulls from
006380*--------------------------------------------------------------*
006390 3300-PRINT-FROM-HEADING.
006400     MOVE RP-FROM-LOCATION TO WS-PREV-FROM-LOCATION.
006410
006420     MOVE RP-FROM-LOCATION TO FH-LOCATION.
006430     MOVE SPACES TO FH-LOCATION-DESC.
006440     IF LOCATIONS-FILE-AVAILABLE
006450         MOVE RP-FROM-LOCATION TO LOCATION-CODE
006460         READ LOCATIONS
006470             INVALID KEY
006480                 MOVE '*** NOT ON FILE ***' TO FH-LOCATION-DESC
006490             NOT INVALID KEY
006500                 MOVE LOCATION-DESC TO FH-LOCATION-DESC
006510         END-READ
006520     END-IF.
006530
006540     IF WS-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
006550         PERFORM 3500-PRINT-REPORT-HEADERS
006560             THRU 3500-PRINT-REPORT-HEADERS-EXIT
006570     END-IF.
006580     WRITE TRANSFER-LINE FROM WS-FROM-HEADING.
006590     ADD 1 TO WS-LINE-COUNT.
006600 3300-PRINT-FROM-HEADING-EXIT.
006610     EXIT.
006620
006630*--------------------------------------------------------------*
006640* 3400-PRINT-FROM-TOTAL -- the finished location's transfer
006650*                          count and units
006660*--------------------------------------------------------------*
006670 3400-PRINT-FROM-TOTAL.
006680     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006690         PERFORM 3500-PRINT-REPORT-HEADERS
006700             THRU 3500-PRINT-REPORT-HEADERS-EXIT
006710     END-IF.
006720     MOVE WS-LOCATION-LINES TO FT-LOCATION-LINES.
006730     MOVE WS-LOCATION-UNITS TO FT-LOCATION-UNITS.
006740     WRITE TRANSFER-LINE FROM WS-FROM-TOTAL-LINE.
006750     WRITE TRANSFER-LINE FROM SPACES.
006760     ADD 2 TO WS-LINE-COUNT.
006770
006780     ADD WS-LOCATION-LINES TO WS-TOTAL-MOVES.
006790     ADD WS-LOCATION-UNITS TO WS-TOTAL-UNITS.
006800     MOVE 0 TO WS-LOCATION-LINES.
006810     MOVE 0 TO WS-LOCATION-UNITS.
006820 3400-PRINT-FROM-TOTAL-EXIT.
006830     EXIT.
006840
006850*--------------------------------------------------------------*
006860* 3500-PRINT-REPORT-HEADERS -- start a new page
006870*--------------------------------------------------------------*
006880 3500-PRINT-REPORT-HEADERS.
006890     ADD 1 TO WS-PAGE-NUMBER.
006900     MOVE WS-CURRENT-MONTH TO WS-DISPLAY-MONTH.
006910     MOVE WS-CURRENT-DAY   TO WS-DISPLAY-DAY.
006920     MOVE WS-CURRENT-YEAR  TO WS-DISPLAY-YEAR.
006930     MOVE WS-DISPLAY-DATE  TO H1-REPORT-DATE.
006940     MOVE WS-PAGE-NUMBER   TO H1-PAGE-NUMBER.
006950
006960     IF WS-PAGE-NUMBER > 1
006970         WRITE TRANSFER-LINE FROM SPACES
006980     END-IF.
006990
007000     WRITE TRANSFER-LINE FROM WS-HEADING-1.
007010     WRITE TRANSFER-LINE FROM SPACES.
007020     IF SHORT-SECTION-STARTED
007030         WRITE TRANSFER-LINE FROM WS-SHORT-HEADING-1
007040         WRITE TRANSFER-LINE FROM SPACES
007050         WRITE TRANSFER-LINE FROM WS-SHORT-HEADING-2
007060     ELSE
007070         WRITE TRANSFER-LINE FROM WS-HEADING-2
007080     END-IF.
007090     WRITE TRANSFER-LINE FROM SPACES.
007100
007110     MOVE 0 TO WS-LINE-COUNT.
007120 3500-PRINT-REPORT-HEADERS-EXIT.
007130     EXIT.
007140
007150*--------------------------------------------------------------*
007160* 3600-PRINT-TOTALS -- run totals trailer
007170*--------------------------------------------------------------*
007180 3600-PRINT-TOTALS.
007190     IF WS-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
007200         PERFORM 3500-PRINT-REPORT-HEADERS
007210             THRU 3500-PRINT-REPORT-HEADERS-EXIT
007220     END-IF.
007230     MOVE WS-TOTAL-MOVES TO TL-TOTAL-MOVES.
007240     MOVE WS-TOTAL-UNITS TO TL-TOTAL-UNITS.
007250     MOVE WS-TOTAL-SHORT TO TL-TOTAL-SHORT.
007260     WRITE TRANSFER-LINE FROM SPACES.
007270     WRITE TRANSFER-LINE FROM WS-TOTAL-LINE.
007280
007290     DISPLAY 'LOC-REPLENISH: LEVELS READ      ' WS-LEVELS-READ.
007300     DISPLAY 'LOC-REPLENISH: TRANSFERS WRITTEN ' WS-TOTAL-MOVES.
007310     DISPLAY 'LOC-REPLENISH: LOCATIONS SHORT  ' WS-TOTAL-SHORT.
007320     IF WS-LEVELS-DROPPED > 0
007330         DISPLAY 'LOC-REPLENISH: LEVELS NOT PLANNED '
007340             WS-LEVELS-DROPPED
007350         MOVE 4 TO RETURN-CODE
007360     END-IF.
007370 3600-PRINT-TOTALS-EXIT.
007380     EXIT.
007390
007400*--------------------------------------------------------------*
007410* 3700-PRINT-SHORT -- a location still below its maximum after
007420*                     every surplus was drawn on
007430*--------------------------------------------------------------*
007440 3700-PRINT-SHORT.
007450     IF NOT SHORT-SECTION-STARTED
007460         IF NOT FIRST-TRANSFER-LINE
007470             PERFORM 3400-PRINT-FROM-TOTAL
007480                 THRU 3400-PRINT-FROM-TOTAL-EXIT
007490             MOVE 'Y' TO WS-FIRST-SW
007500         END-IF
007510         MOVE 'Y' TO WS-SHORT-SW
007520         IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
007530             PERFORM 3500-PRINT-REPORT-HEADERS
007540                 THRU 3500-PRINT-REPORT-HEADERS-EXIT
007550         ELSE
007560             WRITE TRANSFER-LINE FROM WS-SHORT-HEADING-1
007570             WRITE TRANSFER-LINE FROM SPACES
007580             WRITE TRANSFER-LINE FROM WS-SHORT-HEADING-2
007590             WRITE TRANSFER-LINE FROM SPACES
007600             ADD 4 TO WS-LINE-COUNT
007610         END-IF
007620     END-IF.
007630
007640     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007650         PERFORM 3500-PRINT-REPORT-HEADERS
007660             THRU 3500-PRINT-REPORT-HEADERS-EXIT
007670     END-IF.
007680
007690     PERFORM 3800-GET-ITEM-NAME
007700         THRU 3800-GET-ITEM-NAME-EXIT.
007710     MOVE DL-ITEM-NAME   TO SL-ITEM-NAME.
007720     MOVE RP-ITEM-ID     TO SL-ITEM-ID.
007730     MOVE RP-TO-LOCATION TO SL-LOCATION.
007740     MOVE RP-ON-HAND     TO SL-ON-HAND.
007750     MOVE RP-MIN-QTY     TO SL-MIN-QTY.
007760     MOVE RP-MAX-QTY     TO SL-MAX-QTY.
007770     MOVE RP-QUANTITY    TO SL-SHORT-QTY.
007780     WRITE TRANSFER-LINE FROM WS-SHORT-LINE.
007790     ADD 1 TO WS-LINE-COUNT.
007800     ADD 1 TO WS-TOTAL-SHORT.
007810 3700-PRINT-SHORT-EXIT.
007820     EXIT.
007830
007840*--------------------------------------------------------------*
007850* 3800-GET-ITEM-NAME -- the item's description into
007860*                       DL-ITEM-NAME
007870*--------------------------------------------------------------*
007880 3800-GET-ITEM-NAME.
007890     MOVE SPACES TO DL-ITEM-NAME.
007900     IF ITEMS-FILE-AVAILABLE
007910         MOVE RP-ITEM-ID TO ITEM-ID
007920         READ ITEMS
007930             INVALID KEY
007940                 MOVE '*** NOT ON FILE ***' TO DL-ITEM-NAME
007950             NOT INVALID KEY
007960                 MOVE ITEM-NAME TO DL-ITEM-NAME
007970         END-READ
007980     END-IF.
007990 3800-GET-ITEM-NAME-EXIT.
008000     EXIT.
008010
008020*--------------------------------------------------------------*
008030* 9000-TERMINATE -- close files
008040*--------------------------------------------------------------*
008050 9000-TERMINATE.
008060     IF LOCBAL-FILE-AVAILABLE
008070         CLOSE LOC-BALANCES
008080     END-IF.
008090     IF LOCATIONS-FILE-AVAILABLE
008100         CLOSE LOCATIONS
008110     END-IF.
008120     IF ITEMS-FILE-AVAILABLE
008130         CLOSE ITEMS
008140     END-IF.
008150     CLOSE REPL-MOVES.
008160     CLOSE TRANSFER-SHEET.
008170 9000-TERMINATE-EXIT.
008180     EXIT.
008190
008200 END PROGRAM LOC-REPLENISH.
