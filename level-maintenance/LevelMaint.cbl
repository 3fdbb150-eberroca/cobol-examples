000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Apply add/change/delete transactions to the location
000160*          stock level file (LOCLVL.DAT), modeled on
000170*          LOCATION-MAINT. Each entry sets the working minimum
000180*          and maximum for one item at one location; the nightly
000190*          LOC-REPLENISH step refills a location below its
000200*          minimum up to its maximum.
000210*
000220*          An add must name an item on the ITEMS master and a
000230*          location on the LOCATION master. The maximum must be
000240*          above zero and not below the minimum. The level file
000250*          is created empty on a first-ever run.
000260*
000270* Modification History:
000280*   10/15/2026  EB   Original version.
000290*   10/15/2026  EB   Operator sign-on: the run signs on through
000300*                    OPER-AUTH as DD-OPERATOR and is refused
000310*                    unless the operator is active and granted
000320*                    LEVEL-MAINT. Each transaction code must be
000330*                    granted as well; one that is not is rejected
000340*                    and the run ends with return code 4.
000350* Tectonics: cobc
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. LEVEL-MAINT.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT LOC-LEVELS ASSIGN TO WS-LOCLVL-PATH
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS LV-KEY OF LOC-LEVEL-RECORD
000470         FILE STATUS IS WS-LOCLVL-STATUS.
000480
000490     SELECT ITEMS ASSIGN TO WS-ITEMS-PATH
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS ITEM-ID OF ITEMS-FILE
000530         FILE STATUS IS WS-ITEMS-STATUS.
000540
000550     SELECT LOCATIONS ASSIGN TO WS-LOCATIONS-PATH
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS LOCATION-CODE OF LOCATION-FILE-REC
000590         FILE STATUS IS WS-LOCATIONS-STATUS.
000600
000610     SELECT LEVEL-TRANS ASSIGN TO 'LVLTRAN.TXT'
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630
000640     SELECT MAINT-LISTING ASSIGN TO 'LVLMAIN.TXT'
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  LOC-LEVELS.
000700     COPY LVLREC.
000710
000720 FD  ITEMS.
000730     COPY ITEMREC.
000740
000750 FD  LOCATIONS.
000760     COPY LOCREC.
000770
000780*--------------------------------------------------------------*
000790* TRANSACTION RECORD -- one add/change/delete request
000800*    TRANS-CODE  A = Add, C = Change, D = Delete
000810*    The item and location together name the level entry.
000820*--------------------------------------------------------------*
000830 FD  LEVEL-TRANS.
000840 01  LEVEL-TRANS-RECORD.
000850     05  TRANS-CODE                      PIC X(01).
000860     05  TRANS-ITEM-ID                   PIC 9(05).
000870     05  TRANS-LOCATION-CODE             PIC X(03).
000880     05  TRANS-MIN-QTY                   PIC 9(05).
000890     05  TRANS-MAX-QTY                   PIC 9(05).
000900
000910 FD  MAINT-LISTING.
000920 01  MAINT-LISTING-LINE                  PIC X(80).
000930
000940 WORKING-STORAGE SECTION.
000950 01  WS-LOCLVL-PATH                      PIC X(100)  VALUE
000960     'LOCLVL.DAT'.
000970
000980 01  WS-ITEMS-PATH                       PIC X(100)  VALUE
000990     'ITEMS.DAT'.
001000
001010 01  WS-LOCATIONS-PATH                   PIC X(100)  VALUE
001020     'LOCATION.DAT'.
001030
001040*--------------------------------------------------------------*
001050* SWITCHES AND COUNTERS
001060*--------------------------------------------------------------*
001070 01  WS-EOF                              PIC X(01)   VALUE 'N'.
001080     88  END-OF-TRANS                                VALUE 'Y'.
001090
001100 01  WS-LOCLVL-STATUS                    PIC X(02)   VALUE '00'.
001110     88  LOCLVL-STATUS-OK                             VALUE '00'.
001120     88  LOCLVL-KEY-NOT-FOUND                         VALUE '23'.
001130     88  LOCLVL-KEY-ALREADY-EXISTS                    VALUE '22'.
001140
001150 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
001160     88  ITEMS-STATUS-OK                              VALUE '00'.
001170
001180 01  WS-LOCATIONS-STATUS                 PIC X(02)   VALUE '00'.
001190     88  LOCATIONS-STATUS-OK                          VALUE '00'.
001200
001210 01  WS-RECORD-STATUS                    PIC X(01)   VALUE 'Y'.
001220     88  RECORD-IS-VALID                              VALUE 'Y'.
001230     88  RECORD-HAS-EXCEPTION                         VALUE 'N'.
001240
001250 01  WS-EDIT-REASON.
001260     05  ER-KEY-REASON                   PIC X(12).
001270     05  ER-LEVEL-REASON                 PIC X(12).
001280
001290 01  WS-REJECT-REASON                    PIC X(24)   VALUE SPACES.
001300
001310 01  WS-OPERATOR-ID                      PIC X(08)   VALUE SPACES.
001320 01  WS-AUTH-ACTION                      PIC X(01)   VALUE SPACE.
001330 01  WS-AUTH-PROGRAM                     PIC X(12)   VALUE
001340     'LEVEL-MAINT'.
001350 01  WS-AUTH-TRAN-TYPE                   PIC X(01)   VALUE SPACE.
001360
001370 01  WS-AUTH-SW                          PIC X(01)   VALUE 'Y'.
001380     88  TRAN-TYPE-AUTHORIZED                         VALUE 'Y'.
001390     88  TRAN-TYPE-REFUSED                            VALUE 'N'.
001400
001410 77  WS-ADD-COUNT                        PIC 9(05)   VALUE 0.
001420 77  WS-CHANGE-COUNT                     PIC 9(05)   VALUE 0.
001430 77  WS-DELETE-COUNT                     PIC 9(05)   VALUE 0.
001440 77  WS-REJECT-COUNT                     PIC 9(05)   VALUE 0.
001450 77  WS-UNAUTHORIZED-COUNT               PIC 9(05)   VALUE 0.
001460
001470*--------------------------------------------------------------*
001480* PRINT-IMAGE LINES
001490*--------------------------------------------------------------*
001500 01  WS-MAINT-HEADING.
001510     05  FILLER                          PIC X(30) VALUE
001520         'STOCK LEVEL MAINTENANCE RUN'.
001530
001540 01  WS-MAINT-DETAIL-LINE.
001550     05  MD-TRANS-CODE                   PIC X(01).
001560     05  FILLER                          PIC X(03) VALUE SPACES.
001570     05  MD-ITEM-ID                      PIC 9(05).
001580     05  FILLER                          PIC X(02) VALUE SPACES.
001590     05  MD-LOCATION-CODE                PIC X(03).
001600     05  FILLER                          PIC X(02) VALUE SPACES.
001610     05  FILLER                          PIC X(05) VALUE 'MIN: '.
001620     05  MD-MIN-QTY                      PIC ZZ,ZZ9.
001630     05  FILLER                          PIC X(02) VALUE SPACES.
001640     05  FILLER                          PIC X(05) VALUE 'MAX: '.
001650     05  MD-MAX-QTY                      PIC ZZ,ZZ9.
001660     05  FILLER                          PIC X(02) VALUE SPACES.
001670     05  MD-RESULT                       PIC X(24).
001680
001690 01  WS-MAINT-TOTALS-LINE.
001700     05  FILLER                      PIC X(07) VALUE 'ADDED: '.
001710     05  MT-ADD-COUNT                PIC ZZ,ZZ9.
001720     05  FILLER                      PIC X(04) VALUE SPACES.
001730     05  FILLER                      PIC X(09) VALUE 'CHANGED: '.
001740     05  MT-CHANGE-COUNT             PIC ZZ,ZZ9.
001750     05  FILLER                      PIC X(04) VALUE SPACES.
001760     05  FILLER                      PIC X(09) VALUE 'DELETED: '.
001770     05  MT-DELETE-COUNT             PIC ZZ,ZZ9.
001780     05  FILLER                      PIC X(04) VALUE SPACES.
001790     05  FILLER                      PIC X(10) VALUE 'REJECTED: '.
001800     05  MT-REJECT-COUNT             PIC ZZ,ZZ9.
001810
001820 PROCEDURE DIVISION.
001830*--------------------------------------------------------------*
001840* 0000-MAINLINE
001850*--------------------------------------------------------------*
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE
001880         THRU 1000-INITIALIZE-EXIT.
001890
001900     PERFORM 2000-PROCESS-TRANSACTIONS
001910         THRU 2000-PROCESS-TRANSACTIONS-EXIT
001920         UNTIL END-OF-TRANS.
001930
001940     PERFORM 3000-PRINT-TOTALS
001950         THRU 3000-PRINT-TOTALS-EXIT.
001960
001970     PERFORM 9000-TERMINATE
001980         THRU 9000-TERMINATE-EXIT.
001990
002000     STOP RUN.
002010
002020*--------------------------------------------------------------*
002030* 1000-INITIALIZE -- open the level file, the masters it is
002040*                    checked against, transactions, and listing
002050*--------------------------------------------------------------*
002060 1000-INITIALIZE.
002070     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'DD-OPERATOR'
002080         ON EXCEPTION
002090             CONTINUE
002100     END-ACCEPT.
002110     IF WS-OPERATOR-ID = SPACES
002120         DISPLAY 'LEVEL-MAINT: DD-OPERATOR NOT GIVEN'
002130         GO TO 1000-INITIALIZE-ABEND
002140     END-IF.
002150     MOVE 'S' TO WS-AUTH-ACTION.
002160     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
002170                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
002180     IF RETURN-CODE NOT = 0
002190         DISPLAY 'LEVEL-MAINT: OPERATOR ' WS-OPERATOR-ID
002200             ' NOT AUTHORIZED, RUN REFUSED'
002210         GO TO 1000-INITIALIZE-ABEND
002220     END-IF.
002230
002240     ACCEPT WS-LOCLVL-PATH FROM ENVIRONMENT 'DD-LOCLVL'
002250         ON EXCEPTION
002260             CONTINUE
002270     END-ACCEPT.
002280     IF WS-LOCLVL-PATH = SPACES
002290         MOVE 'LOCLVL.DAT' TO WS-LOCLVL-PATH
002300     END-IF.
002310
002320     ACCEPT WS-ITEMS-PATH FROM ENVIRONMENT 'DD-ITEMS'
002330         ON EXCEPTION
002340             CONTINUE
002350     END-ACCEPT.
002360     IF WS-ITEMS-PATH = SPACES
002370         MOVE 'ITEMS.DAT' TO WS-ITEMS-PATH
002380     END-IF.
002390
002400     ACCEPT WS-LOCATIONS-PATH FROM ENVIRONMENT 'DD-LOCATION'
002410         ON EXCEPTION
002420             CONTINUE
002430     END-ACCEPT.
002440     IF WS-LOCATIONS-PATH = SPACES
002450         MOVE 'LOCATION.DAT' TO WS-LOCATIONS-PATH
002460     END-IF.
002470
002480*    A first-ever run has no LOCLVL.DAT yet, so an empty level
002490*    file is created and reopened I-O, same as LOCATION-MAINT
002500*    bootstraps an empty LOCATION master.
002510     OPEN I-O LOC-LEVELS.
002520     IF NOT LOCLVL-STATUS-OK
002530         OPEN OUTPUT LOC-LEVELS
002540         IF LOCLVL-STATUS-OK
002550             CLOSE LOC-LEVELS
002560             OPEN I-O LOC-LEVELS
002570         END-IF
002580     END-IF.
002590     IF NOT LOCLVL-STATUS-OK
002600         DISPLAY 'LEVEL-MAINT: UNABLE TO OPEN LOCLVL, '
002610             'STATUS = ' WS-LOCLVL-STATUS
002620         GO TO 1000-INITIALIZE-ABEND
002630     END-IF.
002640
002650     OPEN INPUT ITEMS.
002660     IF NOT ITEMS-STATUS-OK
002670         DISPLAY 'LEVEL-MAINT: UNABLE TO OPEN ITEMS, STATUS = '
002680             WS-ITEMS-STATUS
002690         GO TO 1000-INITIALIZE-ABEND
002700     END-IF.
002710
002720*    Levels only mean something once locations are on file
002730     OPEN INPUT LOCATIONS.
002740     IF NOT LOCATIONS-STATUS-OK
002750         DISPLAY 'LEVEL-MAINT: UNABLE TO OPEN LOCATIONS, '
002760             'STATUS = ' WS-LOCATIONS-STATUS
002770         GO TO 1000-INITIALIZE-ABEND
002780     END-IF.
002790
002800     OPEN INPUT LEVEL-TRANS.
002810     OPEN OUTPUT MAINT-LISTING.
002820
002830     WRITE MAINT-LISTING-LINE FROM WS-MAINT-HEADING.
002840     WRITE MAINT-LISTING-LINE FROM SPACES.
002850 1000-INITIALIZE-EXIT.
002860     EXIT.
002870
002880 1000-INITIALIZE-ABEND.
002890     MOVE 16 TO RETURN-CODE.
002900     STOP RUN.
002910
002920*--------------------------------------------------------------*
002930* 2000-PROCESS-TRANSACTIONS -- read one transaction and apply it
002940*--------------------------------------------------------------*
002950 2000-PROCESS-TRANSACTIONS.
002960     READ LEVEL-TRANS
002970         AT END
002980             MOVE 'Y' TO WS-EOF
002990         NOT AT END
003000             PERFORM 2010-CHECK-TRAN-TYPE
003010                 THRU 2010-CHECK-TRAN-TYPE-EXIT
003020             IF TRAN-TYPE-REFUSED
003030                 MOVE 'OPERATOR NOT AUTHORIZED'
003040                     TO WS-REJECT-REASON
003050                 PERFORM 2900-PRINT-REJECT
003060                     THRU 2900-PRINT-REJECT-EXIT
003070             ELSE
003080                 EVALUATE TRANS-CODE
003090                     WHEN 'A'
003100                         PERFORM 2100-ADD-LEVEL
003110                             THRU 2100-ADD-LEVEL-EXIT
003120                     WHEN 'C'
003130                         PERFORM 2200-CHANGE-LEVEL
003140                             THRU 2200-CHANGE-LEVEL-EXIT
003150                     WHEN 'D'
003160                         PERFORM 2300-DELETE-LEVEL
003170                             THRU 2300-DELETE-LEVEL-EXIT
003180                     WHEN OTHER
003190                         MOVE 'UNKNOWN TRANS CODE'
003200                             TO WS-REJECT-REASON
003210                         PERFORM 2900-PRINT-REJECT
003220                             THRU 2900-PRINT-REJECT-EXIT
003230                 END-EVALUATE
003240             END-IF
003250     END-READ.
003260 2000-PROCESS-TRANSACTIONS-EXIT.
003270     EXIT.
003280
003290*--------------------------------------------------------------*
003300* 2010-CHECK-TRAN-TYPE -- the signed-on operator must hold the
003310*                         transaction code; an unknown code is
003320*                         left for 2000 to reject
003330*--------------------------------------------------------------*
003340 2010-CHECK-TRAN-TYPE.
003350     SET TRAN-TYPE-AUTHORIZED TO TRUE.
003360     IF TRANS-CODE NOT = 'A' AND TRANS-CODE NOT = 'C'
003370             AND TRANS-CODE NOT = 'D'
003380         GO TO 2010-CHECK-TRAN-TYPE-EXIT
003390     END-IF.
003400     MOVE 'T'        TO WS-AUTH-ACTION.
003410     MOVE TRANS-CODE TO WS-AUTH-TRAN-TYPE.
003420     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
003430                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
003440     IF RETURN-CODE NOT = 0
003450         SET TRAN-TYPE-REFUSED TO TRUE
003460         ADD 1 TO WS-UNAUTHORIZED-COUNT
003470     END-IF.
003480 2010-CHECK-TRAN-TYPE-EXIT.
003490     EXIT.
003500
003510*--------------------------------------------------------------*
003520* 2050-EDIT-TRANS-RECORD -- a zero item or blank location, a
003530*                           zero maximum, or a minimum above
003540*                           the maximum fails the transaction
003550*--------------------------------------------------------------*
003560 2050-EDIT-TRANS-RECORD.
003570     SET RECORD-IS-VALID TO TRUE.
003580     MOVE SPACES TO WS-EDIT-REASON.
003590
003600     IF TRANS-ITEM-ID = 0 OR TRANS-LOCATION-CODE = SPACES
003610         SET RECORD-HAS-EXCEPTION TO TRUE
003620         MOVE 'KEY BLANK; ' TO ER-KEY-REASON
003630     END-IF.
003640
003650     IF TRANS-MIN-QTY IS NOT NUMERIC
003660             OR TRANS-MAX-QTY IS NOT NUMERIC
003670         SET RECORD-HAS-EXCEPTION TO TRUE
003680         MOVE 'LEVEL BAD' TO ER-LEVEL-REASON
003690     ELSE
003700         IF TRANS-MAX-QTY = 0
003710             SET RECORD-HAS-EXCEPTION TO TRUE
003720             MOVE 'MAX ZERO' TO ER-LEVEL-REASON
003730         ELSE
003740             IF TRANS-MIN-QTY > TRANS-MAX-QTY
003750                 SET RECORD-HAS-EXCEPTION TO TRUE
003760                 MOVE 'MIN OVER MAX' TO ER-LEVEL-REASON
003770             END-IF
003780         END-IF
003790     END-IF.
003800
003810     MOVE WS-EDIT-REASON TO WS-REJECT-REASON.
003820 2050-EDIT-TRANS-RECORD-EXIT.
003830     EXIT.
003840
003850*--------------------------------------------------------------*
003860* 2100-ADD-LEVEL -- edit, prove the item and location are on
003870*                   their masters, then write the new entry
003880*--------------------------------------------------------------*
003890 2100-ADD-LEVEL.
003900     PERFORM 2050-EDIT-TRANS-RECORD
003910         THRU 2050-EDIT-TRANS-RECORD-EXIT.
003920     IF RECORD-HAS-EXCEPTION
003930         PERFORM 2900-PRINT-REJECT
003940             THRU 2900-PRINT-REJECT-EXIT
003950         GO TO 2100-ADD-LEVEL-EXIT
003960     END-IF.
003970
003980     MOVE TRANS-ITEM-ID TO ITEM-ID.
003990     READ ITEMS
004000         INVALID KEY
004010             MOVE 'ITEM NOT ON FILE' TO WS-REJECT-REASON
004020             PERFORM 2900-PRINT-REJECT
004030                 THRU 2900-PRINT-REJECT-EXIT
004040             GO TO 2100-ADD-LEVEL-EXIT
004050     END-READ.
004060
004070     MOVE TRANS-LOCATION-CODE TO LOCATION-CODE.
004080     READ LOCATIONS
004090         INVALID KEY
004100             MOVE 'LOCATION NOT ON FILE' TO WS-REJECT-REASON
004110             PERFORM 2900-PRINT-REJECT
004120                 THRU 2900-PRINT-REJECT-EXIT
004130             GO TO 2100-ADD-LEVEL-EXIT
004140     END-READ.
004150
004160     MOVE TRANS-ITEM-ID       TO LV-ITEM-ID.
004170     MOVE TRANS-LOCATION-CODE TO LV-LOCATION-CODE.
004180     MOVE TRANS-MIN-QTY       TO LV-MIN-QTY.
004190     MOVE TRANS-MAX-QTY       TO LV-MAX-QTY.
004200     WRITE LOC-LEVEL-RECORD
004210         INVALID KEY
004220             MOVE 'DUPLICATE LEVEL' TO WS-REJECT-REASON
004230             PERFORM 2900-PRINT-REJECT
004240                 THRU 2900-PRINT-REJECT-EXIT
004250         NOT INVALID KEY
004260             ADD 1 TO WS-ADD-COUNT
004270             PERFORM 2950-PRINT-DETAIL
004280                 THRU 2950-PRINT-DETAIL-EXIT
004290     END-WRITE.
004300 2100-ADD-LEVEL-EXIT.
004310     EXIT.
004320
004330*--------------------------------------------------------------*
004340* 2200-CHANGE-LEVEL -- look up the entry, re-edit with the new
004350*                      minimum and maximum, rewrite
004360*--------------------------------------------------------------*
004370 2200-CHANGE-LEVEL.
004380     MOVE TRANS-ITEM-ID       TO LV-ITEM-ID.
004390     MOVE TRANS-LOCATION-CODE TO LV-LOCATION-CODE.
004400     READ LOC-LEVELS
004410         INVALID KEY
004420             MOVE 'LEVEL NOT FOUND' TO WS-REJECT-REASON
004430             PERFORM 2900-PRINT-REJECT
004440                 THRU 2900-PRINT-REJECT-EXIT
004450             GO TO 2200-CHANGE-LEVEL-EXIT
004460     END-READ.
004470
004480     PERFORM 2050-EDIT-TRANS-RECORD
004490         THRU 2050-EDIT-TRANS-RECORD-EXIT.
004500     IF RECORD-HAS-EXCEPTION
004510         PERFORM 2900-PRINT-REJECT
004520             THRU 2900-PRINT-REJECT-EXIT
004530         GO TO 2200-CHANGE-LEVEL-EXIT
004540     END-IF.
004550
004560     MOVE TRANS-MIN-QTY TO LV-MIN-QTY.
004570     MOVE TRANS-MAX-QTY TO LV-MAX-QTY.
004580     REWRITE LOC-LEVEL-RECORD
004590         INVALID KEY
004600             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
004610             PERFORM 2900-PRINT-REJECT
004620                 THRU 2900-PRINT-REJECT-EXIT
004630         NOT INVALID KEY
004640             ADD 1 TO WS-CHANGE-COUNT
004650             PERFORM 2950-PRINT-DETAIL
004660                 THRU 2950-PRINT-DETAIL-EXIT
004670     END-REWRITE.
004680 2200-CHANGE-LEVEL-EXIT.
004690     EXIT.
004700
004710*--------------------------------------------------------------*
004720* 2300-DELETE-LEVEL -- retire one level entry by its key
004730*--------------------------------------------------------------*
004740 2300-DELETE-LEVEL.
004750     MOVE TRANS-ITEM-ID       TO LV-ITEM-ID.
004760     MOVE TRANS-LOCATION-CODE TO LV-LOCATION-CODE.
004770     DELETE LOC-LEVELS
004780         INVALID KEY
004790             MOVE 'LEVEL NOT FOUND' TO WS-REJECT-REASON
004800             PERFORM 2900-PRINT-REJECT
004810                 THRU 2900-PRINT-REJECT-EXIT
004820         NOT INVALID KEY
004830             ADD 1 TO WS-DELETE-COUNT
004840             PERFORM 2950-PRINT-DETAIL
004850                 THRU 2950-PRINT-DETAIL-EXIT
004860     END-DELETE.
004870 2300-DELETE-LEVEL-EXIT.
004880     EXIT.
004890
004900*--------------------------------------------------------------*
004910* 2900-PRINT-REJECT -- log a rejected transaction to the
004920*                      maintenance listing
004930*--------------------------------------------------------------*
004940 2900-PRINT-REJECT.
004950     PERFORM 2970-FORMAT-DETAIL
004960         THRU 2970-FORMAT-DETAIL-EXIT.
004970     MOVE WS-REJECT-REASON    TO MD-RESULT.
004980     WRITE MAINT-LISTING-LINE FROM WS-MAINT-DETAIL-LINE.
004990     ADD 1 TO WS-REJECT-COUNT.
005000 2900-PRINT-REJECT-EXIT.
005010     EXIT.
005020
005030*--------------------------------------------------------------*
005040* 2950-PRINT-DETAIL -- log a successfully applied transaction
005050*--------------------------------------------------------------*
005060 2950-PRINT-DETAIL.
005070     PERFORM 2970-FORMAT-DETAIL
005080         THRU 2970-FORMAT-DETAIL-EXIT.
005090     MOVE 'APPLIED'           TO MD-RESULT.
005100     WRITE MAINT-LISTING-LINE FROM WS-MAINT-DETAIL-LINE.
005110 2950-PRINT-DETAIL-EXIT.
005120     EXIT.
005130
005140*--------------------------------------------------------------*
005150* 2970-FORMAT-DETAIL -- the transaction's fields to the listing
005160*                       line; unkeyed levels print as zero
005170*--------------------------------------------------------------*
005180 2970-FORMAT-DETAIL.
005190     MOVE TRANS-CODE          TO MD-TRANS-CODE.
005200     MOVE TRANS-ITEM-ID       TO MD-ITEM-ID.
005210     MOVE TRANS-LOCATION-CODE TO MD-LOCATION-CODE.
005220     MOVE 0                   TO MD-MIN-QTY.
005230     MOVE 0                   TO MD-MAX-QTY.
005240     IF TRANS-MIN-QTY IS NUMERIC
005250         MOVE TRANS-MIN-QTY   TO MD-MIN-QTY
005260     END-IF.
005270     IF TRANS-MAX-QTY IS NUMERIC
005280         MOVE TRANS-MAX-QTY   TO MD-MAX-QTY
005290     END-IF.
005300 2970-FORMAT-DETAIL-EXIT.
005310     EXIT.
005320
005330*--------------------------------------------------------------*
005340* 3000-PRINT-TOTALS -- run totals trailer line
005350*--------------------------------------------------------------*
005360 3000-PRINT-TOTALS.
005370     MOVE WS-ADD-COUNT    TO MT-ADD-COUNT.
005380     MOVE WS-CHANGE-COUNT TO MT-CHANGE-COUNT.
005390     MOVE WS-DELETE-COUNT TO MT-DELETE-COUNT.
005400     MOVE WS-REJECT-COUNT TO MT-REJECT-COUNT.
005410     WRITE MAINT-LISTING-LINE FROM SPACES.
005420     WRITE MAINT-LISTING-LINE FROM WS-MAINT-TOTALS-LINE.
005430 3000-PRINT-TOTALS-EXIT.
005440     EXIT.
005450
005460*--------------------------------------------------------------*
005470* 9000-TERMINATE -- close files
005480*--------------------------------------------------------------*
005490 9000-TERMINATE.
005500     CLOSE LOC-LEVELS.
005510     CLOSE ITEMS.
005520     CLOSE LOCATIONS.
005530     CLOSE LEVEL-TRANS.
005540     CLOSE MAINT-LISTING.
005550     IF WS-UNAUTHORIZED-COUNT > 0
005560         MOVE 4 TO RETURN-CODE
005570     END-IF.
005580 9000-TERMINATE-EXIT.
005590     EXIT.
005600
005610 END PROGRAM LEVEL-MAINT.
