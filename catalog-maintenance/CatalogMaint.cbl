000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Apply add/change/delete transactions to the vendor
000160*          price catalog (VCATALOG.DAT), modeled on
000170*          VENDOR-MAINT. Each catalog entry carries the
000180*          vendor's part number for one of our items and the
000190*          unit price agreed with the vendor from its
000200*          effective date on. A new price is added as a new
000210*          entry with a later effective date rather than
000220*          changed in place, so POs cut under the old price
000230*          can still be traced to it; a change transaction is
000240*          for correcting an entry keyed wrong.
000250*
000260*          An add must name a vendor on the VENDORS master and
000270*          an item on the ITEMS master. The catalog is created
000280*          empty on a first-ever run.
000290*
000300* Modification History:
000310*   10/15/2026  EB   Original version.
000320*   10/15/2026  EB   Operator sign-on: the run signs on through
000330*                    OPER-AUTH as DD-OPERATOR
000340*                    and is refused unless the operator is active
000350*                    and granted CATALOG-MNT (program keys are
000360*                    twelve characters). Each transaction code
000370*                    must be granted as well; one that is not is
000380*                    rejected and the run ends with return code 4.
000390*   10/15/2026  EB   A run without DD-OPERATOR is refused
000400*                    rather than signed on under a default ID,
000410*                    so every run is signed on under a named
000420*                    operator.
000430* Tectonics: cobc
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. CATALOG-MAINT.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT VENDOR-CATALOG ASSIGN TO WS-VCATALOG-PATH
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS VC-KEY OF VENDOR-CATALOG-RECORD
000550         FILE STATUS IS WS-VCATALOG-STATUS.
000560
000570     SELECT VENDORS ASSIGN TO WS-VENDORS-PATH
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS VENDOR-ID OF VENDORS-FILE
000610         FILE STATUS IS WS-VENDORS-STATUS.
000620
000630     SELECT ITEMS ASSIGN TO WS-ITEMS-PATH
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS ITEM-ID OF ITEMS-FILE
000670         FILE STATUS IS WS-ITEMS-STATUS.
000680
000690     SELECT CATALOG-TRANS ASSIGN TO 'CATTRAN.TXT'
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710
000720     SELECT MAINT-LISTING ASSIGN TO 'CATMAIN.TXT'
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  VENDOR-CATALOG.
000780     COPY VCATREC.
000790
000800 FD  VENDORS.
000810     COPY VENDREC.
000820
000830 FD  ITEMS.
000840     COPY ITEMREC.
000850
000860*--------------------------------------------------------------*
000870* TRANSACTION RECORD -- one add/change/delete request
000880*    TRANS-CODE  A = Add, C = Change, D = Delete
000890*    The vendor, item, and effective date together name the
000900*    catalog entry.
000910*--------------------------------------------------------------*
000920 FD  CATALOG-TRANS.
000930 01  CATALOG-TRANS-RECORD.
000940     05  TRANS-CODE                      PIC X(01).
000950     05  TRANS-VENDOR-ID                 PIC 9(05).
000960     05  TRANS-ITEM-ID                   PIC 9(05).
000970     05  TRANS-EFFECTIVE-DATE            PIC 9(08).
000980     05  TRANS-VENDOR-PART               PIC X(15).
000990     05  TRANS-UNIT-PRICE                PIC 9(05)V9(02).
001000
001010 FD  MAINT-LISTING.
001020 01  MAINT-LISTING-LINE                  PIC X(100).
001030
001040 WORKING-STORAGE SECTION.
001050 01  WS-VCATALOG-PATH                    PIC X(100)  VALUE
001060     'VCATALOG.DAT'.
001070
001080 01  WS-VENDORS-PATH                     PIC X(100)  VALUE
001090     'VENDORS.DAT'.
001100
001110 01  WS-ITEMS-PATH                       PIC X(100)  VALUE
001120     'ITEMS.DAT'.
001130
001140*--------------------------------------------------------------*
001150* SWITCHES AND COUNTERS
001160*--------------------------------------------------------------*
001170 01  WS-EOF                              PIC X(01)   VALUE 'N'.
001180     88  END-OF-TRANS                                VALUE 'Y'.
001190
001200 01  WS-VCATALOG-STATUS                  PIC X(02)   VALUE '00'.
001210     88  VCATALOG-STATUS-OK                           VALUE '00'.
001220     88  VCATALOG-KEY-NOT-FOUND                       VALUE '23'.
001230     88  VCATALOG-KEY-ALREADY-EXISTS                  VALUE '22'.
001240
001250 01  WS-VENDORS-STATUS                   PIC X(02)   VALUE '00'.
001260     88  VENDORS-STATUS-OK                            VALUE '00'.
001270
001280 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
001290     88  ITEMS-STATUS-OK                              VALUE '00'.
001300
001310 01  WS-RECORD-STATUS                    PIC X(01)   VALUE 'Y'.
001320     88  RECORD-IS-VALID                              VALUE 'Y'.
001330     88  RECORD-HAS-EXCEPTION                         VALUE 'N'.
001340
001350 01  WS-EDIT-REASON.
001360     05  ER-KEY-REASON                   PIC X(16).
001370     05  ER-PRICE-REASON                 PIC X(13).
001380
001390 01  WS-REJECT-REASON                    PIC X(29)   VALUE SPACES.
001400
001410 01  WS-OPERATOR-ID                      PIC X(08)   VALUE SPACES.
001420 01  WS-AUTH-ACTION                      PIC X(01)   VALUE SPACE.
001430 01  WS-AUTH-PROGRAM                     PIC X(12)   VALUE
001440     'CATALOG-MNT'.
001450 01  WS-AUTH-TRAN-TYPE                   PIC X(01)   VALUE SPACE.
001460
001470 01  WS-AUTH-SW                          PIC X(01)   VALUE 'Y'.
001480     88  TRAN-TYPE-AUTHORIZED                         VALUE 'Y'.
001490     88  TRAN-TYPE-REFUSED                            VALUE 'N'.
001500
001510 77  WS-ADD-COUNT                        PIC 9(05)   VALUE 0.
001520 77  WS-CHANGE-COUNT                     PIC 9(05)   VALUE 0.
001530 77  WS-DELETE-COUNT                     PIC 9(05)   VALUE 0.
001540 77  WS-REJECT-COUNT                     PIC 9(05)   VALUE 0.
001550 77  WS-UNAUTHORIZED-COUNT               PIC 9(05)   VALUE 0.
001560
001570*--------------------------------------------------------------*
001580* PRINT-IMAGE LINES
001590*--------------------------------------------------------------*
001600 01  WS-MAINT-HEADING.
001610     05  FILLER                          PIC X(30) VALUE
001620         'VENDOR CATALOG MAINTENANCE RUN'.
001630
001640 01  WS-MAINT-DETAIL-LINE.
001650     05  MD-TRANS-CODE                   PIC X(01).
001660     05  FILLER                          PIC X(03) VALUE SPACES.
001670     05  MD-VENDOR-ID                    PIC 9(05).
001680     05  FILLER                          PIC X(02) VALUE SPACES.
001690     05  MD-ITEM-ID                      PIC 9(05).
001700     05  FILLER                          PIC X(02) VALUE SPACES.
001710     05  MD-EFFECTIVE-DATE               PIC 9(08).
001720     05  FILLER                          PIC X(02) VALUE SPACES.
001730     05  MD-VENDOR-PART                  PIC X(15).
001740     05  FILLER                          PIC X(02) VALUE SPACES.
001750     05  MD-UNIT-PRICE                   PIC ZZ,ZZ9.99.
001760     05  FILLER                          PIC X(02) VALUE SPACES.
001770     05  MD-RESULT                       PIC X(29).
001780
001790 01  WS-MAINT-TOTALS-LINE.
001800     05  FILLER                      PIC X(07) VALUE 'ADDED: '.
001810     05  MT-ADD-COUNT                PIC ZZ,ZZ9.
001820     05  FILLER                      PIC X(04) VALUE SPACES.
001830     05  FILLER                      PIC X(09) VALUE 'CHANGED: '.
001840     05  MT-CHANGE-COUNT             PIC ZZ,ZZ9.
001850     05  FILLER                      PIC X(04) VALUE SPACES.
001860     05  FILLER                      PIC X(09) VALUE 'DELETED: '.
001870     05  MT-DELETE-COUNT             PIC ZZ,ZZ9.
001880     05  FILLER                      PIC X(04) VALUE SPACES.
001890     05  FILLER                      PIC X(10) VALUE 'REJECTED: '.
001900     05  MT-REJECT-COUNT             PIC ZZ,ZZ9.
001910
001920 PROCEDURE DIVISION.
001930*--------------------------------------------------------------*
001940* 0000-MAINLINE
001950*--------------------------------------------------------------*
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE
001980         THRU 1000-INITIALIZE-EXIT.
001990
002000     PERFORM 2000-PROCESS-TRANSACTIONS
002010         THRU 2000-PROCESS-TRANSACTIONS-EXIT
002020         UNTIL END-OF-TRANS.
002030
002040     PERFORM 3000-PRINT-TOTALS
002050         THRU 3000-PRINT-TOTALS-EXIT.
002060
002070     PERFORM 9000-TERMINATE
002080         THRU 9000-TERMINATE-EXIT.
002090
002100     STOP RUN.
002110
002120*--------------------------------------------------------------*
002130* 1000-INITIALIZE -- open the catalog, the masters it is
002140*                    checked against, transactions, and listing
002150*--------------------------------------------------------------*
002160 1000-INITIALIZE.
002170     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'DD-OPERATOR'
002180         ON EXCEPTION
002190             CONTINUE
002200     END-ACCEPT.
002210     IF WS-OPERATOR-ID = SPACES
002220         DISPLAY 'CATALOG-MAINT: DD-OPERATOR NOT GIVEN'
002230         GO TO 1000-INITIALIZE-ABEND
002240     END-IF.
002250     MOVE 'S' TO WS-AUTH-ACTION.
002260     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
002270                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
002280     IF RETURN-CODE NOT = 0
002290         DISPLAY 'CATALOG-MAINT: OPERATOR ' WS-OPERATOR-ID
002300             ' NOT AUTHORIZED, RUN REFUSED'
002310         GO TO 1000-INITIALIZE-ABEND
002320     END-IF.
002330
002340     ACCEPT WS-VCATALOG-PATH FROM ENVIRONMENT 'DD-VCATALOG'
002350         ON EXCEPTION
002360             CONTINUE
002370     END-ACCEPT.
002380     IF WS-VCATALOG-PATH = SPACES
002390         MOVE 'VCATALOG.DAT' TO WS-VCATALOG-PATH
002400     END-IF.
002410
002420     ACCEPT WS-VENDORS-PATH FROM ENVIRONMENT 'DD-VENDORS'
002430         ON EXCEPTION
002440             CONTINUE
002450     END-ACCEPT.
002460     IF WS-VENDORS-PATH = SPACES
002470         MOVE 'VENDORS.DAT' TO WS-VENDORS-PATH
002480     END-IF.
002490
002500     ACCEPT WS-ITEMS-PATH FROM ENVIRONMENT 'DD-ITEMS'
002510         ON EXCEPTION
002520             CONTINUE
002530     END-ACCEPT.
002540     IF WS-ITEMS-PATH = SPACES
002550         MOVE 'ITEMS.DAT' TO WS-ITEMS-PATH
002560     END-IF.
002570
002580*    A first-ever run has no VCATALOG.DAT yet, so an empty
002590*    catalog is created and reopened I-O, same as VENDOR-MAINT
002600*    bootstraps an empty VENDORS master.
002610     OPEN I-O VENDOR-CATALOG.
002620     IF NOT VCATALOG-STATUS-OK
002630         OPEN OUTPUT VENDOR-CATALOG
002640         IF VCATALOG-STATUS-OK
002650             CLOSE VENDOR-CATALOG
002660             OPEN I-O VENDOR-CATALOG
002670         END-IF
002680     END-IF.
002690     IF NOT VCATALOG-STATUS-OK
002700         DISPLAY 'CATALOG-MAINT: UNABLE TO OPEN VCATALOG, '
002710             'STATUS = ' WS-VCATALOG-STATUS
002720         GO TO 1000-INITIALIZE-ABEND
002730     END-IF.
002740
002750     OPEN INPUT VENDORS.
002760     IF NOT VENDORS-STATUS-OK
002770         DISPLAY 'CATALOG-MAINT: UNABLE TO OPEN VENDORS, '
002780             'STATUS = ' WS-VENDORS-STATUS
002790         GO TO 1000-INITIALIZE-ABEND
002800     END-IF.
002810
002820     OPEN INPUT ITEMS.
002830     IF NOT ITEMS-STATUS-OK
002840         DISPLAY 'CATALOG-MAINT: UNABLE TO OPEN ITEMS, STATUS = '
002850             WS-ITEMS-STATUS
002860         GO TO 1000-INITIALIZE-ABEND
002870     END-IF.
002880
002890     OPEN INPUT CATALOG-TRANS.
002900     OPEN OUTPUT MAINT-LISTING.
002910
002920     WRITE MAINT-LISTING-LINE FROM WS-MAINT-HEADING.
002930     WRITE MAINT-LISTING-LINE FROM SPACES.
002940 1000-INITIALIZE-EXIT.
002950     EXIT.
002960
002970 1000-INITIALIZE-ABEND.
002980     MOVE 16 TO RETURN-CODE.
002990     STOP RUN.
003000
003010*--------------------------------------------------------------*
003020* 2000-PROCESS-TRANSACTIONS -- read one transaction and apply it
003030*--------------------------------------------------------------*
003040 2000-PROCESS-TRANSACTIONS.
003050     READ CATALOG-TRANS
003060         AT END
003070             MOVE 'Y' TO WS-EOF
003080         NOT AT END
003090             PERFORM 2010-CHECK-TRAN-TYPE
003100                 THRU 2010-CHECK-TRAN-TYPE-EXIT
003110             IF TRAN-TYPE-REFUSED
003120                 MOVE 'OPERATOR NOT AUTHORIZED'
003130                     TO WS-REJECT-REASON
003140                 PERFORM 2900-PRINT-REJECT
003150                     THRU 2900-PRINT-REJECT-EXIT
003160             ELSE
003170                 EVALUATE TRANS-CODE
003180                     WHEN 'A'
003190                         PERFORM 2100-ADD-ENTRY
003200                             THRU 2100-ADD-ENTRY-EXIT
003210                     WHEN 'C'
003220                         PERFORM 2200-CHANGE-ENTRY
003230                             THRU 2200-CHANGE-ENTRY-EXIT
003240                     WHEN 'D'
003250                         PERFORM 2300-DELETE-ENTRY
003260                             THRU 2300-DELETE-ENTRY-EXIT
003270                     WHEN OTHER
003280                         MOVE 'UNKNOWN TRANS CODE'
003290                             TO WS-REJECT-REASON
003300                         PERFORM 2900-PRINT-REJECT
003310                             THRU 2900-PRINT-REJECT-EXIT
003320                 END-EVALUATE
003330             END-IF
003340     END-READ.
003350 2000-PROCESS-TRANSACTIONS-EXIT.
003360     EXIT.
003370
003380*--------------------------------------------------------------*
003390* 2010-CHECK-TRAN-TYPE -- the signed-on operator must hold the
003400*                         transaction code; an unknown code is
003410*                         left for the EVALUATE to reject
003420*--------------------------------------------------------------*
003430 2010-CHECK-TRAN-TYPE.
003440     SET TRAN-TYPE-AUTHORIZED TO TRUE.
003450     IF TRANS-CODE NOT = 'A' AND TRANS-CODE NOT = 'C'
003460             AND TRANS-CODE NOT = 'D'
003470         GO TO 2010-CHECK-TRAN-TYPE-EXIT
003480     END-IF.
003490     MOVE 'T'        TO WS-AUTH-ACTION.
003500     MOVE TRANS-CODE TO WS-AUTH-TRAN-TYPE.
003510     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
003520                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
003530     IF RETURN-CODE NOT = 0
003540         SET TRAN-TYPE-REFUSED TO TRUE
003550         ADD 1 TO WS-UNAUTHORIZED-COUNT
003560     END-IF.
003570 2010-CHECK-TRAN-TYPE-EXIT.
003580     EXIT.
003590
003600*--------------------------------------------------------------*
003610* 2050-EDIT-TRANS-RECORD -- a zero vendor, item, or effective
003620*                           date, or a zero price, fails the
003630*                           transaction
003640*--------------------------------------------------------------*
003650 2050-EDIT-TRANS-RECORD.
003660     SET RECORD-IS-VALID TO TRUE.
003670     MOVE SPACES TO WS-EDIT-REASON.
003680
003690     IF TRANS-VENDOR-ID = 0 OR TRANS-ITEM-ID = 0
003700             OR TRANS-EFFECTIVE-DATE = 0
003710         SET RECORD-HAS-EXCEPTION TO TRUE
003720         MOVE 'KEY FIELD ZERO; ' TO ER-KEY-REASON
003730     END-IF.
003740
003750     IF TRANS-UNIT-PRICE = 0
003760         SET RECORD-HAS-EXCEPTION TO TRUE
003770         MOVE 'PRICE ZERO' TO ER-PRICE-REASON
003780     END-IF.
003790
003800     MOVE WS-EDIT-REASON TO WS-REJECT-REASON.
003810 2050-EDIT-TRANS-RECORD-EXIT.
003820     EXIT.
003830
003840*--------------------------------------------------------------*
003850* 2100-ADD-ENTRY -- edit, prove the vendor and item are on
003860*                   their masters, then write the new entry
003870*--------------------------------------------------------------*
003880 2100-ADD-ENTRY.
003890     PERFORM 2050-EDIT-TRANS-RECORD
003900         THRU 2050-EDIT-TRANS-RECORD-EXIT.
003910     IF RECORD-HAS-EXCEPTION
003920         PERFORM 2900-PRINT-REJECT
003930             THRU 2900-PRINT-REJECT-EXIT
003940         GO TO 2100-ADD-ENTRY-EXIT
003950     END-IF.
003960
003970     MOVE TRANS-VENDOR-ID TO VENDOR-ID.
003980     READ VENDORS
003990         INVALID KEY
004000             MOVE 'VENDOR NOT ON FILE' TO WS-REJECT-REASON
004010             PERFORM 2900-PRINT-REJECT
004020                 THRU 2900-PRINT-REJECT-EXIT
004030             GO TO 2100-ADD-ENTRY-EXIT
004040     END-READ.
004050
004060     MOVE TRANS-ITEM-ID TO ITEM-ID.
004070     READ ITEMS
004080         INVALID KEY
004090             MOVE 'ITEM NOT ON FILE' TO WS-REJECT-REASON
004100             PERFORM 2900-PRINT-REJECT
004110                 THRU 2900-PRINT-REJECT-EXIT
004120             GO TO 2100-ADD-ENTRY-EXIT
004130     END-READ.
004140
004150     MOVE TRANS-VENDOR-ID      TO VC-VENDOR-ID.
004160     MOVE TRANS-ITEM-ID        TO VC-ITEM-ID.
004170     MOVE TRANS-EFFECTIVE-DATE TO VC-EFFECTIVE-DATE.
004180     MOVE TRANS-VENDOR-PART    TO VC-VENDOR-PART.
004190     MOVE TRANS-UNIT-PRICE     TO VC-UNIT-PRICE.
004200     WRITE VENDOR-CATALOG-RECORD
004210         INVALID KEY
004220             MOVE 'DUPLICATE CATALOG ENTRY' TO WS-REJECT-REASON
004230             PERFORM 2900-PRINT-REJECT
004240                 THRU 2900-PRINT-REJECT-EXIT
004250         NOT INVALID KEY
004260             ADD 1 TO WS-ADD-COUNT
004270             PERFORM 2950-PRINT-DETAIL
004280                 THRU 2950-PRINT-DETAIL-EXIT
004290     END-WRITE.
004300 2100-ADD-ENTRY-EXIT.
004310     EXIT.
004320
004330*--------------------------------------------------------------*
004340* 2200-CHANGE-ENTRY -- look up the entry, re-edit with the
004350*                      transaction's new part number and
004360*                      price, rewrite
004370*--------------------------------------------------------------*
004380 2200-CHANGE-ENTRY.
004390     MOVE TRANS-VENDOR-ID      TO VC-VENDOR-ID.
004400     MOVE TRANS-ITEM-ID        TO VC-ITEM-ID.
004410     MOVE TRANS-EFFECTIVE-DATE TO VC-EFFECTIVE-DATE.
004420     READ VENDOR-CATALOG
004430         INVALID KEY
004440             MOVE 'CATALOG ENTRY NOT FOUND' TO WS-REJECT-REASON
004450             PERFORM 2900-PRINT-REJECT
004460                 THRU 2900-PRINT-REJECT-EXIT
004470             GO TO 2200-CHANGE-ENTRY-EXIT
004480     END-READ.
004490
004500     PERFORM 2050-EDIT-TRANS-RECORD
004510         THRU 2050-EDIT-TRANS-RECORD-EXIT.
004520     IF RECORD-HAS-EXCEPTION
004530         PERFORM 2900-PRINT-REJECT
004540             THRU 2900-PRINT-REJECT-EXIT
004550         GO TO 2200-CHANGE-ENTRY-EXIT
004560     END-IF.
004570
004580     MOVE TRANS-VENDOR-PART TO VC-VENDOR-PART.
004590     MOVE TRANS-UNIT-PRICE  TO VC-UNIT-PRICE.
004600     REWRITE VENDOR-CATALOG-RECORD
004610         INVALID KEY
004620             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
004630             PERFORM 2900-PRINT-REJECT
004640                 THRU 2900-PRINT-REJECT-EXIT
004650         NOT INVALID KEY
004660             ADD 1 TO WS-CHANGE-COUNT
004670             PERFORM 2950-PRINT-DETAIL
004680                 THRU 2950-PRINT-DETAIL-EXIT
004690     END-REWRITE.
004700 2200-CHANGE-ENTRY-EXIT.
004710     EXIT.
004720
004730*--------------------------------------------------------------*
004740* 2300-DELETE-ENTRY -- retire one catalog entry by its key
004750*--------------------------------------------------------------*
004760 2300-DELETE-ENTRY.
004770     MOVE TRANS-VENDOR-ID      TO VC-VENDOR-ID.
004780     MOVE TRANS-ITEM-ID        TO VC-ITEM-ID.
004790     MOVE TRANS-EFFECTIVE-DATE TO VC-EFFECTIVE-DATE.
004800     DELETE VENDOR-CATALOG
004810         INVALID KEY
004820             MOVE 'CATALOG ENTRY NOT FOUND' TO WS-REJECT-REASON
004830             PERFORM 2900-PRINT-REJECT
004840                 THRU 2900-PRINT-REJECT-EXIT
004850         NOT INVALID KEY
004860             ADD 1 TO WS-DELETE-COUNT
004870             PERFORM 2950-PRINT-DETAIL
004880                 THRU 2950-PRINT-DETAIL-EXIT
004890     END-DELETE.
004900 2300-DELETE-ENTRY-EXIT.
004910     EXIT.
004920
004930*--------------------------------------------------------------*
004940* 2900-PRINT-REJECT -- log a rejected transaction to the
004950*                      maintenance listing
004960*--------------------------------------------------------------*
004970 2900-PRINT-REJECT.
004980     PERFORM 2960-FORMAT-DETAIL
004990         THRU 2960-FORMAT-DETAIL-EXIT.
005000     MOVE WS-REJECT-REASON     TO MD-RESULT.
005010     WRITE MAINT-LISTING-LINE FROM WS-MAINT-DETAIL-LINE.
005020     ADD 1 TO WS-REJECT-COUNT.
005030 2900-PRINT-REJECT-EXIT.
005040     EXIT.
005050
005060*--------------------------------------------------------------*
005070* 2950-PRINT-DETAIL -- log a successfully applied transaction
005080*--------------------------------------------------------------*
005090 2950-PRINT-DETAIL.
005100     PERFORM 2960-FORMAT-DETAIL
005110         THRU 2960-FORMAT-DETAIL-EXIT.
005120     MOVE 'APPLIED'            TO MD-RESULT.
005130     WRITE MAINT-LISTING-LINE FROM WS-MAINT-DETAIL-LINE.
005140 2950-PRINT-DETAIL-EXIT.
005150     EXIT.
005160
005170 2960-FORMAT-DETAIL.
005180     MOVE TRANS-CODE           TO MD-TRANS-CODE.
005190     MOVE TRANS-VENDOR-ID      TO MD-VENDOR-ID.
005200     MOVE TRANS-ITEM-ID        TO MD-ITEM-ID.
005210     MOVE TRANS-EFFECTIVE-DATE TO MD-EFFECTIVE-DATE.
005220     MOVE TRANS-VENDOR-PART    TO MD-VENDOR-PART.
005230     MOVE TRANS-UNIT-PRICE     TO MD-UNIT-PRICE.
005240 2960-FORMAT-DETAIL-EXIT.
005250     EXIT.
005260
005270*--------------------------------------------------------------*
005280* 3000-PRINT-TOTALS -- run totals trailer line
005290*--------------------------------------------------------------*
005300 3000-PRINT-TOTALS.
005310     MOVE WS-ADD-COUNT    TO MT-ADD-COUNT.
005320     MOVE WS-CHANGE-COUNT TO MT-CHANGE-COUNT.
005330     MOVE WS-DELETE-COUNT TO MT-DELETE-COUNT.
005340     MOVE WS-REJECT-COUNT TO MT-REJECT-COUNT.
005350     WRITE MAINT-LISTING-LINE FROM SPACES.
005360     WRITE MAINT-LISTING-LINE FROM WS-MAINT-TOTALS-LINE.
005370 3000-PRINT-TOTALS-EXIT.
005380     EXIT.
005390
005400*--------------------------------------------------------------*
005410* 9000-TERMINATE -- close files
005420*--------------------------------------------------------------*
005430 9000-TERMINATE.
005440     CLOSE VENDOR-CATALOG.
005450     CLOSE VENDORS.
005460     CLOSE ITEMS.
005470     CLOSE CATALOG-TRANS.
005480     CLOSE MAINT-LISTING.
005490     IF WS-UNAUTHORIZED-COUNT > 0
005500         MOVE 4 TO RETURN-CODE
005510     END-IF.
005520 9000-TERMINATE-EXIT.
005530     EXIT.
005540
005550 END PROGRAM CATALOG-MAINT.
