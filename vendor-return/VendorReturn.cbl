000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Ship damaged or wrong receipts back to the vendor
000160*          against the PO line they came in on. The dock keys
000170*          one transaction per PO line (RTVTRAN.TXT) with the
000180*          quantity going back, a reason code from the shared
000190*          reason table (RTRSNTB), and whether the vendor owes
000200*          a replacement. A return for more than the line has
000210*          received is rejected.
000220*
000230*          The returned units come off PO-RECEIVED-QTY. When a
000240*          replacement is owed the line is reopened so the
000250*          replacement receipt can match it; otherwise the
000260*          units also come off PO-ORDER-QTY and the line keeps
000270*          its status. The running total returned is kept in
000280*          PO-RETURNED-QTY.
000290*
000300*          Each PO's returns in the run are gathered under one
000310*          debit memo number, assigned from the control file
000320*          DMCTL.DAT the same way CUST-RETURN numbers its
000330*          credit memos from CRMCTL.DAT. The program writes:
000340*
000350*          RTVMOVE.TXT   the V return-to-vendor movements, in
000360*                        the shared MOVEREC shape, for
000370*                        STOCK-POST: out of the location the
000380*                        line was received into, at the
000390*                        receipt cost, reference DM plus the
000400*                        memo number
000410*          VDMEMOS.DAT   one debit memo line per return, kept
000420*                        cumulatively (copybook DBMEMREC) for
000430*                        accounts payable and GL-EXTRACT
000440*          VDMEMO.TXT    the printed debit memos, one per PO,
000450*                        sent to the vendor with the goods
000460*          RTVLIST.TXT   the return-to-vendor listing
000470*
000480*          Returns are valued at the line's average receipt
000490*          cost (PO-RECEIPT-UNIT-COST), or at the item's
000500*          moving-average cost when the receipts were keyed
000510*          without one.
000520*
000530* Modification History:
000540*   10/15/2026  EB   Original version.
000550*   10/15/2026  EB   Return movements clear the lot fields
000560*                    added to MOVEREC.
000570*   10/15/2026  EB   Operator sign-on through OPER-AUTH as
000580*                    DD-OPERATOR under the
000590*                    program key VENDOR-RTN (keys are twelve
000600*                    characters). The replace flag is the
000610*                    transaction type: Y (replacement owed) and
000620*                    N (cut the order) are granted separately. A
000630*                    return the operator may not key is rejected
000640*                    and the run ends with return code 4. The run
000650*                    holds the ITEMS lock while it updates
000660*                    PORDERS, so it cannot run beside ORDER-PURGE.
000670*   10/15/2026  EB   A run without DD-OPERATOR is refused
000680*                    rather than signed on under a default ID,
000690*                    so every run is signed on under a named
000700*                    operator.
000710* Tectonics: cobc
000720******************************************************************
000730 IDENTIFICATION DIVISION.
000740 PROGRAM-ID. VENDOR-RETURN.
000750
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT ITEMS ASSIGN TO WS-ITEMS-PATH
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS ITEM-ID OF ITEMS-FILE
000830         FILE STATUS IS WS-ITEMS-STATUS.
000840
000850     SELECT PURCH-ORDERS ASSIGN TO WS-PORDERS-PATH
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS PO-KEY OF PURCH-ORDER-RECORD
000890         FILE STATUS IS WS-PORDERS-STATUS.
000900
000910     SELECT VENDORS ASSIGN TO WS-VENDORS-PATH
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS RANDOM
000940         RECORD KEY IS VENDOR-ID OF VENDORS-FILE
000950         FILE STATUS IS WS-VENDORS-STATUS.
000960
000970     SELECT RTV-INPUT ASSIGN TO 'RTVTRAN.TXT'
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-RTV-STATUS.
001000
001010     SELECT RTV-MOVES ASSIGN TO 'RTVMOVE.TXT'
001020         ORGANIZATION IS LINE SEQUENTIAL.
001030
001040     SELECT MEMO-CONTROL ASSIGN TO WS-DMCTL-PATH
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-DMCTL-STATUS.
001070
001080     SELECT DEBIT-MEMOS ASSIGN TO WS-VDMEMOS-PATH
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-VDMEMOS-STATUS.
001110
001120     SELECT MEMO-DOCUMENT ASSIGN TO 'VDMEMO.TXT'
001130         ORGANIZATION IS LINE SEQUENTIAL.
001140
001150     SELECT RTV-LISTING ASSIGN TO 'RTVLIST.TXT'
001160         ORGANIZATION IS LINE SEQUENTIAL.
001170
001180 DATA DIVISION.
001190 FILE SECTION.
001200 FD  ITEMS.
001210     COPY ITEMREC.
001220
001230 FD  PURCH-ORDERS.
001240     COPY PORDREC.
001250
001260 FD  VENDORS.
001270     COPY VENDREC.
001280
001290*--------------------------------------------------------------*
001300* RETURN-TO-VENDOR TRANSACTION -- one PO line's units going
001310* back to the vendor
001320*    VI-REPLACE-FLAG  Y = vendor owes a replacement
001330*                     N = take the units off the order
001340*--------------------------------------------------------------*
001350 FD  RTV-INPUT.
001360 01  RTV-INPUT-RECORD.
001370     05  VI-PO-NUMBER                    PIC 9(06).
001380     05  VI-LINE-NUMBER                  PIC 9(03).
001390     05  VI-QUANTITY                     PIC 9(05).
001400     05  VI-REASON-CODE                  PIC X(02).
001410     05  VI-REPLACE-FLAG                 PIC X(01).
001420
001430 FD  RTV-MOVES.
001440     COPY MOVEREC.
001450
001460*--------------------------------------------------------------*
001470* MEMO CONTROL RECORD -- the last debit memo number assigned
001480*--------------------------------------------------------------*
001490 FD  MEMO-CONTROL.
001500 01  MEMO-CONTROL-RECORD.
001510     05  MC-LAST-MEMO-NUMBER             PIC 9(06).
001520
001530 FD  DEBIT-MEMOS.
001540     COPY DBMEMREC.
001550
001560 FD  MEMO-DOCUMENT.
001570 01  MEMO-DOCUMENT-LINE                  PIC X(90).
001580
001590 FD  RTV-LISTING.
001600 01  RTV-LISTING-LINE                    PIC X(110).
001610
001620 WORKING-STORAGE SECTION.
001630 01  WS-ITEMS-PATH                       PIC X(100)  VALUE
001640     'ITEMS.DAT'.
001650
001660 01  WS-PORDERS-PATH                     PIC X(100)  VALUE
001670     'PORDERS.DAT'.
001680
001690 01  WS-VENDORS-PATH                     PIC X(100)  VALUE
001700     'VENDORS.DAT'.
001710
001720 01  WS-DMCTL-PATH                       PIC X(100)  VALUE
001730     'DMCTL.DAT'.
001740
001750 01  WS-VDMEMOS-PATH                     PIC X(100)  VALUE
001760     'VDMEMOS.DAT'.
001770
001780 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
001790     88  ITEMS-STATUS-OK                              VALUE '00'.
001800
001810 01  WS-PORDERS-STATUS                   PIC X(02)   VALUE '00'.
001820     88  PORDERS-STATUS-OK                            VALUE '00'.
001830
001840 01  WS-VENDORS-STATUS                   PIC X(02)   VALUE '00'.
001850     88  VENDORS-STATUS-OK                            VALUE '00'.
001860
001870 01  WS-RTV-STATUS                       PIC X(02)   VALUE '00'.
001880     88  RTV-STATUS-OK                                VALUE '00'.
001890     88  RTV-FILE-NOT-FOUND                           VALUE '35'.
001900
001910 01  WS-DMCTL-STATUS                     PIC X(02)   VALUE '00'.
001920     88  DMCTL-STATUS-OK                              VALUE '00'.
001930
001940 01  WS-VDMEMOS-STATUS                   PIC X(02)   VALUE '00'.
001950     88  VDMEMOS-STATUS-OK                            VALUE '00'.
001960     88  VDMEMOS-FILE-NOT-FOUND                       VALUE '35'.
001970
001980 01  WS-VENDORS-OPEN-SW                  PIC X(01)   VALUE 'N'.
001990     88  VENDORS-FILE-AVAILABLE                      VALUE 'Y'.
002000
002010     COPY RTRSNTB.
002020
002030*--------------------------------------------------------------*
002040* SWITCHES AND COUNTERS
002050*--------------------------------------------------------------*
002060 01  WS-EOF                              PIC X(01)   VALUE 'N'.
002070     88  END-OF-RTV-INPUT                            VALUE 'Y'.
002080
002090 01  WS-MEMO-OPEN-SW                     PIC X(01)   VALUE 'N'.
002100     88  MEMO-IS-OPEN                                VALUE 'Y'.
002110
002120 01  WS-REJECT-REASON                    PIC X(28)   VALUE SPACES.
002130
002140 01  WS-OPERATOR-ID                      PIC X(08)   VALUE SPACES.
002150 01  WS-AUTH-ACTION                      PIC X(01)   VALUE SPACE.
002160 01  WS-AUTH-PROGRAM                     PIC X(12)   VALUE
002170     'VENDOR-RTN'.
002180 01  WS-AUTH-TRAN-TYPE                   PIC X(01)   VALUE SPACE.
002190
002200 01  WS-AUTH-SW                          PIC X(01)   VALUE 'Y'.
002210     88  TRAN-TYPE-AUTHORIZED                         VALUE 'Y'.
002220     88  TRAN-TYPE-REFUSED                            VALUE 'N'.
002230
002240 01  WS-LOCK-ACTION                      PIC X(01)   VALUE SPACE.
002250 01  WS-LOCK-PROGRAM                     PIC X(12)   VALUE SPACES.
002260
002270 77  WS-LAST-MEMO-NUMBER                 PIC 9(06)   VALUE 0.
002280 77  WS-THIS-MEMO-NUMBER                 PIC 9(06)   VALUE 0.
002290 77  WS-THIS-MEMO-LINE                   PIC 9(03)   VALUE 0.
002300 77  WS-THIS-PO-NUMBER                   PIC 9(06)   VALUE 0.
002310 77  WS-REASON-SUB                       PIC 9(02)   VALUE 0.
002320 77  WS-REASON-MATCH                     PIC 9(02)   VALUE 0.
002330 77  WS-MEMO-COUNT                       PIC 9(05)   VALUE 0.
002340 77  WS-RETURNED-QTY                     PIC 9(07)   VALUE 0.
002350 77  WS-REPLACE-COUNT                    PIC 9(05)   VALUE 0.
002360 77  WS-REJECT-COUNT                     PIC 9(05)   VALUE 0.
002370 77  WS-UNAUTHORIZED-COUNT               PIC 9(05)   VALUE 0.
002380 77  WS-MOVE-COUNT                       PIC 9(05)   VALUE 0.
002390
002400 01  WS-MOVE-REFERENCE.
002410     05  FILLER                          PIC X(02)   VALUE 'DM'.
002420     05  WS-MOVE-REF-MEMO                PIC 9(06)   VALUE 0.
002430     05  FILLER                          PIC X(02)   VALUE SPACES.
002440
002450 01  WS-VENDOR-WORK.
002460     05  WS-VENDOR-NAME                  PIC X(25)   VALUE SPACES.
002470     05  WS-VENDOR-CONTACT               PIC X(25)   VALUE SPACES.
002480
002490 77  WS-UNIT-COST                  PIC 9(05)V9(02)   VALUE 0.
002500 77  WS-LINE-COST                  PIC 9(09)V9(02)   VALUE 0.
002510 77  WS-MEMO-TOTAL                 PIC 9(11)V9(02)   VALUE 0.
002520 77  WS-TOTAL-DEBIT                PIC 9(11)V9(02)   VALUE 0.
002530
002540 01  WS-CURRENT-DATE.
002550     05  WS-CURRENT-YEAR                 PIC 9(04).
002560     05  WS-CURRENT-MONTH                PIC 9(02).
002570     05  WS-CURRENT-DAY                  PIC 9(02).
002580
002590*--------------------------------------------------------------*
002600* DEBIT MEMO DOCUMENT PRINT-IMAGE LINES
002610*--------------------------------------------------------------*
002620 01  WS-DOC-HEADING-1.
002630     05  FILLER                          PIC X(18) VALUE
002640         'VENDOR DEBIT MEMO '.
002650     05  DH-MEMO-NUMBER                  PIC 9(06).
002660     05  FILLER                          PIC X(13) VALUE
002670         '   MEMO DATE '.
002680     05  DH-MEMO-DATE                    PIC 9(08).
002690     05  FILLER                          PIC X(06) VALUE
002700         '   PO '.
002710     05  DH-PO-NUMBER                    PIC 9(06).
002720
002730 01  WS-DOC-HEADING-2.
002740     05  FILLER                          PIC X(08) VALUE
002750         'VENDOR  '.
002760     05  DH-VENDOR-ID                    PIC 9(05).
002770     05  FILLER                          PIC X(02) VALUE SPACES.
002780     05  DH-VENDOR-NAME                  PIC X(25).
002790     05  FILLER                          PIC X(02) VALUE SPACES.
002800     05  DH-VENDOR-CONTACT               PIC X(25).
002810
002820 01  WS-DOC-COLUMN-HEADING.
002830     05  FILLER                          PIC X(04) VALUE 'LINE'.
002840     05  FILLER                          PIC X(01) VALUE SPACES.
002850     05  FILLER                          PIC X(04) VALUE 'POLN'.
002860     05  FILLER                          PIC X(01) VALUE SPACES.
002870     05  FILLER                          PIC X(05) VALUE 'ID   '.
002880     05  FILLER                          PIC X(02) VALUE SPACES.
002890     05  FILLER                          PIC X(25) VALUE
002900         'ITEM NAME'.
002910     05  FILLER                          PIC X(02) VALUE SPACES.
002920     05  FILLER                          PIC X(06) VALUE
002930         '   QTY'.
002940     05  FILLER                          PIC X(02) VALUE SPACES.
002950     05  FILLER                          PIC X(02) VALUE 'RS'.
002960     05  FILLER                          PIC X(02) VALUE SPACES.
002970     05  FILLER                          PIC X(09) VALUE
002980         'UNIT COST'.
002990     05  FILLER                          PIC X(02) VALUE SPACES.
003000     05  FILLER                          PIC X(14) VALUE
003010         '        AMOUNT'.
003020
003030 01  WS-DOC-DETAIL-LINE.
003040     05  DD-LINE-NUMBER                  PIC 9(03).
003050     05  FILLER                          PIC X(02) VALUE SPACES.
003060     05  DD-PO-LINE                      PIC 9(03).
003070     05  FILLER                          PIC X(02) VALUE SPACES.
003080     05  DD-ITEM-ID                      PIC 9(05).
003090     05  FILLER                          PIC X(02) VALUE SPACES.
003100     05  DD-ITEM-NAME                    PIC X(25).
003110     05  FILLER                          PIC X(02) VALUE SPACES.
003120     05  DD-QUANTITY                     PIC ZZ,ZZ9.
003130     05  FILLER                          PIC X(02) VALUE SPACES.
003140     05  DD-REASON-CODE                  PIC X(02).
003150     05  FILLER                          PIC X(02) VALUE SPACES.
003160     05  DD-UNIT-COST                    PIC ZZ,ZZ9.99.
003170     05  FILLER                          PIC X(02) VALUE SPACES.
003180     05  DD-EXTENDED-COST                PIC ZZZ,ZZZ,ZZ9.99.
003190
003200 01  WS-DOC-REASON-LINE.
003210     05  FILLER                          PIC X(15) VALUE SPACES.
003220     05  DR-DESCRIPTION                  PIC X(25).
003230     05  FILLER                          PIC X(02) VALUE SPACES.
003240     05  DR-REPLACE-TEXT                 PIC X(22).
003250
003260 01  WS-DOC-TOTAL-LINE.
003270     05  FILLER                          PIC X(54) VALUE SPACES.
003280     05  FILLER                          PIC X(13) VALUE
003290         'MEMO TOTAL   '.
003300     05  DT-MEMO-TOTAL                   PIC ZZZ,ZZZ,ZZ9.99.
003310
003320*--------------------------------------------------------------*
003330* RETURN-TO-VENDOR LISTING PRINT-IMAGE LINES
003340*--------------------------------------------------------------*
003350 01  WS-RTV-HEADING.
003360     05  FILLER                          PIC X(25) VALUE
003370         'RETURN TO VENDOR RUN FOR'.
003380     05  RH-RUN-DATE                     PIC 9(08).
003390
003400 01  WS-RTV-COLUMN-HEADING.
003410     05  FILLER                          PIC X(10) VALUE
003420         'MEMO/LINE '.
003430     05  FILLER                          PIC X(02) VALUE SPACES.
003440     05  FILLER                          PIC X(10) VALUE
003450         'PO/LINE   '.
003460     05  FILLER                          PIC X(02) VALUE SPACES.
003470     05  FILLER                          PIC X(05) VALUE 'VEND '.
003480     05  FILLER                          PIC X(02) VALUE SPACES.
003490     05  FILLER                          PIC X(05) VALUE 'ITEM '.
003500     05  FILLER                          PIC X(02) VALUE SPACES.
003510     05  FILLER                          PIC X(06) VALUE
003520         '   QTY'.
003530     05  FILLER                          PIC X(02) VALUE SPACES.
003540     05  FILLER                          PIC X(02) VALUE 'RS'.
003550     05  FILLER                          PIC X(02) VALUE SPACES.
003560     05  FILLER                          PIC X(01) VALUE 'R'.
003570     05  FILLER                          PIC X(02) VALUE SPACES.
003580     05  FILLER                          PIC X(03) VALUE 'LOC'.
003590     05  FILLER                          PIC X(02) VALUE SPACES.
003600     05  FILLER                          PIC X(14) VALUE
003610         '         DEBIT'.
003620     05  FILLER                          PIC X(02) VALUE SPACES.
003630     05  FILLER                          PIC X(06) VALUE 'RESULT'.
003640
003650 01  WS-RTV-DETAIL-LINE.
003660     05  RD-MEMO-NUMBER                  PIC 9(06).
003670     05  FILLER                          PIC X(01) VALUE '/'.
003680     05  RD-MEMO-LINE                    PIC 9(03).
003690     05  FILLER                          PIC X(02) VALUE SPACES.
003700     05  RD-PO-NUMBER                    PIC 9(06).
003710     05  FILLER                          PIC X(01) VALUE '/'.
003720     05  RD-PO-LINE                      PIC 9(03).
003730     05  FILLER                          PIC X(02) VALUE SPACES.
003740     05  RD-VENDOR-ID                    PIC 9(05).
003750     05  FILLER                          PIC X(02) VALUE SPACES.
003760     05  RD-ITEM-ID                      PIC 9(05).
003770     05  FILLER                          PIC X(02) VALUE SPACES.
003780     05  RD-QUANTITY                     PIC ZZ,ZZ9.
003790     05  FILLER                          PIC X(02) VALUE SPACES.
003800     05  RD-REASON-CODE                  PIC X(02).
003810     05  FILLER                          PIC X(02) VALUE SPACES.
003820     05  RD-REPLACE-FLAG                 PIC X(01).
003830     05  FILLER                          PIC X(02) VALUE SPACES.
003840     05  RD-LOCATION                     PIC X(03).
003850     05  FILLER                          PIC X(02) VALUE SPACES.
003860     05  RD-DEBIT                        PIC ZZZ,ZZZ,ZZ9.99.
003870     05  FILLER                          PIC X(02) VALUE SPACES.
003880     05  RD-RESULT                       PIC X(28).
003890
003900 01  WS-RTV-TOTALS-LINE.
003910     05  FILLER                      PIC X(07) VALUE 'MEMOS: '.
003920     05  RT-MEMO-COUNT               PIC ZZ,ZZ9.
003930     05  FILLER                      PIC X(04) VALUE SPACES.
003940     05  FILLER                      PIC X(10) VALUE 'RETURNED: '.
003950     05  RT-RETURNED-QTY             PIC Z,ZZZ,ZZ9.
003960     05  FILLER                      PIC X(04) VALUE SPACES.
003970     05  FILLER                      PIC X(14) VALUE
003980         'REPLACEMENTS: '.
003990     05  RT-REPLACE-COUNT            PIC ZZ,ZZ9.
004000     05  FILLER                      PIC X(04) VALUE SPACES.
004010     05  FILLER                      PIC X(10) VALUE 'REJECTED: '.
004020     05  RT-REJECT-COUNT             PIC ZZ,ZZ9.
004030     05  FILLER                      PIC X(04) VALUE SPACES.
004040     05  FILLER                      PIC X(07) VALUE 'DEBIT: '.
004050     05  RT-TOTAL-DEBIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004060
004070 PROCEDURE DIVISION.
004080*--------------------------------------------------------------*
004090* 0000-MAINLINE
004100*--------------------------------------------------------------*
004110 0000-MAINLINE.
004120     PERFORM 1000-INITIALIZE
004130         THRU 1000-INITIALIZE-EXIT.
004140
004150     PERFORM 2000-PROCESS-RETURNS
004160         THRU 2000-PROCESS-RETURNS-EXIT
004170         UNTIL END-OF-RTV-INPUT.
004180
004190     IF MEMO-IS-OPEN
004200         PERFORM 2500-CLOSE-MEMO
004210             THRU 2500-CLOSE-MEMO-EXIT
004220     END-IF.
004230
004240     PERFORM 3000-PRINT-TOTALS
004250         THRU 3000-PRINT-TOTALS-EXIT.
004260
004270     PERFORM 9000-TERMINATE
004280         THRU 9000-TERMINATE-EXIT.
004290
004300     STOP RUN.
004310
004320*--------------------------------------------------------------*
004330* 1000-INITIALIZE -- sign on, take the run-lock, resolve paths,
004340*                    open the master, PO file, and the cumulative
004350*                    debit memo file, and pick up the last memo
004360*                    number
004370*--------------------------------------------------------------*
004380 1000-INITIALIZE.
004390*    Sign on before taking the lock, so a refused operator
004400*    leaves nothing behind to clear
004410     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'DD-OPERATOR'
004420         ON EXCEPTION
004430             CONTINUE
004440     END-ACCEPT.
004450     IF WS-OPERATOR-ID = SPACES
004460         DISPLAY 'VENDOR-RETURN: DD-OPERATOR NOT GIVEN'
004470         GO TO 1000-INITIALIZE-ABEND
004480     END-IF.
004490     MOVE 'S' TO WS-AUTH-ACTION.
004500     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
004510                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
004520     IF RETURN-CODE NOT = 0
004530         DISPLAY 'VENDOR-RETURN: OPERATOR ' WS-OPERATOR-ID
004540             ' NOT AUTHORIZED, RUN REFUSED'
004550         GO TO 1000-INITIALIZE-ABEND
004560     END-IF.
004570
004580*    The ITEMS master run-lock: refuse to start while another
004590*    updater holds it; DD-LOCK-OVERRIDE=Y clears a lock left
004600*    behind by an abend
004610     MOVE 'A'          TO WS-LOCK-ACTION.
004620     MOVE 'VENDOR-RTN' TO WS-LOCK-PROGRAM.
004630     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
004640     IF RETURN-CODE NOT = 0
004650         DISPLAY 'VENDOR-RETURN: ITEMS MASTER LOCKED, RUN REFUSED'
004660         GO TO 1000-INITIALIZE-ABEND
004670     END-IF.
004680
004690     ACCEPT WS-ITEMS-PATH FROM ENVIRONMENT 'DD-ITEMS'
004700         ON EXCEPTION
004710             CONTINUE
004720     END-ACCEPT.
004730     IF WS-ITEMS-PATH = SPACES
004740         MOVE 'ITEMS.DAT' TO WS-ITEMS-PATH
004750     END-IF.
004760
004770     ACCEPT WS-PORDERS-PATH FROM ENVIRONMENT 'DD-PORDERS'
004780         ON EXCEPTION
004790             CONTINUE
004800     END-ACCEPT.
004810     IF WS-PORDERS-PATH = SPACES
004820         MOVE 'PORDERS.DAT' TO WS-PORDERS-PATH
004830     END-IF.
004840
004850     ACCEPT WS-VENDORS-PATH FROM ENVIRONMENT 'DD-VENDORS'
004860         ON EXCEPTION
004870             CONTINUE
004880     END-ACCEPT.
004890     IF WS-VENDORS-PATH = SPACES
004900         MOVE 'VENDORS.DAT' TO WS-VENDORS-PATH
004910     END-IF.
004920
004930     ACCEPT WS-DMCTL-PATH FROM ENVIRONMENT 'DD-DMCTL'
004940         ON EXCEPTION
004950             CONTINUE
004960     END-ACCEPT.
004970     IF WS-DMCTL-PATH = SPACES
004980         MOVE 'DMCTL.DAT' TO WS-DMCTL-PATH
004990     END-IF.
005000
005010     ACCEPT WS-VDMEMOS-PATH FROM ENVIRONMENT 'DD-VDMEMOS'
005020         ON EXCEPTION
005030             CONTINUE
005040     END-ACCEPT.
005050     IF WS-VDMEMOS-PATH = SPACES
005060         MOVE 'VDMEMOS.DAT' TO WS-VDMEMOS-PATH
005070     END-IF.
005080
005090     OPEN INPUT ITEMS.
005100     IF NOT ITEMS-STATUS-OK
005110         DISPLAY 'VENDOR-RETURN: UNABLE TO OPEN ITEMS, STATUS = '
005120             WS-ITEMS-STATUS
005130         GO TO 1000-INITIALIZE-ABEND
005140     END-IF.
005150
005160     OPEN I-O PURCH-ORDERS.
005170     IF NOT PORDERS-STATUS-OK
005180         DISPLAY 'VENDOR-RETURN: UNABLE TO OPEN PORDERS, '
005190             'STATUS = ' WS-PORDERS-STATUS
005200         GO TO 1000-INITIALIZE-ABEND
005210     END-IF.
005220
005230*    Without a VENDORS master the memo still prints, with the
005240*    vendor number alone
005250     OPEN INPUT VENDORS.
005260     IF VENDORS-STATUS-OK
005270         MOVE 'Y' TO WS-VENDORS-OPEN-SW
005280     END-IF.
005290
005300*    The debit memo file is cumulative; only a missing file may
005310*    fall back to OUTPUT, anything else would truncate it
005320     OPEN EXTEND DEBIT-MEMOS.
005330     IF VDMEMOS-FILE-NOT-FOUND
005340         OPEN OUTPUT DEBIT-MEMOS
005350     END-IF.
005360     IF NOT VDMEMOS-STATUS-OK
005370         DISPLAY 'VENDOR-RETURN: UNABLE TO OPEN VDMEMOS, '
005380             'STATUS = ' WS-VDMEMOS-STATUS
005390         GO TO 1000-INITIALIZE-ABEND
005400     END-IF.
005410
005420*    No transaction file just means nothing went back today
005430     OPEN INPUT RTV-INPUT.
005440     IF RTV-FILE-NOT-FOUND
005450         MOVE 'Y' TO WS-EOF
005460     ELSE
005470         IF NOT RTV-STATUS-OK
005480             DISPLAY 'VENDOR-RETURN: RTVTRAN OPEN FAILED, '
005490                 'STATUS = ' WS-RTV-STATUS
005500             GO TO 1000-INITIALIZE-ABEND
005510         END-IF
005520     END-IF.
005530
005540     PERFORM 1100-READ-MEMO-CONTROL
005550         THRU 1100-READ-MEMO-CONTROL-EXIT.
005560
005570     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005580
005590     OPEN OUTPUT RTV-MOVES.
005600     OPEN OUTPUT MEMO-DOCUMENT.
005610     OPEN OUTPUT RTV-LISTING.
005620
005630     MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
005640     WRITE RTV-LISTING-LINE FROM WS-RTV-HEADING.
005650     WRITE RTV-LISTING-LINE FROM SPACES.
005660     WRITE RTV-LISTING-LINE FROM WS-RTV-COLUMN-HEADING.
005670     WRITE RTV-LISTING-LINE FROM SPACES.
005680 1000-INITIALIZE-EXIT.
005690     EXIT.
005700
005710 1000-INITIALIZE-ABEND.
005720     MOVE 16 TO RETURN-CODE.
005730     STOP RUN.
005740
005750*--------------------------------------------------------------*
005760* 1100-READ-MEMO-CONTROL -- the last debit memo number
005770*                           assigned; a missing control file
005780*                           starts the numbers at 1
005790*--------------------------------------------------------------*
005800 1100-READ-MEMO-CONTROL.
005810     OPEN INPUT MEMO-CONTROL.
005820     IF DMCTL-STATUS-OK
005830         READ MEMO-CONTROL
005840             AT END
005850                 CONTINUE
005860             NOT AT END
005870                 MOVE MC-LAST-MEMO-NUMBER
005880                     TO WS-LAST-MEMO-NUMBER
005890         END-READ
005900         CLOSE MEMO-CONTROL
005910     END-IF.
005920 1100-READ-MEMO-CONTROL-EXIT.
005930     EXIT.
005940
005950*--------------------------------------------------------------*
005960* 2000-PROCESS-RETURNS -- read one return and book it
005970*--------------------------------------------------------------*
005980 2000-PROCESS-RETURNS.
005990     READ RTV-INPUT
006000         AT END
006010             MOVE 'Y' TO WS-EOF
006020         NOT AT END
006030             PERFORM 2010-CHECK-TRAN-TYPE
006040                 THRU 2010-CHECK-TRAN-TYPE-EXIT
006050             IF TRAN-TYPE-REFUSED
006060                 MOVE 'OPERATOR NOT AUTHORIZED'
006070                     TO WS-REJECT-REASON
006080                 PERFORM 2900-PRINT-REJECT
006090                     THRU 2900-PRINT-REJECT-EXIT
006100             ELSE
006110                 PERFORM 2100-BOOK-ONE-RETURN
006120                     THRU 2100-BOOK-ONE-RETURN-EXIT
006130             END-IF
006140     END-READ.
006150 2000-PROCESS-RETURNS-EXIT.
006160     EXIT.
006170
006180*--------------------------------------------------------------*
006190* 2010-CHECK-TRAN-TYPE -- the signed-on operator must hold the
006200*                         transaction code; an unknown code is
006210*                         left for 2100 to reject
006220*--------------------------------------------------------------*
006230 2010-CHECK-TRAN-TYPE.
006240     SET TRAN-TYPE-AUTHORIZED TO TRUE.
006250     IF VI-REPLACE-FLAG NOT = 'Y' AND VI-REPLACE-FLAG NOT = 'N'
006260         GO TO 2010-CHECK-TRAN-TYPE-EXIT
006270     END-IF.
006280     MOVE 'T'             TO WS-AUTH-ACTION.
006290     MOVE VI-REPLACE-FLAG TO WS-AUTH-TRAN-TYPE.
006300     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
006310                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
006320     IF RETURN-CODE NOT = 0
006330         SET TRAN-TYPE-REFUSED TO TRUE
006340         ADD 1 TO WS-UNAUTHORIZED-COUNT
006350     END-IF.
006360 2010-CHECK-TRAN-TYPE-EXIT.
006370     EXIT.
006380
006390*--------------------------------------------------------------*
006400* 2100-BOOK-ONE-RETURN -- prove the return against the PO
006410*                         line, then write its movement and
006420*                         debit memo line and take the units
006430*                         back off the line
006440*--------------------------------------------------------------*
006450 2100-BOOK-ONE-RETURN.
006460     IF VI-REPLACE-FLAG NOT = 'Y' AND VI-REPLACE-FLAG NOT = 'N'
006470         MOVE 'INVALID REPLACE FLAG' TO WS-REJECT-REASON
006480         PERFORM 2900-PRINT-REJECT
006490             THRU 2900-PRINT-REJECT-EXIT
006500         GO TO 2100-BOOK-ONE-RETURN-EXIT
006510     END-IF.
006520
006530     MOVE 0 TO WS-REASON-MATCH.
006540     MOVE 0 TO WS-REASON-SUB.
006550     PERFORM 2150-CHECK-ONE-REASON
006560         THRU 2150-CHECK-ONE-REASON-EXIT
006570         UNTIL WS-REASON-MATCH > 0
006580         OR WS-REASON-SUB >= RR-REASON-COUNT.
006590     IF WS-REASON-MATCH = 0
006600         MOVE 'UNKNOWN REASON CODE' TO WS-REJECT-REASON
006610         PERFORM 2900-PRINT-REJECT
006620             THRU 2900-PRINT-REJECT-EXIT
006630         GO TO 2100-BOOK-ONE-RETURN-EXIT
006640     END-IF.
006650
006660     IF VI-QUANTITY = 0
006670         MOVE 'RETURN QTY ZERO' TO WS-REJECT-REASON
006680         PERFORM 2900-PRINT-REJECT
006690             THRU 2900-PRINT-REJECT-EXIT
006700         GO TO 2100-BOOK-ONE-RETURN-EXIT
006710     END-IF.
006720
006730     MOVE VI-PO-NUMBER   TO PO-NUMBER.
006740     MOVE VI-LINE-NUMBER TO PO-LINE-NUMBER.
006750     READ PURCH-ORDERS
006760         INVALID KEY
006770             MOVE 'PO LINE NOT FOUND' TO WS-REJECT-REASON
006780             PERFORM 2900-PRINT-REJECT
006790                 THRU 2900-PRINT-REJECT-EXIT
006800             GO TO 2100-BOOK-ONE-RETURN-EXIT
006810     END-READ.
006820
006830*    Only what was actually received on the line can go back
006840     IF VI-QUANTITY > PO-RECEIVED-QTY
006850         MOVE 'RETURN EXCEEDS RECEIVED QTY' TO WS-REJECT-REASON
006860         PERFORM 2900-PRINT-REJECT
006870             THRU 2900-PRINT-REJECT-EXIT
006880         GO TO 2100-BOOK-ONE-RETURN-EXIT
006890     END-IF.
006900
006910     MOVE PO-ITEM-ID TO ITEM-ID.
006920     READ ITEMS
006930         INVALID KEY
006940             MOVE 'ITEM NOT ON MASTER' TO WS-REJECT-REASON
006950             PERFORM 2900-PRINT-REJECT
006960                 THRU 2900-PRINT-REJECT-EXIT
006970             GO TO 2100-BOOK-ONE-RETURN-EXIT
006980     END-READ.
006990
007000*    Each PO's returns in the run share one memo number
007010     IF NOT MEMO-IS-OPEN
007020             OR VI-PO-NUMBER NOT = WS-THIS-PO-NUMBER
007030         IF MEMO-IS-OPEN
007040             PERFORM 2500-CLOSE-MEMO
007050                 THRU 2500-CLOSE-MEMO-EXIT
007060         END-IF
007070         PERFORM 2200-START-MEMO
007080             THRU 2200-START-MEMO-EXIT
007090     END-IF.
007100     ADD 1 TO WS-THIS-MEMO-LINE.
007110
007120     IF PO-RECEIPT-UNIT-COST > 0
007130         MOVE PO-RECEIPT-UNIT-COST TO WS-UNIT-COST
007140     ELSE
007150         MOVE ITEM-UNIT-COST       TO WS-UNIT-COST
007160     END-IF.
007170     COMPUTE WS-LINE-COST = VI-QUANTITY * WS-UNIT-COST.
007180
007190     PERFORM 2300-WRITE-RETURN-MOVE
007200         THRU 2300-WRITE-RETURN-MOVE-EXIT.
007210     PERFORM 2400-WRITE-DEBIT-MEMO
007220         THRU 2400-WRITE-DEBIT-MEMO-EXIT.
007230
007240     SUBTRACT VI-QUANTITY FROM PO-RECEIVED-QTY.
007250     ADD VI-QUANTITY TO PO-RETURNED-QTY.
007260     IF VI-REPLACE-FLAG = 'Y'
007270         MOVE 'O' TO PO-LINE-STATUS
007280         ADD 1 TO WS-REPLACE-COUNT
007290         MOVE 'RETURNED, LINE REOPENED' TO RD-RESULT
007300     ELSE
007310         SUBTRACT VI-QUANTITY FROM PO-ORDER-QTY
007320         MOVE 'RETURNED, ORDER REDUCED' TO RD-RESULT
007330     END-IF.
007340     REWRITE PURCH-ORDER-RECORD
007350         INVALID KEY
007360             DISPLAY 'VENDOR-RETURN: PO LINE REWRITE FAILED, PO '
007370                 PO-NUMBER ' LINE ' PO-LINE-NUMBER
007380     END-REWRITE.
007390
007400     ADD VI-QUANTITY  TO WS-RETURNED-QTY.
007410     ADD WS-LINE-COST TO WS-MEMO-TOTAL.
007420     ADD WS-LINE-COST TO WS-TOTAL-DEBIT.
007430
007440     MOVE WS-THIS-MEMO-NUMBER TO RD-MEMO-NUMBER.
007450     MOVE WS-THIS-MEMO-LINE   TO RD-MEMO-LINE.
007460     MOVE VI-PO-NUMBER        TO RD-PO-NUMBER.
007470     MOVE VI-LINE-NUMBER      TO RD-PO-LINE.
007480     MOVE PO-VENDOR-ID        TO RD-VENDOR-ID.
007490     MOVE PO-ITEM-ID          TO RD-ITEM-ID.
007500     MOVE VI-QUANTITY         TO RD-QUANTITY.
007510     MOVE VI-REASON-CODE      TO RD-REASON-CODE.
007520     MOVE VI-REPLACE-FLAG     TO RD-REPLACE-FLAG.
007530     MOVE PO-RECEIPT-LOCATION TO RD-LOCATION.
007540     MOVE WS-LINE-COST        TO RD-DEBIT.
007550     WRITE RTV-LISTING-LINE FROM WS-RTV-DETAIL-LINE.
007560 2100-BOOK-ONE-RETURN-EXIT.
007570     EXIT.
007580
007590 2150-CHECK-ONE-REASON.
007600     ADD 1 TO WS-REASON-SUB.
007610     IF RR-CODE (WS-REASON-SUB) = VI-REASON-CODE
007620         MOVE WS-REASON-SUB TO WS-REASON-MATCH
007630     END-IF.
007640 2150-CHECK-ONE-REASON-EXIT.
007650     EXIT.
007660
007670*--------------------------------------------------------------*
007680* 2200-START-MEMO -- assign the next memo number, look up the
007690*                    vendor, and print the memo heading
007700*--------------------------------------------------------------*
007710 2200-START-MEMO.
007720     ADD 1 TO WS-LAST-MEMO-NUMBER.
007730     MOVE WS-LAST-MEMO-NUMBER TO WS-THIS-MEMO-NUMBER.
007740     MOVE VI-PO-NUMBER        TO WS-THIS-PO-NUMBER.
007750     MOVE 0                   TO WS-THIS-MEMO-LINE.
007760     MOVE 0                   TO WS-MEMO-TOTAL.
007770     SET MEMO-IS-OPEN TO TRUE.
007780     ADD 1 TO WS-MEMO-COUNT.
007790
007800     MOVE '*** NOT ON FILE ***' TO WS-VENDOR-NAME.
007810     MOVE SPACES                TO WS-VENDOR-CONTACT.
007820     IF VENDORS-FILE-AVAILABLE
007830         MOVE PO-VENDOR-ID TO VENDOR-ID
007840         READ VENDORS
007850             INVALID KEY
007860                 CONTINUE
007870             NOT INVALID KEY
007880                 MOVE VENDOR-NAME    TO WS-VENDOR-NAME
007890                 MOVE VENDOR-CONTACT TO WS-VENDOR-CONTACT
007900         END-READ
007910     END-IF.
007920
007930     MOVE WS-THIS-MEMO-NUMBER TO DH-MEMO-NUMBER.
007940     MOVE WS-CURRENT-DATE     TO DH-MEMO-DATE.
007950     MOVE WS-THIS-PO-NUMBER   TO DH-PO-NUMBER.
007960     MOVE PO-VENDOR-ID        TO DH-VENDOR-ID.
007970     MOVE WS-VENDOR-NAME      TO DH-VENDOR-NAME.
007980     MOVE WS-VENDOR-CONTACT   TO DH-VENDOR-CONTACT.
007990
008000     IF WS-MEMO-COUNT > 1
008010         WRITE MEMO-DOCUMENT-LINE FROM SPACES
008020     END-IF.
008030     WRITE MEMO-DOCUMENT-LINE FROM WS-DOC-HEADING-1.
008040     WRITE MEMO-DOCUMENT-LINE FROM WS-DOC-HEADING-2.
008050     WRITE MEMO-DOCUMENT-LINE FROM SPACES.
008060     WRITE MEMO-DOCUMENT-LINE FROM WS-DOC-COLUMN-HEADING.
008070     WRITE MEMO-DOCUMENT-LINE FROM SPACES.
008080 2200-START-MEMO-EXIT.
008090     EXIT.
008100
008110*--------------------------------------------------------------*
008120* 2300-WRITE-RETURN-MOVE -- the V movement out of the location
008130*                           the line was received into, at the
008140*                           cost it came in at
008150*--------------------------------------------------------------*
008160 2300-WRITE-RETURN-MOVE.
008170     MOVE WS-THIS-MEMO-NUMBER TO WS-MOVE-REF-MEMO.
008180
008190     MOVE 'V'                 TO MOVE-TYPE.
008200     MOVE PO-ITEM-ID          TO MOVE-ITEM-ID.
008210     MOVE VI-QUANTITY         TO MOVE-QUANTITY.
008220     MOVE WS-MOVE-REFERENCE   TO MOVE-REFERENCE.
008230     MOVE PO-RECEIPT-LOCATION TO MOVE-FROM-LOCATION.
008240     MOVE SPACES              TO MOVE-TO-LOCATION.
008250     MOVE WS-UNIT-COST        TO MOVE-UNIT-COST.
008260     MOVE SPACES              TO MOVE-LOT-NUMBER.
008270     MOVE 0                   TO MOVE-EXPIRY-DATE.
008280     WRITE MOVE-TRANS-RECORD.
008290     ADD 1 TO WS-MOVE-COUNT.
008300 2300-WRITE-RETURN-MOVE-EXIT.
008310     EXIT.
008320
008330*--------------------------------------------------------------*
008340* 2400-WRITE-DEBIT-MEMO -- the debit memo record and its line
008350*                          on the printed memo, with the reason
008360*                          spelled out for the vendor
008370*--------------------------------------------------------------*
008380 2400-WRITE-DEBIT-MEMO.
008390     MOVE WS-THIS-MEMO-NUMBER TO DM-MEMO-NUMBER.
008400     MOVE WS-THIS-MEMO-LINE   TO DM-LINE-NUMBER.
008410     MOVE WS-CURRENT-DATE     TO DM-MEMO-DATE.
008420     MOVE PO-VENDOR-ID        TO DM-VENDOR-ID.
008430     MOVE VI-PO-NUMBER        TO DM-PO-NUMBER.
008440     MOVE VI-LINE-NUMBER      TO DM-PO-LINE.
008450     MOVE PO-ITEM-ID          TO DM-ITEM-ID.
008460     MOVE ITEM-CATEGORY       TO DM-CATEGORY.
008470     MOVE VI-REASON-CODE      TO DM-REASON-CODE.
008480     MOVE VI-REPLACE-FLAG     TO DM-REPLACE-FLAG.
008490     MOVE PO-RECEIPT-LOCATION TO DM-LOCATION.
008500     MOVE VI-QUANTITY         TO DM-QUANTITY.
008510     MOVE WS-UNIT-COST        TO DM-UNIT-COST.
008520     MOVE WS-LINE-COST        TO DM-EXTENDED-COST.
008530     WRITE DEBIT-MEMO-RECORD.
008540
008550     MOVE WS-THIS-MEMO-LINE   TO DD-LINE-NUMBER.
008560     MOVE VI-LINE-NUMBER      TO DD-PO-LINE.
008570     MOVE PO-ITEM-ID          TO DD-ITEM-ID.
008580     MOVE ITEM-NAME           TO DD-ITEM-NAME.
008590     MOVE VI-QUANTITY         TO DD-QUANTITY.
008600     MOVE VI-REASON-CODE      TO DD-REASON-CODE.
008610     MOVE WS-UNIT-COST        TO DD-UNIT-COST.
008620     MOVE WS-LINE-COST        TO DD-EXTENDED-COST.
008630     WRITE MEMO-DOCUMENT-LINE FROM WS-DOC-DETAIL-LINE.
008640
008650     MOVE RR-DESCRIPTION (WS-REASON-MATCH) TO DR-DESCRIPTION.
008660     IF VI-REPLACE-FLAG = 'Y'
008670         MOVE 'REPLACEMENT REQUIRED' TO DR-REPLACE-TEXT
008680     ELSE
008690         MOVE 'NO REPLACEMENT'       TO DR-REPLACE-TEXT
008700     END-IF.
008710     WRITE MEMO-DOCUMENT-LINE FROM WS-DOC-REASON-LINE.
008720 2400-WRITE-DEBIT-MEMO-EXIT.
008730     EXIT.
008740
008750*--------------------------------------------------------------*
008760* 2500-CLOSE-MEMO -- the memo total on the document
008770*--------------------------------------------------------------*
008780 2500-CLOSE-MEMO.
008790     MOVE WS-MEMO-TOTAL TO DT-MEMO-TOTAL.
008800     WRITE MEMO-DOCUMENT-LINE FROM SPACES.
008810     WRITE MEMO-DOCUMENT-LINE FROM WS-DOC-TOTAL-LINE.
008820     MOVE 'N' TO WS-MEMO-OPEN-SW.
008830 2500-CLOSE-MEMO-EXIT.
008840     EXIT.
008850
008860*--------------------------------------------------------------*
008870* 2900-PRINT-REJECT -- log a rejected return
008880*--------------------------------------------------------------*
008890 2900-PRINT-REJECT.
008900     MOVE 0                TO RD-MEMO-NUMBER.
008910     MOVE 0                TO RD-MEMO-LINE.
008920     MOVE VI-PO-NUMBER     TO RD-PO-NUMBER.
008930     MOVE VI-LINE-NUMBER   TO RD-PO-LINE.
008940     MOVE 0                TO RD-VENDOR-ID.
008950     MOVE 0                TO RD-ITEM-ID.
008960     MOVE VI-QUANTITY      TO RD-QUANTITY.
008970     MOVE VI-REASON-CODE   TO RD-REASON-CODE.
008980     MOVE VI-REPLACE-FLAG  TO RD-REPLACE-FLAG.
008990     MOVE SPACES           TO RD-LOCATION.
009000     MOVE 0                TO RD-DEBIT.
009010     MOVE WS-REJECT-REASON TO RD-RESULT.
009020     WRITE RTV-LISTING-LINE FROM WS-RTV-DETAIL-LINE.
009030     ADD 1 TO WS-REJECT-COUNT.
009040 2900-PRINT-REJECT-EXIT.
009050     EXIT.
009060
009070*--------------------------------------------------------------*
009080* 3000-PRINT-TOTALS -- run totals trailer line
009090*--------------------------------------------------------------*
009100 3000-PRINT-TOTALS.
009110     MOVE WS-MEMO-COUNT    TO RT-MEMO-COUNT.
009120     MOVE WS-RETURNED-QTY  TO RT-RETURNED-QTY.
009130     MOVE WS-REPLACE-COUNT TO RT-REPLACE-COUNT.
009140     MOVE WS-REJECT-COUNT  TO RT-REJECT-COUNT.
009150     MOVE WS-TOTAL-DEBIT   TO RT-TOTAL-DEBIT.
009160     WRITE RTV-LISTING-LINE FROM SPACES.
009170     WRITE RTV-LISTING-LINE FROM WS-RTV-TOTALS-LINE.
009180 3000-PRINT-TOTALS-EXIT.
009190     EXIT.
009200
009210*--------------------------------------------------------------*
009220* 9000-TERMINATE -- save the last memo number, close files, and
009230*                   release the run-lock
009240*--------------------------------------------------------------*
009250 9000-TERMINATE.
009260     OPEN OUTPUT MEMO-CONTROL.
009270     MOVE WS-LAST-MEMO-NUMBER TO MC-LAST-MEMO-NUMBER.
009280     WRITE MEMO-CONTROL-RECORD.
009290     CLOSE MEMO-CONTROL.
009300
009310     CLOSE ITEMS.
009320     CLOSE PURCH-ORDERS.
009330     IF VENDORS-FILE-AVAILABLE
009340         CLOSE VENDORS
009350     END-IF.
009360     IF NOT RTV-FILE-NOT-FOUND
009370         CLOSE RTV-INPUT
009380     END-IF.
009390     CLOSE RTV-MOVES.
009400     CLOSE DEBIT-MEMOS.
009410     CLOSE MEMO-DOCUMENT.
009420     CLOSE RTV-LISTING.
009430     DISPLAY 'VENDOR-RETURN: ' WS-MEMO-COUNT
009440         ' DEBIT MEMOS, ' WS-MOVE-COUNT ' MOVEMENTS WRITTEN'.
009450
009460     MOVE 'R' TO WS-LOCK-ACTION.
009470     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
009480     IF WS-UNAUTHORIZED-COUNT > 0
009490         MOVE 4 TO RETURN-CODE
009500     END-IF.
009510 9000-TERMINATE-EXIT.
009520     EXIT.
009530
009540 END PROGRAM VENDOR-RETURN.
