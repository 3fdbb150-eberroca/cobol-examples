000280*          Expected dates are figured on the same 30-day-month,
000290*          360-day-year basis the suspense aging report uses;
000300*          delivery promises do not need calendar exactness.
000301*
000302*          Each line is priced from the vendor price catalog
000303*          (VCATALOG.DAT, kept by CATALOG-MAINT) at the entry
000304*          for the vendor and item with the latest effective
000305*          date not after the order date; an item with no
000306*          catalog price goes at its ITEMS unit cost and is
000307*          counted on the conversion listing. The document
000308*          shows the vendor's part number, price and amount on
000309*          each line and the PO total at the foot.
000310*
000320* Modification History:
000330*   09/02/2026  EB   Original version.
000331*   10/15/2026  EB   New PO lines start with no receipt location,
000332*                    receipt cost or returned quantity.
000333*   10/15/2026  EB   Lines priced from the vendor price catalog
000334*                    (item unit cost when not catalogued); the
000335*                    document prints part number, price, amount,
000336*                    and the PO total.
000337*   10/15/2026  EB   Holds the ITEMS run-lock while it writes
000338*                    PORDERS, so it cannot run alongside
000339*                    ORDER-PURGE's rebuild of the file.
000340* Tectonics: cobc
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS VENDOR-ID OF VENDORS-FILE
000560         FILE STATUS IS WS-VENDORS-STATUS.
000561
000562     SELECT VENDOR-CATALOG ASSIGN TO WS-VCATALOG-PATH
000563         ORGANIZATION IS INDEXED
000564         ACCESS MODE IS DYNAMIC
000565         RECORD KEY IS VC-KEY OF VENDOR-CATALOG-RECORD
000566         FILE STATUS IS WS-VCATALOG-STATUS.
000570
000571     SELECT ITEMS ASSIGN TO WS-ITEMS-PATH
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS RANDOM
000574         RECORD KEY IS ITEM-ID OF ITEMS-FILE
000575         FILE STATUS IS WS-ITEMS-STATUS.
000576
000580     SELECT PO-CONTROL ASSIGN TO WS-POCTL-PATH
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-POCTL-STATUS.
000750
000760 FD  VENDORS.
000770     COPY VENDREC.
000771
000772 FD  VENDOR-CATALOG.
000773     COPY VCATREC.
000774
000775 FD  ITEMS.
000776     COPY ITEMREC.
000780
000790*--------------------------------------------------------------*
000800* PO CONTROL RECORD -- the last PO number assigned
001010
001020 01  WS-POCTL-PATH                       PIC X(100)  VALUE
001030     'POCTL.DAT'.
001031
001032 01  WS-VCATALOG-PATH                    PIC X(100)  VALUE
001033     'VCATALOG.DAT'.
001034
001035 01  WS-ITEMS-PATH                       PIC X(100)  VALUE
001036     'ITEMS.DAT'.
001040
001050 01  WS-SUGGEST-STATUS                   PIC X(02)   VALUE '00'.
001060     88  SUGGEST-STATUS-OK                            VALUE '00'.
001140
001150 01  WS-POCTL-STATUS                     PIC X(02)   VALUE '00'.
001160     88  POCTL-STATUS-OK                              VALUE '00'.
001161
001162 01  WS-VCATALOG-STATUS                  PIC X(02)   VALUE '00'.
001163     88  VCATALOG-STATUS-OK                           VALUE '00'.
001164
001165 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
001166     88  ITEMS-STATUS-OK                              VALUE '00'.
001170
001180 01  WS-VENDORS-OPEN-SW                  PIC X(01)   VALUE 'N'.
001190     88  VENDORS-FILE-AVAILABLE                      VALUE 'Y'.
001192
001194 01  WS-VCATALOG-OPEN-SW                 PIC X(01)   VALUE 'N'.
001196     88  VCATALOG-FILE-AVAILABLE                     VALUE 'Y'.
001200
001210*--------------------------------------------------------------*
001220* SWITCHES AND COUNTERS
001380 77  WS-LINE-WRITTEN-COUNT               PIC 9(05)   VALUE 0.
001390 77  WS-SKIP-ONORD-COUNT                 PIC 9(05)   VALUE 0.
001400 77  WS-SKIP-VENDOR-COUNT                PIC 9(05)   VALUE 0.
001402 77  WS-AT-COST-COUNT                    PIC 9(05)   VALUE 0.
001404
001406 01  WS-LOCK-ACTION                      PIC X(01)   VALUE SPACE.
001408 01  WS-LOCK-PROGRAM                     PIC X(12)   VALUE SPACES.
001410
001420 01  WS-VENDOR-WORK.
001430     05  WS-VENDOR-NAME                  PIC X(25)   VALUE SPACES.
001440     05  WS-VENDOR-CONTACT               PIC X(25)   VALUE SPACES.
001450     05  WS-VENDOR-LEAD-TIME             PIC 9(03)   VALUE 0.
001451
001452*--------------------------------------------------------------*
001453* LINE PRICING -- the catalog price in force on the order date,
001454* found by browsing the vendor/item's entries in effective-date
001455* order
001456*--------------------------------------------------------------*
001457 01  WS-CATALOG-BROWSE-SW                PIC X(01)   VALUE 'N'.
001458     88  CATALOG-BROWSE-DONE                         VALUE 'Y'.
001460
001461 01  WS-CATALOG-PRICE-SW                 PIC X(01)   VALUE 'N'.
001462     88  CATALOG-PRICE-FOUND                         VALUE 'Y'.
001463
001464 01  WS-VENDOR-PART                      PIC X(15)   VALUE SPACES.
001465 77  WS-LINE-PRICE                 PIC 9(05)V9(02)   VALUE 0.
001466 77  WS-LINE-AMOUNT                PIC 9(09)V9(02)   VALUE 0.
001467 77  WS-ORDER-TOTAL                PIC 9(11)V9(02)   VALUE 0.
001468
001470*--------------------------------------------------------------*
001480* OPEN-ORDER TABLE -- the open quantity already on order per
001490* item, loaded from PORDERS.DAT before any suggestion is
002060
002070 01  WS-DOC-COLUMN-HEADING.
002080     05  FILLER                          PIC X(04) VALUE 'LINE'.
002090     05  FILLER                          PIC X(01) VALUE SPACES.
002100     05  FILLER                          PIC X(05) VALUE 'ID   '.
002110     05  FILLER                          PIC X(02) VALUE SPACES.
002120     05  FILLER                          PIC X(25) VALUE
002130         'ITEM NAME'.
002134     05  FILLER                          PIC X(02) VALUE SPACES.
002138     05  FILLER                          PIC X(15) VALUE
002142         'VENDOR PART'.
002146     05  FILLER                          PIC X(01) VALUE SPACES.
002150     05  FILLER                          PIC X(08) VALUE
002160         'QUANTITY'.
002161     05  FILLER                          PIC X(01) VALUE SPACES.
002162     05  FILLER                          PIC X(09) VALUE
002163         '    PRICE'.
002164     05  FILLER                          PIC X(01) VALUE SPACES.
002165     05  FILLER                          PIC X(14) VALUE
002166         '        AMOUNT'.
002170
002180 01  WS-DOC-DETAIL-LINE.
002190     05  DD-LINE-NUMBER                  PIC 9(03).
002200     05  FILLER                          PIC X(02) VALUE SPACES.
002210     05  DD-ITEM-ID                      PIC 9(05).
002212     05  FILLER                          PIC X(02) VALUE SPACES.
002214     05  DD-ITEM-NAME                    PIC X(25).
002216     05  FILLER                          PIC X(02) VALUE SPACES.
002218     05  DD-VENDOR-PART                  PIC X(15).
002220     05  FILLER                          PIC X(03) VALUE SPACES.
002250     05  DD-ORDER-QTY                    PIC ZZ,ZZ9.
002252     05  FILLER                          PIC X(01) VALUE SPACES.
002254     05  DD-UNIT-PRICE                   PIC ZZ,ZZ9.99.
002256     05  FILLER                          PIC X(01) VALUE SPACES.
002258     05  DD-LINE-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99.
002260
002261 01  WS-DOC-TOTAL-LINE.
002262     05  FILLER                          PIC X(60) VALUE SPACES.
002263     05  FILLER                          PIC X(14) VALUE
002264         'PO TOTAL      '.
002265     05  DT-ORDER-TOTAL                  PIC ZZZ,ZZZ,ZZ9.99.
002266
002270*--------------------------------------------------------------*
002280* CONVERSION LISTING PRINT-IMAGE LINES
002290*--------------------------------------------------------------*
002540     05  FILLER                      PIC X(11) VALUE
002545         'NO VENDOR: '.
002550     05  CT-SKIP-VENDOR-COUNT        PIC ZZ,ZZ9.
002552     05  FILLER                      PIC X(04) VALUE SPACES.
002554     05  FILLER                      PIC X(09) VALUE 'AT COST: '.
002556     05  CT-AT-COST-COUNT            PIC ZZ,ZZ9.
002560
002570 PROCEDURE DIVISION.
002580*--------------------------------------------------------------*
002650     PERFORM 2000-PROCESS-SUGGESTIONS
002660         THRU 2000-PROCESS-SUGGESTIONS-EXIT
002670         UNTIL END-OF-SUGGESTIONS.
002671
002672     IF ORDER-IS-OPEN
002673         PERFORM 2400-CLOSE-ORDER
002674             THRU 2400-CLOSE-ORDER-EXIT
002675     END-IF.
002680
002690     PERFORM 3000-PRINT-TOTALS
002700         THRU 3000-PRINT-TOTALS-EXIT.
002750     STOP RUN.
002760
002770*--------------------------------------------------------------*
002780* 1000-INITIALIZE -- take the run-lock, resolve paths, open the
002790*                    PO file (created fresh on a first-ever run),
002800*                    pick up the last PO number, and load the
002810*                    open-order quantities already on file
002820*--------------------------------------------------------------*
002821 1000-INITIALIZE.
002822*    The ITEMS master run-lock: refuse to start while another
002823*    updater holds it; DD-LOCK-OVERRIDE=Y clears a lock left
002824*    behind by an abend
002825     MOVE 'A'           TO WS-LOCK-ACTION.
002826     MOVE 'PURCH-ORDER' TO WS-LOCK-PROGRAM.
002827     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
002828     IF RETURN-CODE NOT = 0
002829         DISPLAY 'PURCH-ORDER: ITEMS MASTER LOCKED, RUN REFUSED'
002830         GO TO 1000-INITIALIZE-ABEND
002831     END-IF.
002832
002840     ACCEPT WS-SUGGEST-PATH FROM ENVIRONMENT 'DD-PURCHSUG'
002850         ON EXCEPTION
002860             CONTINUE
003110     END-ACCEPT.
003120     IF WS-POCTL-PATH = SPACES
003130         MOVE 'POCTL.DAT' TO WS-POCTL-PATH
003131     END-IF.
003132
003133     ACCEPT WS-VCATALOG-PATH FROM ENVIRONMENT 'DD-VCATALOG'
003134         ON EXCEPTION
003135             CONTINUE
003136     END-ACCEPT.
003137     IF WS-VCATALOG-PATH = SPACES
003138         MOVE 'VCATALOG.DAT' TO WS-VCATALOG-PATH
003140     END-IF.
003141
003142     ACCEPT WS-ITEMS-PATH FROM ENVIRONMENT 'DD-ITEMS'
003143         ON EXCEPTION
003144             CONTINUE
003145     END-ACCEPT.
003146     IF WS-ITEMS-PATH = SPACES
003147         MOVE 'ITEMS.DAT' TO WS-ITEMS-PATH
003148     END-IF.
003150
003160*    A first-ever run has no PORDERS.DAT yet, so an empty PO
003170*    file is created and reopened I-O, same as VENDOR-MAINT
003330     OPEN INPUT VENDORS.
003340     IF VENDORS-STATUS-OK
003350         MOVE 'Y' TO WS-VENDORS-OPEN-SW
003351     END-IF.
003352
003353*    Without a catalog every line is priced at item unit cost
003354     OPEN INPUT VENDOR-CATALOG.
003355     IF VCATALOG-STATUS-OK
003356         MOVE 'Y' TO WS-VCATALOG-OPEN-SW
003360     END-IF.
003361
003362     OPEN INPUT ITEMS.
003363     IF NOT ITEMS-STATUS-OK
003364         DISPLAY 'PURCH-ORDER: UNABLE TO OPEN ITEMS, STATUS = '
003365             WS-ITEMS-STATUS
003366         GO TO 1000-INITIALIZE-ABEND
003367     END-IF.
003370
003380*    No suggestion file just means nothing fell below its
003390*    reorder point last night
005000
005010     IF NOT ORDER-IS-OPEN
005020             OR SUG-VENDOR-ID NOT = WS-CURRENT-VENDOR-ID
005022         IF ORDER-IS-OPEN
005024             PERFORM 2400-CLOSE-ORDER
005026                 THRU 2400-CLOSE-ORDER-EXIT
005028         END-IF
005030         PERFORM 2200-START-NEW-ORDER
005040             THRU 2200-START-NEW-ORDER-EXIT
005050     END-IF.
005220     MOVE SUG-VENDOR-ID     TO WS-CURRENT-VENDOR-ID.
005230     SET ORDER-IS-OPEN TO TRUE.
005240     ADD 1 TO WS-ORDER-COUNT.
005245     MOVE 0                 TO WS-ORDER-TOTAL.
005250
005260     PERFORM 2250-LOOK-UP-VENDOR
005270         THRU 2250-LOOK-UP-VENDOR-EXIT.
005960         MOVE 12 TO WS-WORK-MONTH
005970         SUBTRACT 1 FROM WS-WORK-YEAR
005980     END-IF.
005981     MOVE WS-WORK-DATE TO WS-EXPECTED-DATE.
005982 2270-FIGURE-EXPECTED-DATE-EXIT.
005983     EXIT.
005984
005985*--------------------------------------------------------------*
005986* 2280-PRICE-PO-LINE -- the vendor's catalog price for the item
005987*                       in force on the order date, or the
005988*                       item's unit cost when there is none
005989*--------------------------------------------------------------*
005990 2280-PRICE-PO-LINE.
005991     MOVE 0      TO WS-LINE-PRICE.
005992     MOVE SPACES TO WS-VENDOR-PART.
005993     MOVE 'N'    TO WS-CATALOG-PRICE-SW.
005994
005995     IF VCATALOG-FILE-AVAILABLE
005996         MOVE WS-CURRENT-VENDOR-ID TO VC-VENDOR-ID
005997         MOVE SUG-ITEM-ID          TO VC-ITEM-ID
005998         MOVE 0                    TO VC-EFFECTIVE-DATE
005999         MOVE 'N' TO WS-CATALOG-BROWSE-SW
006000         START VENDOR-CATALOG KEY IS NOT LESS THAN
006001                 VC-KEY OF VENDOR-CATALOG-RECORD
006002             INVALID KEY
006003                 MOVE 'Y' TO WS-CATALOG-BROWSE-SW
006004         END-START
006005         PERFORM 2290-BROWSE-ONE-CATALOG-ENTRY
006006             THRU 2290-BROWSE-ONE-CATALOG-ENTRY-EXIT
006007             UNTIL CATALOG-BROWSE-DONE
006008     END-IF.
006009
006010     IF CATALOG-PRICE-FOUND
006011         GO TO 2280-PRICE-PO-LINE-EXIT
006012     END-IF.
006013     ADD 1 TO WS-AT-COST-COUNT.
006014     MOVE SUG-ITEM-ID TO ITEM-ID.
006015     READ ITEMS
006016         INVALID KEY
006017             CONTINUE
006018         NOT INVALID KEY
006019             MOVE ITEM-UNIT-COST TO WS-LINE-PRICE
006020     END-READ.
006021 2280-PRICE-PO-LINE-EXIT.
006022     EXIT.
006023
006024*    Entries come back in effective-date order, so the last one
006025*    not dated after today is the price in force
006026 2290-BROWSE-ONE-CATALOG-ENTRY.
006027     READ VENDOR-CATALOG NEXT RECORD
006028         AT END
006029             MOVE 'Y' TO WS-CATALOG-BROWSE-SW
006030         NOT AT END
006031             IF VC-VENDOR-ID NOT = WS-CURRENT-VENDOR-ID
006032                     OR VC-ITEM-ID NOT = SUG-ITEM-ID
006033                     OR VC-EFFECTIVE-DATE > WS-CURRENT-DATE
006034                 MOVE 'Y' TO WS-CATALOG-BROWSE-SW
006035             ELSE
006036                 MOVE VC-UNIT-PRICE  TO WS-LINE-PRICE
006037                 MOVE VC-VENDOR-PART TO WS-VENDOR-PART
006038                 SET CATALOG-PRICE-FOUND TO TRUE
006039             END-IF
006040     END-READ.
006041 2290-BROWSE-ONE-CATALOG-ENTRY-EXIT.
006070     EXIT.
006080
006090*--------------------------------------------------------------*
006120*--------------------------------------------------------------*
006130 2300-WRITE-PO-LINE.
006140     ADD 1 TO WS-THIS-LINE-NUMBER.
006142     PERFORM 2280-PRICE-PO-LINE
006144         THRU 2280-PRICE-PO-LINE-EXIT.
006146     COMPUTE WS-LINE-AMOUNT = SUG-ORDER-QTY * WS-LINE-PRICE.
006148
006150     MOVE WS-THIS-PO-NUMBER    TO PO-NUMBER.
006160     MOVE WS-THIS-LINE-NUMBER  TO PO-LINE-NUMBER.
006170     MOVE WS-CURRENT-VENDOR-ID TO PO-VENDOR-ID.
006210     MOVE WS-CURRENT-DATE      TO PO-ORDER-DATE.
006220     MOVE WS-EXPECTED-DATE     TO PO-EXPECTED-DATE.
006230     MOVE 'O'                  TO PO-LINE-STATUS.
006232     MOVE SPACES               TO PO-RECEIPT-LOCATION.
006234     MOVE 0                    TO PO-RECEIPT-UNIT-COST.
006236     MOVE 0                    TO PO-RETURNED-QTY.
006238     MOVE WS-LINE-PRICE        TO PO-UNIT-PRICE.
006240     WRITE PURCH-ORDER-RECORD
006250         INVALID KEY
006260             MOVE 'PO LINE WRITE FAILED' TO CD-RESULT
006290             GO TO 2300-WRITE-PO-LINE-EXIT
006300     END-WRITE.
006310     ADD 1 TO WS-LINE-WRITTEN-COUNT.
006315     ADD WS-LINE-AMOUNT TO WS-ORDER-TOTAL.
006320
006330     MOVE WS-THIS-LINE-NUMBER TO DD-LINE-NUMBER.
006340     MOVE SUG-ITEM-ID         TO DD-ITEM-ID.
006350     MOVE SUG-ITEM-NAME       TO DD-ITEM-NAME.
006360     MOVE SUG-ORDER-QTY       TO DD-ORDER-QTY.
006362     MOVE WS-VENDOR-PART      TO DD-VENDOR-PART.
006364     MOVE WS-LINE-PRICE       TO DD-UNIT-PRICE.
006366     MOVE WS-LINE-AMOUNT      TO DD-LINE-AMOUNT.
006370     WRITE PO-DOCUMENT-LINE FROM WS-DOC-DETAIL-LINE.
006380
006390     MOVE SPACES TO CD-RESULT.
006410            WS-THIS-PO-NUMBER DELIMITED BY SIZE
006420         INTO CD-RESULT
006430     END-STRING.
006432     IF NOT CATALOG-PRICE-FOUND
006434         MOVE ', NOT CATALOGUED' TO CD-RESULT (21:16)
006436     END-IF.
006440     PERFORM 2500-PRINT-RESULT-LINE
006450         THRU 2500-PRINT-RESULT-LINE-EXIT.
006460 2300-WRITE-PO-LINE-EXIT.
006470     EXIT.
006480
006482*--------------------------------------------------------------*
006484* 2400-CLOSE-ORDER -- the extended PO total at the foot of the
006486*                     finished document
006490*--------------------------------------------------------------*
006491 2400-CLOSE-ORDER.
006492     MOVE WS-ORDER-TOTAL TO DT-ORDER-TOTAL.
006493     WRITE PO-DOCUMENT-LINE FROM SPACES.
006494     WRITE PO-DOCUMENT-LINE FROM WS-DOC-TOTAL-LINE.
006495     MOVE 'N' TO WS-ORDER-OPEN-SW.
006496 2400-CLOSE-ORDER-EXIT.
006497     EXIT.
006498
006499*--------------------------------------------------------------*
006500* 2500-PRINT-RESULT-LINE -- one conversion listing line per
006510*                           suggestion worked
006520*--------------------------------------------------------------*
006660     MOVE WS-LINE-WRITTEN-COUNT TO CT-LINE-COUNT.
006670     MOVE WS-SKIP-ONORD-COUNT  TO CT-SKIP-ONORD-COUNT.
006680     MOVE WS-SKIP-VENDOR-COUNT TO CT-SKIP-VENDOR-COUNT.
006685     MOVE WS-AT-COST-COUNT     TO CT-AT-COST-COUNT.
006690     WRITE CONVERT-LISTING-LINE FROM SPACES.
006700     WRITE CONVERT-LISTING-LINE FROM WS-CONVERT-TOTALS-LINE.
006710 3000-PRINT-TOTALS-EXIT.
006720     EXIT.
006730
006740*--------------------------------------------------------------*
006750* 9000-TERMINATE -- remember the last PO number assigned,
006760*                   close files, and release the run-lock
006770*--------------------------------------------------------------*
006780 9000-TERMINATE.
006790     OPEN OUTPUT PO-CONTROL.
006870     END-IF.
006880     IF VENDORS-FILE-AVAILABLE
006890         CLOSE VENDORS
006892     END-IF.
006894     IF VCATALOG-FILE-AVAILABLE
006896         CLOSE VENDOR-CATALOG
006900     END-IF.
006905     CLOSE ITEMS.
006910     CLOSE PO-DOCUMENT.
006920     CLOSE CONVERT-LISTING.
006922
006924     MOVE 'R' TO WS-LOCK-ACTION.
006926     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
006930 9000-TERMINATE-EXIT.
006940     EXIT.
006950
