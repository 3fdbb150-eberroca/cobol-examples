000210*          every ITEMLDGR.DAT movement with its before/after
000220*          quantities, every PRICEHST.DAT change with the old
000230*          and new price, and any spell in SUSPENSE.DAT with
000232*          its failure reasons. The item's customer order and
000234*          purchase order lines print too, dated by their order
000236*          date, from the live files and from the dated archives
000238*          ORDER-PURGE moves closed lines to (found through the
000240*          order archive register), so an order can still be
000242*          looked up after it has been purged.
000250*
000260*          DD-HIST-ITEM-ID    item id (required)
000270*          DD-HIST-FROM-DATE  start date (YYYYMMDD), default
000300*
000310* Modification History:
000320*   09/02/2026  EB   Original version.
000321*   10/15/2026  EB   Movement and price lines show the operator
000322*                    who made the change (LEDGER-OPERATOR-ID,
000323*                    PH-OPERATOR-ID); blank on records written
000324*                    before operators were recorded.
000325*   10/15/2026  EB   Customer order and PO lines for the item,
000326*                    live and archived by ORDER-PURGE.
000330* Tectonics: cobc
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000550     SELECT SUSPENSE-FILE ASSIGN TO WS-SUSPENSE-PATH
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SUSPENSE-STATUS.
000571
000572     SELECT CUST-ORDERS ASSIGN TO WS-CUSTORDS-PATH
000573         ORGANIZATION IS INDEXED
000574         ACCESS MODE IS SEQUENTIAL
000575         RECORD KEY IS CO-KEY OF CUST-ORDER-RECORD
000576         FILE STATUS IS WS-CUSTORDS-STATUS.
000580
000581     SELECT PURCH-ORDERS ASSIGN TO WS-PORDERS-PATH
000582         ORGANIZATION IS INDEXED
000583         ACCESS MODE IS SEQUENTIAL
000584         RECORD KEY IS PO-KEY OF PURCH-ORDER-RECORD
000585         FILE STATUS IS WS-PORDERS-STATUS.
000586
000590     SELECT SORT-WORK ASSIGN TO 'SORTWORK.TMP'.
000591
000592     SELECT ARCHIVE-REGISTER ASSIGN TO WS-ORDARCH-PATH
000593         ORGANIZATION IS LINE SEQUENTIAL
000594         FILE STATUS IS WS-ORDARCH-STATUS.
000595
000596     SELECT CO-ARCHIVE ASSIGN TO WS-COARCH-PATH
000597         ORGANIZATION IS LINE SEQUENTIAL
000598         FILE STATUS IS WS-COARCH-STATUS.
000600
000610     SELECT HISTORY-LISTING ASSIGN TO 'ITEMHIST.TXT'
000620         ORGANIZATION IS LINE SEQUENTIAL.
000622
000624     SELECT PO-ARCHIVE ASSIGN TO WS-POARCH-PATH
000626         ORGANIZATION IS LINE SEQUENTIAL
000628         FILE STATUS IS WS-POARCH-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000740
000750 FD  SUSPENSE-FILE.
000760     COPY SUSPREC.
000761
000762 FD  CUST-ORDERS.
000763     COPY CORDREC.
000764
000765 FD  PURCH-ORDERS.
000766     COPY PORDREC.
000767
000768 FD  ARCHIVE-REGISTER.
000769     COPY OARCREC.
000770
000771 FD  CO-ARCHIVE.
000772     COPY CORDREC
000773         REPLACING CUST-ORDER-RECORD BY CO-ARCHIVE-RECORD
000774                   CO-KEY            BY CA-KEY
000775                   CO-ORDER-NUMBER   BY CA-ORDER-NUMBER
000776                   CO-LINE-NUMBER    BY CA-LINE-NUMBER
000777                   CO-CUSTOMER-NAME  BY CA-CUSTOMER-NAME
000778                   CO-ITEM-ID        BY CA-ITEM-ID
000779                   CO-ORDER-QTY      BY CA-ORDER-QTY
000780                   CO-ALLOCATED-QTY  BY CA-ALLOCATED-QTY
000781                   CO-PICKED-QTY     BY CA-PICKED-QTY
000782                   CO-PRINTED-QTY    BY CA-PRINTED-QTY
000783                   CO-ORDER-DATE     BY CA-ORDER-DATE
000784                   CO-LINE-STATUS    BY CA-LINE-STATUS
000785                   CO-CUSTOMER-ID    BY CA-CUSTOMER-ID
000786                   CO-RETURNED-QTY   BY CA-RETURNED-QTY
000787                   CO-INVOICED-QTY   BY CA-INVOICED-QTY
000788                   CO-INVOICED-PRICE BY CA-INVOICED-PRICE.
000789
000790 FD  PO-ARCHIVE.
000791     COPY PORDREC
000792         REPLACING PURCH-ORDER-RECORD BY PO-ARCHIVE-RECORD
000793                   PO-KEY            BY PA-KEY
000794                   PO-NUMBER         BY PA-NUMBER
000795                   PO-LINE-NUMBER    BY PA-LINE-NUMBER
000796                   PO-VENDOR-ID      BY PA-VENDOR-ID
000797                   PO-ITEM-ID        BY PA-ITEM-ID
000798                   PO-ORDER-QTY      BY PA-ORDER-QTY
000799                   PO-RECEIVED-QTY   BY PA-RECEIVED-QTY
000800                   PO-ORDER-DATE     BY PA-ORDER-DATE
000801                   PO-EXPECTED-DATE  BY PA-EXPECTED-DATE
000802                   PO-LINE-STATUS    BY PA-LINE-STATUS
000803                   PO-RECEIPT-LOCATION BY PA-RECEIPT-LOCATION
000804                   PO-RECEIPT-UNIT-COST BY PA-RECEIPT-UNIT-COST
000805                   PO-RETURNED-QTY   BY PA-RETURNED-QTY
000806                   PO-UNIT-PRICE     BY PA-UNIT-PRICE.
000807
000808*--------------------------------------------------------------*
000809* SORT RECORD -- one history event from any of the sources,
000810* keyed by date; HS-SOURCE breaks ties so same-day movements
000811* print before order lines, repricings, suspense spells, and
000812* PO lines, in that order
000820*--------------------------------------------------------------*
000830 SD  SORT-WORK.
000840 01  SORT-WORK-RECORD.
000870         88  EVENT-IS-MOVEMENT            VALUE 'L'.
000880         88  EVENT-IS-REPRICE             VALUE 'P'.
000890         88  EVENT-IS-SUSPENSE            VALUE 'S'.
000893         88  EVENT-IS-ORDER-LINE          VALUE 'O'.
000896         88  EVENT-IS-PO-LINE             VALUE 'U'.
000900     05  HS-MOVE-TYPE                    PIC X(01).
000910     05  HS-QTY-BEFORE                   PIC 9(05).
000920     05  HS-QTY-AFTER                    PIC 9(05).
000950     05  HS-OLD-PRICE                    PIC 9(05)V9(02).
000960     05  HS-NEW-PRICE                    PIC 9(05)V9(02).
000970     05  HS-TEXT                         PIC X(41).
000972     05  HS-OPERATOR-ID                  PIC X(08).
000974     05  HS-PARTNER-ID                   PIC 9(05).
000976     05  HS-ARCHIVED-SW                  PIC X(01).
000978         88  EVENT-IS-ARCHIVED            VALUE 'Y'.
000980
000990 FD  HISTORY-LISTING.
001000 01  HISTORY-LINE                        PIC X(110).
001110
001120 01  WS-SUSPENSE-PATH                    PIC X(100)  VALUE
001130     'SUSPENSE.DAT'.
001131
001132 01  WS-CUSTORDS-PATH                    PIC X(100)  VALUE
001133     'CUSTORDS.DAT'.
001134
001135 01  WS-PORDERS-PATH                     PIC X(100)  VALUE
001136     'PORDERS.DAT'.
001137
001138 01  WS-ORDARCH-PATH                     PIC X(100)  VALUE
001139     'ORDARCH.DAT'.
001140
001142 01  WS-COARCH-PATH                      PIC X(100)  VALUE SPACES.
001144 01  WS-POARCH-PATH                      PIC X(100)  VALUE SPACES.
001146
001150 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
001160     88  ITEMS-STATUS-OK                              VALUE '00'.
001170
001210 01  WS-PRICE-HIST-STATUS                PIC X(02)   VALUE '00'.
001220     88  PRICE-HIST-STATUS-OK                         VALUE '00'.
001225     88  PRICE-HIST-NOT-FOUND                         VALUE '35'.
001226
001227 01  WS-CUSTORDS-STATUS                  PIC X(02)   VALUE '00'.
001228     88  CUSTORDS-STATUS-OK                           VALUE '00'.
001229     88  CUSTORDS-FILE-NOT-FOUND                      VALUE '35'.
001230
001232 01  WS-PORDERS-STATUS                   PIC X(02)   VALUE '00'.
001234     88  PORDERS-STATUS-OK                            VALUE '00'.
001236     88  PORDERS-FILE-NOT-FOUND                       VALUE '35'.
001238
001240 01  WS-SUSPENSE-STATUS                  PIC X(02)   VALUE '00'.
001250     88  SUSPENSE-STATUS-OK                           VALUE '00'.
001255     88  SUSPENSE-FILE-NOT-FOUND                      VALUE '35'.
001256
001257 01  WS-ORDARCH-STATUS                   PIC X(02)   VALUE '00'.
001258     88  ORDARCH-STATUS-OK                            VALUE '00'.
001259     88  ORDARCH-FILE-NOT-FOUND                       VALUE '35'.
001260
001261 01  WS-COARCH-STATUS                    PIC X(02)   VALUE '00'.
001262     88  COARCH-STATUS-OK                             VALUE '00'.
001263
001264 01  WS-POARCH-STATUS                    PIC X(02)   VALUE '00'.
001265     88  POARCH-STATUS-OK                             VALUE '00'.
001266
001270 01  WS-LEDGER-EOF                       PIC X(01)   VALUE 'N'.
001280     88  END-OF-LEDGER                               VALUE 'Y'.
001290
001320
001330 01  WS-SUSP-EOF                         PIC X(01)   VALUE 'N'.
001340     88  END-OF-SUSPENSE                             VALUE 'Y'.
001341
001342 01  WS-ORDER-EOF                        PIC X(01)   VALUE 'N'.
001343     88  END-OF-ORDER-LINES                          VALUE 'Y'.
001344
001345 01  WS-REGISTER-EOF                     PIC X(01)   VALUE 'N'.
001346     88  END-OF-REGISTER                             VALUE 'Y'.
001350
001360 01  WS-SORT-EOF                         PIC X(01)   VALUE 'N'.
001370     88  END-OF-SORT-WORK                            VALUE 'Y'.
002150     05  MV-REFERENCE                    PIC X(10).
002160     05  FILLER                          PIC X(06) VALUE '  LOC '.
002170     05  MV-LOCATION                     PIC X(03).
002173     05  FILLER                          PIC X(05) VALUE '  BY '.
002176     05  MV-OPERATOR-ID                  PIC X(08).
002180
002190 01  WS-PRICE-LINE.
002200     05  PR-DATE                         PIC 9(08).
002260     05  PR-NEW-PRICE                    PIC ZZ,ZZ9.99.
002270     05  FILLER                          PIC X(06) VALUE '  JOB '.
002280     05  PR-JOB-ID                       PIC X(08).
002283     05  FILLER                          PIC X(05) VALUE '  BY '.
002286     05  PR-OPERATOR-ID                  PIC X(08).
002290
002300 01  WS-SUSP-LINE.
002310     05  SU-DATE                         PIC 9(08).
002320     05  FILLER                          PIC X(02) VALUE SPACES.
002330     05  FILLER                          PIC X(09) VALUE
002340         'SUSPENSE '.
002341     05  SU-REASONS                      PIC X(41).
002342
002343 01  WS-ORDER-LINE.
002344     05  OL-DATE                         PIC 9(08).
002345     05  FILLER                          PIC X(02) VALUE SPACES.
002346     05  OL-KIND                         PIC X(06).
002347     05  OL-ORDER-LINE                   PIC X(10).
002348     05  OL-PARTNER-LABEL                PIC X(07).
002349     05  OL-PARTNER-ID                   PIC 9(05).
002350     05  FILLER                          PIC X(06) VALUE
002351         '  ORD '.
002352     05  OL-ORDER-QTY                    PIC ZZ,ZZ9.
002353     05  OL-DONE-LABEL                   PIC X(08).
002354     05  OL-DONE-QTY                     PIC ZZ,ZZ9.
002355     05  FILLER                          PIC X(05) VALUE
002356         '  ST '.
002357     05  OL-STATUS                       PIC X(01).
002358     05  FILLER                          PIC X(02) VALUE SPACES.
002359     05  OL-ARCHIVED                     PIC X(08).
002360
002361 01  WS-ARCHIVE-MISSING-LINE.
002362     05  FILLER                          PIC X(08) VALUE
002363         'ARCHIVE '.
002364     05  AM-ARCHIVE-NAME                 PIC X(20).
002365     05  FILLER                          PIC X(36) VALUE
002366         ' NOT ON DISK -- ITS LINES NOT SHOWN'.
002367
002370 01  WS-NONE-FOUND-LINE                  PIC X(38)   VALUE
002380     'NO HISTORY ON FILE IN THE GIVEN RANGE'.
002390
003030     END-ACCEPT.
003040     IF WS-SUSPENSE-PATH = SPACES
003050         MOVE 'SUSPENSE.DAT' TO WS-SUSPENSE-PATH
003051     END-IF.
003052
003053     ACCEPT WS-CUSTORDS-PATH FROM ENVIRONMENT 'DD-CUSTORDS'
003054         ON EXCEPTION
003055             CONTINUE
003056     END-ACCEPT.
003057     IF WS-CUSTORDS-PATH = SPACES
003058         MOVE 'CUSTORDS.DAT' TO WS-CUSTORDS-PATH
003060     END-IF.
003061
003062     ACCEPT WS-PORDERS-PATH FROM ENVIRONMENT 'DD-PORDERS'
003063         ON EXCEPTION
003064             CONTINUE
003065     END-ACCEPT.
003066     IF WS-PORDERS-PATH = SPACES
003067         MOVE 'PORDERS.DAT' TO WS-PORDERS-PATH
003068     END-IF.
003070
003071     ACCEPT WS-ORDARCH-PATH FROM ENVIRONMENT 'DD-ORDARCH'
003072         ON EXCEPTION
003073             CONTINUE
003074     END-ACCEPT.
003075     IF WS-ORDARCH-PATH = SPACES
003076         MOVE 'ORDARCH.DAT' TO WS-ORDARCH-PATH
003077     END-IF.
003078
003080     ACCEPT WS-ITEM-ID-X FROM ENVIRONMENT 'DD-HIST-ITEM-ID'
003090         ON EXCEPTION
003100             CONTINUE
004190     EXIT.
004200
004210*--------------------------------------------------------------*
004215* 2000-GATHER-EVENTS -- release the item's events from every
004220*                       source. A source file not on disk yet
004225*                       simply contributes nothing; any other
004230*                       open failure stops the run rather than
004235*                       print an empty history as if that were
004240*                       the researched answer.
004250*--------------------------------------------------------------*
004260 2000-GATHER-EVENTS.
004270     PERFORM 2100-GATHER-MOVEMENTS
004300         THRU 2300-GATHER-REPRICES-EXIT.
004310     PERFORM 2500-GATHER-SUSPENSE
004320         THRU 2500-GATHER-SUSPENSE-EXIT.
004321     PERFORM 2700-GATHER-ORDER-LINES
004322         THRU 2700-GATHER-ORDER-LINES-EXIT.
004323     PERFORM 2800-GATHER-PO-LINES
004324         THRU 2800-GATHER-PO-LINES-EXIT.
004325     PERFORM 2900-GATHER-ARCHIVED-LINES
004326         THRU 2900-GATHER-ARCHIVED-LINES-EXIT.
004330 2000-GATHER-EVENTS-EXIT.
004340     EXIT.
004342
004620                 MOVE LEDGER-QTY-AFTER TO HS-QTY-AFTER
004630                 MOVE LEDGER-REFERENCE TO HS-REFERENCE
004640                 MOVE LEDGER-LOCATION  TO HS-LOCATION
004645                 MOVE LEDGER-OPERATOR-ID TO HS-OPERATOR-ID
004650                 RELEASE SORT-WORK-RECORD
004660             END-IF
004670     END-READ.
004950                 MOVE PH-OLD-PRICE   TO HS-OLD-PRICE
004960                 MOVE PH-NEW-PRICE   TO HS-NEW-PRICE
004970                 MOVE PH-JOB-ID      TO HS-TEXT
004975                 MOVE PH-OPERATOR-ID TO HS-OPERATOR-ID
004980                 RELEASE SORT-WORK-RECORD
004990             END-IF
005000     END-READ.
005590             MOVE HS-QTY-AFTER  TO MV-QTY-AFTER
005600             MOVE HS-REFERENCE  TO MV-REFERENCE
005610             MOVE HS-LOCATION   TO MV-LOCATION
005615             MOVE HS-OPERATOR-ID TO MV-OPERATOR-ID
005620             WRITE HISTORY-LINE FROM WS-MOVE-LINE
005630         WHEN EVENT-IS-REPRICE
005640             MOVE HS-DATE       TO PR-DATE
005650             MOVE HS-OLD-PRICE  TO PR-OLD-PRICE
005660             MOVE HS-NEW-PRICE  TO PR-NEW-PRICE
005670             MOVE HS-TEXT (1:8) TO PR-JOB-ID
005675             MOVE HS-OPERATOR-ID TO PR-OPERATOR-ID
005680             WRITE HISTORY-LINE FROM WS-PRICE-LINE
005690         WHEN EVENT-IS-SUSPENSE
005700             MOVE HS-DATE       TO SU-DATE
005710             MOVE HS-TEXT       TO SU-REASONS
005720             WRITE HISTORY-LINE FROM WS-SUSP-LINE
005722         WHEN EVENT-IS-ORDER-LINE
005724         WHEN EVENT-IS-PO-LINE
005726             PERFORM 3200-PRINT-ORDER-LINE
005728                 THRU 3200-PRINT-ORDER-LINE-EXIT
005730     END-EVALUATE.
005740     ADD 1 TO WS-EVENT-COUNT.
005750 3100-PRINT-ONE-EVENT-EXIT.
005970 9000-TERMINATE-EXIT.
005980     EXIT.
005990
006000*--------------------------------------------------------------*
006010* 2700-GATHER-ORDER-LINES -- the item's lines still on the live
006020*                            customer order file
006030*--------------------------------------------------------------*
006040 2700-GATHER-ORDER-LINES.
006050     OPEN INPUT CUST-ORDERS.
006060     IF CUSTORDS-FILE-NOT-FOUND
006070         GO TO 2700-GATHER-ORDER-LINES-EXIT
006080     END-IF.
006090     IF NOT CUSTORDS-STATUS-OK
006100         DISPLAY 'ITEM-HISTORY: CUSTORDS OPEN FAILED, '
006110             'STATUS = ' WS-CUSTORDS-STATUS
006120         GO TO 2000-GATHER-EVENTS-ABEND
006130     END-IF.
006140     MOVE 'N' TO WS-ORDER-EOF.
006150     PERFORM 2750-RELEASE-ONE-ORDER-LINE
006160         THRU 2750-RELEASE-ONE-ORDER-LINE-EXIT
006170         UNTIL END-OF-ORDER-LINES.
006180     CLOSE CUST-ORDERS.
006190 2700-GATHER-ORDER-LINES-EXIT.
006200     EXIT.
006210
006220 2750-RELEASE-ONE-ORDER-LINE.
006230     READ CUST-ORDERS NEXT RECORD
006240         AT END
006250             MOVE 'Y' TO WS-ORDER-EOF
006260             GO TO 2750-RELEASE-ONE-ORDER-LINE-EXIT
006270     END-READ.
006280     IF CO-ITEM-ID NOT = WS-HIST-ITEM-ID
006290             OR CO-ORDER-DATE < WS-FROM-DATE
006300             OR CO-ORDER-DATE > WS-TO-DATE
006310         GO TO 2750-RELEASE-ONE-ORDER-LINE-EXIT
006320     END-IF.
006330     MOVE SPACES          TO SORT-WORK-RECORD.
006340     MOVE CO-ORDER-DATE   TO HS-DATE.
006350     MOVE 'O'             TO HS-SOURCE.
006360     MOVE CO-LINE-STATUS  TO HS-MOVE-TYPE.
006370     MOVE CO-ORDER-QTY    TO HS-QTY-BEFORE.
006380     MOVE CO-PICKED-QTY   TO HS-QTY-AFTER.
006390     STRING CO-ORDER-NUMBER DELIMITED BY SIZE
006400            '/'             DELIMITED BY SIZE
006410            CO-LINE-NUMBER  DELIMITED BY SIZE
006420         INTO HS-REFERENCE
006430     END-STRING.
006440     MOVE CO-CUSTOMER-ID  TO HS-PARTNER-ID.
006450     MOVE 'N'             TO HS-ARCHIVED-SW.
006460     RELEASE SORT-WORK-RECORD.
006470 2750-RELEASE-ONE-ORDER-LINE-EXIT.
006480     EXIT.
006490
006500*--------------------------------------------------------------*
006510* 2800-GATHER-PO-LINES -- the item's lines still on the live
006520*                         purchase order file
006530*--------------------------------------------------------------*
006540 2800-GATHER-PO-LINES.
006550     OPEN INPUT PURCH-ORDERS.
006560     IF PORDERS-FILE-NOT-FOUND
006570         GO TO 2800-GATHER-PO-LINES-EXIT
006580     END-IF.
006590     IF NOT PORDERS-STATUS-OK
006600         DISPLAY 'ITEM-HISTORY: PORDERS OPEN FAILED, '
006610             'STATUS = ' WS-PORDERS-STATUS
006620         GO TO 2000-GATHER-EVENTS-ABEND
006630     END-IF.
006640     MOVE 'N' TO WS-ORDER-EOF.
006650     PERFORM 2850-RELEASE-ONE-PO-LINE
006660         THRU 2850-RELEASE-ONE-PO-LINE-EXIT
006670         UNTIL END-OF-ORDER-LINES.
006680     CLOSE PURCH-ORDERS.
006690 2800-GATHER-PO-LINES-EXIT.
006700     EXIT.
006710
006720 2850-RELEASE-ONE-PO-LINE.
006730     READ PURCH-ORDERS NEXT RECORD
006740         AT END
006750             MOVE 'Y' TO WS-ORDER-EOF
006760             GO TO 2850-RELEASE-ONE-PO-LINE-EXIT
006770     END-READ.
006780     IF PO-ITEM-ID NOT = WS-HIST-ITEM-ID
006790             OR PO-ORDER-DATE < WS-FROM-DATE
006800             OR PO-ORDER-DATE > WS-TO-DATE
006810         GO TO 2850-RELEASE-ONE-PO-LINE-EXIT
006820     END-IF.
006830     MOVE SPACES          TO SORT-WORK-RECORD.
006840     MOVE PO-ORDER-DATE   TO HS-DATE.
006850     MOVE 'U'             TO HS-SOURCE.
006860     MOVE PO-LINE-STATUS  TO HS-MOVE-TYPE.
006870     MOVE PO-ORDER-QTY    TO HS-QTY-BEFORE.
006880     MOVE PO-RECEIVED-QTY TO HS-QTY-AFTER.
006890     STRING PO-NUMBER      DELIMITED BY SIZE
006900            '/'            DELIMITED BY SIZE
006910            PO-LINE-NUMBER DELIMITED BY SIZE
006920         INTO HS-REFERENCE
006930     END-STRING.
006940     MOVE PO-VENDOR-ID    TO HS-PARTNER-ID.
006950     MOVE 'N'             TO HS-ARCHIVED-SW.
006960     RELEASE SORT-WORK-RECORD.
006970 2850-RELEASE-ONE-PO-LINE-EXIT.
006980     EXIT.
006990
007000*--------------------------------------------------------------*
007010* 2900-GATHER-ARCHIVED-LINES -- every archive in the order
007020*                               archive register is read for the
007030*                               item's purged lines. An archive
007040*                               since removed from disk is noted
007050*                               on the listing, not fatal.
007060*--------------------------------------------------------------*
007070 2900-GATHER-ARCHIVED-LINES.
007080     OPEN INPUT ARCHIVE-REGISTER.
007090     IF ORDARCH-FILE-NOT-FOUND
007100         GO TO 2900-GATHER-ARCHIVED-LINES-EXIT
007110     END-IF.
007120     IF NOT ORDARCH-STATUS-OK
007130         DISPLAY 'ITEM-HISTORY: ARCHIVE REGISTER OPEN FAILED, '
007140             'STATUS = ' WS-ORDARCH-STATUS
007150         GO TO 2000-GATHER-EVENTS-ABEND
007160     END-IF.
007170     MOVE 'N' TO WS-REGISTER-EOF.
007180     PERFORM 2910-READ-ONE-ARCHIVE
007190         THRU 2910-READ-ONE-ARCHIVE-EXIT
007200         UNTIL END-OF-REGISTER.
007210     CLOSE ARCHIVE-REGISTER.
007220 2900-GATHER-ARCHIVED-LINES-EXIT.
007230     EXIT.
007240
007250 2910-READ-ONE-ARCHIVE.
007260     READ ARCHIVE-REGISTER
007270         AT END
007280             MOVE 'Y' TO WS-REGISTER-EOF
007290             GO TO 2910-READ-ONE-ARCHIVE-EXIT
007300     END-READ.
007310     IF OA-CUSTOMER-ORDER-LINES
007320         PERFORM 2920-SCAN-ORDER-ARCHIVE
007330             THRU 2920-SCAN-ORDER-ARCHIVE-EXIT
007340     END-IF.
007350     IF OA-PURCHASE-ORDER-LINES
007360         PERFORM 2940-SCAN-PO-ARCHIVE
007370             THRU 2940-SCAN-PO-ARCHIVE-EXIT
007380     END-IF.
007390 2910-READ-ONE-ARCHIVE-EXIT.
007400     EXIT.
007410
007420 2920-SCAN-ORDER-ARCHIVE.
007430     MOVE OA-ARCHIVE-NAME TO WS-COARCH-PATH.
007440     OPEN INPUT CO-ARCHIVE.
007450     IF NOT COARCH-STATUS-OK
007460         MOVE OA-ARCHIVE-NAME TO AM-ARCHIVE-NAME
007470         WRITE HISTORY-LINE FROM WS-ARCHIVE-MISSING-LINE
007480         GO TO 2920-SCAN-ORDER-ARCHIVE-EXIT
007490     END-IF.
007500     MOVE 'N' TO WS-ORDER-EOF.
007510     PERFORM 2930-RELEASE-ARCHIVED-ORDER
007520         THRU 2930-RELEASE-ARCHIVED-ORDER-EXIT
007530         UNTIL END-OF-ORDER-LINES.
007540     CLOSE CO-ARCHIVE.
007550 2920-SCAN-ORDER-ARCHIVE-EXIT.
007560     EXIT.
007570
007580 2930-RELEASE-ARCHIVED-ORDER.
007590     READ CO-ARCHIVE
007600         AT END
007610             MOVE 'Y' TO WS-ORDER-EOF
007620             GO TO 2930-RELEASE-ARCHIVED-ORDER-EXIT
007630     END-READ.
007640     IF CA-ITEM-ID NOT = WS-HIST-ITEM-ID
007650             OR CA-ORDER-DATE < WS-FROM-DATE
007660             OR CA-ORDER-DATE > WS-TO-DATE
007670         GO TO 2930-RELEASE-ARCHIVED-ORDER-EXIT
007680     END-IF.
007690     MOVE SPACES          TO SORT-WORK-RECORD.
007700     MOVE CA-ORDER-DATE   TO HS-DATE.
007710     MOVE 'O'             TO HS-SOURCE.
007720     MOVE CA-LINE-STATUS  TO HS-MOVE-TYPE.
007730     MOVE CA-ORDER-QTY    TO HS-QTY-BEFORE.
007740     MOVE CA-PICKED-QTY   TO HS-QTY-AFTER.
007750     STRING CA-ORDER-NUMBER DELIMITED BY SIZE
007760            '/'             DELIMITED BY SIZE
007770            CA-LINE-NUMBER  DELIMITED BY SIZE
007780         INTO HS-REFERENCE
007790     END-STRING.
007800     MOVE CA-CUSTOMER-ID  TO HS-PARTNER-ID.
007810     MOVE 'Y'             TO HS-ARCHIVED-SW.
007820     RELEASE SORT-WORK-RECORD.
007830 2930-RELEASE-ARCHIVED-ORDER-EXIT.
007840     EXIT.
007850
007860 2940-SCAN-PO-ARCHIVE.
007870     MOVE OA-ARCHIVE-NAME TO WS-POARCH-PATH.
007880     OPEN INPUT PO-ARCHIVE.
007890     IF NOT POARCH-STATUS-OK
007900         MOVE OA-ARCHIVE-NAME TO AM-ARCHIVE-NAME
007910         WRITE HISTORY-LINE FROM WS-ARCHIVE-MISSING-LINE
007920         GO TO 2940-SCAN-PO-ARCHIVE-EXIT
007930     END-IF.
007940     MOVE 'N' TO WS-ORDER-EOF.
007950     PERFORM 2950-RELEASE-ARCHIVED-PO
007960         THRU 2950-RELEASE-ARCHIVED-PO-EXIT
007970         UNTIL END-OF-ORDER-LINES.
007980     CLOSE PO-ARCHIVE.
007990 2940-SCAN-PO-ARCHIVE-EXIT.
008000     EXIT.
008010
008020 2950-RELEASE-ARCHIVED-PO.
008030     READ PO-ARCHIVE
008040         AT END
008050             MOVE 'Y' TO WS-ORDER-EOF
008060             GO TO 2950-RELEASE-ARCHIVED-PO-EXIT
008070     END-READ.
008080     IF PA-ITEM-ID NOT = WS-HIST-ITEM-ID
008090             OR PA-ORDER-DATE < WS-FROM-DATE
008100             OR PA-ORDER-DATE > WS-TO-DATE
008110         GO TO 2950-RELEASE-ARCHIVED-PO-EXIT
008120     END-IF.
008130     MOVE SPACES          TO SORT-WORK-RECORD.
008140     MOVE PA-ORDER-DATE   TO HS-DATE.
008150     MOVE 'U'             TO HS-SOURCE.
008160     MOVE PA-LINE-STATUS  TO HS-MOVE-TYPE.
008170     MOVE PA-ORDER-QTY    TO HS-QTY-BEFORE.
008180     MOVE PA-RECEIVED-QTY TO HS-QTY-AFTER.
008190     STRING PA-NUMBER      DELIMITED BY SIZE
008200            '/'            DELIMITED BY SIZE
008210            PA-LINE-NUMBER DELIMITED BY SIZE
008220         INTO HS-REFERENCE
008230     END-STRING.
008240     MOVE PA-VENDOR-ID    TO HS-PARTNER-ID.
008250     MOVE 'Y'             TO HS-ARCHIVED-SW.
008260     RELEASE SORT-WORK-RECORD.
008270 2950-RELEASE-ARCHIVED-PO-EXIT.
008280     EXIT.
008290
008300 3200-PRINT-ORDER-LINE.
008310     IF EVENT-IS-ORDER-LINE
008320         MOVE 'ORDER '      TO OL-KIND
008330         MOVE '  CUST '     TO OL-PARTNER-LABEL
008340         MOVE '  PICKED'    TO OL-DONE-LABEL
008350     ELSE
008360         MOVE 'PO    '      TO OL-KIND
008370         MOVE '  VEND '     TO OL-PARTNER-LABEL
008380         MOVE '  RCVD  '    TO OL-DONE-LABEL
008390     END-IF.
008400     MOVE HS-DATE        TO OL-DATE.
008410     MOVE HS-REFERENCE   TO OL-ORDER-LINE.
008420     MOVE HS-PARTNER-ID  TO OL-PARTNER-ID.
008430     MOVE HS-QTY-BEFORE  TO OL-ORDER-QTY.
008440     MOVE HS-QTY-AFTER   TO OL-DONE-QTY.
008450     MOVE HS-MOVE-TYPE   TO OL-STATUS.
008460     IF EVENT-IS-ARCHIVED
008470         MOVE 'ARCHIVED' TO OL-ARCHIVED
008480     ELSE
008490         MOVE SPACES     TO OL-ARCHIVED
008500     END-IF.
008510     WRITE HISTORY-LINE FROM WS-ORDER-LINE.
008520 3200-PRINT-ORDER-LINE-EXIT.
008530     EXIT.
008540
008550 END PROGRAM ITEM-HISTORY.
