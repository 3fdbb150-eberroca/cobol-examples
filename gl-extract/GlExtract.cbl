000260*          extended over the current on-hand position, the
000270*          figure finance carries to the revaluation reserve;
000280*          inventory itself stays booked at cost.
000281*
000282*          Sales and cost of goods sold come from the month's
000283*          invoice lines on INVOICES.DAT (SHIP-INVOICE), by
000284*          category: SALE debits receivables and credits revenue
000285*          at the invoiced price, COGS moves the invoiced cost
000286*          out of inventory to COSTSALE. The SO issue movements
000287*          PICK-CONFIRM writes for those shipments are left out
000288*          of the issues pair, so the cost books once.
000290*
000291*          Customer returns reverse both: credit memos on
000292*          CRMEMOS.DAT (CUST-RETURN) book CRED against revenue,
000293*          and the U return movements bring the goods back out
000294*          of COSTSALE (RETN); a scrapped return leaves again on
000295*          its W write-off with the adjustments. Returns to the
000296*          vendor book RTVN from the debit memos on VDMEMOS.DAT
000297*          (VENDOR-RETURN) at received cost, crediting inventory
000298*          against ACCRUALS; V movements are left out.
000299*
000300*          DD-GL-MONTH  month to extract (YYYYMM), default the
000310*                       current month, same as DD-ACTIVITY-MONTH
000311*          DD-INVOICES  the invoice-line file, default
000312*                       INVOICES.DAT
000313*          DD-CRMEMOS   the credit memo file, default
000314*                       CRMEMOS.DAT
000315*          DD-VDMEMOS   the vendor debit memo file, default
000316*                       VDMEMOS.DAT
000320*
000330* Modification History:
000340*   09/02/2026  EB   Original version.
000341*   10/15/2026  EB   Sales and cost-of-goods-sold voucher pairs
000342*                    by category from INVOICES.DAT; sales-order
000343*                    issues no longer book through ISSU.
000344*   10/15/2026  EB   Customer returns: CRED pair from the
000345*                    month's credit memos and RETN pair from
000346*                    the U return movements.
000347*   10/15/2026  EB   Returns to vendor: RTVN pair from the
000348*                    month's debit memos; V movements skipped.
000350* Tectonics: cobc
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000530     SELECT PRICE-HISTORY ASSIGN TO WS-PRICE-HIST-PATH
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PRICE-HIST-STATUS.
000551
000552     SELECT INVOICE-FILE ASSIGN TO WS-INVOICES-PATH
000553         ORGANIZATION IS LINE SEQUENTIAL
000554         FILE STATUS IS WS-INVOICES-STATUS.
000555
000556     SELECT CREDIT-MEMOS ASSIGN TO WS-CRMEMOS-PATH
000557         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS WS-CRMEMOS-STATUS.
000560
000562     SELECT DEBIT-MEMOS ASSIGN TO WS-VDMEMOS-PATH
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS WS-VDMEMOS-STATUS.
000568
000570     SELECT VOUCHER-FILE ASSIGN TO 'GLVOUCH.TXT'
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590
000700
000710 FD  PRICE-HISTORY.
000720     COPY PRICEREC.
000721
000722 FD  INVOICE-FILE.
000723     COPY INVCREC.
000724
000725 FD  CREDIT-MEMOS.
000726     COPY CRMEMREC.
000727
000728 FD  DEBIT-MEMOS.
000729     COPY DBMEMREC.
000730
000740*--------------------------------------------------------------*
000750* JOURNAL VOUCHER RECORD -- machine readable for the GL side.
000760*    JV-RECORD-TYPE  D = debit/credit detail, T = trailer
000766*    JV-ACTIVITY     RCPT / ISSU / ADJU / RVAL / SALE / COGS
000772*                    / CRED / RETN / RTVN
000780*    JV-ACCOUNT      the inventory category account on the DR
000790*                    or CR side of the pair, or the offset
000800*                    account (ACCRUALS, COSTSALE, SHRNKADJ,
000804*                    REVALRSV) on the other side; a SALE pair
000808*                    debits RECEIVBL and credits the category
000812*                    revenue account REV-cccc, and a CRED
000816*                    pair reverses it
000820*    The trailer carries the detail record count and the hash
000830*    total of every detail amount, which the GL side recomputes
000840*    and compares before posting.
001120
001130 01  WS-PRICE-HIST-PATH                  PIC X(100)  VALUE
001140     'PRICEHST.DAT'.
001141
001142 01  WS-INVOICES-PATH                    PIC X(100)  VALUE
001143     'INVOICES.DAT'.
001144
001145 01  WS-CRMEMOS-PATH                     PIC X(100)  VALUE
001146     'CRMEMOS.DAT'.
001147
001148 01  WS-VDMEMOS-PATH                     PIC X(100)  VALUE
001149     'VDMEMOS.DAT'.
001150
001160 01  WS-ITEMS-STATUS                     PIC X(02)   VALUE '00'.
001170     88  ITEMS-STATUS-OK                              VALUE '00'.
001230 01  WS-PRICE-HIST-STATUS                PIC X(02)   VALUE '00'.
001240     88  PRICE-HIST-STATUS-OK                         VALUE '00'.
001250     88  PRICE-HIST-NOT-FOUND                         VALUE '35'.
001251
001252 01  WS-INVOICES-STATUS                  PIC X(02)   VALUE '00'.
001253     88  INVOICES-STATUS-OK                           VALUE '00'.
001254     88  INVOICES-FILE-NOT-FOUND                      VALUE '35'.
001255
001256 01  WS-CRMEMOS-STATUS                   PIC X(02)   VALUE '00'.
001257     88  CRMEMOS-STATUS-OK                            VALUE '00'.
001258     88  CRMEMOS-FILE-NOT-FOUND                       VALUE '35'.
001260
001262 01  WS-VDMEMOS-STATUS                   PIC X(02)   VALUE '00'.
001264     88  VDMEMOS-STATUS-OK                            VALUE '00'.
001266     88  VDMEMOS-FILE-NOT-FOUND                       VALUE '35'.
001268
001270 01  WS-LEDGER-EOF                       PIC X(01)   VALUE 'N'.
001280     88  END-OF-LEDGER                               VALUE 'Y'.
001290
001300 01  WS-PRICE-EOF                        PIC X(01)   VALUE 'N'.
001310     88  END-OF-PRICE-HIST                           VALUE 'Y'.
001311
001312 01  WS-INVOICE-EOF                      PIC X(01)   VALUE 'N'.
001313     88  END-OF-INVOICES                             VALUE 'Y'.
001314
001315 01  WS-CRMEMO-EOF                       PIC X(01)   VALUE 'N'.
001316     88  END-OF-CREDIT-MEMOS                         VALUE 'Y'.
001317
001318 01  WS-DBMEMO-EOF                       PIC X(01)   VALUE 'N'.
001319     88  END-OF-DEBIT-MEMOS                          VALUE 'Y'.
001320
001330 01  WS-GL-MONTH                         PIC X(06)   VALUE SPACES.
001332
001620         10  CV-ISSUES-VALUE             PIC S9(11)V9(02).
001630         10  CV-ADJUSTS-VALUE            PIC S9(11)V9(02).
001640         10  CV-REVAL-VALUE              PIC S9(11)V9(02).
001641         10  CV-SALES-VALUE              PIC S9(11)V9(02).
001642         10  CV-COGS-VALUE               PIC S9(11)V9(02).
001643         10  CV-CREDITS-VALUE            PIC S9(11)V9(02).
001644         10  CV-RETURNS-VALUE            PIC S9(11)V9(02).
001645         10  CV-VENDRTN-VALUE            PIC S9(11)V9(02).
001650
001660 77  WS-CAT-COUNT                        PIC 9(02)   VALUE 0.
001670 77  WS-CAT-SUB                          PIC 9(02)   VALUE 0.
002270     PERFORM 3000-VALUE-PRICE-ACTIVITY
002280         THRU 3000-VALUE-PRICE-ACTIVITY-EXIT
002290         UNTIL END-OF-PRICE-HIST.
002291
002292     PERFORM 3500-VALUE-INVOICE-ACTIVITY
002293         THRU 3500-VALUE-INVOICE-ACTIVITY-EXIT
002294         UNTIL END-OF-INVOICES.
002295
002296     PERFORM 3700-VALUE-CREDIT-ACTIVITY
002297         THRU 3700-VALUE-CREDIT-ACTIVITY-EXIT
002298         UNTIL END-OF-CREDIT-MEMOS.
002300
002302     PERFORM 3800-VALUE-DEBIT-ACTIVITY
002304         THRU 3800-VALUE-DEBIT-ACTIVITY-EXIT
002306         UNTIL END-OF-DEBIT-MEMOS.
002308
002310     PERFORM 4000-WRITE-VOUCHERS
002320         THRU 4000-WRITE-VOUCHERS-EXIT.
002330
002640     END-ACCEPT.
002650     IF WS-PRICE-HIST-PATH = SPACES
002660         MOVE 'PRICEHST.DAT' TO WS-PRICE-HIST-PATH
002661     END-IF.
002662
002663     ACCEPT WS-INVOICES-PATH FROM ENVIRONMENT 'DD-INVOICES'
002664         ON EXCEPTION
002665             CONTINUE
002666     END-ACCEPT.
002667     IF WS-INVOICES-PATH = SPACES
002668         MOVE 'INVOICES.DAT' TO WS-INVOICES-PATH
002670     END-IF.
002671
002672     ACCEPT WS-CRMEMOS-PATH FROM ENVIRONMENT 'DD-CRMEMOS'
002673         ON EXCEPTION
002674             CONTINUE
002675     END-ACCEPT.
002676     IF WS-CRMEMOS-PATH = SPACES
002677         MOVE 'CRMEMOS.DAT' TO WS-CRMEMOS-PATH
002678     END-IF.
002680
002681     ACCEPT WS-VDMEMOS-PATH FROM ENVIRONMENT 'DD-VDMEMOS'
002682         ON EXCEPTION
002683             CONTINUE
002684     END-ACCEPT.
002685     IF WS-VDMEMOS-PATH = SPACES
002686         MOVE 'VDMEMOS.DAT' TO WS-VDMEMOS-PATH
002687     END-IF.
002688
002690     ACCEPT WS-GL-MONTH FROM ENVIRONMENT 'DD-GL-MONTH'
002700         ON EXCEPTION
002710             CONTINUE
003020             GO TO 1000-INITIALIZE-ABEND
003030         END-IF
003040     END-IF.
003042
003044     PERFORM 1100-OPEN-SALES-FILES
003046         THRU 1100-OPEN-SALES-FILES-EXIT.
003050
003060     OPEN OUTPUT VOUCHER-FILE.
003070     OPEN OUTPUT EXTRACT-LISTING.
003520             ADD WS-MOVE-VALUE
003530                 TO CV-RECEIPTS-VALUE (WS-CAT-MATCH)
003540         WHEN 'I'
003542*            A sales-order issue is booked as cost of goods
003544*            sold from its invoice, not here
003546             IF LEDGER-REFERENCE (1:2) NOT = 'SO'
003548                 SUBTRACT WS-MOVE-VALUE
003550                     FROM CV-ISSUES-VALUE (WS-CAT-MATCH)
003552             END-IF
003554         WHEN 'U'
003556             ADD WS-MOVE-VALUE
003558                 TO CV-RETURNS-VALUE (WS-CAT-MATCH)
003560         WHEN 'V'
003562*            A return to vendor is booked from its debit memo
003564             CONTINUE
003570         WHEN 'B'
003580             CONTINUE
003590         WHEN OTHER
004470     MOVE CV-REVAL-VALUE (WS-CAT-SUB) TO WS-NET-VALUE.
004480     PERFORM 4200-WRITE-ONE-PAIR
004490         THRU 4200-WRITE-ONE-PAIR-EXIT.
004492
004494     PERFORM 4150-WRITE-SALES-PAIRS
004496         THRU 4150-WRITE-SALES-PAIRS-EXIT.
004500 4100-WRITE-ONE-CATEGORY-EXIT.
004510     EXIT.
004520
005540     MOVE 0 TO CV-ISSUES-VALUE (WS-CAT-MATCH).
005550     MOVE 0 TO CV-ADJUSTS-VALUE (WS-CAT-MATCH).
005560     MOVE 0 TO CV-REVAL-VALUE (WS-CAT-MATCH).
005561     MOVE 0 TO CV-SALES-VALUE (WS-CAT-MATCH).
005562     MOVE 0 TO CV-COGS-VALUE (WS-CAT-MATCH).
005563     MOVE 0 TO CV-CREDITS-VALUE (WS-CAT-MATCH).
005564     MOVE 0 TO CV-RETURNS-VALUE (WS-CAT-MATCH).
005565     MOVE 0 TO CV-VENDRTN-VALUE (WS-CAT-MATCH).
005570 7000-FIND-CATEGORY-ENTRY-EXIT.
005580     EXIT.
005590
006020     END-IF.
006030     IF NOT PRICE-HIST-NOT-FOUND
006040         CLOSE PRICE-HISTORY
006041     END-IF.
006042     IF NOT INVOICES-FILE-NOT-FOUND
006043         CLOSE INVOICE-FILE
006044     END-IF.
006045     IF NOT CRMEMOS-FILE-NOT-FOUND
006046         CLOSE CREDIT-MEMOS
006047     END-IF.
006048     IF NOT VDMEMOS-FILE-NOT-FOUND
006049         CLOSE DEBIT-MEMOS
006050     END-IF.
006060     CLOSE VOUCHER-FILE.
006070     CLOSE EXTRACT-LISTING.
006100 9000-TERMINATE-EXIT.
006110     EXIT.
006120
006130*--------------------------------------------------------------*
006140* 1100-OPEN-SALES-FILES -- the invoice lines and the credit and
006150*                          debit memos; a file not on disk yet
006160*                          simply contributes nothing
006170*--------------------------------------------------------------*
006180 1100-OPEN-SALES-FILES.
006190     OPEN INPUT INVOICE-FILE.
006200     IF INVOICES-FILE-NOT-FOUND
006210         MOVE 'Y' TO WS-INVOICE-EOF
006220     ELSE
006230         IF NOT INVOICES-STATUS-OK
006240             DISPLAY 'GL-EXTRACT: INVOICES OPEN FAILED, '
006250                 'STATUS = ' WS-INVOICES-STATUS
006260             GO TO 1000-INITIALIZE-ABEND
006270         END-IF
006280     END-IF.
006290
006300     OPEN INPUT CREDIT-MEMOS.
006310     IF CRMEMOS-FILE-NOT-FOUND
006320         MOVE 'Y' TO WS-CRMEMO-EOF
006330     ELSE
006340         IF NOT CRMEMOS-STATUS-OK
006350             DISPLAY 'GL-EXTRACT: CRMEMOS OPEN FAILED, '
006360                 'STATUS = ' WS-CRMEMOS-STATUS
006370             GO TO 1000-INITIALIZE-ABEND
006380         END-IF
006390     END-IF.
006400
006410     OPEN INPUT DEBIT-MEMOS.
006420     IF VDMEMOS-FILE-NOT-FOUND
006430         MOVE 'Y' TO WS-DBMEMO-EOF
006440     ELSE
006450         IF NOT VDMEMOS-STATUS-OK
006460             DISPLAY 'GL-EXTRACT: VDMEMOS OPEN FAILED, '
006470                 'STATUS = ' WS-VDMEMOS-STATUS
006480             GO TO 1000-INITIALIZE-ABEND
006490         END-IF
006500     END-IF.
006510 1100-OPEN-SALES-FILES-EXIT.
006520     EXIT.
006530
006540*--------------------------------------------------------------*
006550* 3500-VALUE-INVOICE-ACTIVITY -- the month's invoice lines land
006560*                                in the category's sales and
006570*                                cost-of-goods-sold columns at
006580*                                the invoiced price and cost
006590*--------------------------------------------------------------*
006600 3500-VALUE-INVOICE-ACTIVITY.
006610     READ INVOICE-FILE
006620         AT END
006630             MOVE 'Y' TO WS-INVOICE-EOF
006640         NOT AT END
006650             IF IV-INVOICE-DATE (1:6) = WS-GL-MONTH
006660                 PERFORM 3600-VALUE-ONE-INVOICE-LINE
006670                     THRU 3600-VALUE-ONE-INVOICE-LINE-EXIT
006680             END-IF
006690     END-READ.
006700 3500-VALUE-INVOICE-ACTIVITY-EXIT.
006710     EXIT.
006720
006730 3600-VALUE-ONE-INVOICE-LINE.
006740     MOVE IV-CATEGORY TO WS-WORK-CATEGORY.
006750     PERFORM 7000-FIND-CATEGORY-ENTRY
006760         THRU 7000-FIND-CATEGORY-ENTRY-EXIT.
006770     ADD IV-EXTENDED-PRICE TO CV-SALES-VALUE (WS-CAT-MATCH).
006780     ADD IV-EXTENDED-COST  TO CV-COGS-VALUE (WS-CAT-MATCH).
006790 3600-VALUE-ONE-INVOICE-LINE-EXIT.
006800     EXIT.
006810
006820*--------------------------------------------------------------*
006830* 3700-VALUE-CREDIT-ACTIVITY -- the month's credit memo lines
006840*                               land in the category's credits
006850*                               column at the credited price
006860*--------------------------------------------------------------*
006870 3700-VALUE-CREDIT-ACTIVITY.
006880     READ CREDIT-MEMOS
006890         AT END
006900             MOVE 'Y' TO WS-CRMEMO-EOF
006910         NOT AT END
006920             IF CM-MEMO-DATE (1:6) = WS-GL-MONTH
006930                 MOVE CM-CATEGORY TO WS-WORK-CATEGORY
006940                 PERFORM 7000-FIND-CATEGORY-ENTRY
006950                     THRU 7000-FIND-CATEGORY-ENTRY-EXIT
006960                 ADD CM-EXTENDED-CREDIT
006970                     TO CV-CREDITS-VALUE (WS-CAT-MATCH)
006980             END-IF
006990     END-READ.
007000 3700-VALUE-CREDIT-ACTIVITY-EXIT.
007010     EXIT.
007020
007030*--------------------------------------------------------------*
007040* 3800-VALUE-DEBIT-ACTIVITY -- the month's vendor debit memo
007050*                              lines land in the category's
007060*                              vendor-returns column at the
007070*                              cost the goods came in at
007080*--------------------------------------------------------------*
007090 3800-VALUE-DEBIT-ACTIVITY.
007100     READ DEBIT-MEMOS
007110         AT END
007120             MOVE 'Y' TO WS-DBMEMO-EOF
007130         NOT AT END
007140             IF DM-MEMO-DATE (1:6) = WS-GL-MONTH
007150                 MOVE DM-CATEGORY TO WS-WORK-CATEGORY
007160                 PERFORM 7000-FIND-CATEGORY-ENTRY
007170                     THRU 7000-FIND-CATEGORY-ENTRY-EXIT
007180                 ADD DM-EXTENDED-COST
007190                     TO CV-VENDRTN-VALUE (WS-CAT-MATCH)
007200             END-IF
007210     END-READ.
007220 3800-VALUE-DEBIT-ACTIVITY-EXIT.
007230     EXIT.
007240
007250*--------------------------------------------------------------*
007260* 4150-WRITE-SALES-PAIRS -- the category's sales, cost of goods
007270*                           sold, customer credit, customer
007280*                           return, and vendor return pairs
007290*--------------------------------------------------------------*
007300 4150-WRITE-SALES-PAIRS.
007310     MOVE 'SALE'     TO WS-WORK-ACTIVITY.
007320     PERFORM 4250-WRITE-SALES-PAIR
007330         THRU 4250-WRITE-SALES-PAIR-EXIT.
007340
007350     MOVE 'COGS'     TO WS-WORK-ACTIVITY.
007360     MOVE 'COSTSALE' TO WS-OFFSET-ACCOUNT.
007370     COMPUTE WS-NET-VALUE = 0 - CV-COGS-VALUE (WS-CAT-SUB).
007380     PERFORM 4200-WRITE-ONE-PAIR
007390         THRU 4200-WRITE-ONE-PAIR-EXIT.
007400
007410     MOVE 'CRED'     TO WS-WORK-ACTIVITY.
007420     PERFORM 4260-WRITE-CREDITS-PAIR
007430         THRU 4260-WRITE-CREDITS-PAIR-EXIT.
007440
007450     MOVE 'RETN'     TO WS-WORK-ACTIVITY.
007460     MOVE 'COSTSALE' TO WS-OFFSET-ACCOUNT.
007470     MOVE CV-RETURNS-VALUE (WS-CAT-SUB) TO WS-NET-VALUE.
007480     PERFORM 4200-WRITE-ONE-PAIR
007490         THRU 4200-WRITE-ONE-PAIR-EXIT.
007500
007510     MOVE 'RTVN'     TO WS-WORK-ACTIVITY.
007520     MOVE 'ACCRUALS' TO WS-OFFSET-ACCOUNT.
007530     COMPUTE WS-NET-VALUE = 0 - CV-VENDRTN-VALUE (WS-CAT-SUB).
007540     PERFORM 4200-WRITE-ONE-PAIR
007550         THRU 4200-WRITE-ONE-PAIR-EXIT.
007560 4150-WRITE-SALES-PAIRS-EXIT.
007570     EXIT.
007580
007590*--------------------------------------------------------------*
007600* 4250-WRITE-SALES-PAIR -- the month's invoiced revenue debits
007610*                          receivables and credits the
007620*                          category's revenue account; no
007630*                          inventory account is involved
007640*--------------------------------------------------------------*
007650 4250-WRITE-SALES-PAIR.
007660     IF CV-SALES-VALUE (WS-CAT-SUB) = 0
007670         GO TO 4250-WRITE-SALES-PAIR-EXIT
007680     END-IF.
007690     MOVE 'RECEIVBL' TO WS-INV-ACCOUNT.
007700     MOVE SPACES     TO WS-OFFSET-ACCOUNT.
007710     STRING 'REV-'                    DELIMITED BY SIZE
007720            CV-CATEGORY (WS-CAT-SUB)  DELIMITED BY SIZE
007730         INTO WS-OFFSET-ACCOUNT
007740     END-STRING.
007750     MOVE CV-SALES-VALUE (WS-CAT-SUB) TO WS-PAIR-AMOUNT.
007760     PERFORM 4300-WRITE-VOUCHER-SIDE
007770         THRU 4300-WRITE-VOUCHER-SIDE-EXIT.
007780 4250-WRITE-SALES-PAIR-EXIT.
007790     EXIT.
007800
007810*--------------------------------------------------------------*
007820* 4260-WRITE-CREDITS-PAIR -- the month's credit memos reverse
007830*                            the sale: the category's revenue
007840*                            account is debited and receivables
007850*                            credited
007860*--------------------------------------------------------------*
007870 4260-WRITE-CREDITS-PAIR.
007880     IF CV-CREDITS-VALUE (WS-CAT-SUB) = 0
007890         GO TO 4260-WRITE-CREDITS-PAIR-EXIT
007900     END-IF.
007910     MOVE SPACES     TO WS-INV-ACCOUNT.
007920     STRING 'REV-'                    DELIMITED BY SIZE
007930            CV-CATEGORY (WS-CAT-SUB)  DELIMITED BY SIZE
007940         INTO WS-INV-ACCOUNT
007950     END-STRING.
007960     MOVE 'RECEIVBL' TO WS-OFFSET-ACCOUNT.
007970     MOVE CV-CREDITS-VALUE (WS-CAT-SUB) TO WS-PAIR-AMOUNT.
007980     PERFORM 4300-WRITE-VOUCHER-SIDE
007990         THRU 4300-WRITE-VOUCHER-SIDE-EXIT.
008000 4260-WRITE-CREDITS-PAIR-EXIT.
008010     EXIT.
008020
008030 END PROGRAM GL-EXTRACT.
