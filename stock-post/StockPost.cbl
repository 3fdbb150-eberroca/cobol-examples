000307*                    ITEM-LOCK) before opening the master for
000308*                    update and releases it at end of run, so
000309*                    two updaters cannot run over each other.
000310*   10/15/2026  EB   Customer returns: the U movement CUST-RETURN
000311*                    writes books returned units into the
000312*                    to-location and is ledgered as U, apart
000313*                    from receipts, and the freed stock
000314*                    releases backorders like a receipt does.
000315*                    The new W write-off takes scrapped units
000316*                    out of the from-location and is ledgered
000317*                    as W. Both are counted on a second totals
000318*                    line.
000319*   10/15/2026  EB   Returns to vendor: the V movement
000320*                    VENDOR-RETURN writes takes rejected goods
000321*                    out of the location they were received
000322*                    into and backs them out of the moving-
000323*                    average cost at the receipt cost they came
000324*                    in at. PO receipts now note the receipt
000325*                    location and average receipt cost on the
000326*                    PO line for it.
000327*   10/15/2026  EB   Each PO-matched receipt is appended to the
000328*                    PO receipt match file (POMATCH.DAT, shared
000329*                    PORCREC layout) with the cost keyed and the
000330*                    PO line's price, for the purchase price
000331*                    variance report.
000332*   10/15/2026  EB   Lot and expiry tracking. With locations
000333*                    live, a receipt (or customer return)
000334*                    carrying a lot number books into the lot
000335*                    balance file LOTBAL.DAT at the
000336*                    to-location. Issues, returns to vendor
000337*                    and transfers draw the lot they name,
000338*                    then first-expiring lots first; a
000339*                    write-off draws only the lot it names,
000340*                    and a count adjustment below the lots
000341*                    on hand draws the excess. Every lot
000342*                    booked in or drawn out (transfers aside)
000343*                    is appended to the lot trace file
000344*                    LOTTRACE.DAT and noted on the listing.
000345*   10/15/2026  EB   Posted-batch register (POSTREG.DAT, shared
000346*                    PREGREC layout). The movement file is
000347*                    totalled before posting -- record count and
000348*                    sequence-weighted item and quantity hash
000349*                    totals -- and looked up on the register. A
000350*                    batch already posted in full is refused
000351*                    (return code 4) unless DD-POST-FORCE=Y; a
000352*                    batch a failed run left part posted resumes
000353*                    at the first unposted movement. The
000354*                    register's high-water sequence number is
000355*                    rewritten after every movement. What is
000356*                    skipped, and why, is listed in a duplicate
000357*                    transaction section ahead of the postings.
000358*   10/15/2026  EB   Operator sign-on: the run signs on through
000359*                    OPER-AUTH as DD-OPERATOR
000360*                    and is refused unless the operator is active
000361*                    and granted STOCK-POST. Each movement type
000362*                    must be granted as well; a movement whose
000363*                    type is not is rejected and the run ends with
000364*                    return code 4. The operator is stamped on
000365*                    the ledger record.
000366*   10/15/2026  EB   A run without DD-OPERATOR is refused
000367*                    rather than signed on under a default ID,
000368*                    so every change is stamped with who made it.
000369* Tectonics: cobc
000370******************************************************************
000371 IDENTIFICATION DIVISION.
000372 PROGRAM-ID. STOCK-POST.
000373
000374 ENVIRONMENT DIVISION.
000375 INPUT-OUTPUT SECTION.
000376 FILE-CONTROL.
000377     SELECT ITEMS ASSIGN TO WS-ITEMS-PATH
000378         ORGANIZATION IS INDEXED
000379         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS ITEM-ID OF ITEMS-FILE
000381         FILE STATUS IS WS-ITEMS-STATUS.
000390
000400     SELECT MOVE-TRANS ASSIGN TO 'MOVETRAN.TXT'
000410         ORGANIZATION IS LINE SEQUENTIAL.
000449         RECORD KEY IS PO-KEY OF PURCH-ORDER-RECORD
000450         FILE STATUS IS WS-PORDERS-STATUS.
000451
000452     SELECT PO-RECEIPTS ASSIGN TO WS-POMATCH-PATH
000453         ORGANIZATION IS LINE SEQUENTIAL
000454         FILE STATUS IS WS-POMATCH-STATUS.
000457
000458     SELECT LOCATIONS ASSIGN TO WS-LOCATIONS-PATH
000459         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000461         RECORD KEY IS LOCATION-CODE OF LOCATION-FILE-REC
000462         FILE STATUS IS WS-LOCATIONS-STATUS.
000463
000464     SELECT LOC-BALANCES ASSIGN TO WS-LOCBAL-PATH
000465         ORGANIZATION IS INDEXED
000466         ACCESS MODE IS DYNAMIC
000467         RECORD KEY IS LB-KEY OF LOC-BALANCE-RECORD
000468         FILE STATUS IS WS-LOCBAL-STATUS.
000469
000470     SELECT LOT-BALANCES ASSIGN TO WS-LOTBAL-PATH
000471         ORGANIZATION IS INDEXED
000472         ACCESS MODE IS DYNAMIC
000473         RECORD KEY IS LOT-KEY OF LOT-BALANCE-RECORD
000474         FILE STATUS IS WS-LOTBAL-STATUS.
000475
000476     SELECT LOT-TRACE ASSIGN TO WS-LOTTRACE-PATH
000477         ORGANIZATION IS LINE SEQUENTIAL
000478         FILE STATUS IS WS-LOTTRACE-STATUS.
000479
000480     SELECT CUST-ORDERS ASSIGN TO WS-CUSTORDS-PATH
000481         ORGANIZATION IS INDEXED
000482         ACCESS MODE IS DYNAMIC
000483         RECORD KEY IS CO-KEY OF CUST-ORDER-RECORD
000484         FILE STATUS IS WS-CUSTORDS-STATUS.
000485
000486     SELECT BACKORDERS ASSIGN TO WS-BACKORD-PATH
000487         ORGANIZATION IS INDEXED
000488         ACCESS MODE IS DYNAMIC
000489         RECORD KEY IS BO-KEY OF BACKORDER-RECORD
000490         FILE STATUS IS WS-BACKORD-STATUS.
000491
000492     SELECT POST-REGISTER ASSIGN TO WS-POSTREG-PATH
000493         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS RANDOM
000495         RECORD KEY IS PB-KEY OF POSTED-BATCH-RECORD
000496         FILE STATUS IS WS-POSTREG-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ITEMS.
000540     COPY ITEMREC.
000550
000570 FD  MOVE-TRANS.
000580     COPY MOVEREC.
000581
000582 FD  POSTING-LISTING.
000583 01  POSTING-LISTING-LINE                PIC X(100).
000584
000585 FD  MOVE-LEDGER.
000586     COPY LEDGREC.
000587
000588 FD  PURCH-ORDERS.
000589     COPY PORDREC.
000590
000591 FD  PO-RECEIPTS.
000592     COPY PORCREC.
000593
000594 FD  LOCATIONS.
000595     COPY LOCREC.
000596
000597 FD  LOC-BALANCES.
000598     COPY LOCBREC.
000599
000600 FD  LOT-BALANCES.
000601     COPY LOTBREC.
000602
000603 FD  LOT-TRACE.
000604     COPY LOTTREC.
000605
000606 FD  CUST-ORDERS.
000607     COPY CORDREC.
000608
000609 FD  BACKORDERS.
000610     COPY BORDREC.
000611
000612 FD  POST-REGISTER.
000613     COPY PREGREC.
000614
000615 WORKING-STORAGE SECTION.
000616 01  WS-ITEMS-PATH                       PIC X(100)  VALUE
000617     'ITEMS.DAT'.
000618
000619 01  WS-LEDGER-PATH                      PIC X(100)  VALUE
000620     'ITEMLDGR.DAT'.
000621
000622 01  WS-LEDGER-STATUS                    PIC X(02)   VALUE '00'.
000623     88  LEDGER-STATUS-OK                             VALUE '00'.
000624     88  LEDGER-FILE-NOT-FOUND                        VALUE '35'.
000630
000633 01  WS-CTL-PROGRAM                      PIC X(12)   VALUE SPACES.
000636 01  WS-LOCK-ACTION                      PIC X(01)   VALUE SPACE.
000639 01  WS-LOCK-PROGRAM                     PIC X(12)   VALUE SPACES.
000642 01  WS-OPERATOR-ID                      PIC X(08)   VALUE SPACES.
000645 01  WS-AUTH-ACTION                      PIC X(01)   VALUE SPACE.
000648 01  WS-AUTH-PROGRAM                     PIC X(12)   VALUE
000651     'STOCK-POST'.
000654 01  WS-AUTH-TRAN-TYPE                   PIC X(01)   VALUE SPACE.
000660
000661 01  WS-PORDERS-PATH                     PIC X(100)  VALUE
000662     'PORDERS.DAT'.
000663
000664 01  WS-PORDERS-STATUS                   PIC X(02)   VALUE '00'.
000665     88  PORDERS-STATUS-OK                            VALUE '00'.
000666
000667 01  WS-PORDERS-OPEN-SW                  PIC X(01)   VALUE 'N'.
000668     88  PORDERS-FILE-AVAILABLE                      VALUE 'Y'.
000669
000670 01  WS-POMATCH-PATH                     PIC X(100)  VALUE
000671     'POMATCH.DAT'.
000672
000673 01  WS-POMATCH-STATUS                   PIC X(02)   VALUE '00'.
000674     88  POMATCH-STATUS-OK                            VALUE '00'.
000675     88  POMATCH-FILE-NOT-FOUND                       VALUE '35'.
000678
000682 01  WS-LOCATIONS-PATH                   PIC X(100)  VALUE
000686     'LOCATION.DAT'.
000691
000692 01  WS-LOCBAL-PATH                      PIC X(100)  VALUE
000693     'LOCBAL.DAT'.
000694
000695 01  WS-LOCATIONS-STATUS                 PIC X(02)   VALUE '00'.
000696     88  LOCATIONS-STATUS-OK                          VALUE '00'.
000698
000699 01  WS-LOCBAL-STATUS                    PIC X(02)   VALUE '00'.
000700     88  LOCBAL-STATUS-OK                             VALUE '00'.
000702
000703 01  WS-LOCATIONS-OPEN-SW                PIC X(01)   VALUE 'N'.
000704     88  LOCATIONS-FILE-AVAILABLE                    VALUE 'Y'.
000705
000706 01  WS-DEFAULT-LOCATION                 PIC X(03)   VALUE 'MN1'.
000708
000709 01  WS-LOTBAL-PATH                      PIC X(100)  VALUE
000710     'LOTBAL.DAT'.
000711
000712 01  WS-LOTTRACE-PATH                    PIC X(100)  VALUE
000713     'LOTTRACE.DAT'.
000714
000715 01  WS-LOTBAL-STATUS                    PIC X(02)   VALUE '00'.
000716     88  LOTBAL-STATUS-OK                             VALUE '00'.
000717
000719 01  WS-LOTTRACE-STATUS                  PIC X(02)   VALUE '00'.
000721     88  LOTTRACE-STATUS-OK                           VALUE '00'.
000723     88  LOTTRACE-FILE-NOT-FOUND                      VALUE '35'.
000728
000729 01  WS-CUSTORDS-PATH                    PIC X(100)  VALUE
000730     'CUSTORDS.DAT'.
000847 77  WS-ADJUSTED-ON-HAND                 PIC S9(06)  VALUE 0.
000848
000849*--------------------------------------------------------------*
000850* LOT WORK AREAS -- the lot being booked in, and the lots of
000851* the item at one location, loaded so a draw can take the
000852* first-expiring lot first
000853*--------------------------------------------------------------*
000854 01  WS-LOT-IN-LOC                       PIC X(03)   VALUE SPACES.
000855 01  WS-LOT-IN-NUMBER                    PIC X(10)   VALUE SPACES.
000856 77  WS-LOT-IN-EXPIRY                    PIC 9(08)   VALUE 0.
000857 77  WS-LOT-IN-QTY                       PIC 9(05)   VALUE 0.
000858
000859 01  WS-LOT-LOC                          PIC X(03)   VALUE SPACES.
000860 01  WS-LOT-NAMED                        PIC X(10)   VALUE SPACES.
000861 77  WS-LOT-DRAW-QTY                     PIC 9(05)   VALUE 0.
000862 77  WS-LOT-TAKE                         PIC 9(05)   VALUE 0.
000863 77  WS-LOT-TOTAL                        PIC 9(07)   VALUE 0.
000864 77  WS-LOT-EARLIEST                     PIC 9(08)   VALUE 0.
000865
000866 01  WS-LOT-FEFO-SW                      PIC X(01)   VALUE 'Y'.
000867     88  DRAW-EARLIEST-LOTS                          VALUE 'Y'.
000868
000869 01  WS-LOT-EOF                          PIC X(01)   VALUE 'N'.
000870     88  END-OF-LOCATION-LOTS                        VALUE 'Y'.
000872
000873 01  WS-LOT-TABLE.
000874     05  WS-LOT-ENTRY OCCURS 50 TIMES.
000875         10  LTB-LOT-NUMBER              PIC X(10).
000876         10  LTB-EXPIRY-DATE             PIC 9(08).
000877         10  LTB-DRAW-ORDER              PIC 9(08).
000878         10  LTB-QUANTITY                PIC 9(05).
000880
000881 77  WS-LOT-COUNT                        PIC 9(02)   VALUE 0.
000882 77  WS-LOT-SUB                          PIC 9(02)   VALUE 0.
000883 77  WS-LOT-PICK                         PIC 9(02)   VALUE 0.
000884
000885*--------------------------------------------------------------*
000886* BACKORDER RELEASE WORK AREAS
000890*--------------------------------------------------------------*
000891 01  WS-BO-EOF                           PIC X(01)   VALUE 'N'.
000892     88  END-OF-ITEM-BACKORDERS                      VALUE 'Y'.
000893
000894 77  WS-RELEASE-AVAIL                    PIC S9(06)  VALUE 0.
000895 77  WS-RELEASE-TAKE                     PIC 9(05)   VALUE 0.
000896
000897 77  WS-RECEIPT-COUNT                    PIC 9(05)   VALUE 0.
000898 77  WS-ISSUE-COUNT                      PIC 9(05)   VALUE 0.
000899 77  WS-ADJUST-COUNT                     PIC 9(05)   VALUE 0.
000900 77  WS-TRANSFER-COUNT                   PIC 9(05)   VALUE 0.
000901 77  WS-REJECT-COUNT                     PIC 9(05)   VALUE 0.
000902 77  WS-UNAUTHORIZED-COUNT               PIC 9(05)   VALUE 0.
000903 77  WS-RETURN-COUNT                     PIC 9(05)   VALUE 0.
000904 77  WS-WRITEOFF-COUNT                   PIC 9(05)   VALUE 0.
000905 77  WS-VENDRTN-COUNT                    PIC 9(05)   VALUE 0.
000906 77  WS-NEW-QUANTITY                     PIC 9(05)   VALUE 0.
000907 77  WS-OLD-QUANTITY                     PIC 9(05)   VALUE 0.
000908 77  WS-UNAVERAGED-COST           PIC S9(05)V9(02)   VALUE 0.
000909
000910*--------------------------------------------------------------*
000911* POSTED-BATCH REGISTER WORK AREAS -- the batch's control totals,
000912* where this run picks up in it, and what it skips
000913*--------------------------------------------------------------*
000914 01  WS-POSTREG-PATH                     PIC X(100)  VALUE
000915     'POSTREG.DAT'.
000916
000917 01  WS-POSTREG-STATUS                   PIC X(02)   VALUE '00'.
000918     88  POSTREG-STATUS-OK                            VALUE '00'.
000919
000920 01  WS-BATCH-NAME                       PIC X(12)   VALUE SPACES.
000921
000922 01  WS-POST-FORCE                       PIC X(01)   VALUE 'N'.
000923     88  FORCE-REPOST                                VALUE 'Y'.
000924
000925 01  WS-BATCH-MODE                       PIC X(01)   VALUE 'E'.
000926     88  BATCH-IS-EMPTY                              VALUE 'E'.
000927     88  BATCH-IS-NEW                                VALUE 'N'.
000928     88  BATCH-IS-RESTARTED                          VALUE 'R'.
000929     88  BATCH-ALREADY-POSTED                        VALUE 'A'.
000930
000931 01  WS-DUPLICATE-REASON                 PIC X(30)   VALUE SPACES.
000932
000933 01  WS-REG-DATE.
000934     05  WS-REG-YEAR                     PIC 9(04).
000935     05  WS-REG-MONTH                    PIC 9(02).
000936     05  WS-REG-DAY                      PIC 9(02).
000937
000938 01  WS-REG-DISPLAY-DATE.
000939     05  WS-REG-DISPLAY-MONTH            PIC 9(02).
000940     05  FILLER                          PIC X(01)   VALUE '/'.
000941     05  WS-REG-DISPLAY-DAY              PIC 9(02).
000942     05  FILLER                          PIC X(01)   VALUE '/'.
000943     05  WS-REG-DISPLAY-YEAR             PIC 9(04).
000950
000951 77  WS-MOVE-SEQ                         PIC 9(07)   VALUE 0.
000952 77  WS-RESUME-AFTER                     PIC 9(07)   VALUE 0.
000953 77  WS-BATCH-COUNT                      PIC 9(07)   VALUE 0.
000954 77  WS-BATCH-ITEM-HASH                  PIC 9(15)   VALUE 0.
000955 77  WS-BATCH-QTY-HASH                   PIC 9(15)   VALUE 0.
000956 77  WS-DUPLICATE-COUNT                  PIC 9(07)   VALUE 0.
000957
000958 01  WS-CURRENT-DATE.
000959     05  WS-CURRENT-YEAR                 PIC 9(04).
000960     05  WS-CURRENT-MONTH                PIC 9(02).
000961     05  WS-CURRENT-DAY                  PIC 9(02).
000962
000963*--------------------------------------------------------------*
000964* PRINT-IMAGE LINES
000965*--------------------------------------------------------------*
000966 01  WS-POSTING-HEADING.
000967     05  FILLER                          PIC X(20) VALUE
000968         'STOCK MOVEMENT RUN'.
000969
000970 01  WS-POSTING-DETAIL-LINE.
000971     05  PD-MOVE-TYPE                    PIC X(01).
000980     05  FILLER                          PIC X(03) VALUE SPACES.
000990     05  PD-ITEM-ID                      PIC 9(05).
001000     05  FILLER                          PIC X(03) VALUE SPACES.
001188     05  PT-TRANSFER-COUNT           PIC ZZ,ZZ9.
001190     05  FILLER                      PIC X(04) VALUE SPACES.
001200     05  FILLER                      PIC X(10) VALUE 'REJECTED: '.
001201     05  PT-REJECT-COUNT             PIC ZZ,ZZ9.
001202
001203 01  WS-POSTING-TOTALS-LINE-2.
001204     05  FILLER                      PIC X(18) VALUE
001205         'CUSTOMER RETURNS: '.
001206     05  PT-RETURN-COUNT             PIC ZZ,ZZ9.
001207     05  FILLER                      PIC X(04) VALUE SPACES.
001208     05  FILLER                      PIC X(12) VALUE
001209         'WRITE-OFFS: '.
001210     05  PT-WRITEOFF-COUNT           PIC ZZ,ZZ9.
001211     05  FILLER                      PIC X(04) VALUE SPACES.
001212     05  FILLER                      PIC X(16) VALUE
001213         'VENDOR RETURNS: '.
001214     05  PT-VENDRTN-COUNT            PIC ZZ,ZZ9.
001215
001216 01  WS-POSTING-TOTALS-LINE-3.
001217     05  FILLER                      PIC X(20) VALUE
001218         'DUPLICATES SKIPPED: '.
001219     05  PT-DUPLICATE-COUNT          PIC Z,ZZZ,ZZ9.
001220
001221 01  WS-BATCH-LINE.
001222     05  FILLER                      PIC X(07) VALUE 'BATCH: '.
001223     05  BL-BATCH-NAME               PIC X(12).
001224     05  FILLER                      PIC X(02) VALUE SPACES.
001225     05  FILLER                      PIC X(11) VALUE
001226         'MOVEMENTS: '.
001227     05  BL-RECORD-COUNT             PIC Z,ZZZ,ZZ9.
001228     05  FILLER                      PIC X(02) VALUE SPACES.
001229     05  BL-BATCH-STATUS             PIC X(50).
001230
001231 01  WS-DUPLICATE-HEADING.
001232     05  FILLER                      PIC X(40) VALUE
001233         'DUPLICATE TRANSACTIONS -- NOT POSTED'.
001234
001235 01  WS-DUPLICATE-LINE.
001236     05  DP-SEQUENCE                 PIC ZZZZZZ9.
001237     05  FILLER                      PIC X(02) VALUE SPACES.
001238     05  DP-MOVE-TYPE                PIC X(01).
001239     05  FILLER                      PIC X(03) VALUE SPACES.
001240     05  DP-ITEM-ID                  PIC 9(05).
001241     05  FILLER                      PIC X(03) VALUE SPACES.
001242     05  DP-QUANTITY                 PIC ZZ,ZZ9.
001243     05  FILLER                      PIC X(03) VALUE SPACES.
001244     05  DP-REFERENCE                PIC X(10).
001245     05  FILLER                      PIC X(03) VALUE SPACES.
001246     05  DP-FROM-LOC                 PIC X(03).
001247     05  FILLER                      PIC X(01) VALUE SPACE.
001248     05  DP-TO-LOC                   PIC X(03).
001249     05  FILLER                      PIC X(03) VALUE SPACES.
001250     05  DP-REASON                   PIC X(30).
001251
001252 PROCEDURE DIVISION.
001253*--------------------------------------------------------------*
001254* 0000-MAINLINE
001260*--------------------------------------------------------------*
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE
001400
001410     STOP RUN.
001420
001423*--------------------------------------------------------------*
001426* 1000-INITIALIZE -- open the master, movements, and listing
001430*--------------------------------------------------------------*
001431 1000-INITIALIZE.
001432*    Sign on before taking the lock, so a refused operator
001433*    leaves nothing behind to clear
001434     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'DD-OPERATOR'
001435         ON EXCEPTION
001436             CONTINUE
001437     END-ACCEPT.
001438     IF WS-OPERATOR-ID = SPACES
001439         DISPLAY 'STOCK-POST: DD-OPERATOR NOT GIVEN'
001440         GO TO 1000-INITIALIZE-ABEND
001441     END-IF.
001442     MOVE 'S' TO WS-AUTH-ACTION.
001443     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
001444                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
001445     IF RETURN-CODE NOT = 0
001446         DISPLAY 'STOCK-POST: OPERATOR ' WS-OPERATOR-ID
001447             ' NOT AUTHORIZED, RUN REFUSED'
001448         GO TO 1000-INITIALIZE-ABEND
001449     END-IF.
001450
001461*    The ITEMS master run-lock: refuse to start while another
001462*    updater holds it; DD-LOCK-OVERRIDE=Y clears a lock left
001463*    behind by an abend
001550     IF NOT ITEMS-STATUS-OK
001560         DISPLAY 'STOCK-POST: UNABLE TO OPEN ITEMS, STATUS = '
001570             WS-ITEMS-STATUS
001571         GO TO 1000-INITIALIZE-ABEND
001572     END-IF.
001573
001574
001575     ACCEPT WS-LEDGER-PATH FROM ENVIRONMENT 'DD-ITEMLDGR'
001576         ON EXCEPTION
001577             CONTINUE
001578     END-ACCEPT.
001579     IF WS-LEDGER-PATH = SPACES
001580         MOVE 'ITEMLDGR.DAT' TO WS-LEDGER-PATH
001581     END-IF.
001582*    Only a missing ledger file is created fresh; any other
001583*    EXTEND failure must not fall back to OUTPUT, which would
001584*    truncate the cumulative ledger
001585     OPEN EXTEND MOVE-LEDGER.
001586     IF LEDGER-FILE-NOT-FOUND
001587         OPEN OUTPUT MOVE-LEDGER
001590     END-IF.
001591     IF NOT LEDGER-STATUS-OK
001592         DISPLAY 'STOCK-POST: UNABLE TO OPEN LEDGER, STATUS = '
001593             WS-LEDGER-STATUS
001594         GO TO 1000-INITIALIZE-ABEND
001595     END-IF.
001596
001597*    The PO file is optional here: a shop not yet cutting
001598*    purchase orders posts receipts unmatched, as before, but
001599*    once PORDERS.DAT exists a receipt quoting a PO must match
001600*    an open line on it
001601     ACCEPT WS-PORDERS-PATH FROM ENVIRONMENT 'DD-PORDERS'
001603         ON EXCEPTION
001604             CONTINUE
001605     END-ACCEPT.
001606     IF WS-PORDERS-PATH = SPACES
001607         MOVE 'PORDERS.DAT' TO WS-PORDERS-PATH
001608     END-IF.
001609     OPEN I-O PURCH-ORDERS.
001610     IF PORDERS-STATUS-OK
001611         MOVE 'Y' TO WS-PORDERS-OPEN-SW
001615     END-IF.
001616
001617*    The receipt match file is cumulative, like the ledger
001618     IF PORDERS-FILE-AVAILABLE
001619         ACCEPT WS-POMATCH-PATH FROM ENVIRONMENT 'DD-POMATCH'
001620             ON EXCEPTION
001621                 CONTINUE
001622         END-ACCEPT
001623         IF WS-POMATCH-PATH = SPACES
001624             MOVE 'POMATCH.DAT' TO WS-POMATCH-PATH
001625         END-IF
001626         OPEN EXTEND PO-RECEIPTS
001627         IF POMATCH-FILE-NOT-FOUND
001628             OPEN OUTPUT PO-RECEIPTS
001629         END-IF
001630         IF NOT POMATCH-STATUS-OK
001631             DISPLAY 'STOCK-POST: UNABLE TO OPEN POMATCH, '
001632                 'STATUS = ' WS-POMATCH-STATUS
001633             GO TO 1000-INITIALIZE-ABEND
001634         END-IF
001636     END-IF.
001637
001638*    The LOCATION master is optional too: without one the shop
001689
001690     WRITE POSTING-LISTING-LINE FROM WS-POSTING-HEADING.
001691     WRITE POSTING-LISTING-LINE FROM SPACES.
001694
001696     PERFORM 1200-REGISTER-BATCH
001698         THRU 1200-REGISTER-BATCH-EXIT.
001700 1000-INITIALIZE-EXIT.
001702     EXIT.
001704
001706 1000-INITIALIZE-ABEND.
001708     MOVE 16 TO RETURN-CODE.
001710     STOP RUN.
001711
001712*--------------------------------------------------------------*
001743             WS-LOCBAL-STATUS
001744         GO TO 1000-INITIALIZE-ABEND
001745     END-IF.
001748
001749*    Lot balances break the location balances down by lot and
001750*    ride along with them the same way; the lot trace file is
001751*    cumulative, like the ledger
001752     ACCEPT WS-LOTBAL-PATH FROM ENVIRONMENT 'DD-LOTBAL'
001753         ON EXCEPTION
001754             CONTINUE
001755     END-ACCEPT.
001756     IF WS-LOTBAL-PATH = SPACES
001757         MOVE 'LOTBAL.DAT' TO WS-LOTBAL-PATH
001758     END-IF.
001759     OPEN I-O LOT-BALANCES.
001760     IF NOT LOTBAL-STATUS-OK
001761         OPEN OUTPUT LOT-BALANCES
001762         IF LOTBAL-STATUS-OK
001763             CLOSE LOT-BALANCES
001764             OPEN I-O LOT-BALANCES
001765         END-IF
001766     END-IF.
001767     IF NOT LOTBAL-STATUS-OK
001768         DISPLAY 'STOCK-POST: UNABLE TO OPEN LOTBAL, STATUS = '
001769             WS-LOTBAL-STATUS
001770         GO TO 1000-INITIALIZE-ABEND
001771     END-IF.
001772
001773     ACCEPT WS-LOTTRACE-PATH FROM ENVIRONMENT 'DD-LOTTRACE'
001774         ON EXCEPTION
001775             CONTINUE
001776     END-ACCEPT.
001777     IF WS-LOTTRACE-PATH = SPACES
001778         MOVE 'LOTTRACE.DAT' TO WS-LOTTRACE-PATH
001779     END-IF.
001780     OPEN EXTEND LOT-TRACE.
001781     IF LOTTRACE-FILE-NOT-FOUND
001782         OPEN OUTPUT LOT-TRACE
001783     END-IF.
001784     IF NOT LOTTRACE-STATUS-OK
001785         DISPLAY 'STOCK-POST: UNABLE TO OPEN LOTTRACE, STATUS = '
001786             WS-LOTTRACE-STATUS
001787         GO TO 1000-INITIALIZE-ABEND
001788     END-IF.
001789 1100-OPEN-LOC-BALANCES-EXIT.
001790     EXIT.
001791
001792*--------------------------------------------------------------*
001793* 2000-PROCESS-MOVEMENTS -- read one movement and post it
001794*--------------------------------------------------------------*
001795 2000-PROCESS-MOVEMENTS.
001796     READ MOVE-TRANS
001797         AT END
001798             MOVE 'Y' TO WS-EOF
001800         NOT AT END
001802             ADD 1 TO WS-MOVE-SEQ
001804             IF WS-MOVE-SEQ NOT > WS-RESUME-AFTER
001806                 PERFORM 2050-SKIP-DUPLICATE
001808                     THRU 2050-SKIP-DUPLICATE-EXIT
001810             ELSE
001812                 PERFORM 2100-POST-MOVEMENT
001814                     THRU 2100-POST-MOVEMENT-EXIT
001816                 PERFORM 2080-MARK-POSTED
001818                     THRU 2080-MARK-POSTED-EXIT
001820             END-IF
001830     END-READ.
001840 2000-PROCESS-MOVEMENTS-EXIT.
001850     EXIT.
001920 2100-POST-MOVEMENT.
001930     IF MOVE-TYPE NOT = 'R' AND MOVE-TYPE NOT = 'I'
001940             AND MOVE-TYPE NOT = 'J' AND MOVE-TYPE NOT = 'T'
001941             AND MOVE-TYPE NOT = 'U' AND MOVE-TYPE NOT = 'W'
001942             AND MOVE-TYPE NOT = 'V'
001943         MOVE 'UNKNOWN MOVEMENT TYPE' TO WS-REJECT-REASON
001944         PERFORM 2900-PRINT-REJECT
001945             THRU 2900-PRINT-REJECT-EXIT
001946         GO TO 2100-POST-MOVEMENT-EXIT
001947     END-IF.
001948
001949*    The operator must hold this movement type
001950     MOVE 'T'       TO WS-AUTH-ACTION.
001951     MOVE MOVE-TYPE TO WS-AUTH-TRAN-TYPE.
001952     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
001953                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
001954     IF RETURN-CODE NOT = 0
001955         MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REJECT-REASON
001960         PERFORM 2900-PRINT-REJECT
001961             THRU 2900-PRINT-REJECT-EXIT
001962         ADD 1 TO WS-UNAUTHORIZED-COUNT
001963         GO TO 2100-POST-MOVEMENT-EXIT
001964     END-IF.
001965
001966*    Movement files keyed before lots went live end short of
001967*    the lot fields
001968     IF MOVE-EXPIRY-DATE IS NOT NUMERIC
001969         MOVE 0 TO MOVE-EXPIRY-DATE
001970     END-IF.
001971     IF MOVE-EXPIRY-DATE NOT = 0
001972             AND (MOVE-EXPIRY-DATE (5:2) < '01'
001973              OR MOVE-EXPIRY-DATE (5:2) > '12'
001974              OR MOVE-EXPIRY-DATE (7:2) < '01'
001975              OR MOVE-EXPIRY-DATE (7:2) > '31')
001976         MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
001977         PERFORM 2900-PRINT-REJECT
001978             THRU 2900-PRINT-REJECT-EXIT
001980         GO TO 2100-POST-MOVEMENT-EXIT
001990     END-IF.
001991
002262         WHEN 'T'
002264             PERFORM 2600-POST-TRANSFER
002266                 THRU 2600-POST-TRANSFER-EXIT
002267         WHEN 'U'
002268             PERFORM 2500-POST-CUSTOMER-RETURN
002269                 THRU 2500-POST-CUSTOMER-RETURN-EXIT
002270         WHEN 'W'
002271             PERFORM 2550-POST-WRITE-OFF
002272                 THRU 2550-POST-WRITE-OFF-EXIT
002273         WHEN 'V'
002274             PERFORM 2450-POST-VENDOR-RETURN
002275                 THRU 2450-POST-VENDOR-RETURN-EXIT
002276     END-EVALUATE.
002280 2100-POST-MOVEMENT-EXIT.
002290     EXIT.
002291
002317         MOVE WS-DEFAULT-LOCATION TO WS-TO-LOC
002318     END-IF.
002319
002322     IF MOVE-TYPE = 'I' OR MOVE-TYPE = 'T' OR MOVE-TYPE = 'W'
002325             OR MOVE-TYPE = 'V'
002328         MOVE WS-FROM-LOC TO LOCATION-CODE
002331         READ LOCATIONS
002332             INVALID KEY
002333                 MOVE 'UNKNOWN FROM-LOCATION' TO WS-REJECT-REASON
002334                 GO TO 2150-RESOLVE-LOCATIONS-EXIT
002335         END-READ
002336     END-IF.
002337
002338     IF MOVE-TYPE = 'R' OR MOVE-TYPE = 'J' OR MOVE-TYPE = 'T'
002339             OR MOVE-TYPE = 'U'
002340         MOVE WS-TO-LOC TO LOCATION-CODE
002341         READ LOCATIONS
002342             INVALID KEY
002343                 MOVE 'UNKNOWN TO-LOCATION' TO WS-REJECT-REASON
002344                 GO TO 2150-RESOLVE-LOCATIONS-EXIT
002345         END-READ
002346     END-IF.
002347
002348     IF MOVE-TYPE = 'T' AND WS-FROM-LOC = WS-TO-LOC
002349         MOVE 'FROM = TO LOCATION' TO WS-REJECT-REASON
002350     END-IF.
002351 2150-RESOLVE-LOCATIONS-EXIT.
002352     EXIT.
002353
002354*--------------------------------------------------------------*
002355* 2200-POST-RECEIPT -- book the received quantity in; a receipt
002356*                      quoting a PO is matched to that order's
002357*                      open line first and relieves it after the
002358*                      master posts
002360*--------------------------------------------------------------*
002370 2200-POST-RECEIPT.
002380     MOVE 'N' TO WS-PO-QUOTED-SW.
002420         PERFORM 2210-MATCH-PO-LINE
002430             THRU 2210-MATCH-PO-LINE-EXIT
002440         IF NOT PO-LINE-MATCHED
002441             PERFORM 2900-PRINT-REJECT
002442                 THRU 2900-PRINT-REJECT-EXIT
002443             GO TO 2200-POST-RECEIPT-EXIT
002444         END-IF
002445     END-IF.
002446
002447     ADD MOVE-QUANTITY TO QUANTITY-ON-HAND
002448         ON SIZE ERROR
002449             MOVE 'ON-HAND WOULD OVERFLOW' TO WS-REJECT-REASON
002450             PERFORM 2900-PRINT-REJECT
002451                 THRU 2900-PRINT-REJECT-EXIT
002452             GO TO 2200-POST-RECEIPT-EXIT
002453     END-ADD.
002454
002455*    A costed receipt folds into the moving-average unit cost
002456*    before the record is rewritten; an uncosted receipt
002457*    leaves the cost alone
002458     IF MOVE-UNIT-COST > 0 AND MOVE-QUANTITY > 0
002459         PERFORM 2250-AVERAGE-UNIT-COST
002460             THRU 2250-AVERAGE-UNIT-COST-EXIT
002461     END-IF.
002462     PERFORM 2800-REWRITE-MASTER
002463         THRU 2800-REWRITE-MASTER-EXIT.
002464     IF ITEMS-STATUS-OK
002465         ADD 1 TO WS-RECEIPT-COUNT
002466         IF RECEIPT-QUOTES-PO
002467             PERFORM 2270-RELIEVE-PO-LINE
002468                 THRU 2270-RELIEVE-PO-LINE-EXIT
002469         END-IF
002470         IF LOCATIONS-FILE-AVAILABLE
002471             PERFORM 2690-SEED-LOC-BALANCES
002472                 THRU 2690-SEED-LOC-BALANCES-EXIT
002473             MOVE WS-TO-LOC TO WS-LOC-WORK-CODE
002474             PERFORM 2710-READ-LOC-BALANCE
002475                 THRU 2710-READ-LOC-BALANCE-EXIT
002476             COMPUTE WS-LOC-NEW-QTY = WS-LOC-QTY + MOVE-QUANTITY
002477             PERFORM 2750-PUT-LOC-BALANCE
002478                 THRU 2750-PUT-LOC-BALANCE-EXIT
002479             IF MOVE-LOT-NUMBER NOT = SPACES
002480                 PERFORM 2755-RECEIVE-LOT
002481                     THRU 2755-RECEIVE-LOT-EXIT
002482             END-IF
002483         END-IF
002484         IF ORDER-FILES-AVAILABLE
002485             PERFORM 2280-RELEASE-BACKORDERS
002486                 THRU 2280-RELEASE-BACKORDERS-EXIT
002487         END-IF
002488     END-IF.
002489 2200-POST-RECEIPT-EXIT.
002490     EXIT.
002491
002492*--------------------------------------------------------------*
002493* 2210-MATCH-PO-LINE -- browse the quoted PO for the first open
002494*                       line carrying the receipt's item. One
002495*                       receipt relieves one line; a delivery
002496*                       split across lines is keyed as separate
002497*                       receipts, one per line.
002498*--------------------------------------------------------------*
002499 2210-MATCH-PO-LINE.
002500     MOVE 'N' TO WS-PO-FOUND-SW.
002501     MOVE 'N' TO WS-PO-MATCH-SW.
002502     IF NOT PORDERS-FILE-AVAILABLE
002503         MOVE 'PO FILE NOT AVAILABLE' TO WS-REJECT-REASON
002504         GO TO 2210-MATCH-PO-LINE-EXIT
002506     END-IF.
002507
002508     MOVE MOVE-REFERENCE (3:6) TO WS-QUOTED-PO-NUMBER.
002509     MOVE WS-QUOTED-PO-NUMBER  TO PO-NUMBER.
002510     MOVE 0                    TO PO-LINE-NUMBER.
002511     START PURCH-ORDERS KEY IS NOT LESS THAN
002512             PO-KEY OF PURCH-ORDER-RECORD
002513         INVALID KEY
002514             MOVE 'NO OPEN PO LINE FOR ITEM' TO WS-REJECT-REASON
002515             GO TO 2210-MATCH-PO-LINE-EXIT
002516     END-START.
002517
002518     MOVE 'N' TO WS-PO-BROWSE-SW.
002519     PERFORM 2220-BROWSE-ONE-PO-LINE
002520         THRU 2220-BROWSE-ONE-PO-LINE-EXIT
002521         UNTIL PO-BROWSE-DONE OR PO-LINE-FOUND.
002522
002523     IF NOT PO-LINE-FOUND
002524         MOVE 'NO OPEN PO LINE FOR ITEM' TO WS-REJECT-REASON
002525         GO TO 2210-MATCH-PO-LINE-EXIT
002529     END-IF.
002530
002531     COMPUTE WS-PO-OPEN-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY.
002532     IF MOVE-QUANTITY > WS-PO-OPEN-QTY
002533         MOVE 'RECEIPT EXCEEDS PO OPEN QTY' TO WS-REJECT-REASON
002534         GO TO 2210-MATCH-PO-LINE-EXIT
002535     END-IF.
002536     SET PO-LINE-MATCHED TO TRUE.
002537 2210-MATCH-PO-LINE-EXIT.
002538     EXIT.
002539
002540 2220-BROWSE-ONE-PO-LINE.
002541     READ PURCH-ORDERS NEXT RECORD
002542         AT END
002543             MOVE 'Y' TO WS-PO-BROWSE-SW
002544         NOT AT END
002545             IF PO-NUMBER NOT = WS-QUOTED-PO-NUMBER
002546                 MOVE 'Y' TO WS-PO-BROWSE-SW
002547             ELSE
002548                 IF PO-ITEM-ID = MOVE-ITEM-ID
002549                         AND PO-LINE-STATUS = 'O'
002550                         AND PO-ORDER-QTY > PO-RECEIVED-QTY
002551                     SET PO-LINE-FOUND TO TRUE
002552                 END-IF
002553             END-IF
002554     END-READ.
002555 2220-BROWSE-ONE-PO-LINE-EXIT.
002556     EXIT.
002557
002558*--------------------------------------------------------------*
002559* 2250-AVERAGE-UNIT-COST -- weight the item's moving-average
002560* cost across the old on-hand quantity and the costed receipt
002561*--------------------------------------------------------------*
002562 2250-AVERAGE-UNIT-COST.
002563     COMPUTE ITEM-UNIT-COST ROUNDED =
002564         ((WS-OLD-QUANTITY * ITEM-UNIT-COST)
002565         + (MOVE-QUANTITY * MOVE-UNIT-COST))
002566         / (WS-OLD-QUANTITY + MOVE-QUANTITY)
002567         ON SIZE ERROR
002568             MOVE MOVE-UNIT-COST TO ITEM-UNIT-COST
002569     END-COMPUTE.
002570 2250-AVERAGE-UNIT-COST-EXIT.
002571     EXIT.
002572
002573*--------------------------------------------------------------*
002574* 2270-RELIEVE-PO-LINE -- the receipt just posted to the master
002575*                         comes off the matched line's open
002576*                         quantity; a fully received line closes.
002577*                         Where it was received and what it
002578*                         cost stay on the line for a later
002579*                         return to vendor, and the receipt is
002580*                         logged against the line's price.
002581*--------------------------------------------------------------*
002582 2270-RELIEVE-PO-LINE.
002583     IF MOVE-UNIT-COST > 0
002584         IF PO-RECEIPT-UNIT-COST = 0
002585             MOVE MOVE-UNIT-COST TO PO-RECEIPT-UNIT-COST
002586         ELSE
002587             COMPUTE PO-RECEIPT-UNIT-COST ROUNDED =
002588                 ((PO-RECEIVED-QTY * PO-RECEIPT-UNIT-COST)
002589                 + (MOVE-QUANTITY * MOVE-UNIT-COST))
002590                 / (PO-RECEIVED-QTY + MOVE-QUANTITY)
002591                 ON SIZE ERROR
002592                     MOVE MOVE-UNIT-COST TO PO-RECEIPT-UNIT-COST
002593             END-COMPUTE
002594         END-IF
002595     END-IF.
002596     IF LOCATIONS-FILE-AVAILABLE
002597         MOVE WS-TO-LOC TO PO-RECEIPT-LOCATION
002598     END-IF.
002599     ADD MOVE-QUANTITY TO PO-RECEIVED-QTY.
002600     IF PO-RECEIVED-QTY >= PO-ORDER-QTY
002601         MOVE 'C' TO PO-LINE-STATUS
002602     END-IF.
002603     REWRITE PURCH-ORDER-RECORD
002604         INVALID KEY
002605             DISPLAY 'STOCK-POST: PO LINE REWRITE FAILED, PO '
002606                 PO-NUMBER ' LINE ' PO-LINE-NUMBER
002607     END-REWRITE.
002609
002610     MOVE WS-CURRENT-DATE  TO PR-RECEIPT-DATE.
002611     MOVE PO-NUMBER        TO PR-PO-NUMBER.
002612     MOVE PO-LINE-NUMBER   TO PR-PO-LINE.
002613     MOVE PO-VENDOR-ID     TO PR-VENDOR-ID.
002614     MOVE MOVE-ITEM-ID     TO PR-ITEM-ID.
002615     MOVE ITEM-CATEGORY    TO PR-CATEGORY.
002616     IF LOCATIONS-FILE-AVAILABLE
002617         MOVE WS-TO-LOC    TO PR-LOCATION
002618     ELSE
002619         MOVE SPACES       TO PR-LOCATION
002620     END-IF.
002621     MOVE MOVE-QUANTITY    TO PR-QUANTITY.
002622     MOVE MOVE-UNIT-COST   TO PR-RECEIPT-UNIT-COST.
002623     MOVE PO-UNIT-PRICE    TO PR-PO-UNIT-PRICE.
002624     WRITE PO-RECEIPT-RECORD.
002625 2270-RELIEVE-PO-LINE-EXIT.
002626     EXIT.
002627
002783             COMPUTE WS-LOC-NEW-QTY = WS-LOC-QTY - MOVE-QUANTITY
002784             PERFORM 2750-PUT-LOC-BALANCE
002785                 THRU 2750-PUT-LOC-BALANCE-EXIT
002786             MOVE 'Y' TO WS-LOT-FEFO-SW
002787             MOVE MOVE-QUANTITY TO WS-LOT-DRAW-QTY
002788             PERFORM 2780-DRAW-LOTS
002789                 THRU 2780-DRAW-LOTS-EXIT
002790         END-IF
002791     END-IF.
002792 2300-POST-ISSUE-EXIT.
002793     EXIT.
002794
002795*--------------------------------------------------------------*
002796* 2400-POST-ADJUSTMENT -- replace the to-location's balance
002797*                         with the adjusted count and move the
002798*                         on-hand quantity by the difference;
002799*                         without locations on file the count
002800*                         replaces company on-hand, as before
002801*--------------------------------------------------------------*
002802 2400-POST-ADJUSTMENT.
002803     IF NOT LOCATIONS-FILE-AVAILABLE
002804         MOVE MOVE-QUANTITY TO QUANTITY-ON-HAND
002805         PERFORM 2800-REWRITE-MASTER
002806             THRU 2800-REWRITE-MASTER-EXIT
002807         IF ITEMS-STATUS-OK
002808             ADD 1 TO WS-ADJUST-COUNT
002810         END-IF
002811         GO TO 2400-POST-ADJUSTMENT-EXIT
002812     END-IF.
002835         MOVE MOVE-QUANTITY TO WS-LOC-NEW-QTY
002836         PERFORM 2750-PUT-LOC-BALANCE
002837             THRU 2750-PUT-LOC-BALANCE-EXIT
002838         PERFORM 2790-RECOUNT-LOTS
002839             THRU 2790-RECOUNT-LOTS-EXIT
002840     END-IF.
002841 2400-POST-ADJUSTMENT-EXIT.
002842     EXIT.
002843
002847*--------------------------------------------------------------*
002848* 2600-POST-TRANSFER -- move the quantity from the from-location
002849*                       to the to-location; company on-hand is
002850*                       untouched, so the master is not
002851*                       rewritten and nothing is ledgered
002852*--------------------------------------------------------------*
002853 2600-POST-TRANSFER.
002854     MOVE QUANTITY-ON-HAND TO WS-NEW-QUANTITY.
002855     PERFORM 2690-SEED-LOC-BALANCES
002856         THRU 2690-SEED-LOC-BALANCES-EXIT.
002857     MOVE WS-FROM-LOC TO WS-LOC-WORK-CODE.
002858     PERFORM 2710-READ-LOC-BALANCE
002859         THRU 2710-READ-LOC-BALANCE-EXIT.
002860     IF MOVE-QUANTITY > WS-LOC-QTY
002861         MOVE 'INSUFFICIENT AT LOCATION' TO WS-REJECT-REASON
002862         PERFORM 2900-PRINT-REJECT
002863             THRU 2900-PRINT-REJECT-EXIT
002864         GO TO 2600-POST-TRANSFER-EXIT
002865     END-IF.
002866     COMPUTE WS-LOC-NEW-QTY = WS-LOC-QTY - MOVE-QUANTITY.
002869     PERFORM 2750-PUT-LOC-BALANCE
002870         THRU 2750-PUT-LOC-BALANCE-EXIT.
002871
002872     MOVE WS-TO-LOC TO WS-LOC-WORK-CODE.
002873     PERFORM 2710-READ-LOC-BALANCE
002874         THRU 2710-READ-LOC-BALANCE-EXIT.
002875     COMPUTE WS-LOC-NEW-QTY = WS-LOC-QTY + MOVE-QUANTITY.
002876     PERFORM 2750-PUT-LOC-BALANCE
002877         THRU 2750-PUT-LOC-BALANCE-EXIT.
002878
002879     ADD 1 TO WS-TRANSFER-COUNT.
002880     PERFORM 2950-PRINT-DETAIL
002881         THRU 2950-PRINT-DETAIL-EXIT.
002882
002883*    The lots travel with the stock: each one drawn out of the
002884*    from-location is booked into the to-location as is
002885     MOVE 'Y' TO WS-LOT-FEFO-SW.
002886     MOVE MOVE-QUANTITY TO WS-LOT-DRAW-QTY.
002887     PERFORM 2780-DRAW-LOTS
002888         THRU 2780-DRAW-LOTS-EXIT.
002889 2600-POST-TRANSFER-EXIT.
002890     EXIT.
002891
002892*--------------------------------------------------------------*
002893* 2690-SEED-LOC-BALANCES -- an item posting for the first time
002894*                           since locations went live has no
002895*                           balance records yet; its whole
002896*                           pre-movement book quantity is
002897*                           presumed at the main location
002898*--------------------------------------------------------------*
002899 2690-SEED-LOC-BALANCES.
002900     MOVE 'N' TO WS-LOC-SEED-SW.
002901     MOVE MOVE-ITEM-ID TO LB-ITEM-ID.
002902     MOVE LOW-VALUES   TO LB-LOCATION-CODE.
002903     START LOC-BALANCES KEY IS NOT LESS THAN
002904             LB-KEY OF LOC-BALANCE-RECORD
002905         INVALID KEY
002906             CONTINUE
002907     END-START.
002908     IF LOCBAL-STATUS-OK
002909         READ LOC-BALANCES NEXT RECORD
002910             AT END
002911                 CONTINUE
002912             NOT AT END
002913                 IF LB-ITEM-ID = MOVE-ITEM-ID
002914                     SET ITEM-HAS-LOC-BALANCES TO TRUE
002915                 END-IF
002916         END-READ
002917     END-IF.
002918     IF ITEM-HAS-LOC-BALANCES
002919         GO TO 2690-SEED-LOC-BALANCES-EXIT
002920     END-IF.
002921     IF WS-OLD-QUANTITY = 0
002922         GO TO 2690-SEED-LOC-BALANCES-EXIT
002923     END-IF.
002924     MOVE MOVE-ITEM-ID        TO LB-ITEM-ID.
002925     MOVE WS-DEFAULT-LOCATION TO LB-LOCATION-CODE.
002926     MOVE WS-OLD-QUANTITY     TO LB-QUANTITY.
002927     WRITE LOC-BALANCE-RECORD
002932         INVALID KEY
002933             DISPLAY 'STOCK-POST: LOCBAL SEED FAILED, ITEM '
002934                 MOVE-ITEM-ID
002935     END-WRITE.
002936 2690-SEED-LOC-BALANCES-EXIT.
002939     EXIT.
002940
002944*--------------------------------------------------------------*
002945* 2710-READ-LOC-BALANCE -- the named location's balance for the
002946*                          movement's item; an absent record is
002947*                          a zero balance
002948*--------------------------------------------------------------*
002949 2710-READ-LOC-BALANCE.
002950     MOVE 'N' TO WS-LOC-FOUND-SW.
002951     MOVE 0   TO WS-LOC-QTY.
002952     MOVE MOVE-ITEM-ID     TO LB-ITEM-ID.
002953     MOVE WS-LOC-WORK-CODE TO LB-LOCATION-CODE.
002954     READ LOC-BALANCES
002955         INVALID KEY
002956             CONTINUE
002957         NOT INVALID KEY
002958             SET LOC-BALANCE-FOUND TO TRUE
002959             MOVE LB-QUANTITY TO WS-LOC-QTY
002960     END-READ.
002961 2710-READ-LOC-BALANCE-EXIT.
002963     EXIT.
002964
002965*--------------------------------------------------------------*
002966* 2750-PUT-LOC-BALANCE -- write the location's new balance back,
002967*                         creating the record on first use
002968*--------------------------------------------------------------*
002969 2750-PUT-LOC-BALANCE.
002970     MOVE MOVE-ITEM-ID     TO LB-ITEM-ID.
002971     MOVE WS-LOC-WORK-CODE TO LB-LOCATION-CODE.
002972     MOVE WS-LOC-NEW-QTY   TO LB-QUANTITY.
002973     IF LOC-BALANCE-FOUND
002974         REWRITE LOC-BALANCE-RECORD
002975             INVALID KEY
002976                 DISPLAY 'STOCK-POST: LOCBAL REWRITE FAILED, '
002977                     'ITEM ' MOVE-ITEM-ID
002978         END-REWRITE
002979     ELSE
002980         WRITE LOC-BALANCE-RECORD
002981             INVALID KEY
002982                 DISPLAY 'STOCK-POST: LOCBAL WRITE FAILED, '
002983                     'ITEM ' MOVE-ITEM-ID
002984         END-WRITE
002985     END-IF.
002986 2750-PUT-LOC-BALANCE-EXIT.
002987     EXIT.
002988
002989*--------------------------------------------------------------*
002990* 2800-REWRITE-MASTER -- rewrite the master record with its new
002991*                        on-hand quantity and log the posting
002992*--------------------------------------------------------------*
002993 2800-REWRITE-MASTER.
002994     MOVE QUANTITY-ON-HAND TO WS-NEW-QUANTITY.
002995     REWRITE ITEMS-FILE
002996         INVALID KEY
002997             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
002998             PERFORM 2900-PRINT-REJECT
002999                 THRU 2900-PRINT-REJECT-EXIT
003000         NOT INVALID KEY
003001             PERFORM 2950-PRINT-DETAIL
003002                 THRU 2950-PRINT-DETAIL-EXIT
003003             PERFORM 2850-WRITE-LEDGER
003004                 THRU 2850-WRITE-LEDGER-EXIT
003005     END-REWRITE.
003006 2800-REWRITE-MASTER-EXIT.
003010     EXIT.
003011
003012*--------------------------------------------------------------*
003022         GO TO 2850-WRITE-LEDGER-EXIT
003023     END-IF.
003024     IF LOCATIONS-FILE-AVAILABLE
003025         IF MOVE-TYPE = 'I' OR MOVE-TYPE = 'W'
003026                 OR MOVE-TYPE = 'V'
003027             MOVE WS-FROM-LOC TO LEDGER-LOCATION
003028         ELSE
003029             MOVE WS-TO-LOC TO LEDGER-LOCATION
003030         END-IF
003031     ELSE
003032         MOVE SPACES TO LEDGER-LOCATION
003033     END-IF.
003034     MOVE MOVE-ITEM-ID     TO LEDGER-ITEM-ID.
003035     MOVE WS-CURRENT-DATE  TO LEDGER-DATE.
003036     MOVE MOVE-TYPE        TO LEDGER-MOVE-TYPE.
003037     MOVE WS-OLD-QUANTITY  TO LEDGER-QTY-BEFORE.
003038     MOVE WS-NEW-QUANTITY  TO LEDGER-QTY-AFTER.
003039     MOVE MOVE-REFERENCE   TO LEDGER-REFERENCE.
003040     MOVE WS-OPERATOR-ID   TO LEDGER-OPERATOR-ID.
003041     WRITE LEDGER-RECORD.
003042 2850-WRITE-LEDGER-EXIT.
003043     EXIT.
003044
003045*--------------------------------------------------------------*
003046* 2900-PRINT-REJECT -- log a rejected movement to the posting
003050*                      listing
003060*--------------------------------------------------------------*
003070 2900-PRINT-REJECT.
003410     MOVE WS-REJECT-COUNT  TO PT-REJECT-COUNT.
003420     WRITE POSTING-LISTING-LINE FROM SPACES.
003430     WRITE POSTING-LISTING-LINE FROM WS-POSTING-TOTALS-LINE.
003431     MOVE WS-RETURN-COUNT   TO PT-RETURN-COUNT.
003432     MOVE WS-WRITEOFF-COUNT TO PT-WRITEOFF-COUNT.
003433     MOVE WS-VENDRTN-COUNT  TO PT-VENDRTN-COUNT.
003434     WRITE POSTING-LISTING-LINE FROM WS-POSTING-TOTALS-LINE-2.
003435     MOVE WS-DUPLICATE-COUNT TO PT-DUPLICATE-COUNT.
003436     WRITE POSTING-LISTING-LINE FROM WS-POSTING-TOTALS-LINE-3.
003440 3000-PRINT-TOTALS-EXIT.
003450     EXIT.
003460
003500 9000-TERMINATE.
003510     CLOSE ITEMS.
003520     CLOSE MOVE-TRANS.
003521     CLOSE POSTING-LISTING.
003522     CLOSE MOVE-LEDGER.
003523     IF PORDERS-FILE-AVAILABLE
003524         CLOSE PURCH-ORDERS
003525         CLOSE PO-RECEIPTS
003526     END-IF.
003527     IF LOCATIONS-FILE-AVAILABLE
003528         CLOSE LOCATIONS
003529         CLOSE LOC-BALANCES
003530         CLOSE LOT-BALANCES
003531         CLOSE LOT-TRACE
003538     END-IF.
003539     IF ORDER-FILES-AVAILABLE
003540         CLOSE CUST-ORDERS
003541         CLOSE BACKORDERS
003542     END-IF.
003543
003544*    A batch that ran to its end is complete on the register
003545     IF BATCH-IS-NEW OR BATCH-IS-RESTARTED
003546         MOVE 'C'         TO PB-STATUS
003547         MOVE WS-MOVE-SEQ TO PB-POSTED-THRU
003548         REWRITE POSTED-BATCH-RECORD
003549             INVALID KEY
003550                 DISPLAY 'STOCK-POST: POSTREG REWRITE FAILED, '
003551                     'STATUS = ' WS-POSTREG-STATUS
003552         END-REWRITE
003553     END-IF.
003554     CLOSE POST-REGISTER.
003560
003570     MOVE 'R' TO WS-LOCK-ACTION.
003580     CALL 'ITEM-LOCK' USING WS-LOCK-ACTION WS-LOCK-PROGRAM.
003590     MOVE 'STOCK-POST' TO WS-CTL-PROGRAM.
003600     CALL 'ITEM-CTL-WRITE' USING WS-CTL-PROGRAM.
003610
003620*    A refused batch, or movements the operator may not post,
003630*    finish with a warning for the run log
003640     IF BATCH-ALREADY-POSTED OR WS-UNAUTHORIZED-COUNT > 0
003650         MOVE 4 TO RETURN-CODE
003660     END-IF.
003670 9000-TERMINATE-EXIT.
003680     EXIT.
003690
003700*--------------------------------------------------------------*
003710* 1200-REGISTER-BATCH -- total the movement file and look it up
003720*                        on the posted-batch register: a new
003730*                        batch is registered, a part-posted one
003740*                        resumes past its high-water mark, and
003750*                        one already posted in full is skipped
003760*                        unless DD-POST-FORCE=Y
003770*--------------------------------------------------------------*
003780 1200-REGISTER-BATCH.
003790     ACCEPT WS-POSTREG-PATH FROM ENVIRONMENT 'DD-POSTREG'
003800         ON EXCEPTION
003810             CONTINUE
003820     END-ACCEPT.
003830     IF WS-POSTREG-PATH = SPACES
003840         MOVE 'POSTREG.DAT' TO WS-POSTREG-PATH
003850     END-IF.
003860     ACCEPT WS-BATCH-NAME FROM ENVIRONMENT 'DD-POST-BATCH'
003870         ON EXCEPTION
003880             CONTINUE
003890     END-ACCEPT.
003900     IF WS-BATCH-NAME = SPACES
003910         MOVE 'MOVETRAN.TXT' TO WS-BATCH-NAME
003920     END-IF.
003930     ACCEPT WS-POST-FORCE FROM ENVIRONMENT 'DD-POST-FORCE'
003940         ON EXCEPTION
003950             CONTINUE
003960     END-ACCEPT.
003970
003980*    A first-ever run has no register yet, so an empty one is
003990*    created and reopened I-O
004000     OPEN I-O POST-REGISTER.
004010     IF NOT POSTREG-STATUS-OK
004020         OPEN OUTPUT POST-REGISTER
004030         IF POSTREG-STATUS-OK
004040             CLOSE POST-REGISTER
004050             OPEN I-O POST-REGISTER
004060         END-IF
004070     END-IF.
004080     IF NOT POSTREG-STATUS-OK
004090         DISPLAY 'STOCK-POST: UNABLE TO OPEN POSTREG, STATUS = '
004100             WS-POSTREG-STATUS
004110         GO TO 1000-INITIALIZE-ABEND
004120     END-IF.
004130
004140*    The control totals take a pass of their own, then the file
004150*    is reopened from the top for posting
004160     PERFORM 1250-TOTAL-ONE-MOVEMENT
004170         THRU 1250-TOTAL-ONE-MOVEMENT-EXIT
004180         UNTIL END-OF-MOVES.
004190     CLOSE MOVE-TRANS.
004200     OPEN INPUT MOVE-TRANS.
004210     MOVE 'N' TO WS-EOF.
004220
004230     MOVE WS-BATCH-NAME  TO BL-BATCH-NAME.
004240     MOVE WS-BATCH-COUNT TO BL-RECORD-COUNT.
004250     IF WS-BATCH-COUNT = 0
004260         MOVE 'EMPTY -- NOT REGISTERED' TO BL-BATCH-STATUS
004270         GO TO 1200-REGISTER-BATCH-WRITE
004280     END-IF.
004290
004300     MOVE WS-BATCH-COUNT     TO PB-RECORD-COUNT.
004310     MOVE WS-BATCH-ITEM-HASH TO PB-ITEM-HASH.
004320     MOVE WS-BATCH-QTY-HASH  TO PB-QTY-HASH.
004330     READ POST-REGISTER
004340         INVALID KEY
004350             PERFORM 1270-ADD-NEW-BATCH
004360                 THRU 1270-ADD-NEW-BATCH-EXIT
004370             GO TO 1200-REGISTER-BATCH-WRITE
004380     END-READ.
004390
004400     MOVE PB-LAST-RUN-DATE TO WS-REG-DATE.
004410     MOVE WS-REG-MONTH     TO WS-REG-DISPLAY-MONTH.
004420     MOVE WS-REG-DAY       TO WS-REG-DISPLAY-DAY.
004430     MOVE WS-REG-YEAR      TO WS-REG-DISPLAY-YEAR.
004440
004450     IF PB-STATUS = 'C' AND NOT FORCE-REPOST
004460         MOVE 'A' TO WS-BATCH-MODE
004470         MOVE WS-BATCH-COUNT TO WS-RESUME-AFTER
004480         STRING 'ALREADY POSTED IN FULL ' DELIMITED BY SIZE
004490                WS-REG-DISPLAY-DATE      DELIMITED BY SIZE
004500                ' -- REFUSED'            DELIMITED BY SIZE
004510             INTO BL-BATCH-STATUS
004520         END-STRING
004530         STRING 'BATCH POSTED ' DELIMITED BY SIZE
004540                WS-REG-DISPLAY-DATE DELIMITED BY SIZE
004550             INTO WS-DUPLICATE-REASON
004560         END-STRING
004570         DISPLAY 'STOCK-POST: BATCH ' WS-BATCH-NAME
004580             ' ALREADY POSTED, RUN REFUSED'
004590         GO TO 1200-REGISTER-BATCH-WRITE
004600     END-IF.
004610
004620     IF PB-STATUS = 'C'
004630         MOVE 'N' TO WS-BATCH-MODE
004640         MOVE 0   TO WS-RESUME-AFTER
004650         STRING 'POSTED IN FULL ' DELIMITED BY SIZE
004660                WS-REG-DISPLAY-DATE DELIMITED BY SIZE
004670                ' -- REPOSTED BY OVERRIDE' DELIMITED BY SIZE
004680             INTO BL-BATCH-STATUS
004690         END-STRING
004700         DISPLAY 'STOCK-POST: BATCH ' WS-BATCH-NAME
004710             ' REPOSTED BY DD-POST-FORCE'
004720     ELSE
004730         MOVE 'R' TO WS-BATCH-MODE
004740         MOVE PB-POSTED-THRU TO WS-RESUME-AFTER
004750         MOVE PB-POSTED-THRU TO DP-SEQUENCE
004760         STRING 'PART POSTED ' DELIMITED BY SIZE
004770                WS-REG-DISPLAY-DATE DELIMITED BY SIZE
004780                ' -- RESUMING AFTER ' DELIMITED BY SIZE
004790                DP-SEQUENCE DELIMITED BY SIZE
004800             INTO BL-BATCH-STATUS
004810         END-STRING
004820         MOVE 'POSTED BEFORE RESTART' TO WS-DUPLICATE-REASON
004830     END-IF.
004840
004850     MOVE 'P'             TO PB-STATUS.
004860     MOVE WS-RESUME-AFTER TO PB-POSTED-THRU.
004870     MOVE WS-BATCH-NAME   TO PB-BATCH-NAME.
004880     MOVE WS-CURRENT-DATE TO PB-LAST-RUN-DATE.
004890     ADD 1 TO PB-RUN-COUNT.
004900     REWRITE POSTED-BATCH-RECORD
004910         INVALID KEY
004920             DISPLAY 'STOCK-POST: POSTREG REWRITE FAILED, '
004930                 'STATUS = ' WS-POSTREG-STATUS
004940             GO TO 1000-INITIALIZE-ABEND
004950     END-REWRITE.
004960
004970 1200-REGISTER-BATCH-WRITE.
004980     WRITE POSTING-LISTING-LINE FROM WS-BATCH-LINE.
004990     WRITE POSTING-LISTING-LINE FROM SPACES.
005000 1200-REGISTER-BATCH-EXIT.
005010     EXIT.
005020
005030*--------------------------------------------------------------*
005040* 1250-TOTAL-ONE-MOVEMENT -- count the movement and fold its
005050*                            item id and quantity, weighted by
005060*                            its sequence number, into the
005070*                            hash totals
005080*--------------------------------------------------------------*
005090 1250-TOTAL-ONE-MOVEMENT.
005100     READ MOVE-TRANS
005110         AT END
005120             MOVE 'Y' TO WS-EOF
005130             GO TO 1250-TOTAL-ONE-MOVEMENT-EXIT
005140     END-READ.
005150     ADD 1 TO WS-BATCH-COUNT.
005160     IF MOVE-ITEM-ID IS NUMERIC
005170         COMPUTE WS-BATCH-ITEM-HASH = WS-BATCH-ITEM-HASH
005180             + (WS-BATCH-COUNT * MOVE-ITEM-ID)
005190     END-IF.
005200     IF MOVE-QUANTITY IS NUMERIC
005210         COMPUTE WS-BATCH-QTY-HASH = WS-BATCH-QTY-HASH
005220             + (WS-BATCH-COUNT * MOVE-QUANTITY)
005230     END-IF.
005240 1250-TOTAL-ONE-MOVEMENT-EXIT.
005250     EXIT.
005260
005270*--------------------------------------------------------------*
005280* 1270-ADD-NEW-BATCH -- first sight of this batch: register it
005290*                       with nothing yet posted
005300*--------------------------------------------------------------*
005310 1270-ADD-NEW-BATCH.
005320     MOVE 'N'             TO WS-BATCH-MODE.
005330     MOVE 0               TO WS-RESUME-AFTER.
005340     MOVE WS-BATCH-NAME   TO PB-BATCH-NAME.
005350     MOVE 'P'             TO PB-STATUS.
005360     MOVE 0               TO PB-POSTED-THRU.
005370     MOVE WS-CURRENT-DATE TO PB-FIRST-RUN-DATE.
005380     MOVE WS-CURRENT-DATE TO PB-LAST-RUN-DATE.
005390     MOVE 1               TO PB-RUN-COUNT.
005400     WRITE POSTED-BATCH-RECORD
005410         INVALID KEY
005420             DISPLAY 'STOCK-POST: POSTREG WRITE FAILED, STATUS = '
005430                 WS-POSTREG-STATUS
005440             GO TO 1000-INITIALIZE-ABEND
005450     END-WRITE.
005460     MOVE 'NEW BATCH' TO BL-BATCH-STATUS.
005470 1270-ADD-NEW-BATCH-EXIT.
005480     EXIT.
005490*--------------------------------------------------------------*
005500* 2050-SKIP-DUPLICATE -- a movement the register shows already
005510*                        posted is listed, not posted; the
005520*                        section closes with its count after the
005530*                        last one skipped
005540*--------------------------------------------------------------*
005550 2050-SKIP-DUPLICATE.
005560     IF WS-DUPLICATE-COUNT = 0
005570         WRITE POSTING-LISTING-LINE FROM WS-DUPLICATE-HEADING
005580         WRITE POSTING-LISTING-LINE FROM SPACES
005590     END-IF.
005600     ADD 1 TO WS-DUPLICATE-COUNT.
005610
005620     MOVE WS-MOVE-SEQ         TO DP-SEQUENCE.
005630     MOVE MOVE-TYPE           TO DP-MOVE-TYPE.
005640     MOVE MOVE-ITEM-ID        TO DP-ITEM-ID.
005650     MOVE MOVE-QUANTITY       TO DP-QUANTITY.
005660     MOVE MOVE-REFERENCE      TO DP-REFERENCE.
005670     MOVE MOVE-FROM-LOCATION  TO DP-FROM-LOC.
005680     MOVE MOVE-TO-LOCATION    TO DP-TO-LOC.
005690     MOVE WS-DUPLICATE-REASON TO DP-REASON.
005700     WRITE POSTING-LISTING-LINE FROM WS-DUPLICATE-LINE.
005710
005720     IF WS-MOVE-SEQ = WS-RESUME-AFTER
005730         MOVE WS-DUPLICATE-COUNT TO PT-DUPLICATE-COUNT
005740         WRITE POSTING-LISTING-LINE FROM SPACES
005750         WRITE POSTING-LISTING-LINE FROM WS-POSTING-TOTALS-LINE-3
005760         WRITE POSTING-LISTING-LINE FROM SPACES
005770     END-IF.
005780 2050-SKIP-DUPLICATE-EXIT.
005790     EXIT.
005800
005810*--------------------------------------------------------------*
005820* 2080-MARK-POSTED -- move the register's high-water mark past
005830*                     the movement just processed, posted or
005840*                     rejected, so a restart does not see it
005850*                     again
005860*--------------------------------------------------------------*
005870 2080-MARK-POSTED.
005880     IF BATCH-IS-EMPTY
005890         GO TO 2080-MARK-POSTED-EXIT
005900     END-IF.
005910     MOVE WS-MOVE-SEQ TO PB-POSTED-THRU.
005920     REWRITE POSTED-BATCH-RECORD
005930         INVALID KEY
005940             DISPLAY 'STOCK-POST: POSTREG REWRITE FAILED AT '
005950                 'MOVEMENT ' WS-MOVE-SEQ
005960     END-REWRITE.
005970 2080-MARK-POSTED-EXIT.
005980     EXIT.
005990
006000*--------------------------------------------------------------*
006010* 2450-POST-VENDOR-RETURN -- ship rejected goods back to the
006020*                            vendor out of the from-location;
006030*                            like an issue, a return for more
006040*                            than is there is rejected. The
006050*                            units leave at the receipt cost
006060*                            they came in at, so the moving
006070*                            average is backed out first.
006080*--------------------------------------------------------------*
006090 2450-POST-VENDOR-RETURN.
006100     IF MOVE-QUANTITY > QUANTITY-ON-HAND
006110         MOVE 'INSUFFICIENT ON-HAND' TO WS-REJECT-REASON
006120         PERFORM 2900-PRINT-REJECT
006130             THRU 2900-PRINT-REJECT-EXIT
006140         GO TO 2450-POST-VENDOR-RETURN-EXIT
006150     END-IF.
006160
006170     IF LOCATIONS-FILE-AVAILABLE
006180         PERFORM 2690-SEED-LOC-BALANCES
006190             THRU 2690-SEED-LOC-BALANCES-EXIT
006200         MOVE WS-FROM-LOC TO WS-LOC-WORK-CODE
006210         PERFORM 2710-READ-LOC-BALANCE
006220             THRU 2710-READ-LOC-BALANCE-EXIT
006230         IF MOVE-QUANTITY > WS-LOC-QTY
006240             MOVE 'INSUFFICIENT AT LOCATION' TO WS-REJECT-REASON
006250             PERFORM 2900-PRINT-REJECT
006260                 THRU 2900-PRINT-REJECT-EXIT
006270             GO TO 2450-POST-VENDOR-RETURN-EXIT
006280         END-IF
006290     END-IF.
006300
006310     IF MOVE-UNIT-COST > 0 AND MOVE-QUANTITY < QUANTITY-ON-HAND
006320         PERFORM 2460-UNAVERAGE-UNIT-COST
006330             THRU 2460-UNAVERAGE-UNIT-COST-EXIT
006340     END-IF.
006350     SUBTRACT MOVE-QUANTITY FROM QUANTITY-ON-HAND.
006360     PERFORM 2800-REWRITE-MASTER
006370         THRU 2800-REWRITE-MASTER-EXIT.
006380     IF ITEMS-STATUS-OK
006390         ADD 1 TO WS-VENDRTN-COUNT
006400         IF LOCATIONS-FILE-AVAILABLE
006410             COMPUTE WS-LOC-NEW-QTY = WS-LOC-QTY - MOVE-QUANTITY
006420             PERFORM 2750-PUT-LOC-BALANCE
006430                 THRU 2750-PUT-LOC-BALANCE-EXIT
006440             MOVE 'Y' TO WS-LOT-FEFO-SW
006450             MOVE MOVE-QUANTITY TO WS-LOT-DRAW-QTY
006460             PERFORM 2780-DRAW-LOTS
006470                 THRU 2780-DRAW-LOTS-EXIT
006480         END-IF
006490     END-IF.
006500 2450-POST-VENDOR-RETURN-EXIT.
006510     EXIT.
006520
006530*--------------------------------------------------------------*
006540* 2460-UNAVERAGE-UNIT-COST -- take the returned units out of
006550* the moving-average cost at their receipt cost; a return that
006560* would leave no positive cost on the remaining stock leaves
006570* the average alone
006580*--------------------------------------------------------------*
006590 2460-UNAVERAGE-UNIT-COST.
006600     COMPUTE WS-UNAVERAGED-COST ROUNDED =
006610         ((WS-OLD-QUANTITY * ITEM-UNIT-COST)
006620         - (MOVE-QUANTITY * MOVE-UNIT-COST))
006630         / (WS-OLD-QUANTITY - MOVE-QUANTITY)
006640         ON SIZE ERROR
006650             MOVE 0 TO WS-UNAVERAGED-COST
006660     END-COMPUTE.
006670     IF WS-UNAVERAGED-COST > 0
006680         MOVE WS-UNAVERAGED-COST TO ITEM-UNIT-COST
006690     END-IF.
006700 2460-UNAVERAGE-UNIT-COST-EXIT.
006710     EXIT.
006720
006730*--------------------------------------------------------------*
006740* 2500-POST-CUSTOMER-RETURN -- book goods a customer sent back
006750*                              into the to-location. The return
006760*                              comes back at the item's current
006770*                              cost, so the moving average is
006780*                              left alone; the stock it frees
006790*                              may release backorders.
006800*--------------------------------------------------------------*
006810 2500-POST-CUSTOMER-RETURN.
006820     ADD MOVE-QUANTITY TO QUANTITY-ON-HAND
006830         ON SIZE ERROR
006840             MOVE 'ON-HAND WOULD OVERFLOW' TO WS-REJECT-REASON
006850             PERFORM 2900-PRINT-REJECT
006860                 THRU 2900-PRINT-REJECT-EXIT
006870             GO TO 2500-POST-CUSTOMER-RETURN-EXIT
006880     END-ADD.
006890
006900     PERFORM 2800-REWRITE-MASTER
006910         THRU 2800-REWRITE-MASTER-EXIT.
006920     IF ITEMS-STATUS-OK
006930         ADD 1 TO WS-RETURN-COUNT
006940         IF LOCATIONS-FILE-AVAILABLE
006950             PERFORM 2690-SEED-LOC-BALANCES
006960                 THRU 2690-SEED-LOC-BALANCES-EXIT
006970             MOVE WS-TO-LOC TO WS-LOC-WORK-CODE
006980             PERFORM 2710-READ-LOC-BALANCE
006990                 THRU 2710-READ-LOC-BALANCE-EXIT
007000             COMPUTE WS-LOC-NEW-QTY = WS-LOC-QTY + MOVE-QUANTITY
007010             PERFORM 2750-PUT-LOC-BALANCE
007020                 THRU 2750-PUT-LOC-BALANCE-EXIT
007030             IF MOVE-LOT-NUMBER NOT = SPACES
007040                 PERFORM 2755-RECEIVE-LOT
007050                     THRU 2755-RECEIVE-LOT-EXIT
007060             END-IF
007070         END-IF
007080         IF ORDER-FILES-AVAILABLE
007090             PERFORM 2280-RELEASE-BACKORDERS
007100                 THRU 2280-RELEASE-BACKORDERS-EXIT
007110         END-IF
007120     END-IF.
007130 2500-POST-CUSTOMER-RETURN-EXIT.
007140     EXIT.
007150
007160*--------------------------------------------------------------*
007170* 2550-POST-WRITE-OFF -- take scrapped units out of the
007180*                        from-location; like an issue, a
007190*                        write-off for more than is there is
007200*                        rejected
007210*--------------------------------------------------------------*
007220 2550-POST-WRITE-OFF.
007230     IF MOVE-QUANTITY > QUANTITY-ON-HAND
007240         MOVE 'INSUFFICIENT ON-HAND' TO WS-REJECT-REASON
007250         PERFORM 2900-PRINT-REJECT
007260             THRU 2900-PRINT-REJECT-EXIT
007270         GO TO 2550-POST-WRITE-OFF-EXIT
007280     END-IF.
007290
007300     IF LOCATIONS-FILE-AVAILABLE
007310         PERFORM 2690-SEED-LOC-BALANCES
007320             THRU 2690-SEED-LOC-BALANCES-EXIT
007330         MOVE WS-FROM-LOC TO WS-LOC-WORK-CODE
007340         PERFORM 2710-READ-LOC-BALANCE
007350             THRU 2710-READ-LOC-BALANCE-EXIT
007360         IF MOVE-QUANTITY > WS-LOC-QTY
007370             MOVE 'INSUFFICIENT AT LOCATION' TO WS-REJECT-REASON
007380             PERFORM 2900-PRINT-REJECT
007390                 THRU 2900-PRINT-REJECT-EXIT
007400             GO TO 2550-POST-WRITE-OFF-EXIT
007410         END-IF
007420     END-IF.
007430
007440     SUBTRACT MOVE-QUANTITY FROM QUANTITY-ON-HAND.
007450     PERFORM 2800-REWRITE-MASTER
007460         THRU 2800-REWRITE-MASTER-EXIT.
007470     IF ITEMS-STATUS-OK
007480         ADD 1 TO WS-WRITEOFF-COUNT
007490         IF LOCATIONS-FILE-AVAILABLE
007500             COMPUTE WS-LOC-NEW-QTY = WS-LOC-QTY - MOVE-QUANTITY
007510             PERFORM 2750-PUT-LOC-BALANCE
007520                 THRU 2750-PUT-LOC-BALANCE-EXIT
007530*            A write-off scraps only the lot it names; a blank
007540*            lot is unlotted stock, e.g. a scrapped return
007550             IF MOVE-LOT-NUMBER NOT = SPACES
007560                 MOVE 'N' TO WS-LOT-FEFO-SW
007570                 MOVE MOVE-QUANTITY TO WS-LOT-DRAW-QTY
007580                 PERFORM 2780-DRAW-LOTS
007590                     THRU 2780-DRAW-LOTS-EXIT
007600             END-IF
007610         END-IF
007620     END-IF.
007630 2550-POST-WRITE-OFF-EXIT.
007640     EXIT.
007650
007660*--------------------------------------------------------------*
007670* 2755-RECEIVE-LOT -- a receipt or customer return carrying a
007680*                     lot number books its quantity into that
007690*                     lot at the to-location
007700*--------------------------------------------------------------*
007710 2755-RECEIVE-LOT.
007720     MOVE WS-TO-LOC        TO WS-LOT-IN-LOC.
007730     MOVE MOVE-LOT-NUMBER  TO WS-LOT-IN-NUMBER.
007740     MOVE MOVE-EXPIRY-DATE TO WS-LOT-IN-EXPIRY.
007750     MOVE MOVE-QUANTITY    TO WS-LOT-IN-QTY.
007760     PERFORM 2760-BOOK-LOT-IN
007770         THRU 2760-BOOK-LOT-IN-EXIT.
007780 2755-RECEIVE-LOT-EXIT.
007790     EXIT.
007800
007810*--------------------------------------------------------------*
007820* 2760-BOOK-LOT-IN -- add WS-LOT-IN-QTY to the lot's balance at
007830*                     WS-LOT-IN-LOC, creating the lot on first
007840*                     receipt. A lot already on file keeps its
007850*                     expiry date unless it had none. Transfers
007860*                     move stock the company already holds and
007870*                     are not traced.
007880*--------------------------------------------------------------*
007890 2760-BOOK-LOT-IN.
007900     MOVE MOVE-ITEM-ID     TO LOT-ITEM-ID.
007910     MOVE WS-LOT-IN-LOC    TO LOT-LOCATION-CODE.
007920     MOVE WS-LOT-IN-NUMBER TO LOT-NUMBER.
007930     READ LOT-BALANCES
007940         INVALID KEY
007950             MOVE WS-LOT-IN-EXPIRY TO LOT-EXPIRY-DATE
007960             MOVE WS-LOT-IN-QTY    TO LOT-QUANTITY
007970             MOVE WS-CURRENT-DATE  TO LOT-RECEIVED-DATE
007980             WRITE LOT-BALANCE-RECORD
007990                 INVALID KEY
008000                     DISPLAY 'STOCK-POST: LOTBAL WRITE FAILED, '
008010                         'ITEM ' MOVE-ITEM-ID
008020             END-WRITE
008030         NOT INVALID KEY
008040             IF LOT-EXPIRY-DATE = 0
008050                 MOVE WS-LOT-IN-EXPIRY TO LOT-EXPIRY-DATE
008060             END-IF
008070             ADD WS-LOT-IN-QTY TO LOT-QUANTITY
008080                 ON SIZE ERROR
008090                     DISPLAY 'STOCK-POST: LOT QUANTITY OVERFLOW, '
008100                         'ITEM ' MOVE-ITEM-ID
008110             END-ADD
008120             REWRITE LOT-BALANCE-RECORD
008130                 INVALID KEY
008140                     DISPLAY 'STOCK-POST: LOTBAL REWRITE FAILED, '
008150                         'ITEM ' MOVE-ITEM-ID
008160             END-REWRITE
008170     END-READ.
008180
008190     MOVE 'L'              TO PD-MOVE-TYPE.
008200     MOVE MOVE-ITEM-ID     TO PD-ITEM-ID.
008210     MOVE WS-LOT-IN-QTY    TO PD-QUANTITY.
008220     MOVE WS-LOT-IN-NUMBER TO PD-REFERENCE.
008230     MOVE SPACES           TO PD-FROM-LOC.
008240     MOVE WS-LOT-IN-LOC    TO PD-TO-LOC.
008250     MOVE LOT-QUANTITY     TO PD-ON-HAND.
008260     MOVE 'LOT BOOKED IN'  TO PD-RESULT.
008270     WRITE POSTING-LISTING-LINE FROM WS-POSTING-DETAIL-LINE.
008280
008290     IF MOVE-TYPE NOT = 'T'
008300         MOVE LOT-EXPIRY-DATE TO WS-LOT-IN-EXPIRY
008310         MOVE WS-LOT-IN-LOC TO LTR-LOCATION
008320         MOVE WS-LOT-IN-QTY TO LTR-QUANTITY
008330         PERFORM 2795-WRITE-LOT-TRACE
008340             THRU 2795-WRITE-LOT-TRACE-EXIT
008350     END-IF.
008360 2760-BOOK-LOT-IN-EXIT.
008370     EXIT.
008380
008390*--------------------------------------------------------------*
008400* 2770-LOAD-LOT-TABLE -- the item's lots at WS-LOT-LOC that still
008410*                        hold stock, with their total. A lot with
008420*                        no expiry sorts after every dated lot.
008430*--------------------------------------------------------------*
008440 2770-LOAD-LOT-TABLE.
008450     MOVE 0   TO WS-LOT-COUNT.
008460     MOVE 0   TO WS-LOT-TOTAL.
008470     MOVE 'N' TO WS-LOT-EOF.
008480     MOVE MOVE-ITEM-ID TO LOT-ITEM-ID.
008490     MOVE WS-LOT-LOC   TO LOT-LOCATION-CODE.
008500     MOVE LOW-VALUES   TO LOT-NUMBER.
008510     START LOT-BALANCES KEY IS NOT LESS THAN
008520             LOT-KEY OF LOT-BALANCE-RECORD
008530         INVALID KEY
008540             MOVE 'Y' TO WS-LOT-EOF
008550     END-START.
008560     PERFORM 2775-LOAD-ONE-LOT
008570         THRU 2775-LOAD-ONE-LOT-EXIT
008580         UNTIL END-OF-LOCATION-LOTS.
008590 2770-LOAD-LOT-TABLE-EXIT.
008600     EXIT.
008610
008620 2775-LOAD-ONE-LOT.
008630     READ LOT-BALANCES NEXT RECORD
008640         AT END
008650             MOVE 'Y' TO WS-LOT-EOF
008660             GO TO 2775-LOAD-ONE-LOT-EXIT
008670     END-READ.
008680     IF LOT-ITEM-ID NOT = MOVE-ITEM-ID
008690             OR LOT-LOCATION-CODE NOT = WS-LOT-LOC
008700         MOVE 'Y' TO WS-LOT-EOF
008710         GO TO 2775-LOAD-ONE-LOT-EXIT
008720     END-IF.
008730     IF LOT-QUANTITY = 0
008740         GO TO 2775-LOAD-ONE-LOT-EXIT
008750     END-IF.
008760     IF WS-LOT-COUNT >= 50
008770         DISPLAY 'STOCK-POST: MORE THAN 50 LOTS, ITEM '
008780             MOVE-ITEM-ID ' AT ' WS-LOT-LOC
008790         MOVE 'Y' TO WS-LOT-EOF
008800         GO TO 2775-LOAD-ONE-LOT-EXIT
008810     END-IF.
008820     ADD 1 TO WS-LOT-COUNT.
008830     MOVE LOT-NUMBER      TO LTB-LOT-NUMBER (WS-LOT-COUNT).
008840     MOVE LOT-EXPIRY-DATE TO LTB-EXPIRY-DATE (WS-LOT-COUNT).
008850     IF LOT-EXPIRY-DATE = 0
008860         MOVE 99999999    TO LTB-DRAW-ORDER (WS-LOT-COUNT)
008870     ELSE
008880         MOVE LOT-EXPIRY-DATE TO LTB-DRAW-ORDER (WS-LOT-COUNT)
008890     END-IF.
008900     MOVE LOT-QUANTITY    TO LTB-QUANTITY (WS-LOT-COUNT).
008910     ADD LOT-QUANTITY     TO WS-LOT-TOTAL.
008920 2775-LOAD-ONE-LOT-EXIT.
008930     EXIT.
008940
008950*--------------------------------------------------------------*
008960* 2780-DRAW-LOTS -- take WS-LOT-DRAW-QTY out of the item's lots
008970*                   at the from-location: the lot the movement
008980*                   names first, then (unless a write-off) the
008990*                   first-expiring lots in turn. Whatever the lots
009000*                   cannot cover came out of unlotted stock.
009010*--------------------------------------------------------------*
009020 2780-DRAW-LOTS.
009030     MOVE WS-FROM-LOC     TO WS-LOT-LOC.
009040     MOVE MOVE-LOT-NUMBER TO WS-LOT-NAMED.
009050     PERFORM 2770-LOAD-LOT-TABLE
009060         THRU 2770-LOAD-LOT-TABLE-EXIT.
009070
009080     IF WS-LOT-NAMED NOT = SPACES
009090         MOVE 0 TO WS-LOT-PICK
009100         PERFORM 2782-CHECK-NAMED-LOT
009110             THRU 2782-CHECK-NAMED-LOT-EXIT
009120             VARYING WS-LOT-SUB FROM 1 BY 1
009130             UNTIL WS-LOT-SUB > WS-LOT-COUNT
009140         IF WS-LOT-PICK > 0
009150             PERFORM 2788-DRAW-ONE-LOT
009160                 THRU 2788-DRAW-ONE-LOT-EXIT
009170         END-IF
009180     END-IF.
009190
009200     IF DRAW-EARLIEST-LOTS
009210         MOVE 'N' TO WS-LOT-EOF
009220         PERFORM 2784-DRAW-EARLIEST-LOT
009230             THRU 2784-DRAW-EARLIEST-LOT-EXIT
009240             UNTIL WS-LOT-DRAW-QTY = 0
009250             OR END-OF-LOCATION-LOTS
009260     END-IF.
009270 2780-DRAW-LOTS-EXIT.
009280     EXIT.
009290
009300 2782-CHECK-NAMED-LOT.
009310     IF LTB-LOT-NUMBER (WS-LOT-SUB) = WS-LOT-NAMED
009320         MOVE WS-LOT-SUB TO WS-LOT-PICK
009330     END-IF.
009340 2782-CHECK-NAMED-LOT-EXIT.
009350     EXIT.
009360
009370 2784-DRAW-EARLIEST-LOT.
009380     MOVE 0        TO WS-LOT-PICK.
009390     MOVE 99999999 TO WS-LOT-EARLIEST.
009400     PERFORM 2786-CHECK-EARLIEST-LOT
009410         THRU 2786-CHECK-EARLIEST-LOT-EXIT
009420         VARYING WS-LOT-SUB FROM 1 BY 1
009430         UNTIL WS-LOT-SUB > WS-LOT-COUNT.
009440     IF WS-LOT-PICK = 0
009450         MOVE 'Y' TO WS-LOT-EOF
009460         GO TO 2784-DRAW-EARLIEST-LOT-EXIT
009470     END-IF.
009480     PERFORM 2788-DRAW-ONE-LOT
009490         THRU 2788-DRAW-ONE-LOT-EXIT.
009500 2784-DRAW-EARLIEST-LOT-EXIT.
009510     EXIT.
009520
009530 2786-CHECK-EARLIEST-LOT.
009540     IF LTB-QUANTITY (WS-LOT-SUB) > 0
009550         IF WS-LOT-PICK = 0
009560                 OR LTB-DRAW-ORDER (WS-LOT-SUB) < WS-LOT-EARLIEST
009570             MOVE WS-LOT-SUB TO WS-LOT-PICK
009580             MOVE LTB-DRAW-ORDER (WS-LOT-SUB) TO WS-LOT-EARLIEST
009590         END-IF
009600     END-IF.
009610 2786-CHECK-EARLIEST-LOT-EXIT.
009620     EXIT.
009630
009640*--------------------------------------------------------------*
009650* 2788-DRAW-ONE-LOT -- take what the chosen lot can give; a lot
009660*                      drawn to zero is deleted. On a transfer
009670*                      the units are booked into the same lot at
009680*                      the to-location; anything else is traced.
009690*--------------------------------------------------------------*
009700 2788-DRAW-ONE-LOT.
009710     IF LTB-QUANTITY (WS-LOT-PICK) < WS-LOT-DRAW-QTY
009720         MOVE LTB-QUANTITY (WS-LOT-PICK) TO WS-LOT-TAKE
009730     ELSE
009740         MOVE WS-LOT-DRAW-QTY TO WS-LOT-TAKE
009750     END-IF.
009760     SUBTRACT WS-LOT-TAKE FROM LTB-QUANTITY (WS-LOT-PICK).
009770     SUBTRACT WS-LOT-TAKE FROM WS-LOT-DRAW-QTY.
009780
009790     MOVE MOVE-ITEM-ID                 TO LOT-ITEM-ID.
009800     MOVE WS-LOT-LOC                   TO LOT-LOCATION-CODE.
009810     MOVE LTB-LOT-NUMBER (WS-LOT-PICK) TO LOT-NUMBER.
009820     READ LOT-BALANCES
009830         INVALID KEY
009840             DISPLAY 'STOCK-POST: LOT NOT FOUND, ITEM '
009850                 MOVE-ITEM-ID ' LOT ' LOT-NUMBER
009860             GO TO 2788-DRAW-ONE-LOT-EXIT
009870     END-READ.
009880     IF LTB-QUANTITY (WS-LOT-PICK) = 0
009890         DELETE LOT-BALANCES
009900             INVALID KEY
009910                 DISPLAY 'STOCK-POST: LOTBAL DELETE FAILED, '
009920                     'ITEM ' MOVE-ITEM-ID
009930         END-DELETE
009940     ELSE
009950         MOVE LTB-QUANTITY (WS-LOT-PICK) TO LOT-QUANTITY
009960         REWRITE LOT-BALANCE-RECORD
009970             INVALID KEY
009980                 DISPLAY 'STOCK-POST: LOTBAL REWRITE FAILED, '
009990                     'ITEM ' MOVE-ITEM-ID
010000         END-REWRITE
010010     END-IF.
010020
010030     MOVE 'L'                          TO PD-MOVE-TYPE.
010040     MOVE MOVE-ITEM-ID                 TO PD-ITEM-ID.
010050     MOVE WS-LOT-TAKE                  TO PD-QUANTITY.
010060     MOVE LTB-LOT-NUMBER (WS-LOT-PICK) TO PD-REFERENCE.
010070     MOVE WS-LOT-LOC                   TO PD-FROM-LOC.
010080     MOVE SPACES                       TO PD-TO-LOC.
010090     MOVE LTB-QUANTITY (WS-LOT-PICK)   TO PD-ON-HAND.
010100     MOVE 'LOT DRAWN'                  TO PD-RESULT.
010110     WRITE POSTING-LISTING-LINE FROM WS-POSTING-DETAIL-LINE.
010120
010130     IF MOVE-TYPE = 'T'
010140         MOVE WS-TO-LOC                     TO WS-LOT-IN-LOC
010150         MOVE LTB-LOT-NUMBER (WS-LOT-PICK)  TO WS-LOT-IN-NUMBER
010160         MOVE LTB-EXPIRY-DATE (WS-LOT-PICK) TO WS-LOT-IN-EXPIRY
010170         MOVE WS-LOT-TAKE                   TO WS-LOT-IN-QTY
010180         PERFORM 2760-BOOK-LOT-IN
010190             THRU 2760-BOOK-LOT-IN-EXIT
010200     ELSE
010210         MOVE LTB-LOT-NUMBER (WS-LOT-PICK)  TO WS-LOT-IN-NUMBER
010220         MOVE LTB-EXPIRY-DATE (WS-LOT-PICK) TO WS-LOT-IN-EXPIRY
010230         MOVE WS-LOT-LOC                    TO LTR-LOCATION
010240         MOVE WS-LOT-TAKE                   TO LTR-QUANTITY
010250         PERFORM 2795-WRITE-LOT-TRACE
010260             THRU 2795-WRITE-LOT-TRACE-EXIT
010270     END-IF.
010280 2788-DRAW-ONE-LOT-EXIT.
010290     EXIT.
010300
010310*--------------------------------------------------------------*
010320* 2790-RECOUNT-LOTS -- after a count adjustment the lots at the
010330*                      location may hold more than was counted
010340*                      there; the excess is drawn off first-
010350*                      expiring first. A count above the lots is
010360*                      unlotted stock and leaves them alone.
010370*--------------------------------------------------------------*
010380 2790-RECOUNT-LOTS.
010390     MOVE WS-TO-LOC TO WS-LOT-LOC.
010400     PERFORM 2770-LOAD-LOT-TABLE
010410         THRU 2770-LOAD-LOT-TABLE-EXIT.
010420     IF WS-LOT-TOTAL <= MOVE-QUANTITY
010430         GO TO 2790-RECOUNT-LOTS-EXIT
010440     END-IF.
010450     COMPUTE WS-LOT-DRAW-QTY = WS-LOT-TOTAL - MOVE-QUANTITY.
010460     MOVE 'N' TO WS-LOT-EOF.
010470     PERFORM 2784-DRAW-EARLIEST-LOT
010480         THRU 2784-DRAW-EARLIEST-LOT-EXIT
010490         UNTIL WS-LOT-DRAW-QTY = 0
010500         OR END-OF-LOCATION-LOTS.
010510 2790-RECOUNT-LOTS-EXIT.
010520     EXIT.
010530
010540*--------------------------------------------------------------*
010550* 2795-WRITE-LOT-TRACE -- append one lot movement to the trace
010560*                         file; the caller sets the lot, expiry,
010570*                         location and quantity
010580*--------------------------------------------------------------*
010590 2795-WRITE-LOT-TRACE.
010600     MOVE WS-LOT-IN-NUMBER TO LTR-LOT-NUMBER.
010610     MOVE MOVE-ITEM-ID     TO LTR-ITEM-ID.
010620     MOVE WS-LOT-IN-EXPIRY TO LTR-EXPIRY-DATE.
010630     MOVE MOVE-TYPE        TO LTR-MOVE-TYPE.
010640     MOVE MOVE-REFERENCE   TO LTR-REFERENCE.
010650     MOVE WS-CURRENT-DATE  TO LTR-DATE.
010660     WRITE LOT-TRACE-RECORD.
010670 2795-WRITE-LOT-TRACE-EXIT.
010680     EXIT.
010690
010700 END PROGRAM STOCK-POST.
