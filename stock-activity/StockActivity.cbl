000220*          The report month comes from the DD-ACTIVITY-MONTH
000230*          environment variable (YYYYMM); when it is not set the
000240*          current month is reported. Receipts count the R
000247*          movements, issues the I movements, returns the U
000254*          customer returns, write-offs the W scrapping of
000261*          returned goods, vendor returns the V shipments back
000268*          to vendors, and everything else that moved
000275*          quantity (J adjustments and the maintenance A/C/D
000282*          actions) lands in the net adjustments column.
000290*
000300* Modification History:
000310*   08/22/2026  EB   Original version.
000319*                    company on-hand, are not ledgered, and so
000320*                    do not appear here; they are visible on
000321*                    the posting listing.
000322*   10/15/2026  EB   RETURNS and WRITEOFF columns for the U
000323*                    customer returns and W write-offs, which
000324*                    no longer fall into net adjustments.
000325*   10/15/2026  EB   VEND RTN column for the V returns to
000326*                    vendor; listing widened to 100.
000327*   10/15/2026  EB   Sort record picks up LEDGER-OPERATOR-ID.
000328* Tectonics: cobc
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. STOCK-ACTIVITY.
000600                   LEDGER-QTY-BEFORE BY SL-QTY-BEFORE
000610                   LEDGER-QTY-AFTER  BY SL-QTY-AFTER
000620                   LEDGER-REFERENCE  BY SL-REFERENCE
000623                   LEDGER-LOCATION   BY SL-LOCATION
000626                   LEDGER-OPERATOR-ID BY SL-OPERATOR-ID.
000630
000640 FD  ACTIVITY-LISTING.
000650 01  ACTIVITY-LINE                       PIC X(100).
000660
000670 WORKING-STORAGE SECTION.
000680 01  WS-LEDGER-PATH                      PIC X(100)  VALUE
000910 77  WS-CLOSING-BALANCE                  PIC 9(05)   VALUE 0.
000920 77  WS-RECEIPTS-TOTAL                   PIC 9(07)   VALUE 0.
000930 77  WS-ISSUES-TOTAL                     PIC 9(07)   VALUE 0.
000932 77  WS-RETURNS-TOTAL                    PIC 9(07)   VALUE 0.
000934 77  WS-WRITEOFFS-TOTAL                  PIC 9(07)   VALUE 0.
000936 77  WS-VENDRTN-TOTAL                    PIC 9(07)   VALUE 0.
000940 77  WS-ADJUSTMENTS-NET                  PIC S9(07)  VALUE 0.
000950 77  WS-ITEM-COUNT                       PIC 9(05)   VALUE 0.
000951
000959         10  LT-LOCATION                 PIC X(03).
000960         10  LT-RECEIPTS                 PIC 9(07).
000961         10  LT-ISSUES                   PIC 9(07).
000962         10  LT-RETURNS                  PIC 9(07).
000963         10  LT-WRITEOFFS                PIC 9(07).
000964         10  LT-VENDRTN                  PIC 9(07).
000965         10  LT-ADJUSTS                  PIC S9(07).
000968
000969 77  WS-LOC-COUNT                        PIC 9(02)   VALUE 0.
000970 77  WS-LOC-SUB                          PIC 9(02)   VALUE 0.
000971 77  WS-LOC-MATCH                        PIC 9(02)   VALUE 0.
000972 01  WS-WORK-LOCATION                    PIC X(03)   VALUE SPACES.
000973
000974*--------------------------------------------------------------*
000980* REPORT CONTROL COUNTERS AND SWITCHES
000990*--------------------------------------------------------------*
001000 77  WS-PAGE-NUMBER                      PIC 9(03)   VALUE 0.
001330     05  FILLER                          PIC X(03) VALUE SPACES.
001340     05  FILLER                          PIC X(08) VALUE
001350         '  ISSUES'.
001351     05  FILLER                          PIC X(03) VALUE SPACES.
001352     05  FILLER                          PIC X(08) VALUE
001353         ' RETURNS'.
001354     05  FILLER                          PIC X(03) VALUE SPACES.
001355     05  FILLER                          PIC X(08) VALUE
001356         'WRITEOFF'.
001357     05  FILLER                          PIC X(03) VALUE SPACES.
001358     05  FILLER                          PIC X(08) VALUE
001359         'VEND RTN'.
001360     05  FILLER                          PIC X(03) VALUE SPACES.
001370     05  FILLER                          PIC X(08) VALUE
001380         ' ADJUSTS'.
001480     05  DL-RECEIPTS-TOTAL               PIC ZZZ,ZZ9.
001490     05  FILLER                          PIC X(04) VALUE SPACES.
001500     05  DL-ISSUES-TOTAL                 PIC ZZZ,ZZ9.
001501     05  FILLER                          PIC X(04) VALUE SPACES.
001502     05  DL-RETURNS-TOTAL                PIC ZZZ,ZZ9.
001503     05  FILLER                          PIC X(04) VALUE SPACES.
001504     05  DL-WRITEOFFS-TOTAL              PIC ZZZ,ZZ9.
001505     05  FILLER                          PIC X(04) VALUE SPACES.
001506     05  DL-VENDRTN-TOTAL                PIC ZZZ,ZZ9.
001510     05  FILLER                          PIC X(03) VALUE SPACES.
001520     05  DL-ADJUSTMENTS-NET              PIC ZZZ,ZZ9-.
001530     05  FILLER                          PIC X(03) VALUE SPACES.
001549     05  LD-RECEIPTS-TOTAL               PIC ZZZ,ZZ9.
001550     05  FILLER                          PIC X(04) VALUE SPACES.
001551     05  LD-ISSUES-TOTAL                 PIC ZZZ,ZZ9.
001552     05  FILLER                          PIC X(04) VALUE SPACES.
001553     05  LD-RETURNS-TOTAL                PIC ZZZ,ZZ9.
001554     05  FILLER                          PIC X(04) VALUE SPACES.
001555     05  LD-WRITEOFFS-TOTAL              PIC ZZZ,ZZ9.
001556     05  FILLER                          PIC X(04) VALUE SPACES.
001557     05  LD-VENDRTN-TOTAL                PIC ZZZ,ZZ9.
001558     05  FILLER                          PIC X(03) VALUE SPACES.
001559     05  LD-ADJUSTMENTS-NET              PIC ZZZ,ZZ9-.
001560
001561 01  WS-TOTAL-LINE.
001570     05  FILLER                          PIC X(15) VALUE
001580         'ITEMS REPORTED '.
001590     05  TL-ITEM-COUNT                   PIC ZZ,ZZ9.
003050                 + SL-QTY-AFTER - SL-QTY-BEFORE
003060         WHEN 'I'
003070             COMPUTE WS-ISSUES-TOTAL = WS-ISSUES-TOTAL
003071                 + SL-QTY-BEFORE - SL-QTY-AFTER
003072         WHEN 'U'
003073             COMPUTE WS-RETURNS-TOTAL = WS-RETURNS-TOTAL
003074                 + SL-QTY-AFTER - SL-QTY-BEFORE
003075         WHEN 'W'
003076             COMPUTE WS-WRITEOFFS-TOTAL = WS-WRITEOFFS-TOTAL
003077                 + SL-QTY-BEFORE - SL-QTY-AFTER
003078         WHEN 'V'
003079             COMPUTE WS-VENDRTN-TOTAL = WS-VENDRTN-TOTAL
003080                 + SL-QTY-BEFORE - SL-QTY-AFTER
003090         WHEN OTHER
003100             COMPUTE WS-ADJUSTMENTS-NET = WS-ADJUSTMENTS-NET
003177         END-IF
003178         MOVE 0 TO LT-RECEIPTS (WS-LOC-MATCH)
003179         MOVE 0 TO LT-ISSUES (WS-LOC-MATCH)
003180         MOVE 0 TO LT-RETURNS (WS-LOC-MATCH)
003181         MOVE 0 TO LT-WRITEOFFS (WS-LOC-MATCH)
003182         MOVE 0 TO LT-VENDRTN (WS-LOC-MATCH)
003183         MOVE 0 TO LT-ADJUSTS (WS-LOC-MATCH)
003184     END-IF.
003185
003186     EVALUATE SL-MOVE-TYPE
003187         WHEN 'R'
003188             COMPUTE LT-RECEIPTS (WS-LOC-MATCH) =
003189                 LT-RECEIPTS (WS-LOC-MATCH)
003195                 + SL-QTY-AFTER - SL-QTY-BEFORE
003196         WHEN 'I'
003197             COMPUTE LT-ISSUES (WS-LOC-MATCH) =
003198                 LT-ISSUES (WS-LOC-MATCH)
003199                 + SL-QTY-BEFORE - SL-QTY-AFTER
003200         WHEN 'U'
003201             COMPUTE LT-RETURNS (WS-LOC-MATCH) =
003202                 LT-RETURNS (WS-LOC-MATCH)
003203                 + SL-QTY-AFTER - SL-QTY-BEFORE
003204         WHEN 'W'
003205             COMPUTE LT-WRITEOFFS (WS-LOC-MATCH) =
003206                 LT-WRITEOFFS (WS-LOC-MATCH)
003207                 + SL-QTY-BEFORE - SL-QTY-AFTER
003208         WHEN 'V'
003209             COMPUTE LT-VENDRTN (WS-LOC-MATCH) =
003210                 LT-VENDRTN (WS-LOC-MATCH)
003211                 + SL-QTY-BEFORE - SL-QTY-AFTER
003212         WHEN OTHER
003213             COMPUTE LT-ADJUSTS (WS-LOC-MATCH) =
003214                 LT-ADJUSTS (WS-LOC-MATCH)
003215                 + SL-QTY-AFTER - SL-QTY-BEFORE
003216     END-EVALUATE.
003217 3250-ROLL-UP-LOCATION-EXIT.
003218     EXIT.
003219
003220 3260-CHECK-ONE-LOC-ENTRY.
003221     ADD 1 TO WS-LOC-SUB.
003222     IF LT-LOCATION (WS-LOC-SUB) = WS-WORK-LOCATION
003223         MOVE WS-LOC-SUB TO WS-LOC-MATCH
003224     END-IF.
003225 3260-CHECK-ONE-LOC-ENTRY-EXIT.
003226     EXIT.
003227
003228*--------------------------------------------------------------*
003229* 3300-PRINT-ITEM-LINE -- print the finished item's activity
003230*                         line and clear the accumulators
003231*--------------------------------------------------------------*
003232 3300-PRINT-ITEM-LINE.
003233     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003234         PERFORM 3500-PRINT-REPORT-HEADERS
003240             THRU 3500-PRINT-REPORT-HEADERS-EXIT
003250     END-IF.
003260
003280     MOVE WS-OPENING-BALANCE TO DL-OPENING-BALANCE.
003290     MOVE WS-RECEIPTS-TOTAL  TO DL-RECEIPTS-TOTAL.
003300     MOVE WS-ISSUES-TOTAL    TO DL-ISSUES-TOTAL.
003302     MOVE WS-RETURNS-TOTAL   TO DL-RETURNS-TOTAL.
003304     MOVE WS-WRITEOFFS-TOTAL TO DL-WRITEOFFS-TOTAL.
003306     MOVE WS-VENDRTN-TOTAL   TO DL-VENDRTN-TOTAL.
003310     MOVE WS-ADJUSTMENTS-NET TO DL-ADJUSTMENTS-NET.
003320     MOVE WS-CLOSING-BALANCE TO DL-CLOSING-BALANCE.
003330     WRITE ACTIVITY-LINE FROM WS-DETAIL-LINE.
003373
003374     MOVE 0 TO WS-RECEIPTS-TOTAL.
003380     MOVE 0 TO WS-ISSUES-TOTAL.
003382     MOVE 0 TO WS-RETURNS-TOTAL.
003384     MOVE 0 TO WS-WRITEOFFS-TOTAL.
003386     MOVE 0 TO WS-VENDRTN-TOTAL.
003390     MOVE 0 TO WS-ADJUSTMENTS-NET.
003400 3300-PRINT-ITEM-LINE-EXIT.
003410     EXIT.
003418     MOVE LT-LOCATION (WS-LOC-SUB) TO LD-LOCATION.
003419     MOVE LT-RECEIPTS (WS-LOC-SUB) TO LD-RECEIPTS-TOTAL.
003420     MOVE LT-ISSUES (WS-LOC-SUB)   TO LD-ISSUES-TOTAL.
003421     MOVE LT-RETURNS (WS-LOC-SUB)  TO LD-RETURNS-TOTAL.
003422     MOVE LT-WRITEOFFS (WS-LOC-SUB) TO LD-WRITEOFFS-TOTAL.
003423     MOVE LT-VENDRTN (WS-LOC-SUB)  TO LD-VENDRTN-TOTAL.
003424     MOVE LT-ADJUSTS (WS-LOC-SUB)  TO LD-ADJUSTMENTS-NET.
003425     WRITE ACTIVITY-LINE FROM WS-LOC-DETAIL-LINE.
003426     ADD 1 TO WS-LINE-COUNT.
003427 3350-PRINT-ONE-LOC-LINE-EXIT.
003428     EXIT.
003429
003430*--------------------------------------------------------------*
003440* 3400-PRINT-ITEM-COUNT -- trailer line with the item count
003450*--------------------------------------------------------------*
