000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Morning report distribution sheet. Reads the report
000160*          index RPT-ARCHIVE builds as the nightly chain runs
000170*          (RPTINDEX.DAT, layout RPTXREC) and lists, department
000180*          by department, every report archived for one run
000190*          date: the report, the program that produced it, its
000200*          step, pages and lines, and the dated archive it was
000210*          kept under, with a line for the receiving department
000220*          to sign. Department and sheet totals give the page
000230*          count the print room should have put out.
000240*
000250*          DD-RPT-DATE  run date to list, yyyymmdd; default is
000260*                       the newest run date on the index, which
000270*                       is last night's chain when run in the
000280*                       morning
000290*
000300* Modification History:
000310*   10/15/2026  EB   Original version.
000320* Tectonics: cobc
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. RPT-DISTRIB.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT REPORT-INDEX ASSIGN TO WS-RPTINDEX-PATH
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RPTINDEX-STATUS.
000430
000440     SELECT SORT-WORK ASSIGN TO 'SORTWORK.TMP'.
000450
000460     SELECT DISTRIBUTION-SHEET ASSIGN TO 'RPTDIST.TXT'
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  REPORT-INDEX.
000520     COPY RPTXREC.
000530
000540*--------------------------------------------------------------*
000550* SORT RECORD -- one archived report for the run date, by
000560* department and report name
000570*--------------------------------------------------------------*
000580 SD  SORT-WORK.
000590 01  SORT-WORK-RECORD.
000600     05  SD-DEPARTMENT                   PIC X(12).
000610     05  SD-REPORT-NAME                  PIC X(12).
000620     05  SD-PROGRAM                      PIC X(14).
000630     05  SD-STEP-NAME                    PIC X(08).
000640     05  SD-ARCHIVE-NAME                 PIC X(24).
000650     05  SD-PAGE-COUNT                   PIC 9(05).
000660     05  SD-LINE-COUNT                   PIC 9(07).
000670
000680 FD  DISTRIBUTION-SHEET.
000690 01  DISTRIBUTION-LINE                   PIC X(100).
000700
000710 WORKING-STORAGE SECTION.
000720 01  WS-RPTINDEX-PATH                    PIC X(100)  VALUE
000730     'RPTINDEX.DAT'.
000740
000750 01  WS-RPTINDEX-STATUS                  PIC X(02)   VALUE '00'.
000760     88  RPTINDEX-STATUS-OK                           VALUE '00'.
000770
000780 01  WS-INDEX-EOF                        PIC X(01)   VALUE 'N'.
000790     88  END-OF-INDEX                                VALUE 'Y'.
000800 01  WS-SORT-EOF                         PIC X(01)   VALUE 'N'.
000810     88  END-OF-SORT                                 VALUE 'Y'.
000820
000830 01  WS-SHEET-DATE-X                     PIC X(08)   VALUE SPACES.
000840 01  WS-SHEET-DATE                       PIC 9(08)   VALUE 0.
000850 01  WS-PRIOR-DEPARTMENT                 PIC X(12)   VALUE SPACES.
000860
000870 77  WS-DEPT-REPORTS                     PIC 9(05)   VALUE 0.
000880 77  WS-DEPT-PAGES                       PIC 9(07)   VALUE 0.
000890 77  WS-TOTAL-REPORTS                    PIC 9(05)   VALUE 0.
000900 77  WS-TOTAL-PAGES                      PIC 9(07)   VALUE 0.
000910 77  WS-DEPT-COUNT                       PIC 9(03)   VALUE 0.
000920
000930*--------------------------------------------------------------*
000940* PRINT-IMAGE LINES
000950*--------------------------------------------------------------*
000960 01  WS-HEADING-1.
000970     05  FILLER                          PIC X(33) VALUE
000980         'MORNING REPORT DISTRIBUTION SHEET'.
000990     05  FILLER                          PIC X(12) VALUE
001000         '   RUN DATE '.
001010     05  H1-RUN-DATE                     PIC 9(08).
001020
001030 01  WS-DEPT-HEADING.
001040     05  FILLER                          PIC X(12) VALUE
001050         'DEPARTMENT: '.
001060     05  DH-DEPARTMENT                   PIC X(12).
001070
001080 01  WS-COLUMN-HEADING.
001090     05  FILLER                          PIC X(14) VALUE 'REPORT'.
001100     05  FILLER                          PIC X(16) VALUE
001110         'PROGRAM'.
001120     05  FILLER                          PIC X(10) VALUE 'STEP'.
001130     05  FILLER                          PIC X(08) VALUE ' PAGES'.
001140     05  FILLER                          PIC X(11) VALUE
001150         '    LINES'.
001160     05  FILLER                          PIC X(26) VALUE
001170         'ARCHIVE'.
001180     05  FILLER                          PIC X(15) VALUE
001190         'RECEIVED BY'.
001200
001210 01  WS-DETAIL-LINE.
001220     05  DL-REPORT-NAME                  PIC X(12).
001230     05  FILLER                          PIC X(02) VALUE SPACES.
001240     05  DL-PROGRAM                      PIC X(14).
001250     05  FILLER                          PIC X(02) VALUE SPACES.
001260     05  DL-STEP-NAME                    PIC X(08).
001270     05  FILLER                          PIC X(02) VALUE SPACES.
001280     05  DL-PAGE-COUNT                   PIC ZZ,ZZ9.
001290     05  FILLER                          PIC X(02) VALUE SPACES.
001300     05  DL-LINE-COUNT                   PIC Z,ZZZ,ZZ9.
001310     05  FILLER                          PIC X(02) VALUE SPACES.
001320     05  DL-ARCHIVE-NAME                 PIC X(24).
001330     05  FILLER                          PIC X(02) VALUE SPACES.
001340     05  FILLER                          PIC X(15) VALUE
001350         '_______________'.
001360
001370 01  WS-DEPT-TOTAL-LINE.
001380     05  FILLER                          PIC X(14) VALUE SPACES.
001390     05  FILLER                          PIC X(09) VALUE
001400         'REPORTS: '.
001410     05  DT-REPORTS                      PIC ZZ,ZZ9.
001420     05  FILLER                          PIC X(09) VALUE
001430         '  PAGES: '.
001440     05  DT-PAGES                        PIC Z,ZZZ,ZZ9.
001450
001460 01  WS-SHEET-TOTAL-LINE.
001470     05  FILLER                          PIC X(13) VALUE
001480         'DEPARTMENTS: '.
001490     05  ST-DEPARTMENTS                  PIC ZZ9.
001500     05  FILLER                          PIC X(11) VALUE
001510         '  REPORTS: '.
001520     05  ST-REPORTS                      PIC ZZ,ZZ9.
001530     05  FILLER                          PIC X(09) VALUE
001540         '  PAGES: '.
001550     05  ST-PAGES                        PIC Z,ZZZ,ZZ9.
001560
001570 01  WS-NONE-LINE.
001580     05  FILLER                          PIC X(35) VALUE
001590         'NO REPORTS ARCHIVED FOR RUN DATE '.
001600     05  NL-RUN-DATE                     PIC 9(08).
001610
001620 PROCEDURE DIVISION.
001630*--------------------------------------------------------------*
001640* 0000-MAINLINE
001650*--------------------------------------------------------------*
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE
001680         THRU 1000-INITIALIZE-EXIT.
001690
001700     SORT SORT-WORK
001710         ON ASCENDING KEY SD-DEPARTMENT SD-REPORT-NAME
001720         INPUT PROCEDURE IS 2000-RELEASE-RUN-REPORTS
001730             THRU 2000-RELEASE-RUN-REPORTS-EXIT
001740         OUTPUT PROCEDURE IS 3000-PRINT-SHEET
001750             THRU 3000-PRINT-SHEET-EXIT.
001760
001770     PERFORM 9000-TERMINATE
001780         THRU 9000-TERMINATE-EXIT.
001790
001800     STOP RUN.
001810
001820*--------------------------------------------------------------*
001830* 1000-INITIALIZE -- resolve the index and the run date to list,
001840*                    and open the sheet
001850*--------------------------------------------------------------*
001860 1000-INITIALIZE.
001870     ACCEPT WS-RPTINDEX-PATH FROM ENVIRONMENT 'DD-RPTINDEX'
001880         ON EXCEPTION
001890             CONTINUE
001900     END-ACCEPT.
001910     IF WS-RPTINDEX-PATH = SPACES
001920         MOVE 'RPTINDEX.DAT' TO WS-RPTINDEX-PATH
001930     END-IF.
001940
001950     ACCEPT WS-SHEET-DATE-X FROM ENVIRONMENT 'DD-RPT-DATE'
001960         ON EXCEPTION
001970             CONTINUE
001980     END-ACCEPT.
001990     IF WS-SHEET-DATE-X NOT = SPACES
002000         IF WS-SHEET-DATE-X IS NOT NUMERIC
002010             DISPLAY 'RPT-DISTRIB: BAD DD-RPT-DATE: '
002020                 WS-SHEET-DATE-X
002030             GO TO 1000-INITIALIZE-ABEND
002040         END-IF
002050         MOVE WS-SHEET-DATE-X TO WS-SHEET-DATE
002060     ELSE
002070         PERFORM 1100-FIND-LATEST-RUN
002080             THRU 1100-FIND-LATEST-RUN-EXIT
002090     END-IF.
002100
002110     OPEN OUTPUT DISTRIBUTION-SHEET.
002120     MOVE WS-SHEET-DATE TO H1-RUN-DATE.
002130     WRITE DISTRIBUTION-LINE FROM WS-HEADING-1.
002140 1000-INITIALIZE-EXIT.
002150     EXIT.
002160
002170 1000-INITIALIZE-ABEND.
002180     MOVE 16 TO RETURN-CODE.
002190     STOP RUN.
002200
002210*--------------------------------------------------------------*
002220* 1100-FIND-LATEST-RUN -- the newest run date on the index
002230*--------------------------------------------------------------*
002240 1100-FIND-LATEST-RUN.
002250     OPEN INPUT REPORT-INDEX.
002260     IF NOT RPTINDEX-STATUS-OK
002270         GO TO 1100-FIND-LATEST-RUN-EXIT
002280     END-IF.
002290     MOVE 'N' TO WS-INDEX-EOF.
002300     PERFORM 1150-CHECK-ONE-RUN-DATE
002310         THRU 1150-CHECK-ONE-RUN-DATE-EXIT
002320         UNTIL END-OF-INDEX.
002330     CLOSE REPORT-INDEX.
002340 1100-FIND-LATEST-RUN-EXIT.
002350     EXIT.
002360
002370 1150-CHECK-ONE-RUN-DATE.
002380     READ REPORT-INDEX
002390         AT END
002400             MOVE 'Y' TO WS-INDEX-EOF
002410         NOT AT END
002420             IF RX-RUN-DATE IS NUMERIC
002430                     AND RX-RUN-DATE > WS-SHEET-DATE
002440                 MOVE RX-RUN-DATE TO WS-SHEET-DATE
002450             END-IF
002460     END-READ.
002470 1150-CHECK-ONE-RUN-DATE-EXIT.
002480     EXIT.
002490
002500*--------------------------------------------------------------*
002510* 2000-RELEASE-RUN-REPORTS -- pass the run date's entries to the
002520*                             sort
002530*--------------------------------------------------------------*
002540 2000-RELEASE-RUN-REPORTS.
002550     OPEN INPUT REPORT-INDEX.
002560     IF NOT RPTINDEX-STATUS-OK
002570         DISPLAY 'RPT-DISTRIB: NO REPORT INDEX, STATUS = '
002580             WS-RPTINDEX-STATUS
002590         GO TO 2000-RELEASE-RUN-REPORTS-EXIT
002600     END-IF.
002610     MOVE 'N' TO WS-INDEX-EOF.
002620     PERFORM 2100-RELEASE-ONE-REPORT
002630         THRU 2100-RELEASE-ONE-REPORT-EXIT
002640         UNTIL END-OF-INDEX.
002650     CLOSE REPORT-INDEX.
002660 2000-RELEASE-RUN-REPORTS-EXIT.
002670     EXIT.
002680
002690 2100-RELEASE-ONE-REPORT.
002700     READ REPORT-INDEX
002710         AT END
002720             MOVE 'Y' TO WS-INDEX-EOF
002730             GO TO 2100-RELEASE-ONE-REPORT-EXIT
002740     END-READ.
002750     IF RX-RUN-DATE NOT = WS-SHEET-DATE
002760         GO TO 2100-RELEASE-ONE-REPORT-EXIT
002770     END-IF.
002780     MOVE RX-DEPARTMENT   TO SD-DEPARTMENT.
002790     MOVE RX-REPORT-NAME  TO SD-REPORT-NAME.
002800     MOVE RX-PROGRAM      TO SD-PROGRAM.
002810     MOVE RX-STEP-NAME    TO SD-STEP-NAME.
002820     MOVE RX-ARCHIVE-NAME TO SD-ARCHIVE-NAME.
002830     MOVE RX-PAGE-COUNT   TO SD-PAGE-COUNT.
002840     MOVE RX-LINE-COUNT   TO SD-LINE-COUNT.
002850     RELEASE SORT-WORK-RECORD.
002860 2100-RELEASE-ONE-REPORT-EXIT.
002870     EXIT.
002880
002890*--------------------------------------------------------------*
002900* 3000-PRINT-SHEET -- one block per department, a signature
002910*                     line per report, totals at each break
002920*--------------------------------------------------------------*
002930 3000-PRINT-SHEET.
002940     MOVE 'N' TO WS-SORT-EOF.
002950     PERFORM 3100-PRINT-ONE-REPORT
002960         THRU 3100-PRINT-ONE-REPORT-EXIT
002970         UNTIL END-OF-SORT.
002980
002990     IF WS-TOTAL-REPORTS = 0
003000         MOVE WS-SHEET-DATE TO NL-RUN-DATE
003010         WRITE DISTRIBUTION-LINE FROM SPACES
003020         WRITE DISTRIBUTION-LINE FROM WS-NONE-LINE
003030         GO TO 3000-PRINT-SHEET-EXIT
003040     END-IF.
003050
003060     PERFORM 3300-PRINT-DEPT-TOTAL
003070         THRU 3300-PRINT-DEPT-TOTAL-EXIT.
003080     MOVE WS-DEPT-COUNT    TO ST-DEPARTMENTS.
003090     MOVE WS-TOTAL-REPORTS TO ST-REPORTS.
003100     MOVE WS-TOTAL-PAGES   TO ST-PAGES.
003110     WRITE DISTRIBUTION-LINE FROM SPACES.
003120     WRITE DISTRIBUTION-LINE FROM WS-SHEET-TOTAL-LINE.
003130 3000-PRINT-SHEET-EXIT.
003140     EXIT.
003150
003160 3100-PRINT-ONE-REPORT.
003170     RETURN SORT-WORK
003180         AT END
003190             MOVE 'Y' TO WS-SORT-EOF
003200             GO TO 3100-PRINT-ONE-REPORT-EXIT
003210     END-RETURN.
003220
003230     IF WS-TOTAL-REPORTS = 0
003240             OR SD-DEPARTMENT NOT = WS-PRIOR-DEPARTMENT
003250         IF WS-TOTAL-REPORTS > 0
003260             PERFORM 3300-PRINT-DEPT-TOTAL
003270                 THRU 3300-PRINT-DEPT-TOTAL-EXIT
003280         END-IF
003290         PERFORM 3200-PRINT-DEPT-HEADING
003300             THRU 3200-PRINT-DEPT-HEADING-EXIT
003310     END-IF.
003320
003330     MOVE SD-REPORT-NAME  TO DL-REPORT-NAME.
003340     MOVE SD-PROGRAM      TO DL-PROGRAM.
003350     MOVE SD-STEP-NAME    TO DL-STEP-NAME.
003360     MOVE SD-PAGE-COUNT   TO DL-PAGE-COUNT.
003370     MOVE SD-LINE-COUNT   TO DL-LINE-COUNT.
003380     MOVE SD-ARCHIVE-NAME TO DL-ARCHIVE-NAME.
003390     WRITE DISTRIBUTION-LINE FROM WS-DETAIL-LINE.
003400
003410     ADD 1             TO WS-DEPT-REPORTS.
003420     ADD SD-PAGE-COUNT TO WS-DEPT-PAGES.
003430     ADD 1             TO WS-TOTAL-REPORTS.
003440     ADD SD-PAGE-COUNT TO WS-TOTAL-PAGES.
003450 3100-PRINT-ONE-REPORT-EXIT.
003460     EXIT.
003470
003480 3200-PRINT-DEPT-HEADING.
003490     MOVE SD-DEPARTMENT TO WS-PRIOR-DEPARTMENT.
003500     MOVE 0             TO WS-DEPT-REPORTS.
003510     MOVE 0             TO WS-DEPT-PAGES.
003520     ADD 1              TO WS-DEPT-COUNT.
003530     IF SD-DEPARTMENT = SPACES
003540         MOVE 'UNASSIGNED'  TO DH-DEPARTMENT
003550     ELSE
003560         MOVE SD-DEPARTMENT TO DH-DEPARTMENT
003570     END-IF.
003580     WRITE DISTRIBUTION-LINE FROM SPACES.
003590     WRITE DISTRIBUTION-LINE FROM WS-DEPT-HEADING.
003600     WRITE DISTRIBUTION-LINE FROM WS-COLUMN-HEADING.
003610 3200-PRINT-DEPT-HEADING-EXIT.
003620     EXIT.
003630
003640 3300-PRINT-DEPT-TOTAL.
003650     MOVE WS-DEPT-REPORTS TO DT-REPORTS.
003660     MOVE WS-DEPT-PAGES   TO DT-PAGES.
003670     WRITE DISTRIBUTION-LINE FROM WS-DEPT-TOTAL-LINE.
003680 3300-PRINT-DEPT-TOTAL-EXIT.
003690     EXIT.
003700
003710*--------------------------------------------------------------*
003720* 9000-TERMINATE
003730*--------------------------------------------------------------*
003740 9000-TERMINATE.
003750     CLOSE DISTRIBUTION-SHEET.
003760     DISPLAY 'RPT-DISTRIB: ' WS-TOTAL-REPORTS
003770         ' REPORT(S) FOR RUN DATE ' WS-SHEET-DATE.
003780     MOVE 0 TO RETURN-CODE.
003790 9000-TERMINATE-EXIT.
003800     EXIT.
003810
003820 END PROGRAM RPT-DISTRIB.
