000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Report archive step, CALLed by RUN-CONTROL after each
000160*          step of the nightly chain that ends within its
000170*          allowable return code. Every program writes its
000180*          listing to a fixed name (INVLIST.TXT, ITEMVAL.TXT,
000190*          REORDRPT.TXT, STOCKPST.TXT ...) that the next run
000200*          overwrites; this keeps a copy of each one under a
000210*          run-dated name before that can happen.
000220*
000230*          The report catalog (RPTCAT.TXT, layout RPTCREC) says
000240*          which listings a step writes, which program produces
000250*          each one, and which department gets the printed copy.
000260*          Each listing catalogued under the step just ended is
000270*          copied to its name stem plus the run date, e.g.
000280*          ITEMVAL.TXT to ITEMVAL.20261015, counted in lines and
000290*          60-line forms, and entered in the report index
000300*          (RPTINDEX.DAT, layout RPTXREC). A step with nothing
000310*          catalogued, or no catalog on disk at all, is simply
000320*          not archived.
000330*
000340*          A rerun of the same night re-archives over the same
000350*          dated names and replaces their index entries, so a
000360*          restarted chain leaves one entry per report per night.
000370*          Entries older than the retention period are dropped
000380*          from the index and their archive files deleted.
000390*
000400*          LNK-STEP-NAME       the step that just ended
000410*          LNK-RUN-DATE        the chain's run date, yyyymmdd
000420*          LNK-ARCHIVED-COUNT  returned: listings archived
000430*
000440*          DD-RPT-RETAIN-DAYS  days an archived listing is kept,
000450*                              default 60
000460*
000470*          Return code 8 when a listing could not be archived,
000480*          an expired archive file could not be deleted (its entry
000490*          is kept so the next run tries again) or the index could
000500*          not be rebuilt; the chain is not held for it.
000510*
000520* Modification History:
000530*   10/15/2026  EB   Original version.
000540*   10/15/2026  EB   An expired archive file that cannot be
000550*                    deleted keeps its index entry and the step
000560*                    ends with return code 8; one already gone is
000570*                    simply dropped.
000580* Tectonics: cobc
000590******************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. RPT-ARCHIVE.
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT REPORT-CATALOG ASSIGN TO WS-RPTCAT-PATH
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RPTCAT-STATUS.
000690
000700     SELECT REPORT-INDEX ASSIGN TO WS-RPTINDEX-PATH
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RPTINDEX-STATUS.
000730
000740     SELECT LISTING-IN ASSIGN TO WS-LISTING-PATH
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-LISTING-STATUS.
000770
000780     SELECT ARCHIVE-OUT ASSIGN TO WS-ARCHIVE-PATH
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-ARCHIVE-STATUS.
000810
000820     SELECT INDEX-WORK ASSIGN TO 'RPTWORK.TMP'
000830         ORGANIZATION IS LINE SEQUENTIAL.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  REPORT-CATALOG.
000880     COPY RPTCREC.
000890
000900 FD  REPORT-INDEX.
000910     COPY RPTXREC.
000920
000930 FD  LISTING-IN.
000940 01  LISTING-IN-LINE                     PIC X(132).
000950
000960 FD  ARCHIVE-OUT.
000970 01  ARCHIVE-OUT-LINE                    PIC X(132).
000980
000990 FD  INDEX-WORK.
001000     COPY RPTXREC
001010         REPLACING REPORT-INDEX-ENTRY BY INDEX-WORK-ENTRY
001020                   RX-REPORT-NAME     BY RW-REPORT-NAME
001030                   RX-RUN-DATE        BY RW-RUN-DATE
001040                   RX-PROGRAM         BY RW-PROGRAM
001050                   RX-STEP-NAME       BY RW-STEP-NAME
001060                   RX-DEPARTMENT      BY RW-DEPARTMENT
001070                   RX-ARCHIVE-NAME    BY RW-ARCHIVE-NAME
001080                   RX-PAGE-COUNT      BY RW-PAGE-COUNT
001090                   RX-LINE-COUNT      BY RW-LINE-COUNT.
001100
001110 WORKING-STORAGE SECTION.
001120 01  WS-RPTCAT-PATH                      PIC X(100)  VALUE
001130     'RPTCAT.TXT'.
001140 01  WS-RPTINDEX-PATH                    PIC X(100)  VALUE
001150     'RPTINDEX.DAT'.
001160 01  WS-LISTING-PATH                     PIC X(100)  VALUE SPACES.
001170 01  WS-ARCHIVE-PATH                     PIC X(100)  VALUE SPACES.
001180 01  WS-DELETE-PATH                      PIC X(100)  VALUE SPACES.
001190 01  WS-DELETE-DETAILS                   PIC X(16)   VALUE SPACES.
001200
001210 01  WS-RPTCAT-STATUS                    PIC X(02)   VALUE '00'.
001220     88  RPTCAT-STATUS-OK                             VALUE '00'.
001230     88  RPTCAT-FILE-NOT-FOUND                        VALUE '35'.
001240 01  WS-RPTINDEX-STATUS                  PIC X(02)   VALUE '00'.
001250     88  RPTINDEX-STATUS-OK                           VALUE '00'.
001260     88  RPTINDEX-FILE-NOT-FOUND                      VALUE '35'.
001270 01  WS-LISTING-STATUS                   PIC X(02)   VALUE '00'.
001280     88  LISTING-STATUS-OK                            VALUE '00'.
001290     88  LISTING-FILE-NOT-FOUND                       VALUE '35'.
001300 01  WS-ARCHIVE-STATUS                   PIC X(02)   VALUE '00'.
001310     88  ARCHIVE-STATUS-OK                            VALUE '00'.
001320
001330*--------------------------------------------------------------*
001340* SWITCHES -- this program stays loaded for the whole chain,
001350* so every switch is reset on each CALL
001360*--------------------------------------------------------------*
001370 01  WS-CATALOG-EOF                      PIC X(01)   VALUE 'N'.
001380     88  END-OF-CATALOG                              VALUE 'Y'.
001390 01  WS-LISTING-EOF                      PIC X(01)   VALUE 'N'.
001400     88  END-OF-LISTING                              VALUE 'Y'.
001410 01  WS-INDEX-EOF                        PIC X(01)   VALUE 'N'.
001420     88  END-OF-INDEX                                VALUE 'Y'.
001430 01  WS-WORK-EOF                         PIC X(01)   VALUE 'N'.
001440     88  END-OF-WORK                                 VALUE 'Y'.
001450
001460 01  WS-ENTRY-SW                         PIC X(01)   VALUE 'K'.
001470     88  ENTRY-IS-KEPT                               VALUE 'K'.
001480     88  ENTRY-IS-REPLACED                           VALUE 'R'.
001490     88  ENTRY-IS-EXPIRED                            VALUE 'E'.
001500
001510*--------------------------------------------------------------*
001520* THIS STEP'S LISTINGS -- loaded from the catalog
001530*--------------------------------------------------------------*
001540 01  WS-STEP-LISTINGS.
001550     05  WS-STEP-LISTING OCCURS 20 TIMES.
001560         10  SL-REPORT-NAME              PIC X(12).
001570         10  SL-PROGRAM                  PIC X(14).
001580         10  SL-DEPARTMENT               PIC X(12).
001590         10  SL-ARCHIVE-NAME             PIC X(24).
001600         10  SL-PAGE-COUNT               PIC 9(05).
001610         10  SL-LINE-COUNT               PIC 9(07).
001620         10  SL-ARCHIVED-SW              PIC X(01).
001630             88  SL-WAS-ARCHIVED                     VALUE 'Y'.
001640
001650 77  WS-LISTING-COUNT                    PIC 9(02)   VALUE 0.
001660 77  WS-LISTING-SUB                      PIC 9(02)   VALUE 0.
001670 77  WS-MATCH-SUB                        PIC 9(02)   VALUE 0.
001680 77  WS-LINES-COPIED                     PIC 9(07)   VALUE 0.
001690 77  WS-LINES-PER-FORM                   PIC 9(03)   VALUE 60.
001700 77  WS-ENTRIES-EXPIRED                  PIC 9(05)   VALUE 0.
001710 77  WS-FINAL-RC                         PIC 9(02)   VALUE 0.
001720
001730 01  WS-REPORT-STEM                      PIC X(12)   VALUE SPACES.
001740
001750*--------------------------------------------------------------*
001760* RETENTION ARGUMENT -- trimmed of trailing spaces before its
001770* numeric test, the same way REORDER-CALC trims DD-CALC-DAYS
001780*--------------------------------------------------------------*
001790 01  WS-RETAIN-X                         PIC X(03)   VALUE SPACES.
001800 01  WS-RETAIN-TABLE REDEFINES WS-RETAIN-X.
001810     05  WS-RETAIN-CHAR              PIC X(01) OCCURS 3 TIMES.
001820 77  WS-RETAIN-LEN                       PIC 9(01)   VALUE 0.
001830 77  WS-RETAIN-DAYS                      PIC 9(03)   VALUE 60.
001840
001850*--------------------------------------------------------------*
001860* DATE WORK AREAS -- 30-day-month serial days
001870*--------------------------------------------------------------*
001880 77  WS-DATE-SERIAL                      PIC 9(07)   VALUE 0.
001890 77  WS-CUTOFF-SERIAL                    PIC 9(07)   VALUE 0.
001900
001910 01  WS-WORK-DATE.
001920     05  WS-WORK-YEAR                    PIC 9(04).
001930     05  WS-WORK-MONTH                   PIC 9(02).
001940     05  WS-WORK-DAY                     PIC 9(02).
001950
001960 LINKAGE SECTION.
001970 01  LNK-STEP-NAME                       PIC X(08).
001980 01  LNK-RUN-DATE                        PIC 9(08).
001990 01  LNK-ARCHIVED-COUNT                  PIC 9(03).
002000
002010 PROCEDURE DIVISION USING LNK-STEP-NAME LNK-RUN-DATE
002020                          LNK-ARCHIVED-COUNT.
002030*--------------------------------------------------------------*
002040* 0000-MAINLINE
002050*--------------------------------------------------------------*
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE
002080         THRU 1000-INITIALIZE-EXIT.
002090
002100     PERFORM 2000-LOAD-STEP-LISTINGS
002110         THRU 2000-LOAD-STEP-LISTINGS-EXIT.
002120
002130     IF WS-LISTING-COUNT > 0
002140         PERFORM 3000-ARCHIVE-ONE-LISTING
002150             THRU 3000-ARCHIVE-ONE-LISTING-EXIT
002160             VARYING WS-LISTING-SUB FROM 1 BY 1
002170             UNTIL WS-LISTING-SUB > WS-LISTING-COUNT
002180         PERFORM 4000-REBUILD-INDEX
002190             THRU 4000-REBUILD-INDEX-EXIT
002200     END-IF.
002210
002220     MOVE WS-FINAL-RC TO RETURN-CODE.
002230     GOBACK.
002240
002250*--------------------------------------------------------------*
002260* 1000-INITIALIZE -- reset for this CALL, resolve the paths and
002270*                    the retention period, and figure the oldest
002280*                    run date still kept
002290*--------------------------------------------------------------*
002300 1000-INITIALIZE.
002310     MOVE 0   TO LNK-ARCHIVED-COUNT.
002320     MOVE 0   TO WS-FINAL-RC.
002330     MOVE 0   TO WS-LISTING-COUNT.
002340     MOVE 0   TO WS-ENTRIES-EXPIRED.
002350     MOVE 60  TO WS-RETAIN-DAYS.
002360
002370     ACCEPT WS-RPTCAT-PATH FROM ENVIRONMENT 'DD-RPTCAT'
002380         ON EXCEPTION
002390             CONTINUE
002400     END-ACCEPT.
002410     IF WS-RPTCAT-PATH = SPACES
002420         MOVE 'RPTCAT.TXT' TO WS-RPTCAT-PATH
002430     END-IF.
002440
002450     ACCEPT WS-RPTINDEX-PATH FROM ENVIRONMENT 'DD-RPTINDEX'
002460         ON EXCEPTION
002470             CONTINUE
002480     END-ACCEPT.
002490     IF WS-RPTINDEX-PATH = SPACES
002500         MOVE 'RPTINDEX.DAT' TO WS-RPTINDEX-PATH
002510     END-IF.
002520
002530     MOVE SPACES TO WS-RETAIN-X.
002540     ACCEPT WS-RETAIN-X FROM ENVIRONMENT 'DD-RPT-RETAIN-DAYS'
002550         ON EXCEPTION
002560             CONTINUE
002570     END-ACCEPT.
002580     IF WS-RETAIN-X NOT = SPACES
002590         PERFORM 1050-TRIM-RETAIN-ARG
002600             THRU 1050-TRIM-RETAIN-ARG-EXIT
002610         IF WS-RETAIN-X (1:WS-RETAIN-LEN) IS NOT NUMERIC
002620             DISPLAY 'RPT-ARCHIVE: BAD DD-RPT-RETAIN-DAYS: '
002630                 WS-RETAIN-X
002640             GO TO 1000-INITIALIZE-ABEND
002650         END-IF
002660         MOVE WS-RETAIN-X (1:WS-RETAIN-LEN) TO WS-RETAIN-DAYS
002670     END-IF.
002680*    A zero period would expire tonight's own archives
002690     IF WS-RETAIN-DAYS = 0
002700         DISPLAY 'RPT-ARCHIVE: BAD DD-RPT-RETAIN-DAYS: '
002710             WS-RETAIN-X
002720         GO TO 1000-INITIALIZE-ABEND
002730     END-IF.
002740
002750*    An archive expires once its run date is the retention
002760*    period or more before the chain's run date
002770     MOVE LNK-RUN-DATE TO WS-WORK-DATE.
002780     PERFORM 1100-DATE-TO-SERIAL
002790         THRU 1100-DATE-TO-SERIAL-EXIT.
002800     COMPUTE WS-CUTOFF-SERIAL = WS-DATE-SERIAL - WS-RETAIN-DAYS.
002810 1000-INITIALIZE-EXIT.
002820     EXIT.
002830
002840 1000-INITIALIZE-ABEND.
002850     MOVE 8 TO RETURN-CODE.
002860     GOBACK.
002870
002880 1050-TRIM-RETAIN-ARG.
002890     MOVE 3 TO WS-RETAIN-LEN.
002900     PERFORM 1060-BACK-UP-RETAIN-CHAR
002910         THRU 1060-BACK-UP-RETAIN-CHAR-EXIT
002920         UNTIL WS-RETAIN-LEN = 0
002930         OR WS-RETAIN-CHAR (WS-RETAIN-LEN) NOT = SPACE.
002940 1050-TRIM-RETAIN-ARG-EXIT.
002950     EXIT.
002960
002970 1060-BACK-UP-RETAIN-CHAR.
002980     SUBTRACT 1 FROM WS-RETAIN-LEN.
002990 1060-BACK-UP-RETAIN-CHAR-EXIT.
003000     EXIT.
003010
003020*--------------------------------------------------------------*
003030* 1100-DATE-TO-SERIAL -- WS-WORK-DATE to 30/360 serial days
003040*--------------------------------------------------------------*
003050 1100-DATE-TO-SERIAL.
003060     COMPUTE WS-DATE-SERIAL =
003070         (WS-WORK-YEAR * 360)
003080         + (WS-WORK-MONTH * 30)
003090         + WS-WORK-DAY.
003100 1100-DATE-TO-SERIAL-EXIT.
003110     EXIT.
003120
003130*--------------------------------------------------------------*
003140* 2000-LOAD-STEP-LISTINGS -- pull the catalog lines for the step
003150*                            just ended; no catalog on disk means
003160*                            nothing is archived
003170*--------------------------------------------------------------*
003180 2000-LOAD-STEP-LISTINGS.
003190     OPEN INPUT REPORT-CATALOG.
003200     IF RPTCAT-FILE-NOT-FOUND
003210         GO TO 2000-LOAD-STEP-LISTINGS-EXIT
003220     END-IF.
003230     IF NOT RPTCAT-STATUS-OK
003240         DISPLAY 'RPT-ARCHIVE: CATALOG OPEN FAILED, STATUS = '
003250             WS-RPTCAT-STATUS
003260         MOVE 8 TO WS-FINAL-RC
003270         GO TO 2000-LOAD-STEP-LISTINGS-EXIT
003280     END-IF.
003290     MOVE 'N' TO WS-CATALOG-EOF.
003300     PERFORM 2100-READ-ONE-CATALOG-LINE
003310         THRU 2100-READ-ONE-CATALOG-LINE-EXIT
003320         UNTIL END-OF-CATALOG.
003330     CLOSE REPORT-CATALOG.
003340 2000-LOAD-STEP-LISTINGS-EXIT.
003350     EXIT.
003360
003370 2100-READ-ONE-CATALOG-LINE.
003380     READ REPORT-CATALOG
003390         AT END
003400             MOVE 'Y' TO WS-CATALOG-EOF
003410             GO TO 2100-READ-ONE-CATALOG-LINE-EXIT
003420     END-READ.
003430     IF RC-STEP-NAME NOT = LNK-STEP-NAME
003440         GO TO 2100-READ-ONE-CATALOG-LINE-EXIT
003450     END-IF.
003460     IF WS-LISTING-COUNT >= 20
003470         DISPLAY 'RPT-ARCHIVE: STEP ' LNK-STEP-NAME
003480             ' HAS OVER 20 LISTINGS, ' RC-REPORT-NAME
003490             ' NOT ARCHIVED'
003500         MOVE 8 TO WS-FINAL-RC
003510         GO TO 2100-READ-ONE-CATALOG-LINE-EXIT
003520     END-IF.
003530     ADD 1 TO WS-LISTING-COUNT.
003540     MOVE RC-REPORT-NAME TO SL-REPORT-NAME (WS-LISTING-COUNT).
003550     MOVE RC-PROGRAM     TO SL-PROGRAM (WS-LISTING-COUNT).
003560     MOVE RC-DEPARTMENT  TO SL-DEPARTMENT (WS-LISTING-COUNT).
003570     MOVE SPACES         TO SL-ARCHIVE-NAME (WS-LISTING-COUNT).
003580     MOVE 0              TO SL-PAGE-COUNT (WS-LISTING-COUNT).
003590     MOVE 0              TO SL-LINE-COUNT (WS-LISTING-COUNT).
003600     MOVE 'N'            TO SL-ARCHIVED-SW (WS-LISTING-COUNT).
003610 2100-READ-ONE-CATALOG-LINE-EXIT.
003620     EXIT.
003630
003640*--------------------------------------------------------------*
003650* 3000-ARCHIVE-ONE-LISTING -- copy one listing to its run-dated
003660*                             name, counting lines and forms. A
003670*                             listing the step did not write
003680*                             tonight is noted and passed over.
003690*--------------------------------------------------------------*
003700 3000-ARCHIVE-ONE-LISTING.
003710     MOVE SPACES TO WS-REPORT-STEM.
003720     UNSTRING SL-REPORT-NAME (WS-LISTING-SUB)
003730         DELIMITED BY '.' OR SPACE
003740         INTO WS-REPORT-STEM
003750     END-UNSTRING.
003760     MOVE SPACES TO SL-ARCHIVE-NAME (WS-LISTING-SUB).
003770     STRING WS-REPORT-STEM DELIMITED BY SPACE
003780            '.'            DELIMITED BY SIZE
003790            LNK-RUN-DATE   DELIMITED BY SIZE
003800         INTO SL-ARCHIVE-NAME (WS-LISTING-SUB)
003810     END-STRING.
003820
003830     MOVE SL-REPORT-NAME (WS-LISTING-SUB)  TO WS-LISTING-PATH.
003840     MOVE SL-ARCHIVE-NAME (WS-LISTING-SUB) TO WS-ARCHIVE-PATH.
003850
003860     OPEN INPUT LISTING-IN.
003870     IF NOT LISTING-STATUS-OK
003880         DISPLAY 'RPT-ARCHIVE: LISTING '
003890             SL-REPORT-NAME (WS-LISTING-SUB)
003900             ' NOT WRITTEN BY STEP ' LNK-STEP-NAME
003910         GO TO 3000-ARCHIVE-ONE-LISTING-EXIT
003920     END-IF.
003930
003940     OPEN OUTPUT ARCHIVE-OUT.
003950     IF NOT ARCHIVE-STATUS-OK
003960         DISPLAY 'RPT-ARCHIVE: ARCHIVE '
003970             SL-ARCHIVE-NAME (WS-LISTING-SUB)
003980             ' OPEN FAILED, STATUS = ' WS-ARCHIVE-STATUS
003990         CLOSE LISTING-IN
004000         MOVE 8 TO WS-FINAL-RC
004010         GO TO 3000-ARCHIVE-ONE-LISTING-EXIT
004020     END-IF.
004030
004040     MOVE 0   TO WS-LINES-COPIED.
004050     MOVE 'N' TO WS-LISTING-EOF.
004060     PERFORM 3100-COPY-ONE-LINE
004070         THRU 3100-COPY-ONE-LINE-EXIT
004080         UNTIL END-OF-LISTING.
004090     CLOSE LISTING-IN.
004100     CLOSE ARCHIVE-OUT.
004110
004120     MOVE WS-LINES-COPIED TO SL-LINE-COUNT (WS-LISTING-SUB).
004130     COMPUTE SL-PAGE-COUNT (WS-LISTING-SUB) =
004140         (WS-LINES-COPIED + WS-LINES-PER-FORM - 1)
004150         / WS-LINES-PER-FORM.
004160     SET SL-WAS-ARCHIVED (WS-LISTING-SUB) TO TRUE.
004170     ADD 1 TO LNK-ARCHIVED-COUNT.
004180 3000-ARCHIVE-ONE-LISTING-EXIT.
004190     EXIT.
004200
004210 3100-COPY-ONE-LINE.
004220     READ LISTING-IN
004230         AT END
004240             MOVE 'Y' TO WS-LISTING-EOF
004250         NOT AT END
004260             WRITE ARCHIVE-OUT-LINE FROM LISTING-IN-LINE
004270             ADD 1 TO WS-LINES-COPIED
004280     END-READ.
004290 3100-COPY-ONE-LINE-EXIT.
004300     EXIT.
004310
004320*--------------------------------------------------------------*
004330* 4000-REBUILD-INDEX -- carry the index forward through the work
004340*                       file, dropping expired entries and the
004350*                       ones tonight's archives replace, add
004360*                       tonight's entries, and reload it
004370*--------------------------------------------------------------*
004380 4000-REBUILD-INDEX.
004390     OPEN OUTPUT INDEX-WORK.
004400
004410     OPEN INPUT REPORT-INDEX.
004420     IF RPTINDEX-STATUS-OK
004430         MOVE 'N' TO WS-INDEX-EOF
004440         PERFORM 4100-SCREEN-ONE-ENTRY
004450             THRU 4100-SCREEN-ONE-ENTRY-EXIT
004460             UNTIL END-OF-INDEX
004470         CLOSE REPORT-INDEX
004480     ELSE
004490         IF NOT RPTINDEX-FILE-NOT-FOUND
004500             DISPLAY 'RPT-ARCHIVE: INDEX OPEN FAILED, STATUS = '
004510                 WS-RPTINDEX-STATUS
004520             CLOSE INDEX-WORK
004530             MOVE 8 TO WS-FINAL-RC
004540             GO TO 4000-REBUILD-INDEX-EXIT
004550         END-IF
004560     END-IF.
004570
004580     PERFORM 4300-ADD-TONIGHTS-ENTRY
004590         THRU 4300-ADD-TONIGHTS-ENTRY-EXIT
004600         VARYING WS-LISTING-SUB FROM 1 BY 1
004610         UNTIL WS-LISTING-SUB > WS-LISTING-COUNT.
004620     CLOSE INDEX-WORK.
004630
004640     OPEN INPUT INDEX-WORK.
004650     OPEN OUTPUT REPORT-INDEX.
004660     IF NOT RPTINDEX-STATUS-OK
004670         DISPLAY 'RPT-ARCHIVE: INDEX REBUILD FAILED, STATUS = '
004680             WS-RPTINDEX-STATUS
004690         CLOSE INDEX-WORK
004700         MOVE 8 TO WS-FINAL-RC
004710         GO TO 4000-REBUILD-INDEX-EXIT
004720     END-IF.
004730     MOVE 'N' TO WS-WORK-EOF.
004740     PERFORM 4400-RELOAD-ONE-ENTRY
004750         THRU 4400-RELOAD-ONE-ENTRY-EXIT
004760         UNTIL END-OF-WORK.
004770     CLOSE INDEX-WORK.
004780     CLOSE REPORT-INDEX.
004790
004800     IF WS-ENTRIES-EXPIRED > 0
004810         DISPLAY 'RPT-ARCHIVE: ' WS-ENTRIES-EXPIRED
004820             ' ARCHIVED LISTING(S) PAST RETENTION DELETED'
004830     END-IF.
004840 4000-REBUILD-INDEX-EXIT.
004850     EXIT.
004860
004870 4100-SCREEN-ONE-ENTRY.
004880     READ REPORT-INDEX
004890         AT END
004900             MOVE 'Y' TO WS-INDEX-EOF
004910             GO TO 4100-SCREEN-ONE-ENTRY-EXIT
004920     END-READ.
004930
004940     SET ENTRY-IS-KEPT TO TRUE.
004950     PERFORM 4150-MATCH-ONE-LISTING
004960         THRU 4150-MATCH-ONE-LISTING-EXIT
004970         VARYING WS-MATCH-SUB FROM 1 BY 1
004980         UNTIL WS-MATCH-SUB > WS-LISTING-COUNT
004990         OR ENTRY-IS-REPLACED.
005000
005010     IF ENTRY-IS-KEPT AND RX-RUN-DATE IS NUMERIC
005020         MOVE RX-RUN-DATE TO WS-WORK-DATE
005030         PERFORM 1100-DATE-TO-SERIAL
005040             THRU 1100-DATE-TO-SERIAL-EXIT
005050         IF WS-DATE-SERIAL <= WS-CUTOFF-SERIAL
005060             SET ENTRY-IS-EXPIRED TO TRUE
005070         END-IF
005080     END-IF.
005090
005100     EVALUATE TRUE
005110         WHEN ENTRY-IS-KEPT
005120             WRITE INDEX-WORK-ENTRY FROM REPORT-INDEX-ENTRY
005130         WHEN ENTRY-IS-EXPIRED
005140             MOVE RX-ARCHIVE-NAME TO WS-DELETE-PATH
005150             CALL 'CBL_DELETE_FILE' USING WS-DELETE-PATH
005160             IF RETURN-CODE = 0
005170                 ADD 1 TO WS-ENTRIES-EXPIRED
005180             ELSE
005190                 CALL 'CBL_CHECK_FILE_EXIST'
005200                     USING WS-DELETE-PATH WS-DELETE-DETAILS
005210                 IF RETURN-CODE NOT = 0
005220                     ADD 1 TO WS-ENTRIES-EXPIRED
005230                 ELSE
005240                     WRITE INDEX-WORK-ENTRY
005250                         FROM REPORT-INDEX-ENTRY
005260                     DISPLAY 'RPT-ARCHIVE: UNABLE TO DELETE '
005270                             RX-ARCHIVE-NAME
005280                     MOVE 8 TO WS-FINAL-RC
005290                 END-IF
005300             END-IF
005310         WHEN OTHER
005320             CONTINUE
005330     END-EVALUATE.
005340 4100-SCREEN-ONE-ENTRY-EXIT.
005350     EXIT.
005360
005370*    Tonight's copy has already been written over the same dated
005380*    name, so the old entry is only dropped, never its file
005390 4150-MATCH-ONE-LISTING.
005400     IF SL-WAS-ARCHIVED (WS-MATCH-SUB)
005410             AND SL-REPORT-NAME (WS-MATCH-SUB) = RX-REPORT-NAME
005420             AND LNK-RUN-DATE = RX-RUN-DATE
005430         SET ENTRY-IS-REPLACED TO TRUE
005440     END-IF.
005450 4150-MATCH-ONE-LISTING-EXIT.
005460     EXIT.
005470
005480 4300-ADD-TONIGHTS-ENTRY.
005490     IF NOT SL-WAS-ARCHIVED (WS-LISTING-SUB)
005500         GO TO 4300-ADD-TONIGHTS-ENTRY-EXIT
005510     END-IF.
005520     MOVE SL-REPORT-NAME (WS-LISTING-SUB)  TO RW-REPORT-NAME.
005530     MOVE LNK-RUN-DATE                     TO RW-RUN-DATE.
005540     MOVE SL-PROGRAM (WS-LISTING-SUB)      TO RW-PROGRAM.
005550     MOVE LNK-STEP-NAME                    TO RW-STEP-NAME.
005560     MOVE SL-DEPARTMENT (WS-LISTING-SUB)   TO RW-DEPARTMENT.
005570     MOVE SL-ARCHIVE-NAME (WS-LISTING-SUB) TO RW-ARCHIVE-NAME.
005580     MOVE SL-PAGE-COUNT (WS-LISTING-SUB)   TO RW-PAGE-COUNT.
005590     MOVE SL-LINE-COUNT (WS-LISTING-SUB)   TO RW-LINE-COUNT.
005600     WRITE INDEX-WORK-ENTRY.
005610 4300-ADD-TONIGHTS-ENTRY-EXIT.
005620     EXIT.
005630
005640 4400-RELOAD-ONE-ENTRY.
005650     READ INDEX-WORK
005660         AT END
005670             MOVE 'Y' TO WS-WORK-EOF
005680         NOT AT END
005690             WRITE REPORT-INDEX-ENTRY FROM INDEX-WORK-ENTRY
005700     END-READ.
005710 4400-RELOAD-ONE-ENTRY-EXIT.
005720     EXIT.
005730
005740 END PROGRAM RPT-ARCHIVE.
