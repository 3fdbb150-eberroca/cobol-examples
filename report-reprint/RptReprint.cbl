000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Reprint of an archived listing. Looks the report up in
000160*          the report index (RPTINDEX.DAT, layout RPTXREC) by its
000170*          name and run date and copies the dated archive
000180*          RPT-ARCHIVE kept of it to the print file REPRINT.TXT,
000190*          under a banner saying what it is a reprint of, so the
000200*          operator can send it to the printer in place of the
000210*          original that the next night's run overwrote.
000220*
000230*          DD-REPRINT-NAME  the listing's name, e.g. ITEMVAL.TXT
000240*                           (the name stem ITEMVAL is enough)
000250*          DD-REPRINT-DATE  the run date, yyyymmdd; default is
000260*                           the newest archived copy of the report
000270*
000280*          Return code 8 when the report is not on the index for
000290*          that date, or its archive has already passed the
000300*          retention period and been deleted.
000310*
000320* Modification History:
000330*   10/15/2026  EB   Original version.
000340* Tectonics: cobc
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. RPT-REPRINT.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT REPORT-INDEX ASSIGN TO WS-RPTINDEX-PATH
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RPTINDEX-STATUS.
000450
000460     SELECT ARCHIVE-IN ASSIGN TO WS-ARCHIVE-PATH
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-ARCHIVE-STATUS.
000490
000500     SELECT REPRINT-LISTING ASSIGN TO 'REPRINT.TXT'
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  REPORT-INDEX.
000560     COPY RPTXREC.
000570
000580 FD  ARCHIVE-IN.
000590 01  ARCHIVE-IN-LINE                     PIC X(132).
000600
000610 FD  REPRINT-LISTING.
000620 01  REPRINT-LINE                        PIC X(132).
000630
000640 WORKING-STORAGE SECTION.
000650 01  WS-RPTINDEX-PATH                    PIC X(100)  VALUE
000660     'RPTINDEX.DAT'.
000670 01  WS-ARCHIVE-PATH                     PIC X(100)  VALUE SPACES.
000680
000690 01  WS-RPTINDEX-STATUS                  PIC X(02)   VALUE '00'.
000700     88  RPTINDEX-STATUS-OK                           VALUE '00'.
000710 01  WS-ARCHIVE-STATUS                   PIC X(02)   VALUE '00'.
000720     88  ARCHIVE-STATUS-OK                            VALUE '00'.
000730
000740 01  WS-INDEX-EOF                        PIC X(01)   VALUE 'N'.
000750     88  END-OF-INDEX                                VALUE 'Y'.
000760 01  WS-ARCHIVE-EOF                      PIC X(01)   VALUE 'N'.
000770     88  END-OF-ARCHIVE                              VALUE 'Y'.
000780
000790 01  WS-FOUND-SW                         PIC X(01)   VALUE 'N'.
000800     88  REPORT-WAS-FOUND                            VALUE 'Y'.
000810
000820*--------------------------------------------------------------*
000830* REPRINT ARGUMENTS -- the name is compared by its stem, so
000840* ITEMVAL and ITEMVAL.TXT ask for the same report
000850*--------------------------------------------------------------*
000860 01  WS-REPRINT-NAME                     PIC X(12)   VALUE SPACES.
000870 01  WS-REPRINT-STEM                     PIC X(12)   VALUE SPACES.
000880 01  WS-ENTRY-STEM                       PIC X(12)   VALUE SPACES.
000890 01  WS-REPRINT-DATE-X                   PIC X(08)   VALUE SPACES.
000900 01  WS-REPRINT-DATE                     PIC 9(08)   VALUE 0.
000910
000920*    The index entry picked for the reprint
000930 01  WS-CHOSEN-ENTRY.
000940     05  CE-REPORT-NAME                  PIC X(12).
000950     05  CE-RUN-DATE                     PIC 9(08).
000960     05  CE-PROGRAM                      PIC X(14).
000970     05  CE-DEPARTMENT                   PIC X(12).
000980     05  CE-ARCHIVE-NAME                 PIC X(24).
000990     05  CE-LINE-COUNT                   PIC 9(07).
001000
001010 77  WS-LINES-COPIED                     PIC 9(07)   VALUE 0.
001020
001030*--------------------------------------------------------------*
001040* PRINT-IMAGE LINES
001050*--------------------------------------------------------------*
001060 01  WS-BANNER-LINE.
001070     05  FILLER                          PIC X(14) VALUE
001080         '*** REPRINT OF'.
001090     05  FILLER                          PIC X(01) VALUE SPACE.
001100     05  BL-REPORT-NAME                  PIC X(12).
001110     05  FILLER                          PIC X(10) VALUE
001120         ' RUN DATE '.
001130     05  BL-RUN-DATE                     PIC 9(08).
001140     05  FILLER                          PIC X(04) VALUE ' BY '.
001150     05  BL-PROGRAM                      PIC X(14).
001160     05  FILLER                          PIC X(05) VALUE ' FOR '.
001170     05  BL-DEPARTMENT                   PIC X(12).
001180     05  FILLER                          PIC X(04) VALUE ' ***'.
001190
001200 PROCEDURE DIVISION.
001210*--------------------------------------------------------------*
001220* 0000-MAINLINE
001230*--------------------------------------------------------------*
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE
001260         THRU 1000-INITIALIZE-EXIT.
001270
001280     PERFORM 2000-FIND-REPORT
001290         THRU 2000-FIND-REPORT-EXIT.
001300
001310     PERFORM 3000-COPY-ARCHIVE
001320         THRU 3000-COPY-ARCHIVE-EXIT.
001330
001340     STOP RUN.
001350
001360*--------------------------------------------------------------*
001370* 1000-INITIALIZE -- resolve the index and the report asked for
001380*--------------------------------------------------------------*
001390 1000-INITIALIZE.
001400     ACCEPT WS-RPTINDEX-PATH FROM ENVIRONMENT 'DD-RPTINDEX'
001410         ON EXCEPTION
001420             CONTINUE
001430     END-ACCEPT.
001440     IF WS-RPTINDEX-PATH = SPACES
001450         MOVE 'RPTINDEX.DAT' TO WS-RPTINDEX-PATH
001460     END-IF.
001470
001480     ACCEPT WS-REPRINT-NAME FROM ENVIRONMENT 'DD-REPRINT-NAME'
001490         ON EXCEPTION
001500             CONTINUE
001510     END-ACCEPT.
001520     IF WS-REPRINT-NAME = SPACES
001530         DISPLAY 'RPT-REPRINT: DD-REPRINT-NAME NOT GIVEN'
001540         GO TO 1000-INITIALIZE-ABEND
001550     END-IF.
001560     UNSTRING WS-REPRINT-NAME
001570         DELIMITED BY '.' OR SPACE
001580         INTO WS-REPRINT-STEM
001590     END-UNSTRING.
001600
001610     ACCEPT WS-REPRINT-DATE-X FROM ENVIRONMENT 'DD-REPRINT-DATE'
001620         ON EXCEPTION
001630             CONTINUE
001640     END-ACCEPT.
001650     IF WS-REPRINT-DATE-X NOT = SPACES
001660         IF WS-REPRINT-DATE-X IS NOT NUMERIC
001670             DISPLAY 'RPT-REPRINT: BAD DD-REPRINT-DATE: '
001680                 WS-REPRINT-DATE-X
001690             GO TO 1000-INITIALIZE-ABEND
001700         END-IF
001710         MOVE WS-REPRINT-DATE-X TO WS-REPRINT-DATE
001720     END-IF.
001730
001740     OPEN INPUT REPORT-INDEX.
001750     IF NOT RPTINDEX-STATUS-OK
001760         DISPLAY 'RPT-REPRINT: INDEX OPEN FAILED, STATUS = '
001770             WS-RPTINDEX-STATUS
001780         GO TO 1000-INITIALIZE-ABEND
001790     END-IF.
001800 1000-INITIALIZE-EXIT.
001810     EXIT.
001820
001830 1000-INITIALIZE-ABEND.
001840     MOVE 16 TO RETURN-CODE.
001850     STOP RUN.
001860
001870*--------------------------------------------------------------*
001880* 2000-FIND-REPORT -- the entry for the name on the date asked
001890*                     for, or the newest one when no date was
001900*                     given
001910*--------------------------------------------------------------*
001920 2000-FIND-REPORT.
001930     MOVE 'N' TO WS-INDEX-EOF.
001940     PERFORM 2100-CHECK-ONE-ENTRY
001950         THRU 2100-CHECK-ONE-ENTRY-EXIT
001960         UNTIL END-OF-INDEX.
001970     CLOSE REPORT-INDEX.
001980
001990     IF NOT REPORT-WAS-FOUND
002000         DISPLAY 'RPT-REPRINT: ' WS-REPRINT-NAME
002010             ' NOT ON THE REPORT INDEX FOR RUN DATE '
002020             WS-REPRINT-DATE
002030         GO TO 2000-FIND-REPORT-ABEND
002040     END-IF.
002050 2000-FIND-REPORT-EXIT.
002060     EXIT.
002070
002080 2000-FIND-REPORT-ABEND.
002090     MOVE 8 TO RETURN-CODE.
002100     STOP RUN.
002110
002120 2100-CHECK-ONE-ENTRY.
002130     READ REPORT-INDEX
002140         AT END
002150             MOVE 'Y' TO WS-INDEX-EOF
002160             GO TO 2100-CHECK-ONE-ENTRY-EXIT
002170     END-READ.
002180
002190     MOVE SPACES TO WS-ENTRY-STEM.
002200     UNSTRING RX-REPORT-NAME
002210         DELIMITED BY '.' OR SPACE
002220         INTO WS-ENTRY-STEM
002230     END-UNSTRING.
002240     IF WS-ENTRY-STEM NOT = WS-REPRINT-STEM
002250         GO TO 2100-CHECK-ONE-ENTRY-EXIT
002260     END-IF.
002270
002280     IF WS-REPRINT-DATE NOT = 0
002290         IF RX-RUN-DATE NOT = WS-REPRINT-DATE
002300             GO TO 2100-CHECK-ONE-ENTRY-EXIT
002310         END-IF
002320     ELSE
002330         IF REPORT-WAS-FOUND AND RX-RUN-DATE < CE-RUN-DATE
002340             GO TO 2100-CHECK-ONE-ENTRY-EXIT
002350         END-IF
002360     END-IF.
002370
002380     SET REPORT-WAS-FOUND TO TRUE.
002390     MOVE RX-REPORT-NAME  TO CE-REPORT-NAME.
002400     MOVE RX-RUN-DATE     TO CE-RUN-DATE.
002410     MOVE RX-PROGRAM      TO CE-PROGRAM.
002420     MOVE RX-DEPARTMENT   TO CE-DEPARTMENT.
002430     MOVE RX-ARCHIVE-NAME TO CE-ARCHIVE-NAME.
002440     MOVE RX-LINE-COUNT   TO CE-LINE-COUNT.
002450 2100-CHECK-ONE-ENTRY-EXIT.
002460     EXIT.
002470
002480*--------------------------------------------------------------*
002490* 3000-COPY-ARCHIVE -- banner, then the archived listing line
002500*                      for line
002510*--------------------------------------------------------------*
002520 3000-COPY-ARCHIVE.
002530     MOVE CE-ARCHIVE-NAME TO WS-ARCHIVE-PATH.
002540     OPEN INPUT ARCHIVE-IN.
002550     IF NOT ARCHIVE-STATUS-OK
002560         DISPLAY 'RPT-REPRINT: ARCHIVE ' CE-ARCHIVE-NAME
002570             ' NO LONGER ON DISK, STATUS = ' WS-ARCHIVE-STATUS
002580         MOVE 8 TO RETURN-CODE
002590         GO TO 3000-COPY-ARCHIVE-EXIT
002600     END-IF.
002610
002620     OPEN OUTPUT REPRINT-LISTING.
002630     MOVE CE-REPORT-NAME TO BL-REPORT-NAME.
002640     MOVE CE-RUN-DATE    TO BL-RUN-DATE.
002650     MOVE CE-PROGRAM     TO BL-PROGRAM.
002660     MOVE CE-DEPARTMENT  TO BL-DEPARTMENT.
002670     WRITE REPRINT-LINE FROM WS-BANNER-LINE.
002680     WRITE REPRINT-LINE FROM SPACES.
002690
002700     MOVE 'N' TO WS-ARCHIVE-EOF.
002710     PERFORM 3100-COPY-ONE-LINE
002720         THRU 3100-COPY-ONE-LINE-EXIT
002730         UNTIL END-OF-ARCHIVE.
002740     CLOSE ARCHIVE-IN.
002750     CLOSE REPRINT-LISTING.
002760
002770     DISPLAY 'RPT-REPRINT: ' CE-REPORT-NAME ' RUN DATE '
002780         CE-RUN-DATE ' REPRINTED TO REPRINT.TXT, '
002790         WS-LINES-COPIED ' LINES'.
002800     IF WS-LINES-COPIED NOT = CE-LINE-COUNT
002810         DISPLAY 'RPT-REPRINT: LINE COUNT DIFFERS FROM INDEX ('
002820             CE-LINE-COUNT ')'
002830         MOVE 4 TO RETURN-CODE
002840     ELSE
002850         MOVE 0 TO RETURN-CODE
002860     END-IF.
002870 3000-COPY-ARCHIVE-EXIT.
002880     EXIT.
002890
002900 3100-COPY-ONE-LINE.
002910     READ ARCHIVE-IN
002920         AT END
002930             MOVE 'Y' TO WS-ARCHIVE-EOF
002940         NOT AT END
002950             WRITE REPRINT-LINE FROM ARCHIVE-IN-LINE
002960             ADD 1 TO WS-LINES-COPIED
002970     END-READ.
002980 3100-COPY-ONE-LINE-EXIT.
002990     EXIT.
003000
003010 END PROGRAM RPT-REPRINT.
