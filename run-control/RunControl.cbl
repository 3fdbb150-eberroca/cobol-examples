000345*                    them -- so a month-end close that failed
000346*                    on the 31st is still due when the rerun
000347*                    happens after midnight.
000348*   10/15/2026  EB   Every step that ends within its allowable
000349*                    return code is handed to RPT-ARCHIVE, which
000350*                    keeps run-dated copies of the listings the
000351*                    report catalog names for that step and
000352*                    enters them in the report index; the
000353*                    listings archived are noted on the run log.
000354*                    A failed archive is logged but does not hold
000355*                    the chain.
000356*   10/15/2026  EB   Every step runs under the chain's own batch
000357*                    operator: DD-CHAIN-OPERATOR (default NIGHTLY)
000358*                    is handed to each step as DD-OPERATOR, so the
000359*                    steps sign on as the ID the authorization
000360*                    table grants the nightly chain, never as
000361*                    whoever started it.
000362*   10/15/2026  EB   The report archive's return code is kept
000363*                    apart from the step's, so the run log shows
000364*                    the step's own code on the archive line.
000365* Tectonics: cobc
000366******************************************************************
000367 IDENTIFICATION DIVISION.
000368 PROGRAM-ID. RUN-CONTROL.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000970
000980 01  WS-CHAIN-SW                         PIC X(01)   VALUE 'N'.
000990     88  CHAIN-HAS-FAILED                            VALUE 'Y'.
000993
000996 01  WS-CHAIN-OPERATOR                   PIC X(08)   VALUE SPACES.
001000
001010 01  WS-RESTART-FLAG-X                   PIC X(01)   VALUE 'N'.
001011
001047 77  WS-STEP-RC                          PIC 9(04)   VALUE 0.
001050 77  WS-STEPS-RUN                        PIC 9(03)   VALUE 0.
001060 77  WS-STEPS-SKIPPED                    PIC 9(03)   VALUE 0.
001063 77  WS-LISTINGS-ARCHIVED                PIC 9(03)   VALUE 0.
001066 77  WS-ARCHIVE-RC                       PIC 9(04)   VALUE 0.
001070
001080*--------------------------------------------------------------*
001090* The SYSTEM service hands back the shell's wait status, which
001230     05  WS-RUN-MINUTE                   PIC 9(02).
001240     05  WS-RUN-SECOND                   PIC 9(02).
001250     05  WS-RUN-HUNDREDTHS               PIC 9(02).
001251
001252*--------------------------------------------------------------*
001253* REPORT ARCHIVE NOTE -- carried on the run log after a step
001254* whose listings were archived
001255*--------------------------------------------------------------*
001256 01  WS-ARCHIVE-NOTE.
001257     05  AN-LISTING-COUNT                PIC ZZ9.
001258     05  FILLER                          PIC X(25) VALUE
001259         ' LISTING(S) ARCHIVED'.
001260
001270*--------------------------------------------------------------*
001280* RUN LOG PRINT-IMAGE LINES
001720*--------------------------------------------------------------*
001730* 1000-INITIALIZE -- resolve paths, pick up the restart
001740*                    checkpoint when a rerun asks for it, open
001746*                    the step table and the run log, and hand
001752*                    the chain's batch operator to the steps
001760*--------------------------------------------------------------*
001770 1000-INITIALIZE.
001780     ACCEPT WS-RUN-STEPS-PATH FROM ENVIRONMENT 'DD-RUNSTEPS'
002070         PERFORM 1040-LOAD-RESTART-POINT
002080             THRU 1040-LOAD-RESTART-POINT-EXIT
002090     END-IF.
002092
002094     PERFORM 1050-SET-CHAIN-OPERATOR
002096         THRU 1050-SET-CHAIN-OPERATOR-EXIT.
002100
002110     OPEN INPUT RUN-STEPS.
002120     IF NOT RUN-STEPS-STATUS-OK
003160         PERFORM 2400-WRITE-LOG-LINE
003170             THRU 2400-WRITE-LOG-LINE-EXIT
003180         MOVE RS-STEP-NUMBER TO WS-LAST-GOOD-STEP
003183         PERFORM 2150-ARCHIVE-LISTINGS
003186             THRU 2150-ARCHIVE-LISTINGS-EXIT
003190     END-IF.
003200 2100-EXECUTE-STEP-EXIT.
003210     EXIT.
003840 9000-TERMINATE-EXIT.
003850     EXIT.
003860
003870*--------------------------------------------------------------*
003880* 1050-SET-CHAIN-OPERATOR -- every step signs on as the chain's
003890*                            batch operator, which the
003900*                            authorization table grants the
003910*                            nightly steps
003920*--------------------------------------------------------------*
003930 1050-SET-CHAIN-OPERATOR.
003940     ACCEPT WS-CHAIN-OPERATOR FROM ENVIRONMENT 'DD-CHAIN-OPERATOR'
003950         ON EXCEPTION
003960             CONTINUE
003970     END-ACCEPT.
003980     IF WS-CHAIN-OPERATOR = SPACES
003990         MOVE 'NIGHTLY' TO WS-CHAIN-OPERATOR
004000     END-IF.
004010     DISPLAY 'DD-OPERATOR' UPON ENVIRONMENT-NAME.
004020     DISPLAY WS-CHAIN-OPERATOR UPON ENVIRONMENT-VALUE.
004030 1050-SET-CHAIN-OPERATOR-EXIT.
004040     EXIT.
004050
004060*--------------------------------------------------------------*
004070* 2150-ARCHIVE-LISTINGS -- keep run-dated copies of the listings
004080*                          the step just wrote, before a later
004090*                          run overwrites them. The run date, not
004100*                          the wall clock, dates them, so a
004110*                          restart files them under the failed
004120*                          night.
004130*--------------------------------------------------------------*
004140 2150-ARCHIVE-LISTINGS.
004150     MOVE 0 TO WS-LISTINGS-ARCHIVED.
004160     CALL 'RPT-ARCHIVE' USING RS-STEP-NAME WS-TODAY
004170                              WS-LISTINGS-ARCHIVED.
004180     MOVE RETURN-CODE TO WS-ARCHIVE-RC.
004190     IF WS-ARCHIVE-RC NOT = 0
004200         MOVE 'ARCHIVE'                    TO LL-EVENT
004210         MOVE 'REPORT ARCHIVE INCOMPLETE'  TO LL-NOTE
004220         PERFORM 2400-WRITE-LOG-LINE
004230             THRU 2400-WRITE-LOG-LINE-EXIT
004240     ELSE
004250         IF WS-LISTINGS-ARCHIVED > 0
004260             MOVE 'ARCHIVED'           TO LL-EVENT
004270             MOVE WS-LISTINGS-ARCHIVED TO AN-LISTING-COUNT
004280             MOVE WS-ARCHIVE-NOTE      TO LL-NOTE
004290             PERFORM 2400-WRITE-LOG-LINE
004300                 THRU 2400-WRITE-LOG-LINE-EXIT
004310         END-IF
004320     END-IF.
004330     MOVE 0 TO RETURN-CODE.
004340 2150-ARCHIVE-LISTINGS-EXIT.
004350     EXIT.
004360
004370 END PROGRAM RUN-CONTROL.
