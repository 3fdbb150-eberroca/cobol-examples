000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Apply add/change/delete transactions to the operator
000160*          master (OPERMAST.DAT) and the transaction
000170*          authorization table (AUTHTBL.DAT), modeled on
000180*          VENDOR-MAINT. Each OPERTRAN.TXT record is one of two
000190*          kinds:
000200*
000210*            O  operator: id, name, department, status (A active,
000220*               S suspended; blank adds as active). Deleting an
000230*               operator also deletes every grant they hold --
000240*               suspend instead when the id should stay known.
000250*            G  grant: operator, program, transaction type ('*'
000260*               = every type). Grants are added or deleted; there
000270*               is nothing on one to change. The operator must
000280*               already be on file.
000290*
000300*          The run itself signs on through OPER-AUTH like every
000310*          updating program, and each transaction code (A/C/D)
000320*          must be granted. The one exception is the very first
000330*          run, when neither OPERMAST.DAT nor AUTHTBL.DAT exists:
000340*          both files are created and the run is let through so
000350*          the first operators can be keyed -- that run must
000360*          grant OPER-MAINT to somebody or nobody can run it
000370*          again. A missing operator master with the
000380*          authorization table still on file is refused.
000390*
000400* Modification History:
000410*   10/15/2026  EB   Original version.
000420*   10/15/2026  EB   Counts the transactions refused for want of
000430*                    authority and hands back return code 4 when
000440*                    there were any, as ITEM-MAINT does.
000450*   10/15/2026  EB   A run without DD-OPERATOR is refused
000460*                    rather than signed on under a default ID,
000470*                    so every run is signed on under a named
000480*                    operator.
000490*   10/15/2026  EB   The first-run sign-on is let through only
000500*                    when AUTHTBL.DAT is missing as well, so a
000510*                    lost operator master no longer opens the
000520*                    files to anyone.
000530* Tectonics: cobc
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. OPER-MAINT.
000570
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT OPERATORS ASSIGN TO WS-OPERMAST-PATH
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS OPR-OPERATOR-ID OF OPERATOR-RECORD
000650         FILE STATUS IS WS-OPERMAST-STATUS.
000660
000670     SELECT AUTH-TABLE ASSIGN TO WS-AUTHTBL-PATH
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS AU-KEY OF AUTHORIZATION-RECORD
000710         FILE STATUS IS WS-AUTHTBL-STATUS.
000720
000730     SELECT OPER-TRANS ASSIGN TO 'OPERTRAN.TXT'
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-TRANS-STATUS.
000760
000770     SELECT MAINT-LISTING ASSIGN TO 'OPERMAIN.TXT'
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  OPERATORS.
000830     COPY OPERREC.
000840
000850 FD  AUTH-TABLE.
000860     COPY AUTHREC.
000870
000880*--------------------------------------------------------------*
000890* TRANSACTION RECORD -- one add/change/delete request
000900*    TRANS-CODE  A = Add, C = Change, D = Delete
000910*    TRANS-KIND  O = operator, G = authorization grant
000920*--------------------------------------------------------------*
000930 FD  OPER-TRANS.
000940 01  OPER-TRANS-RECORD.
000950     05  TRANS-CODE                      PIC X(01).
000960     05  TRANS-KIND                      PIC X(01).
000970     05  TRANS-OPERATOR-ID               PIC X(08).
000980     05  TRANS-OPERATOR-DATA.
000990         10  TRANS-OPER-NAME             PIC X(25).
001000         10  TRANS-DEPARTMENT            PIC X(10).
001010         10  TRANS-STATUS                PIC X(01).
001020     05  TRANS-GRANT-DATA REDEFINES TRANS-OPERATOR-DATA.
001030         10  TRANS-PROGRAM-ID            PIC X(12).
001040         10  TRANS-TRAN-TYPE             PIC X(01).
001050         10  FILLER                      PIC X(23).
001060
001070 FD  MAINT-LISTING.
001080 01  MAINT-LISTING-LINE                  PIC X(100).
001090
001100 WORKING-STORAGE SECTION.
001110 01  WS-OPERMAST-PATH                    PIC X(100)  VALUE
001120     'OPERMAST.DAT'.
001130
001140 01  WS-AUTHTBL-PATH                     PIC X(100)  VALUE
001150     'AUTHTBL.DAT'.
001160
001170 01  WS-OPERMAST-STATUS                  PIC X(02)   VALUE '00'.
001180     88  OPERMAST-STATUS-OK                           VALUE '00'.
001190
001200 01  WS-AUTHTBL-STATUS                   PIC X(02)   VALUE '00'.
001210     88  AUTHTBL-STATUS-OK                            VALUE '00'.
001220     88  AUTHTBL-NOT-FOUND                            VALUE '35'.
001230
001240 01  WS-TRANS-STATUS                     PIC X(02)   VALUE '00'.
001250     88  TRANS-STATUS-OK                              VALUE '00'.
001260     88  TRANS-FILE-NOT-FOUND                         VALUE '35'.
001270
001280*--------------------------------------------------------------*
001290* SIGN-ON
001300*--------------------------------------------------------------*
001310 01  WS-OPERATOR-ID                      PIC X(08)   VALUE SPACES.
001320 01  WS-AUTH-ACTION                      PIC X(01)   VALUE SPACE.
001330 01  WS-AUTH-PROGRAM                     PIC X(12)   VALUE
001340     'OPER-MAINT'.
001350 01  WS-AUTH-TRAN-TYPE                   PIC X(01)   VALUE SPACE.
001360
001370 01  WS-BOOTSTRAP-SW                     PIC X(01)   VALUE 'N'.
001380     88  FIRST-OPERATOR-RUN                          VALUE 'Y'.
001390
001400*--------------------------------------------------------------*
001410* SWITCHES AND COUNTERS
001420*--------------------------------------------------------------*
001430 01  WS-EOF                              PIC X(01)   VALUE 'N'.
001440     88  END-OF-TRANS                                VALUE 'Y'.
001450
001460 01  WS-GRANT-EOF                        PIC X(01)   VALUE 'N'.
001470     88  END-OF-OPERATOR-GRANTS                      VALUE 'Y'.
001480
001490 01  WS-RECORD-STATUS                    PIC X(01)   VALUE 'Y'.
001500     88  RECORD-IS-VALID                              VALUE 'Y'.
001510     88  RECORD-HAS-EXCEPTION                         VALUE 'N'.
001520
001530 01  WS-EDIT-REASON.
001540     05  ER-OPERATOR-ID-REASON           PIC X(14).
001550     05  ER-NAME-REASON                  PIC X(12).
001560     05  ER-STATUS-REASON                PIC X(10).
001570
001580 01  WS-REJECT-REASON                    PIC X(36)   VALUE SPACES.
001590
001600 01  WS-CURRENT-DATE.
001610     05  WS-CURRENT-YEAR                 PIC 9(04).
001620     05  WS-CURRENT-MONTH                PIC 9(02).
001630     05  WS-CURRENT-DAY                  PIC 9(02).
001640
001650 77  WS-ADD-COUNT                        PIC 9(05)   VALUE 0.
001660 77  WS-CHANGE-COUNT                     PIC 9(05)   VALUE 0.
001670 77  WS-DELETE-COUNT                     PIC 9(05)   VALUE 0.
001680 77  WS-REJECT-COUNT                     PIC 9(05)   VALUE 0.
001690 77  WS-UNAUTHORIZED-COUNT               PIC 9(05)   VALUE 0.
001700 77  WS-GRANTS-DROPPED                   PIC 9(03)   VALUE 0.
001710
001720*--------------------------------------------------------------*
001730* PRINT-IMAGE LINES
001740*--------------------------------------------------------------*
001750 01  WS-MAINT-HEADING.
001760     05  FILLER                          PIC X(25) VALUE
001770         'OPERATOR MAINTENANCE RUN'.
001780     05  FILLER                          PIC X(04) VALUE 'BY '.
001790     05  MH-OPERATOR-ID                  PIC X(08).
001800
001810 01  WS-BOOTSTRAP-LINE                   PIC X(60)   VALUE
001820     'FIRST RUN -- OPERATOR MASTER CREATED, NO SIGN-ON CHECKED'.
001830
001840 01  WS-MAINT-DETAIL-LINE.
001850     05  MD-TRANS-CODE                   PIC X(01).
001860     05  FILLER                          PIC X(01) VALUE SPACES.
001870     05  MD-TRANS-KIND                   PIC X(01).
001880     05  FILLER                          PIC X(03) VALUE SPACES.
001890     05  MD-OPERATOR-ID                  PIC X(08).
001900     05  FILLER                          PIC X(03) VALUE SPACES.
001910     05  MD-DETAIL                       PIC X(25).
001920     05  FILLER                          PIC X(02) VALUE SPACES.
001930     05  MD-SUB-DETAIL                   PIC X(10).
001940     05  FILLER                          PIC X(02) VALUE SPACES.
001950     05  MD-RESULT                       PIC X(36).
001960
001970 01  WS-MAINT-TOTALS-LINE.
001980     05  FILLER                      PIC X(07) VALUE 'ADDED: '.
001990     05  MT-ADD-COUNT                PIC ZZ,ZZ9.
002000     05  FILLER                      PIC X(04) VALUE SPACES.
002010     05  FILLER                      PIC X(09) VALUE 'CHANGED: '.
002020     05  MT-CHANGE-COUNT             PIC ZZ,ZZ9.
002030     05  FILLER                      PIC X(04) VALUE SPACES.
002040     05  FILLER                      PIC X(09) VALUE 'DELETED: '.
002050     05  MT-DELETE-COUNT             PIC ZZ,ZZ9.
002060     05  FILLER                      PIC X(04) VALUE SPACES.
002070     05  FILLER                      PIC X(10) VALUE 'REJECTED: '.
002080     05  MT-REJECT-COUNT             PIC ZZ,ZZ9.
002090
002100 PROCEDURE DIVISION.
002110*--------------------------------------------------------------*
002120* 0000-MAINLINE
002130*--------------------------------------------------------------*
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE
002160         THRU 1000-INITIALIZE-EXIT.
002170
002180     PERFORM 2000-PROCESS-TRANSACTIONS
002190         THRU 2000-PROCESS-TRANSACTIONS-EXIT
002200         UNTIL END-OF-TRANS.
002210
002220     PERFORM 3000-PRINT-TOTALS
002230         THRU 3000-PRINT-TOTALS-EXIT.
002240
002250     PERFORM 9000-TERMINATE
002260         THRU 9000-TERMINATE-EXIT.
002270
002280     STOP RUN.
002290
002300*--------------------------------------------------------------*
002310* 1000-INITIALIZE -- sign on, open both masters (created on the
002320*                    first-ever run), transactions, and listing
002330*--------------------------------------------------------------*
002340 1000-INITIALIZE.
002350     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'DD-OPERATOR'
002360         ON EXCEPTION
002370             CONTINUE
002380     END-ACCEPT.
002390     IF WS-OPERATOR-ID = SPACES
002400         DISPLAY 'OPER-MAINT: DD-OPERATOR NOT GIVEN'
002410         GO TO 1000-INITIALIZE-ABEND
002420     END-IF.
002430     MOVE 'S' TO WS-AUTH-ACTION.
002440     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
002450                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
002460     EVALUATE RETURN-CODE
002470         WHEN 0
002480             CONTINUE
002490         WHEN 4
002500             PERFORM 1050-CONFIRM-FIRST-RUN
002510                 THRU 1050-CONFIRM-FIRST-RUN-EXIT
002520             IF NOT FIRST-OPERATOR-RUN
002530                 GO TO 1000-INITIALIZE-ABEND
002540             END-IF
002550         WHEN OTHER
002560             DISPLAY 'OPER-MAINT: OPERATOR ' WS-OPERATOR-ID
002570                 ' NOT AUTHORIZED, RUN REFUSED'
002580             GO TO 1000-INITIALIZE-ABEND
002590     END-EVALUATE.
002600
002610     ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT 'DD-OPERMAST'
002620         ON EXCEPTION
002630             CONTINUE
002640     END-ACCEPT.
002650     IF WS-OPERMAST-PATH = SPACES
002660         MOVE 'OPERMAST.DAT' TO WS-OPERMAST-PATH
002670     END-IF.
002680     OPEN I-O OPERATORS.
002690     IF NOT OPERMAST-STATUS-OK
002700         OPEN OUTPUT OPERATORS
002710         IF OPERMAST-STATUS-OK
002720             CLOSE OPERATORS
002730             OPEN I-O OPERATORS
002740         END-IF
002750     END-IF.
002760     IF NOT OPERMAST-STATUS-OK
002770         DISPLAY 'OPER-MAINT: UNABLE TO OPEN OPERMAST, '
002780             'STATUS = ' WS-OPERMAST-STATUS
002790         GO TO 1000-INITIALIZE-ABEND
002800     END-IF.
002810
002820     ACCEPT WS-AUTHTBL-PATH FROM ENVIRONMENT 'DD-AUTHTBL'
002830         ON EXCEPTION
002840             CONTINUE
002850     END-ACCEPT.
002860     IF WS-AUTHTBL-PATH = SPACES
002870         MOVE 'AUTHTBL.DAT' TO WS-AUTHTBL-PATH
002880     END-IF.
002890     OPEN I-O AUTH-TABLE.
002900     IF NOT AUTHTBL-STATUS-OK
002910         OPEN OUTPUT AUTH-TABLE
002920         IF AUTHTBL-STATUS-OK
002930             CLOSE AUTH-TABLE
002940             OPEN I-O AUTH-TABLE
002950         END-IF
002960     END-IF.
002970     IF NOT AUTHTBL-STATUS-OK
002980         DISPLAY 'OPER-MAINT: UNABLE TO OPEN AUTHTBL, '
002990             'STATUS = ' WS-AUTHTBL-STATUS
003000         GO TO 1000-INITIALIZE-ABEND
003010     END-IF.
003020
003030*    No transaction file just means nothing was keyed
003040     OPEN INPUT OPER-TRANS.
003050     IF TRANS-FILE-NOT-FOUND
003060         MOVE 'Y' TO WS-EOF
003070     END-IF.
003080     OPEN OUTPUT MAINT-LISTING.
003090     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003100
003110     MOVE WS-OPERATOR-ID TO MH-OPERATOR-ID.
003120     WRITE MAINT-LISTING-LINE FROM WS-MAINT-HEADING.
003130     IF FIRST-OPERATOR-RUN
003140         WRITE MAINT-LISTING-LINE FROM WS-BOOTSTRAP-LINE
003150     END-IF.
003160     WRITE MAINT-LISTING-LINE FROM SPACES.
003170 1000-INITIALIZE-EXIT.
003180     EXIT.
003190
003200 1000-INITIALIZE-ABEND.
003210     MOVE 16 TO RETURN-CODE.
003220     STOP RUN.
003230
003240*--------------------------------------------------------------*
003250* 1050-CONFIRM-FIRST-RUN -- no operator master is only the first
003260*                           run when there is no authorization
003270*                           table either; anything else is a lost
003280*                           or mis-pointed DD-OPERMAST
003290*--------------------------------------------------------------*
003300 1050-CONFIRM-FIRST-RUN.
003310     ACCEPT WS-AUTHTBL-PATH FROM ENVIRONMENT 'DD-AUTHTBL'
003320         ON EXCEPTION
003330             CONTINUE
003340     END-ACCEPT.
003350     IF WS-AUTHTBL-PATH = SPACES
003360         MOVE 'AUTHTBL.DAT' TO WS-AUTHTBL-PATH
003370     END-IF.
003380     OPEN INPUT AUTH-TABLE.
003390     IF AUTHTBL-NOT-FOUND
003400         SET FIRST-OPERATOR-RUN TO TRUE
003410         DISPLAY 'OPER-MAINT: NO OPERATOR MASTER YET, '
003420             'FIRST RUN ACCEPTED'
003430         GO TO 1050-CONFIRM-FIRST-RUN-EXIT
003440     END-IF.
003450     IF AUTHTBL-STATUS-OK
003460         CLOSE AUTH-TABLE
003470     END-IF.
003480     DISPLAY 'OPER-MAINT: OPERATOR MASTER NOT ON FILE BUT '
003490         'AUTHTBL IS, RUN REFUSED'.
003500 1050-CONFIRM-FIRST-RUN-EXIT.
003510     EXIT.
003520
003530*--------------------------------------------------------------*
003540* 2000-PROCESS-TRANSACTIONS -- read one transaction, check the
003550*                              code is granted, and apply it
003560*--------------------------------------------------------------*
003570 2000-PROCESS-TRANSACTIONS.
003580     READ OPER-TRANS
003590         AT END
003600             MOVE 'Y' TO WS-EOF
003610             GO TO 2000-PROCESS-TRANSACTIONS-EXIT
003620     END-READ.
003630
003640     IF NOT FIRST-OPERATOR-RUN
003650         MOVE 'T'        TO WS-AUTH-ACTION
003660         MOVE TRANS-CODE TO WS-AUTH-TRAN-TYPE
003670         CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
003680                                WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE
003690         IF RETURN-CODE NOT = 0
003700             MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REJECT-REASON
003710             ADD 1 TO WS-UNAUTHORIZED-COUNT
003720             PERFORM 2900-PRINT-REJECT
003730                 THRU 2900-PRINT-REJECT-EXIT
003740             GO TO 2000-PROCESS-TRANSACTIONS-EXIT
003750         END-IF
003760     END-IF.
003770
003780     EVALUATE TRUE
003790         WHEN TRANS-KIND = 'O' AND TRANS-CODE = 'A'
003800             PERFORM 2100-ADD-OPERATOR
003810                 THRU 2100-ADD-OPERATOR-EXIT
003820         WHEN TRANS-KIND = 'O' AND TRANS-CODE = 'C'
003830             PERFORM 2200-CHANGE-OPERATOR
003840                 THRU 2200-CHANGE-OPERATOR-EXIT
003850         WHEN TRANS-KIND = 'O' AND TRANS-CODE = 'D'
003860             PERFORM 2300-DELETE-OPERATOR
003870                 THRU 2300-DELETE-OPERATOR-EXIT
003880         WHEN TRANS-KIND = 'G' AND TRANS-CODE = 'A'
003890             PERFORM 2500-ADD-GRANT
003900                 THRU 2500-ADD-GRANT-EXIT
003910         WHEN TRANS-KIND = 'G' AND TRANS-CODE = 'D'
003920             PERFORM 2600-DELETE-GRANT
003930                 THRU 2600-DELETE-GRANT-EXIT
003940         WHEN TRANS-KIND = 'G' AND TRANS-CODE = 'C'
003950             MOVE 'GRANTS ARE ADDED OR DELETED'
003960                 TO WS-REJECT-REASON
003970             PERFORM 2900-PRINT-REJECT
003980                 THRU 2900-PRINT-REJECT-EXIT
003990         WHEN TRANS-KIND NOT = 'O' AND TRANS-KIND NOT = 'G'
004000             MOVE 'UNKNOWN TRANS KIND' TO WS-REJECT-REASON
004010             PERFORM 2900-PRINT-REJECT
004020                 THRU 2900-PRINT-REJECT-EXIT
004030         WHEN OTHER
004040             MOVE 'UNKNOWN TRANS CODE' TO WS-REJECT-REASON
004050             PERFORM 2900-PRINT-REJECT
004060                 THRU 2900-PRINT-REJECT-EXIT
004070     END-EVALUATE.
004080 2000-PROCESS-TRANSACTIONS-EXIT.
004090     EXIT.
004100
004110*--------------------------------------------------------------*
004120* 2050-EDIT-OPERATOR -- a blank operator id or name, or a status
004130*                       other than A or S, fails the transaction
004140*--------------------------------------------------------------*
004150 2050-EDIT-OPERATOR.
004160     SET RECORD-IS-VALID TO TRUE.
004170     MOVE SPACES TO WS-EDIT-REASON.
004180
004190     IF TRANS-OPERATOR-ID = SPACES
004200         SET RECORD-HAS-EXCEPTION TO TRUE
004210         MOVE 'ID BLANK; ' TO ER-OPERATOR-ID-REASON
004220     END-IF.
004230
004240     IF TRANS-OPER-NAME = SPACES
004250         SET RECORD-HAS-EXCEPTION TO TRUE
004260         MOVE 'NAME BLANK; ' TO ER-NAME-REASON
004270     END-IF.
004280
004290     IF TRANS-STATUS = SPACE
004300         MOVE 'A' TO TRANS-STATUS
004310     END-IF.
004320     IF TRANS-STATUS NOT = 'A' AND TRANS-STATUS NOT = 'S'
004330         SET RECORD-HAS-EXCEPTION TO TRUE
004340         MOVE 'BAD STATUS' TO ER-STATUS-REASON
004350     END-IF.
004360
004370     MOVE WS-EDIT-REASON TO WS-REJECT-REASON.
004380 2050-EDIT-OPERATOR-EXIT.
004390     EXIT.
004400
004410*--------------------------------------------------------------*
004420* 2100-ADD-OPERATOR -- edit, then write a brand-new operator
004430*--------------------------------------------------------------*
004440 2100-ADD-OPERATOR.
004450     PERFORM 2050-EDIT-OPERATOR
004460         THRU 2050-EDIT-OPERATOR-EXIT.
004470     IF RECORD-HAS-EXCEPTION
004480         PERFORM 2900-PRINT-REJECT
004490             THRU 2900-PRINT-REJECT-EXIT
004500         GO TO 2100-ADD-OPERATOR-EXIT
004510     END-IF.
004520
004530     MOVE TRANS-OPERATOR-ID TO OPR-OPERATOR-ID.
004540     MOVE TRANS-OPER-NAME   TO OPR-NAME.
004550     MOVE TRANS-DEPARTMENT  TO OPR-DEPARTMENT.
004560     MOVE TRANS-STATUS      TO OPR-STATUS.
004570     MOVE WS-CURRENT-DATE   TO OPR-ADDED-DATE.
004580     WRITE OPERATOR-RECORD
004590         INVALID KEY
004600             MOVE 'DUPLICATE OPERATOR ID' TO WS-REJECT-REASON
004610             PERFORM 2900-PRINT-REJECT
004620                 THRU 2900-PRINT-REJECT-EXIT
004630         NOT INVALID KEY
004640             ADD 1 TO WS-ADD-COUNT
004650             MOVE 'APPLIED' TO MD-RESULT
004660             PERFORM 2950-PRINT-DETAIL
004670                 THRU 2950-PRINT-DETAIL-EXIT
004680     END-WRITE.
004690 2100-ADD-OPERATOR-EXIT.
004700     EXIT.
004710
004720*--------------------------------------------------------------*
004730* 2200-CHANGE-OPERATOR -- look up the operator, re-edit with the
004740*                         transaction's new values, rewrite
004750*--------------------------------------------------------------*
004760 2200-CHANGE-OPERATOR.
004770     MOVE TRANS-OPERATOR-ID TO OPR-OPERATOR-ID.
004780     READ OPERATORS
004790         INVALID KEY
004800             MOVE 'OPERATOR NOT FOUND' TO WS-REJECT-REASON
004810             PERFORM 2900-PRINT-REJECT
004820                 THRU 2900-PRINT-REJECT-EXIT
004830             GO TO 2200-CHANGE-OPERATOR-EXIT
004840     END-READ.
004850
004860     PERFORM 2050-EDIT-OPERATOR
004870         THRU 2050-EDIT-OPERATOR-EXIT.
004880     IF RECORD-HAS-EXCEPTION
004890         PERFORM 2900-PRINT-REJECT
004900             THRU 2900-PRINT-REJECT-EXIT
004910         GO TO 2200-CHANGE-OPERATOR-EXIT
004920     END-IF.
004930
004940     MOVE TRANS-OPER-NAME  TO OPR-NAME.
004950     MOVE TRANS-DEPARTMENT TO OPR-DEPARTMENT.
004960     MOVE TRANS-STATUS     TO OPR-STATUS.
004970     REWRITE OPERATOR-RECORD
004980         INVALID KEY
004990             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
005000             PERFORM 2900-PRINT-REJECT
005010                 THRU 2900-PRINT-REJECT-EXIT
005020         NOT INVALID KEY
005030             ADD 1 TO WS-CHANGE-COUNT
005040             MOVE 'APPLIED' TO MD-RESULT
005050             PERFORM 2950-PRINT-DETAIL
005060                 THRU 2950-PRINT-DETAIL-EXIT
005070     END-REWRITE.
005080 2200-CHANGE-OPERATOR-EXIT.
005090     EXIT.
005100
005110*--------------------------------------------------------------*
005120* 2300-DELETE-OPERATOR -- retire the operator and every grant
005130*                         they hold
005140*--------------------------------------------------------------*
005150 2300-DELETE-OPERATOR.
005160     MOVE TRANS-OPERATOR-ID TO OPR-OPERATOR-ID.
005170     DELETE OPERATORS
005180         INVALID KEY
005190             MOVE 'OPERATOR NOT FOUND' TO WS-REJECT-REASON
005200             PERFORM 2900-PRINT-REJECT
005210                 THRU 2900-PRINT-REJECT-EXIT
005220             GO TO 2300-DELETE-OPERATOR-EXIT
005230     END-DELETE.
005240
005250     MOVE 0   TO WS-GRANTS-DROPPED.
005260     MOVE 'N' TO WS-GRANT-EOF.
005270     MOVE TRANS-OPERATOR-ID TO AU-OPERATOR-ID.
005280     MOVE LOW-VALUES        TO AU-PROGRAM-ID.
005290     MOVE LOW-VALUES        TO AU-TRAN-TYPE.
005300     START AUTH-TABLE KEY IS NOT LESS THAN
005310             AU-KEY OF AUTHORIZATION-RECORD
005320         INVALID KEY
005330             MOVE 'Y' TO WS-GRANT-EOF
005340     END-START.
005350     PERFORM 2350-DELETE-ONE-GRANT
005360         THRU 2350-DELETE-ONE-GRANT-EXIT
005370         UNTIL END-OF-OPERATOR-GRANTS.
005380
005390     ADD 1 TO WS-DELETE-COUNT.
005400     MOVE SPACES TO MD-RESULT.
005410     STRING 'APPLIED, GRANTS DELETED: ' DELIMITED BY SIZE
005420            WS-GRANTS-DROPPED           DELIMITED BY SIZE
005430         INTO MD-RESULT
005440     END-STRING.
005450     PERFORM 2950-PRINT-DETAIL
005460         THRU 2950-PRINT-DETAIL-EXIT.
005470 2300-DELETE-OPERATOR-EXIT.
005480     EXIT.
005490
005500 2350-DELETE-ONE-GRANT.
005510     READ AUTH-TABLE NEXT RECORD
005520         AT END
005530             MOVE 'Y' TO WS-GRANT-EOF
005540             GO TO 2350-DELETE-ONE-GRANT-EXIT
005550     END-READ.
005560     IF AU-OPERATOR-ID NOT = TRANS-OPERATOR-ID
005570         MOVE 'Y' TO WS-GRANT-EOF
005580         GO TO 2350-DELETE-ONE-GRANT-EXIT
005590     END-IF.
005600     DELETE AUTH-TABLE
005610         INVALID KEY
005620             CONTINUE
005630         NOT INVALID KEY
005640             ADD 1 TO WS-GRANTS-DROPPED
005650     END-DELETE.
005660 2350-DELETE-ONE-GRANT-EXIT.
005670     EXIT.
005680
005690*--------------------------------------------------------------*
005700* 2500-ADD-GRANT -- the operator must be on file, and the grant
005710*                  must name a program and a transaction type
005720*--------------------------------------------------------------*
005730 2500-ADD-GRANT.
005740     IF TRANS-PROGRAM-ID = SPACES
005750         MOVE 'PROGRAM BLANK' TO WS-REJECT-REASON
005760         PERFORM 2900-PRINT-REJECT
005770             THRU 2900-PRINT-REJECT-EXIT
005780         GO TO 2500-ADD-GRANT-EXIT
005790     END-IF.
005800     IF TRANS-TRAN-TYPE = SPACE
005810         MOVE 'TRANSACTION TYPE BLANK' TO WS-REJECT-REASON
005820         PERFORM 2900-PRINT-REJECT
005830             THRU 2900-PRINT-REJECT-EXIT
005840         GO TO 2500-ADD-GRANT-EXIT
005850     END-IF.
005860     MOVE TRANS-OPERATOR-ID TO OPR-OPERATOR-ID.
005870     READ OPERATORS
005880         INVALID KEY
005890             MOVE 'OPERATOR NOT ON FILE' TO WS-REJECT-REASON
005900             PERFORM 2900-PRINT-REJECT
005910                 THRU 2900-PRINT-REJECT-EXIT
005920             GO TO 2500-ADD-GRANT-EXIT
005930     END-READ.
005940
005950     MOVE TRANS-OPERATOR-ID TO AU-OPERATOR-ID.
005960     MOVE TRANS-PROGRAM-ID  TO AU-PROGRAM-ID.
005970     MOVE TRANS-TRAN-TYPE   TO AU-TRAN-TYPE.
005980     MOVE WS-CURRENT-DATE   TO AU-GRANTED-DATE.
005990     WRITE AUTHORIZATION-RECORD
006000         INVALID KEY
006010             MOVE 'ALREADY GRANTED' TO WS-REJECT-REASON
006020             PERFORM 2900-PRINT-REJECT
006030                 THRU 2900-PRINT-REJECT-EXIT
006040         NOT INVALID KEY
006050             ADD 1 TO WS-ADD-COUNT
006060             MOVE 'APPLIED' TO MD-RESULT
006070             PERFORM 2950-PRINT-DETAIL
006080                 THRU 2950-PRINT-DETAIL-EXIT
006090     END-WRITE.
006100 2500-ADD-GRANT-EXIT.
006110     EXIT.
006120
006130*--------------------------------------------------------------*
006140* 2600-DELETE-GRANT -- withdraw one grant by its full key
006150*--------------------------------------------------------------*
006160 2600-DELETE-GRANT.
006170     MOVE TRANS-OPERATOR-ID TO AU-OPERATOR-ID.
006180     MOVE TRANS-PROGRAM-ID  TO AU-PROGRAM-ID.
006190     MOVE TRANS-TRAN-TYPE   TO AU-TRAN-TYPE.
006200     DELETE AUTH-TABLE
006210         INVALID KEY
006220             MOVE 'GRANT NOT FOUND' TO WS-REJECT-REASON
006230             PERFORM 2900-PRINT-REJECT
006240                 THRU 2900-PRINT-REJECT-EXIT
006250         NOT INVALID KEY
006260             ADD 1 TO WS-DELETE-COUNT
006270             MOVE 'APPLIED' TO MD-RESULT
006280             PERFORM 2950-PRINT-DETAIL
006290                 THRU 2950-PRINT-DETAIL-EXIT
006300     END-DELETE.
006310 2600-DELETE-GRANT-EXIT.
006320     EXIT.
006330
006340*--------------------------------------------------------------*
006350* 2900-PRINT-REJECT -- log a rejected transaction to the
006360*                      maintenance listing
006370*--------------------------------------------------------------*
006380 2900-PRINT-REJECT.
006390     MOVE WS-REJECT-REASON TO MD-RESULT.
006400     PERFORM 2950-PRINT-DETAIL
006410         THRU 2950-PRINT-DETAIL-EXIT.
006420     ADD 1 TO WS-REJECT-COUNT.
006430 2900-PRINT-REJECT-EXIT.
006440     EXIT.
006450
006460*--------------------------------------------------------------*
006470* 2950-PRINT-DETAIL -- one listing line per transaction; the
006480*                      caller has set the result
006490*--------------------------------------------------------------*
006500 2950-PRINT-DETAIL.
006510     MOVE TRANS-CODE        TO MD-TRANS-CODE.
006520     MOVE TRANS-KIND        TO MD-TRANS-KIND.
006530     MOVE TRANS-OPERATOR-ID TO MD-OPERATOR-ID.
006540     IF TRANS-KIND = 'G'
006550         MOVE TRANS-PROGRAM-ID TO MD-DETAIL
006560         MOVE SPACES           TO MD-SUB-DETAIL
006570         STRING 'TYPE ' DELIMITED BY SIZE
006580                TRANS-TRAN-TYPE DELIMITED BY SIZE
006590             INTO MD-SUB-DETAIL
006600         END-STRING
006610     ELSE
006620         MOVE TRANS-OPER-NAME  TO MD-DETAIL
006630         MOVE TRANS-DEPARTMENT TO MD-SUB-DETAIL
006640     END-IF.
006650     WRITE MAINT-LISTING-LINE FROM WS-MAINT-DETAIL-LINE.
006660 2950-PRINT-DETAIL-EXIT.
006670     EXIT.
006680
006690*--------------------------------------------------------------*
006700* 3000-PRINT-TOTALS -- run totals trailer line
006710*--------------------------------------------------------------*
006720 3000-PRINT-TOTALS.
006730     MOVE WS-ADD-COUNT    TO MT-ADD-COUNT.
006740     MOVE WS-CHANGE-COUNT TO MT-CHANGE-COUNT.
006750     MOVE WS-DELETE-COUNT TO MT-DELETE-COUNT.
006760     MOVE WS-REJECT-COUNT TO MT-REJECT-COUNT.
006770     WRITE MAINT-LISTING-LINE FROM SPACES.
006780     WRITE MAINT-LISTING-LINE FROM WS-MAINT-TOTALS-LINE.
006790 3000-PRINT-TOTALS-EXIT.
006800     EXIT.
006810
006820*--------------------------------------------------------------*
006830* 9000-TERMINATE -- close files; return code 4 when any
006840*                   transaction was refused for want of authority
006850*--------------------------------------------------------------*
006860 9000-TERMINATE.
006870     CLOSE OPERATORS.
006880     CLOSE AUTH-TABLE.
006890     IF NOT TRANS-FILE-NOT-FOUND
006900         CLOSE OPER-TRANS
006910     END-IF.
006920     CLOSE MAINT-LISTING.
006930     MOVE 0 TO RETURN-CODE.
006940     IF WS-UNAUTHORIZED-COUNT > 0
006950         MOVE 4 TO RETURN-CODE
006960     END-IF.
006970 9000-TERMINATE-EXIT.
006980     EXIT.
006990
007000 END PROGRAM OPER-MAINT.
