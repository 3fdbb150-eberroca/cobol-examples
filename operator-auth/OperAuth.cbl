000100******************************************************************
000110* Author: Eduardo Berrocal -- https://eduberrocal.net
000120* Installation: Warehouse Systems
000130* Date-Written: 10/15/2026
000140* Date-Compiled:
000150* Purpose: Operator sign-on and transaction authorization check,
000160*          CALLed by every program that updates a master or the
000170*          audit trail. The auditors' finding was that anybody
000180*          could run ITEM-MAINT, STOCK-POST, PRICE-APPLY,
000190*          VENDOR-MAINT, or CUST-ORDER and nothing said who did.
000200*          The updating program takes the operator id from
000210*          DD-OPERATOR (the same variable READ-FILE's audit log
000220*          has always used) and signs on here before it opens
000230*          anything; then it asks again for each transaction
000240*          type it is about to apply.
000250*
000260*          LNK-AUTH-ACTION  S = sign on: the operator must be on
000270*                               OPERMAST.DAT, active, and hold at
000280*                               least one AUTHTBL.DAT grant for
000290*                               the program. The grants are kept
000300*                               in a table here for the T calls
000310*                               that follow, so no file stays
000320*                               open between calls.
000330*                           T = may the signed-on operator apply
000340*                               transaction type LNK-TRAN-TYPE in
000350*                               this program ('*' grant = any)
000360*
000370*          Return code 0 = authorized, 8 = refused (the reason
000380*          is on the console), 4 = sign-on only: the operator
000390*          master is not on file at all, which only
000400*          OPER-MAINT accepts, to key the first operators.
000410*
000420* Modification History:
000430*   10/15/2026  EB   Original version.
000440* Tectonics: cobc
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. OPER-AUTH.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT OPERATORS ASSIGN TO WS-OPERMAST-PATH
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS OPR-OPERATOR-ID OF OPERATOR-RECORD
000560         FILE STATUS IS WS-OPERMAST-STATUS.
000570
000580     SELECT AUTH-TABLE ASSIGN TO WS-AUTHTBL-PATH
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS AU-KEY OF AUTHORIZATION-RECORD
000620         FILE STATUS IS WS-AUTHTBL-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  OPERATORS.
000670     COPY OPERREC.
000680
000690 FD  AUTH-TABLE.
000700     COPY AUTHREC.
000710
000720 WORKING-STORAGE SECTION.
000730 01  WS-OPERMAST-PATH                    PIC X(100)  VALUE
000740     'OPERMAST.DAT'.
000750
000760 01  WS-AUTHTBL-PATH                     PIC X(100)  VALUE
000770     'AUTHTBL.DAT'.
000780
000790 01  WS-OPERMAST-STATUS                  PIC X(02)   VALUE '00'.
000800     88  OPERMAST-STATUS-OK                           VALUE '00'.
000810     88  OPERMAST-NOT-FOUND                           VALUE '35'.
000820
000830 01  WS-AUTHTBL-STATUS                   PIC X(02)   VALUE '00'.
000840     88  AUTHTBL-STATUS-OK                            VALUE '00'.
000850
000860 01  WS-AUTH-EOF                         PIC X(01)   VALUE 'N'.
000870     88  END-OF-GRANTS                               VALUE 'Y'.
000880
000890 01  WS-GRANT-FOUND-SW                   PIC X(01)   VALUE 'N'.
000900     88  GRANT-FOUND                                 VALUE 'Y'.
000910
000920*--------------------------------------------------------------*
000930* SIGNED-ON OPERATOR -- who signed on, to what, and the
000940* transaction types granted; kept between CALLs
000950*--------------------------------------------------------------*
000960 01  WS-SIGNED-OPERATOR                  PIC X(08)   VALUE SPACES.
000970 01  WS-SIGNED-PROGRAM                   PIC X(12)   VALUE SPACES.
000980
000990 01  WS-GRANT-TABLE.
001000     05  WS-GRANT-TYPE               PIC X(01) OCCURS 20 TIMES.
001010
001020 77  WS-GRANT-COUNT                      PIC 9(02)   VALUE 0.
001030 77  WS-GX                               PIC 9(02)   VALUE 0.
001040
001050 LINKAGE SECTION.
001060 01  LNK-AUTH-ACTION                     PIC X(01).
001070 01  LNK-OPERATOR-ID                     PIC X(08).
001080 01  LNK-PROGRAM-ID                      PIC X(12).
001090 01  LNK-TRAN-TYPE                       PIC X(01).
001100
001110 PROCEDURE DIVISION USING LNK-AUTH-ACTION LNK-OPERATOR-ID
001120                          LNK-PROGRAM-ID LNK-TRAN-TYPE.
001130*--------------------------------------------------------------*
001140* 0000-MAINLINE
001150*--------------------------------------------------------------*
001160 0000-MAINLINE.
001170     EVALUATE LNK-AUTH-ACTION
001180         WHEN 'S'
001190             PERFORM 1000-SIGN-ON
001200                 THRU 1000-SIGN-ON-EXIT
001210         WHEN 'T'
001220             PERFORM 2000-CHECK-TRAN-TYPE
001230                 THRU 2000-CHECK-TRAN-TYPE-EXIT
001240         WHEN OTHER
001250             DISPLAY 'OPER-AUTH: UNKNOWN ACTION '
001260                 LNK-AUTH-ACTION
001270             MOVE 8 TO RETURN-CODE
001280     END-EVALUATE.
001290     GOBACK.
001300
001310*--------------------------------------------------------------*
001320* 1000-SIGN-ON -- prove the operator and load the program's
001330*                 grants; anything short of that is a refusal
001340*                 and leaves nobody signed on
001350*--------------------------------------------------------------*
001360 1000-SIGN-ON.
001370     MOVE SPACES TO WS-SIGNED-OPERATOR.
001380     MOVE SPACES TO WS-SIGNED-PROGRAM.
001390     MOVE SPACES TO WS-GRANT-TABLE.
001400     MOVE 0      TO WS-GRANT-COUNT.
001410
001420     ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT 'DD-OPERMAST'
001430         ON EXCEPTION
001440             CONTINUE
001450     END-ACCEPT.
001460     IF WS-OPERMAST-PATH = SPACES
001470         MOVE 'OPERMAST.DAT' TO WS-OPERMAST-PATH
001480     END-IF.
001490     ACCEPT WS-AUTHTBL-PATH FROM ENVIRONMENT 'DD-AUTHTBL'
001500         ON EXCEPTION
001510             CONTINUE
001520     END-ACCEPT.
001530     IF WS-AUTHTBL-PATH = SPACES
001540         MOVE 'AUTHTBL.DAT' TO WS-AUTHTBL-PATH
001550     END-IF.
001560
001570     OPEN INPUT OPERATORS.
001580     IF OPERMAST-NOT-FOUND
001590         DISPLAY 'OPER-AUTH: OPERATOR MASTER NOT ON FILE, '
001600             LNK-PROGRAM-ID ' SIGN-ON REFUSED'
001610         MOVE 4 TO RETURN-CODE
001620         GO TO 1000-SIGN-ON-EXIT
001630     END-IF.
001640     IF NOT OPERMAST-STATUS-OK
001650         DISPLAY 'OPER-AUTH: UNABLE TO OPEN OPERMAST, STATUS = '
001660             WS-OPERMAST-STATUS
001670         MOVE 8 TO RETURN-CODE
001680         GO TO 1000-SIGN-ON-EXIT
001690     END-IF.
001700     MOVE LNK-OPERATOR-ID TO OPR-OPERATOR-ID.
001710     READ OPERATORS
001720         INVALID KEY
001730             MOVE SPACES TO OPR-STATUS
001740             DISPLAY 'OPER-AUTH: OPERATOR ' LNK-OPERATOR-ID
001750                 ' NOT ON FILE, ' LNK-PROGRAM-ID ' REFUSED'
001760             CLOSE OPERATORS
001770             MOVE 8 TO RETURN-CODE
001780             GO TO 1000-SIGN-ON-EXIT
001790     END-READ.
001800     CLOSE OPERATORS.
001810     IF NOT OPERATOR-IS-ACTIVE
001820         DISPLAY 'OPER-AUTH: OPERATOR ' LNK-OPERATOR-ID
001830             ' NOT ACTIVE, ' LNK-PROGRAM-ID ' REFUSED'
001840         MOVE 8 TO RETURN-CODE
001850         GO TO 1000-SIGN-ON-EXIT
001860     END-IF.
001870
001880     OPEN INPUT AUTH-TABLE.
001890     IF NOT AUTHTBL-STATUS-OK
001900         DISPLAY 'OPER-AUTH: UNABLE TO OPEN AUTHTBL, STATUS = '
001910             WS-AUTHTBL-STATUS
001920         MOVE 8 TO RETURN-CODE
001930         GO TO 1000-SIGN-ON-EXIT
001940     END-IF.
001950     MOVE LNK-OPERATOR-ID TO AU-OPERATOR-ID.
001960     MOVE LNK-PROGRAM-ID  TO AU-PROGRAM-ID.
001970     MOVE LOW-VALUES      TO AU-TRAN-TYPE.
001980     MOVE 'N' TO WS-AUTH-EOF.
001990     START AUTH-TABLE KEY IS NOT LESS THAN
002000             AU-KEY OF AUTHORIZATION-RECORD
002010         INVALID KEY
002020             MOVE 'Y' TO WS-AUTH-EOF
002030     END-START.
002040     PERFORM 1100-LOAD-ONE-GRANT
002050         THRU 1100-LOAD-ONE-GRANT-EXIT
002060         UNTIL END-OF-GRANTS.
002070     CLOSE AUTH-TABLE.
002080
002090     IF WS-GRANT-COUNT = 0
002100         DISPLAY 'OPER-AUTH: OPERATOR ' LNK-OPERATOR-ID
002110             ' NOT AUTHORIZED FOR ' LNK-PROGRAM-ID
002120         MOVE 8 TO RETURN-CODE
002130         GO TO 1000-SIGN-ON-EXIT
002140     END-IF.
002150
002160     MOVE LNK-OPERATOR-ID TO WS-SIGNED-OPERATOR.
002170     MOVE LNK-PROGRAM-ID  TO WS-SIGNED-PROGRAM.
002180     MOVE 0 TO RETURN-CODE.
002190 1000-SIGN-ON-EXIT.
002200     EXIT.
002210
002220 1100-LOAD-ONE-GRANT.
002230     READ AUTH-TABLE NEXT RECORD
002240         AT END
002250             MOVE 'Y' TO WS-AUTH-EOF
002260             GO TO 1100-LOAD-ONE-GRANT-EXIT
002270     END-READ.
002280     IF AU-OPERATOR-ID NOT = LNK-OPERATOR-ID
002290             OR AU-PROGRAM-ID NOT = LNK-PROGRAM-ID
002300         MOVE 'Y' TO WS-AUTH-EOF
002310         GO TO 1100-LOAD-ONE-GRANT-EXIT
002320     END-IF.
002330     IF WS-GRANT-COUNT < 20
002340         ADD 1 TO WS-GRANT-COUNT
002350         MOVE AU-TRAN-TYPE TO WS-GRANT-TYPE (WS-GRANT-COUNT)
002360     END-IF.
002370 1100-LOAD-ONE-GRANT-EXIT.
002380     EXIT.
002390
002400*--------------------------------------------------------------*
002410* 2000-CHECK-TRAN-TYPE -- only the operator signed on to this
002420*                         program is answered, and only from
002430*                         the grants loaded at sign-on
002440*--------------------------------------------------------------*
002450 2000-CHECK-TRAN-TYPE.
002460     MOVE 'N' TO WS-GRANT-FOUND-SW.
002470     IF LNK-OPERATOR-ID NOT = WS-SIGNED-OPERATOR
002480             OR LNK-PROGRAM-ID NOT = WS-SIGNED-PROGRAM
002490             OR WS-SIGNED-OPERATOR = SPACES
002500         MOVE 8 TO RETURN-CODE
002510         GO TO 2000-CHECK-TRAN-TYPE-EXIT
002520     END-IF.
002530     PERFORM 2100-CHECK-ONE-GRANT
002540         THRU 2100-CHECK-ONE-GRANT-EXIT
002550         VARYING WS-GX FROM 1 BY 1
002560         UNTIL WS-GX > WS-GRANT-COUNT
002570            OR GRANT-FOUND.
002580     IF GRANT-FOUND
002590         MOVE 0 TO RETURN-CODE
002600     ELSE
002610         MOVE 8 TO RETURN-CODE
002620     END-IF.
002630 2000-CHECK-TRAN-TYPE-EXIT.
002640     EXIT.
002650
002660 2100-CHECK-ONE-GRANT.
002670     IF WS-GRANT-TYPE (WS-GX) = '*'
002680             OR WS-GRANT-TYPE (WS-GX) = LNK-TRAN-TYPE
002690         SET GRANT-FOUND TO TRUE
002700     END-IF.
002710 2100-CHECK-ONE-GRANT-EXIT.
002720     EXIT.
002730
002740 END PROGRAM OPER-AUTH.
