000302*                    ITEM-LOCK) before opening the master for
000303*                    update and releases it at end of run, so
000304*                    two updaters cannot run over each other.
000305*   10/15/2026  EB   Signs on through OPER-AUTH as DD-OPERATOR
000306*                    (active and granted the program, or refused)
000307*                    and stamps the operator on price history.
000308*   10/15/2026  EB   A run without DD-OPERATOR is refused, so each
000309*                    change is stamped with who made it.
000310* Tectonics: cobc
000320******************************************************************
000330 IDENTIFICATION DIVISION.
001170 01  WS-CTL-PROGRAM                      PIC X(12)   VALUE SPACES.
001171 01  WS-LOCK-ACTION                      PIC X(01)   VALUE SPACE.
001172 01  WS-LOCK-PROGRAM                     PIC X(12)   VALUE SPACES.
001173 01  WS-OPERATOR-ID                      PIC X(08)   VALUE SPACES.
001174 01  WS-AUTH-ACTION                      PIC X(01)   VALUE SPACE.
001175 01  WS-AUTH-PROGRAM                     PIC X(12)   VALUE
001176     'PRICE-APPLY'.
001177 01  WS-AUTH-TRAN-TYPE                   PIC X(01)   VALUE SPACE.
001180
001190 77  WS-OLD-PRICE                    PIC 9(05)V9(02) VALUE 0.
001200 77  WS-APPLIED-COUNT                    PIC 9(05)   VALUE 0.
001840
001850*--------------------------------------------------------------*
001860* 1000-INITIALIZE -- open the master for update, the pending
001861*                    file, the price history, and the listing
001862*--------------------------------------------------------------*
001863 1000-INITIALIZE.
001864*    Sign on before taking the lock, so a refused operator
001865*    leaves nothing behind to clear
001866     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'DD-OPERATOR'
001867         ON EXCEPTION
001868             CONTINUE
001869     END-ACCEPT.
001870     IF WS-OPERATOR-ID = SPACES
001871         DISPLAY 'PRICE-APPLY: DD-OPERATOR NOT GIVEN'
001872         GO TO 1000-INITIALIZE-ABEND
001873     END-IF.
001874     MOVE 'S' TO WS-AUTH-ACTION.
001875     CALL 'OPER-AUTH' USING WS-AUTH-ACTION WS-OPERATOR-ID
001876                            WS-AUTH-PROGRAM WS-AUTH-TRAN-TYPE.
001877     IF RETURN-CODE NOT = 0
001878         DISPLAY 'PRICE-APPLY: OPERATOR ' WS-OPERATOR-ID
001879             ' NOT AUTHORIZED, RUN REFUSED'
001880         GO TO 1000-INITIALIZE-ABEND
001881     END-IF.
001882
001891*    The ITEMS master run-lock: refuse to start while another
001892*    updater holds it; DD-LOCK-OVERRIDE=Y clears a lock left
001893*    behind by an abend
003570     MOVE PP-NEW-PRICE    TO PH-NEW-PRICE.
003580     MOVE WS-TODAY        TO PH-CHANGE-DATE.
003590     MOVE WS-JOB-ID       TO PH-JOB-ID.
003595     MOVE WS-OPERATOR-ID  TO PH-OPERATOR-ID.
003600     WRITE PRICE-HISTORY-RECORD.
003610 2200-WRITE-PRICE-HISTORY-EXIT.
003620     EXIT.
