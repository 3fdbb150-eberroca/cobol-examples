001200*
001300* Modification History:
001400*   08/22/2026  EB   Original version.
001410*   10/15/2026  EB   Added PH-OPERATOR-ID, the DD-OPERATOR
001420*                    sign-on of the run that made the change
001430*                    (spaces on entries written before operator
001440*                    sign-on).
001500******************************************************************
001600 01  PRICE-HISTORY-RECORD.
001700     05  PH-ITEM-ID                      PIC 9(05).
001900     05  PH-NEW-PRICE                    PIC 9(05)V9(02).
002000     05  PH-CHANGE-DATE                  PIC 9(08).
002100     05  PH-JOB-ID                       PIC X(08).
002110     05  PH-OPERATOR-ID                  PIC X(08).
