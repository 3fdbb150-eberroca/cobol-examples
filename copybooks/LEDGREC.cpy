001000*          report reads them back to prove the book quantity.
001100*
001200*          LEDGER-MOVE-TYPE carries the movement posting types
001210*          (R = receipt, I = issue, J = adjustment, U = customer
001220*          return, W = write-off, V = return to vendor) plus the
001400*          item maintenance actions that also move quantity
001500*          (A = add, C = change, D = delete).
001600*
002400*                    so the chain still proves QUANTITY-ON-HAND;
002500*                    transfers move nothing at the company level
002600*                    and are not ledgered.
002610*   10/15/2026  EB   Added move types U (customer return) and W
002620*                    (write-off).
002630*   10/15/2026  EB   Added move type V (return to vendor).
002640*   10/15/2026  EB   Added LEDGER-OPERATOR-ID, the DD-OPERATOR
002650*                    sign-on of the run that made the change
002660*                    (spaces on entries written before operator
002670*                    sign-on, and on MONTH-CLOSE carry-forwards).
002700******************************************************************
002800 01  LEDGER-RECORD.
002900     05  LEDGER-ITEM-ID                  PIC 9(05).
003300     05  LEDGER-QTY-AFTER                PIC 9(05).
003400     05  LEDGER-REFERENCE                PIC X(10).
003500     05  LEDGER-LOCATION                 PIC X(03).
003510     05  LEDGER-OPERATOR-ID              PIC X(08).
