000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for the vendor debit memo file
000700*          (VDMEMOS.DAT), written by VENDOR-RETURN one record per
000800*          PO line shipped back to the vendor and kept
000900*          cumulatively for accounts payable, which short-pays
001000*          the vendor's invoice by it, and for GL-EXTRACT.
001100*
001200*          DM-MEMO-NUMBER is quoted on the V stock movement
001300*          (reference DM followed by the six-digit number).
001400*          DM-REPLACE-FLAG is Y when the vendor owes a
001500*          replacement, so the PO line was reopened for it, and
001600*          N when the units were simply taken off the order.
001700*
001800*          DM-UNIT-COST is the PO line's average receipt cost
001900*          (the item's moving-average cost when the receipts were
002000*          uncosted); DM-EXTENDED-COST is that times DM-QUANTITY.
002100*
002200* Modification History:
002300*   10/15/2026  EB   Original version.
002400******************************************************************
002500 01  DEBIT-MEMO-RECORD.
002600     05  DM-KEY.
002700         10  DM-MEMO-NUMBER              PIC 9(06).
002800         10  DM-LINE-NUMBER              PIC 9(03).
002900     05  DM-MEMO-DATE                    PIC 9(08).
003000     05  DM-VENDOR-ID                    PIC 9(05).
003100     05  DM-PO-NUMBER                    PIC 9(06).
003200     05  DM-PO-LINE                      PIC 9(03).
003300     05  DM-ITEM-ID                      PIC 9(05).
003400     05  DM-CATEGORY                     PIC X(04).
003500     05  DM-REASON-CODE                  PIC X(02).
003600     05  DM-REPLACE-FLAG                 PIC X(01).
003700     05  DM-LOCATION                     PIC X(03).
003800     05  DM-QUANTITY                     PIC 9(05).
003900     05  DM-UNIT-COST                    PIC 9(05)V9(02).
004000     05  DM-EXTENDED-COST                PIC 9(09)V9(02).
