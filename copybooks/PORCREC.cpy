000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for the PO receipt match file
000700*          (POMATCH.DAT). STOCK-POST appends one record for every
000800*          receipt it matches to an open PO line, carrying the
000900*          unit cost the dock keyed on the receipt next to the
001000*          unit price on the PO line, and the purchase price
001100*          variance report reads them back by month.
001200*
001300*          PR-RECEIPT-UNIT-COST is zero for a receipt keyed
001400*          without a cost; PR-PO-UNIT-PRICE is zero for a PO line
001500*          cut before lines were priced. Neither can be compared.
001600*
001700* Modification History:
001800*   10/15/2026  EB   Original version.
001900******************************************************************
002000 01  PO-RECEIPT-RECORD.
002100     05  PR-RECEIPT-DATE                 PIC 9(08).
002200     05  PR-PO-NUMBER                    PIC 9(06).
002300     05  PR-PO-LINE                      PIC 9(03).
002400     05  PR-VENDOR-ID                    PIC 9(05).
002500     05  PR-ITEM-ID                      PIC 9(05).
002600     05  PR-CATEGORY                     PIC X(04).
002700     05  PR-LOCATION                     PIC X(03).
002800     05  PR-QUANTITY                     PIC 9(05).
002900     05  PR-RECEIPT-UNIT-COST            PIC 9(05)V9(02).
003000     05  PR-PO-UNIT-PRICE                PIC 9(05)V9(02).
