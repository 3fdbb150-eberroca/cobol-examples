000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for the credit memo file
000700*          (CRMEMOS.DAT), written by CUST-RETURN one record per
000800*          returned order line and kept cumulatively for the
000900*          invoicing side, GL-EXTRACT, and the monthly returns
001000*          report (RETURN-REPORT).
001100*
001200*          CM-MEMO-NUMBER is also the return authorization number
001300*          quoted on the stock movements (reference CM followed by
001400*          the six-digit number). CM-DISPOSITION is R when the
001500*          units went back to stock at CM-LOCATION and S when
001600*          they were scrapped there.
001700*
001800*          CM-UNIT-PRICE is the price the order line was
001900*          invoiced at (CO-INVOICED-PRICE; ITEM-PRICE for a line
002000*          not yet invoiced) and CM-UNIT-COST the moving-average
002100*          ITEM-UNIT-COST on the memo date; the extended fields
002200*          are those times CM-QUANTITY.
002300*
002400* Modification History:
002500*   10/15/2026  EB   Original version.
002600*   10/15/2026  EB   CM-UNIT-PRICE is the invoiced price.
002700******************************************************************
002800 01  CREDIT-MEMO-RECORD.
002900     05  CM-KEY.
003000         10  CM-MEMO-NUMBER              PIC 9(06).
003100         10  CM-LINE-NUMBER              PIC 9(03).
003200     05  CM-MEMO-DATE                    PIC 9(08).
003300     05  CM-CUSTOMER-ID                  PIC 9(05).
003400     05  CM-ORDER-NUMBER                 PIC 9(06).
003500     05  CM-ORDER-LINE                   PIC 9(03).
003600     05  CM-ITEM-ID                      PIC 9(05).
003700     05  CM-CATEGORY                     PIC X(04).
003800     05  CM-REASON-CODE                  PIC X(02).
003900     05  CM-DISPOSITION                  PIC X(01).
004000     05  CM-LOCATION                     PIC X(03).
004100     05  CM-QUANTITY                     PIC 9(05).
004200     05  CM-UNIT-PRICE                   PIC 9(05)V9(02).
004300     05  CM-UNIT-COST                    PIC 9(05)V9(02).
004400     05  CM-EXTENDED-CREDIT              PIC 9(09)V9(02).
004500     05  CM-EXTENDED-COST                PIC 9(09)V9(02).
