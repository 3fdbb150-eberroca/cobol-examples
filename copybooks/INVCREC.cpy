000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for the invoice-line file
000700*          (INVOICES.DAT), written by SHIP-INVOICE one record
000800*          per shipped order line and kept cumulatively so
000900*          GL-EXTRACT can book the month's sales and cost of
001000*          goods sold by category.
001100*
001200*          IV-UNIT-PRICE is the ITEM-PRICE and IV-UNIT-COST the
001300*          moving-average ITEM-UNIT-COST on the invoice date;
001400*          the extended fields are those times IV-QUANTITY.
001500*          IV-DUE-DATE is the invoice date plus the customer's
001600*          CUSTOMER-TERMS-DAYS.
001700*
001800* Modification History:
001900*   10/15/2026  EB   Original version.
002000******************************************************************
002100 01  INVOICE-LINE-RECORD.
002200     05  IV-KEY.
002300         10  IV-INVOICE-NUMBER           PIC 9(06).
002400         10  IV-LINE-NUMBER              PIC 9(03).
002500     05  IV-INVOICE-DATE                 PIC 9(08).
002600     05  IV-DUE-DATE                     PIC 9(08).
002700     05  IV-CUSTOMER-ID                  PIC 9(05).
002800     05  IV-ORDER-NUMBER                 PIC 9(06).
002900     05  IV-ORDER-LINE                   PIC 9(03).
003000     05  IV-ITEM-ID                      PIC 9(05).
003100     05  IV-CATEGORY                     PIC X(04).
003200     05  IV-QUANTITY                     PIC 9(05).
003300     05  IV-UNIT-PRICE                   PIC 9(05)V9(02).
003400     05  IV-UNIT-COST                    PIC 9(05)V9(02).
003500     05  IV-EXTENDED-PRICE               PIC 9(09)V9(02).
003600     05  IV-EXTENDED-COST                PIC 9(09)V9(02).
