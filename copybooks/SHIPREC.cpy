000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for the shipped-lines file
000700*          (SHIPPED.TXT). PICK-CONFIRM writes one of these for
000800*          every confirmed pick it books, carrying the customer
000900*          number from the order line, and SHIP-INVOICE reads
001000*          them back to bill the customer for what left the
001100*          building.
001200*
001300* Modification History:
001400*   10/15/2026  EB   Original version.
001500******************************************************************
001600 01  SHIPPED-LINE-RECORD.
001700     05  SHIP-ORDER-NUMBER               PIC 9(06).
001800     05  SHIP-LINE-NUMBER                PIC 9(03).
001900     05  SHIP-CUSTOMER-ID                PIC 9(05).
002000     05  SHIP-ITEM-ID                    PIC 9(05).
002100     05  SHIP-QUANTITY                   PIC 9(05).
002200     05  SHIP-DATE                       PIC 9(08).
