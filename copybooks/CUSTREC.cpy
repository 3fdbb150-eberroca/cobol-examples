000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for the CUSTOMERS master file,
000700*          maintained by CUST-MAINT. CUST-ORDER takes orders
000800*          by customer number against it, so one customer is
000900*          one customer however the name was keyed, and checks
001000*          each order against the credit limit.
001100*
001200*          CUSTOMER-CREDIT-LIMIT is the most open order value
001300*          (at ITEM-PRICE) the customer may carry; an order
001400*          that would take the customer past it goes on credit
001500*          hold. CUSTOMER-HOLD-FLAG Y stops all new orders for
001600*          the customer outright.
001700*
001800*          CUSTOMER-TERMS-CODE is the printed payment terms
001900*          (NET30, COD, and so on); CUSTOMER-TERMS-DAYS is the
002000*          number of days from invoice to payment due.
002100*
002200* Modification History:
002300*   10/15/2026  EB   Original version.
002400******************************************************************
002500 01  CUSTOMERS-FILE.
002600     05  CUSTOMER-ID                     PIC 9(05).
002700     05  CUSTOMER-NAME                   PIC X(25).
002800     05  CUSTOMER-BILL-TO.
002900         10  CUSTOMER-BILL-STREET        PIC X(30).
003000         10  CUSTOMER-BILL-CITY          PIC X(25).
003100     05  CUSTOMER-SHIP-TO.
003200         10  CUSTOMER-SHIP-STREET        PIC X(30).
003300         10  CUSTOMER-SHIP-CITY          PIC X(25).
003400     05  CUSTOMER-TERMS-CODE             PIC X(06).
003500     05  CUSTOMER-TERMS-DAYS             PIC 9(03).
003600     05  CUSTOMER-CREDIT-LIMIT           PIC 9(07)V9(02).
003700     05  CUSTOMER-HOLD-FLAG              PIC X(01).
