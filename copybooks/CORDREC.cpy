001430*          allocation beyond it reaches the next list, so a
001440*          backorder release cannot put the same units on two
001450*          lists.
001451*
001452*          CO-RETURNED-QTY is how much of the picked quantity
001453*          the customer has since sent back (CUST-RETURN); no
001454*          more than CO-PICKED-QTY less it may be returned.
001455*
001456*          CO-INVOICED-QTY is how much of the picked quantity
001457*          SHIP-INVOICE has billed, so a rerun bills only what
001458*          was picked since; CO-INVOICED-PRICE is the unit price
001459*          it was billed at, which CUST-RETURN credits back.
001460*
001500*          CO-LINE-STATUS  A = allocation ready to list
001600*                          B = short; remainder on backorder
001700*                          P = on a printed picking list,
001710*                              awaiting confirmation
001800*                          C = closed (fully picked)
001810*                          H = credit hold; nothing allocated
001820*                              until credit releases the order
001900*
002000* Modification History:
002100*   09/02/2026  EB   Original version.
002110*   10/15/2026  EB   Added CO-CUSTOMER-ID, the link to the
002120*                    CUSTOMERS master (CUSTREC); CO-CUSTOMER-NAME
002130*                    is now copied from the master. Added line
002140*                    status H for orders on credit hold.
002150*   10/15/2026  EB   Added CO-RETURNED-QTY for customer returns.
002160*   10/15/2026  EB   Added CO-INVOICED-QTY and CO-INVOICED-PRICE,
002170*                    stamped by SHIP-INVOICE.
002200******************************************************************
002300 01  CUST-ORDER-RECORD.
002400     05  CO-KEY.
003150     05  CO-PRINTED-QTY                  PIC 9(05).
003200     05  CO-ORDER-DATE                   PIC 9(08).
003300     05  CO-LINE-STATUS                  PIC X(01).
003310     05  CO-CUSTOMER-ID                  PIC 9(05).
003320     05  CO-RETURNED-QTY                 PIC 9(05).
003330     05  CO-INVOICED-QTY                 PIC 9(05).
003340     05  CO-INVOICED-PRICE               PIC 9(05)V9(02).
