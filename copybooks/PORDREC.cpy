001200*          received.
001300*
001400*          PO-LINE-STATUS  O = open (still expecting stock)
001409*                          C = closed (fully received, or
001418*                              closed short by PO-MAINT)
001427*                          X = canceled by PO-MAINT before
001436*                              anything was received
001445*
001454*          STOCK-POST also notes where the line's stock was
001463*          received (PO-RECEIPT-LOCATION, the last receipt's
001472*          to-location) and the average unit cost the dock
001481*          keyed across its costed receipts
001490*          (PO-RECEIPT-UNIT-COST). VENDOR-RETURN uses both to
001499*          ship rejected goods back out of the right location
001508*          at the right cost; it takes returned units back off
001517*          PO-RECEIVED-QTY and keeps their running total in
001526*          PO-RETURNED-QTY.
001535*
001544*          PO-UNIT-PRICE is the price PURCH-ORDER cut the line
001553*          at, from the vendor price catalog in force on the
001562*          order date (the item's unit cost when the catalog
001571*          has no price for it). Receipts are measured against
001580*          it for purchase price variance.
001600*
001700* Modification History:
001800*   09/02/2026  EB   Original version.
001810*   10/15/2026  EB   Added PO-RECEIPT-LOCATION,
001820*                    PO-RECEIPT-UNIT-COST and PO-RETURNED-QTY
001830*                    for returns to vendor.
001840*   10/15/2026  EB   Added PO-UNIT-PRICE.
001850*   10/15/2026  EB   Added line status X (canceled).
001900******************************************************************
002000 01  PURCH-ORDER-RECORD.
002100     05  PO-KEY.
002800     05  PO-ORDER-DATE                   PIC 9(08).
002900     05  PO-EXPECTED-DATE                PIC 9(08).
003000     05  PO-LINE-STATUS                  PIC X(01).
003010     05  PO-RECEIPT-LOCATION             PIC X(03).
003020     05  PO-RECEIPT-UNIT-COST            PIC 9(05)V9(02).
003030     05  PO-RETURNED-QTY                 PIC 9(05).
003040     05  PO-UNIT-PRICE                   PIC 9(05)V9(02).
