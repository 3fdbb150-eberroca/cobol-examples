001800*                     T = Transfer (move the quantity from the
001900*                         from-location to the to-location;
002000*                         company on-hand is unchanged)
002005*                     U = Customer return (add to on-hand,
002010*                         booked into the to-location; written
002015*                         by CUST-RETURN)
002020*                     W = Write-off (subtract from on-hand, out
002025*                         of the from-location; scrapped
002030*                         customer returns)
002035*                     V = Return to vendor (subtract from
002040*                         on-hand, out of the from-location,
002045*                         backing MOVE-UNIT-COST out of the
002050*                         moving average; written by
002055*                         VENDOR-RETURN)
002060*
002065*          MOVE-LOT-NUMBER and MOVE-EXPIRY-DATE carry the lot on
002070*          a receipt (and optionally a customer return) into
002075*          the lot balance file. On an issue, transfer or
002080*          return to vendor a lot number names the lot to draw
002085*          first; otherwise STOCK-POST draws first-expiring
002090*          lots first. A write-off draws only the lot it names
002095*          (blank scraps unlotted stock).
002100*
002200*          A blank location defaults to the main location when
002300*          the LOCATION master is on file, so movement files
003130*                    cost into the item's moving-average
003140*                    ITEM-UNIT-COST; zero (and every non-receipt
003150*                    movement) leaves the cost alone.
003156*   10/15/2026  EB   Added the U customer return and W write-off
003162*                    movement types.
003168*   10/15/2026  EB   Added the V return-to-vendor type; its
003174*                    MOVE-UNIT-COST is the receipt cost backed
003180*                    out of the item's moving-average cost.
003186*   10/15/2026  EB   Added MOVE-LOT-NUMBER and MOVE-EXPIRY-DATE
003192*                    for lot and expiry tracking.
003200******************************************************************
003300 01  MOVE-TRANS-RECORD.
003400     05  MOVE-TYPE                       PIC X(01).
003800     05  MOVE-FROM-LOCATION              PIC X(03).
003900     05  MOVE-TO-LOCATION                PIC X(03).
004000     05  MOVE-UNIT-COST                  PIC 9(05)V9(02).
004010     05  MOVE-LOT-NUMBER                 PIC X(10).
004020     05  MOVE-EXPIRY-DATE                PIC 9(08).
