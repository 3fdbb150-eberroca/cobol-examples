000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for the cumulative lot trace
000700*          file (LOTTRACE.DAT). STOCK-POST appends one record
000800*          each time a lot is booked in or drawn out: the
000900*          receipt that brought it in, and every issue, return
001000*          to vendor, write-off or count adjustment that took
001100*          units of it out, with the movement reference. Issues
001200*          referenced SO plus the order number are customer
001300*          order shipments, which LOT-TRACE lists for a recall.
001400*
001500* Modification History:
001600*   10/15/2026  EB   Original version.
001700******************************************************************
001800 01  LOT-TRACE-RECORD.
001900     05  LTR-LOT-NUMBER                  PIC X(10).
002000     05  LTR-ITEM-ID                     PIC 9(05).
002100     05  LTR-LOCATION                    PIC X(03).
002200     05  LTR-EXPIRY-DATE                 PIC 9(08).
002300     05  LTR-MOVE-TYPE                   PIC X(01).
002400     05  LTR-QUANTITY                    PIC 9(05).
002500     05  LTR-REFERENCE                   PIC X(10).
002600     05  LTR-DATE                        PIC 9(08).
