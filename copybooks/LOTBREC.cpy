000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for the lot balance file
000700*          (LOTBAL.DAT), keyed by item id, location code and
000800*          lot number, with the lot's expiry date. STOCK-POST
000900*          books lotted receipts in and draws issues out first-
001000*          expiring lot first; PICK-LIST reads it to name the
001100*          lot to pull. A lot drawn to zero is deleted.
001200*
001300*          Lot balances are a breakdown of LOCBAL.DAT, not a
001400*          replacement: stock received without a lot number
001500*          (and everything on hand before lots went live) is
001600*          held at the location but not here, so an item's lots
001700*          at a location never sum to more than its LB-QUANTITY
001800*          but may sum to less. A zero LOT-EXPIRY-DATE is a lot
001900*          that does not expire; it is drawn last.
002000*
002100* Modification History:
002200*   10/15/2026  EB   Original version.
002300******************************************************************
002400 01  LOT-BALANCE-RECORD.
002500     05  LOT-KEY.
002600         10  LOT-ITEM-ID                 PIC 9(05).
002700         10  LOT-LOCATION-CODE           PIC X(03).
002800         10  LOT-NUMBER                  PIC X(10).
002900     05  LOT-EXPIRY-DATE                 PIC 9(08).
003000     05  LOT-QUANTITY                    PIC 9(05).
003100     05  LOT-RECEIVED-DATE               PIC 9(08).
