000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for the location stock level
000700*          file (LOCLVL.DAT), keyed by item id plus location
000800*          code like LOCBAL.DAT. Each record holds the working
000900*          minimum and maximum for one item at one location,
001000*          kept by LEVEL-MAINT. The nightly LOC-REPLENISH step
001100*          tops a location that has fallen below its minimum
001200*          back up to its maximum, out of locations holding
001300*          more than their own maximum.
001400*
001500*          An item/location with no record here has no working
001600*          level: it is never replenished and never drawn on.
001700*
001800* Modification History:
001900*   10/15/2026  EB   Original version.
002000******************************************************************
002100 01  LOC-LEVEL-RECORD.
002200     05  LV-KEY.
002300         10  LV-ITEM-ID                  PIC 9(05).
002400         10  LV-LOCATION-CODE            PIC X(03).
002500     05  LV-MIN-QTY                      PIC 9(05).
002600     05  LV-MAX-QTY                      PIC 9(05).
