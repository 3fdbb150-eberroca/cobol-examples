000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for the vendor price catalog
000700*          (VCATALOG.DAT), kept by CATALOG-MAINT. One record per
000800*          vendor, item, and effective date carries the vendor's
000900*          own part number for the item and the unit price agreed
001000*          with purchasing from that date on. A price change is
001100*          entered as a new record with a later effective date,
001200*          so the old price stays on file for the POs cut under
001300*          it.
001400*
001500*          The price in force on a given day is the record with
001600*          the latest VC-EFFECTIVE-DATE not after that day.
001700*          PURCH-ORDER prices each new PO line from it.
001800*
001900* Modification History:
002000*   10/15/2026  EB   Original version.
002100******************************************************************
002200 01  VENDOR-CATALOG-RECORD.
002300     05  VC-KEY.
002400         10  VC-VENDOR-ID                PIC 9(05).
002500         10  VC-ITEM-ID                  PIC 9(05).
002600         10  VC-EFFECTIVE-DATE           PIC 9(08).
002700     05  VC-VENDOR-PART                  PIC X(15).
002800     05  VC-UNIT-PRICE                   PIC 9(05)V9(02).
