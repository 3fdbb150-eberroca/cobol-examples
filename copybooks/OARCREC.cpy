000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for the order archive register
000700*          (ORDARCH.DAT), one record per dated archive file
000800*          ORDER-PURGE has written. Closed customer order lines
000900*          go to COARCH.yyyymmdd and closed purchase order lines
001000*          to POARCH.yyyymmdd, each in its live file's own record
001100*          layout (CORDREC, PORDREC); the register is how
001200*          ITEM-HISTORY finds them again to look up an order
001300*          after it has left the live files.
001400*
001500*          OA-FILE-KIND  C = customer order lines (COARCH)
001600*                        P = purchase order lines (POARCH)
001700*
001800*          OA-CUTOFF-DATE is the newest order date the run was
001900*          allowed to archive. The entry is made when the run
002000*          opens the file, before a line goes into it, so the
002100*          lines archived are counted on the ORDER-PURGE listing
002200*          rather than here.
002300*
002400* Modification History:
002500*   10/15/2026  EB   Original version.
002600*   10/15/2026  EB   Dropped OA-LINE-COUNT; the entry is now made
002700*                    as the archive is opened.
002800******************************************************************
002900 01  ORDER-ARCHIVE-ENTRY.
003000     05  OA-FILE-KIND                    PIC X(01).
003100         88  OA-CUSTOMER-ORDER-LINES                 VALUE 'C'.
003200         88  OA-PURCHASE-ORDER-LINES                 VALUE 'P'.
003300     05  OA-ARCHIVE-NAME                 PIC X(20).
003400     05  OA-RUN-DATE                     PIC 9(08).
003500     05  OA-CUTOFF-DATE                  PIC 9(08).
