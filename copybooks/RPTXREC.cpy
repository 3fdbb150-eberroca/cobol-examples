000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for the report index
000700*          (RPTINDEX.DAT), one record per archived listing.
000800*          RPT-ARCHIVE copies each catalogued listing to a
000900*          run-dated name -- the listing's own name stem plus the
001000*          run date, e.g. ITEMVAL.20261015 -- and enters it here;
001100*          RPT-DISTRIB prints the distribution sheet from it and
001200*          RPT-REPRINT finds an archived listing through it by
001300*          report name and run date.
001400*
001500*          RX-RUN-DATE is the run-control chain's run date (the
001600*          failed night's date on a restart), not the wall clock.
001700*          RX-PAGE-COUNT counts 60-line printer forms.
001800*
001900* Modification History:
002000*   10/15/2026  EB   Original version.
002100******************************************************************
002200 01  REPORT-INDEX-ENTRY.
002300     05  RX-REPORT-NAME                  PIC X(12).
002400     05  RX-RUN-DATE                     PIC 9(08).
002500     05  RX-PROGRAM                      PIC X(14).
002600     05  RX-STEP-NAME                    PIC X(08).
002700     05  RX-DEPARTMENT                   PIC X(12).
002800     05  RX-ARCHIVE-NAME                 PIC X(24).
002900     05  RX-PAGE-COUNT                   PIC 9(05).
003000     05  RX-LINE-COUNT                   PIC 9(07).
