000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for the report catalog
000700*          (RPTCAT.TXT), one line per listing a run-control step
000800*          writes. RPT-ARCHIVE looks up the step that has just
000900*          ended and archives each listing catalogued under it;
001000*          the producing program and the department the printed
001100*          copy goes to are carried from here onto the report
001200*          index. A step with no catalog lines writes nothing
001300*          worth keeping.
001400*
001500*          RC-STEP-NAME    the RUNSTEPS.TXT step name
001600*          RC-REPORT-NAME  the listing's fixed file name, e.g.
001700*                          ITEMVAL.TXT
001800*
001900* Modification History:
002000*   10/15/2026  EB   Original version.
002100******************************************************************
002200 01  REPORT-CATALOG-RECORD.
002300     05  RC-STEP-NAME                    PIC X(08).
002400     05  RC-REPORT-NAME                  PIC X(12).
002500     05  RC-PROGRAM                      PIC X(14).
002600     05  RC-DEPARTMENT                   PIC X(12).
