000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for the operator master file
000700*          (OPERMAST.DAT), keyed by the operator id every
000800*          updating program takes from DD-OPERATOR. Kept by
000900*          OPER-MAINT. An operator must be on file and
001000*          active before OPER-AUTH will sign them on to any
001100*          program; what they may run is in AUTHTBL.DAT.
001200*
001300*          OPR-STATUS  A = active
001400*                      S = suspended (signs on to nothing, but
001500*                          stays on file so the ledger and price
001600*                          history still name a known operator)
001700*
001800* Modification History:
001900*   10/15/2026  EB   Original version.
002000******************************************************************
002100 01  OPERATOR-RECORD.
002200     05  OPR-OPERATOR-ID                 PIC X(08).
002300     05  OPR-NAME                        PIC X(25).
002400     05  OPR-DEPARTMENT                  PIC X(10).
002500     05  OPR-STATUS                      PIC X(01).
002600         88  OPERATOR-IS-ACTIVE                      VALUE 'A'.
002700         88  OPERATOR-IS-SUSPENDED                   VALUE 'S'.
002800     05  OPR-ADDED-DATE                  PIC 9(08).
