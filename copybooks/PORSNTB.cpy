000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: PO maintenance reason codes. PO-MAINT refuses a
000700*          change, cancel, close-short, or added line without
000800*          one of them and prints it on the maintenance listing.
000900*          A new code is added here and the program recompiled.
001000*
001100* Modification History:
001200*   10/15/2026  EB   Original version.
001300******************************************************************
001400 01  PO-MAINT-REASON-VALUES.
001500     05  FILLER                          PIC X(27) VALUE
001600         'VDVENDOR DISCONTINUED ITEM'.
001700     05  FILLER                          PIC X(27) VALUE
001800         'VSVENDOR SHIPPED SHORT'.
001900     05  FILLER                          PIC X(27) VALUE
002000         'VLVENDOR DELIVERY DELAYED'.
002100     05  FILLER                          PIC X(27) VALUE
002200         'PHCHANGED WITH VENDOR'.
002300     05  FILLER                          PIC X(27) VALUE
002400         'NNNO LONGER NEEDED'.
002500     05  FILLER                          PIC X(27) VALUE
002600         'KEKEYING ERROR'.
002700     05  FILLER                          PIC X(27) VALUE
002800         'OTOTHER'.
002900
003000 01  PO-MAINT-REASON-TABLE REDEFINES PO-MAINT-REASON-VALUES.
003100     05  MR-ENTRY OCCURS 7 TIMES.
003200         10  MR-CODE                     PIC X(02).
003300         10  MR-DESCRIPTION              PIC X(25).
003400
003500 01  MR-REASON-COUNT                     PIC 9(02)   VALUE 7.
