000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Return reason codes, shared by CUST-RETURN, which
000700*          refuses a return without one of them, RETURN-REPORT,
000800*          which totals the month's returns under each, and
000900*          VENDOR-RETURN, which quotes them on the vendor debit
001000*          memo. A new code is added here and the programs
001050*          recompiled.
001100*
001200* Modification History:
001300*   10/15/2026  EB   Original version.
001310*   10/15/2026  EB   Also used for returns to vendor.
001400******************************************************************
001500 01  RETURN-REASON-VALUES.
001600     05  FILLER                          PIC X(27) VALUE
001700         'DADAMAGED IN TRANSIT'.
001800     05  FILLER                          PIC X(27) VALUE
001900         'DFDEFECTIVE'.
002000     05  FILLER                          PIC X(27) VALUE
002100         'WIWRONG ITEM SHIPPED'.
002200     05  FILLER                          PIC X(27) VALUE
002300         'OSOVER-SHIPPED'.
002400     05  FILLER                          PIC X(27) VALUE
002500         'NNNO LONGER NEEDED'.
002600     05  FILLER                          PIC X(27) VALUE
002700         'OTOTHER'.
002800
002900 01  RETURN-REASON-TABLE REDEFINES RETURN-REASON-VALUES.
003000     05  RR-ENTRY OCCURS 6 TIMES.
003100         10  RR-CODE                     PIC X(02).
003200         10  RR-DESCRIPTION              PIC X(25).
003300
003400 01  RR-REASON-COUNT                     PIC 9(02)   VALUE 6.
