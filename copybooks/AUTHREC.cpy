000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for the transaction
000700*          authorization table (AUTHTBL.DAT). One record grants
000800*          one operator one transaction type in one program, so
000900*          a receiving clerk can hold STOCK-POST type R without
001000*          holding type J. Kept by OPER-MAINT and read by
001100*          OPER-AUTH.
001200*
001300*          AU-TRAN-TYPE  the program's own transaction or
001400*                        movement code (ITEM-MAINT and
001500*                        VENDOR-MAINT A/C/D, STOCK-POST
001600*                        R/I/J/T/U/W/V, CUST-ORDER O = take
001700*                        orders and H = release credit holds)
001800*                        '*' = every type the program has, and
001900*                        the grant for programs that have no
002000*                        types (PRICE-APPLY)
002100*
002200*          An operator with no record at all for a program is
002300*          refused sign-on to it.
002400*
002500* Modification History:
002600*   10/15/2026  EB   Original version.
002700******************************************************************
002800 01  AUTHORIZATION-RECORD.
002900     05  AU-KEY.
003000         10  AU-OPERATOR-ID              PIC X(08).
003100         10  AU-PROGRAM-ID               PIC X(12).
003200         10  AU-TRAN-TYPE                PIC X(01).
003300     05  AU-GRANTED-DATE                 PIC 9(08).
