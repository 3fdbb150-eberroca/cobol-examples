000100******************************************************************
000200* Author: Eduardo Berrocal -- https://eduberrocal.net
000300* Installation: Warehouse Systems
000400* Date-Written: 10/15/2026
000500* Date-Compiled:
000600* Purpose: Shared record layout for STOCK-POST's posted-batch
000700*          register (POSTREG.DAT). A batch is one movement
000800*          file as STOCK-POST reads it, known by its control
000900*          totals: the record count and two hash totals, each
001000*          movement's item id and quantity weighted by its
001100*          sequence number in the file. The same file run
001200*          again, under whatever name, has the same key.
001300*
001400*          PB-POSTED-THRU is the sequence number of the last
001500*          movement processed (posted or rejected), rewritten
001600*          after every movement, so a run that fails part way
001700*          resumes at the first unposted one.
001800*
001900*          PB-STATUS  P = Partly posted (run did not finish)
002000*                     C = Complete
002100*
002200* Modification History:
002300*   10/15/2026  EB   Original version.
002400******************************************************************
002500 01  POSTED-BATCH-RECORD.
002600     05  PB-KEY.
002700         10  PB-RECORD-COUNT             PIC 9(07).
002800         10  PB-ITEM-HASH                PIC 9(15).
002900         10  PB-QTY-HASH                 PIC 9(15).
003000     05  PB-BATCH-NAME                   PIC X(12).
003100     05  PB-STATUS                       PIC X(01).
003200     05  PB-POSTED-THRU                  PIC 9(07).
003300     05  PB-FIRST-RUN-DATE               PIC 9(08).
003400     05  PB-LAST-RUN-DATE                PIC 9(08).
003500     05  PB-RUN-COUNT                    PIC 9(03).
