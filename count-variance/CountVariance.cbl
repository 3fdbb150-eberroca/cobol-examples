000262*                    location codes added to the shared MOVEREC
000263*                    layout; a blank location posts to the main
000264*                    location.
000266*   10/15/2026  EB   Adjustment movements clear the lot fields
000268*                    added to MOVEREC.
000270* Tectonics: cobc
000280******************************************************************
000290 IDENTIFICATION DIVISION.
002980     MOVE 'J'          TO MOVE-TYPE.
002990     MOVE CC-ITEM-ID   TO MOVE-ITEM-ID.
003000     MOVE CC-COUNT-QTY TO MOVE-QUANTITY.
003003     MOVE SPACES       TO MOVE-LOT-NUMBER.
003006     MOVE 0            TO MOVE-EXPIRY-DATE.
003010     MOVE 'CYCLECNT'   TO MOVE-REFERENCE.
003012*    Count sheets are not location-keyed (yet), so the
003014*    adjustment lands in STOCK-POST's default location
