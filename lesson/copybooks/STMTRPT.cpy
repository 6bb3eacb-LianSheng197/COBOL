001210*    2026-09-01  LS   WIDEN STMT-AMOUNT TO COVER ITS S9(7)      *
001220*                     SOURCES - THE HIGH-ORDER DIGIT TRUNCATED  *
001230*                     SILENTLY (THE AGINGRPT DEFECT AGAIN).     *
001240*    2026-10-15  LS   ADD STMT-RECEIPT - THE PRINTED RECEIPT     *
001250*                     NUMBER OF A PAYMENT ROW, BLANK ON ANY      *
001260*                     OTHER.                                     *
001300******************************************************************
001400 01  STMT-DETAIL-LINE.
001500     05  STMT-POST-DATE          PIC 9(08).
002100     05  STMT-AMOUNT             PIC --,---,--9.
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  STMT-RUNNING            PIC -,---,---,--9.
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  STMT-RECEIPT            PIC ZZZZZ9 BLANK WHEN ZERO.
002400
002500 01  STMT-TOTAL-LINE.
002600     05  STMT-TOT-LABEL          PIC X(24).
