000164*                    on their own report line; their negated *
000166*                    amounts stay in the posted result sum   *
000168*                    so the average reflects the net.        *
000169*   2026-10-15  MS   Held items (audit status H, over their *
000171*                    approval limit and waiting on APPROVE) *
000173*                    are counted on their own report line   *
000174*                    and kept out of the posted count, sum, *
000176*                    average and largest result.            *
000178*-----------------------------------------------------------*
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. AUDSTAT.
000200
000670 01  WS-MONTH-COUNT          PIC 9(07) VALUE ZERO.
000680 01  WS-REJECT-COUNT         PIC 9(07) VALUE ZERO.
000682 01  WS-REVERSAL-COUNT       PIC 9(07) VALUE ZERO.
000686 01  WS-HELD-COUNT           PIC 9(07) VALUE ZERO.
000690 01  WS-POSTED-COUNT         PIC 9(07) VALUE ZERO.
000700 01  WS-RESULT-SUM           PIC S9(13) VALUE ZERO.
000710 01  WS-AVG-RESULT           PIC S9(07) VALUE ZERO.
001115                             VALUE "REVERSALS     ".
001116     05  SRPT-REV-COUNT      PIC ZZZZZZ9.
001118     05  FILLER              PIC X(59) VALUE SPACES.
001119 01  WS-SRPT-HELD-LINE.
001121     05  FILLER              PIC X(14)
001123                             VALUE "HELD APPROVAL ".
001124     05  SRPT-HELD-COUNT     PIC ZZZZZZ9.
001126     05  FILLER              PIC X(59) VALUE SPACES.
001128 01  WS-SRPT-RESULT-LINE.
001130     05  FILLER              PIC X(16)
001140                             VALUE "AVERAGE RESULT  ".
001150     05  SRPT-RES-AVG        PIC -ZZZZZZ9.
001950         WHEN OTHER
001960             ADD 1 TO WS-OP-OTHER-COUNT
001970     END-EVALUATE
001971*    A held item has not posted: it waits on APPROVE, so it is
001972*    kept out of the posted count, sum and largest result.
001974     IF AUD-HELD
001975         ADD 1 TO WS-HELD-COUNT
001977         GO TO 3000-EXIT
001978     END-IF
001980     IF AUD-REJECTED
001990         ADD 1 TO WS-REJECT-COUNT
002000         ADD 1 TO WS-DAY-REJECTS (WS-DAY-SUB)
002392     MOVE WS-REVERSAL-COUNT TO SRPT-REV-COUNT
002394     MOVE WS-SRPT-REV-LINE TO STATS-REPORT-RECORD
002396     WRITE STATS-REPORT-RECORD
002397     MOVE WS-HELD-COUNT TO SRPT-HELD-COUNT
002398     MOVE WS-SRPT-HELD-LINE TO STATS-REPORT-RECORD
002399     WRITE STATS-REPORT-RECORD
002400     IF WS-POSTED-COUNT GREATER THAN ZERO
002410         DIVIDE WS-RESULT-SUM BY WS-POSTED-COUNT
002420             GIVING WS-AVG-RESULT ROUNDED
