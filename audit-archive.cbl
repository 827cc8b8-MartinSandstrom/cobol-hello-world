000160*   DATE       INIT  DESCRIPTION                            *
000170*   ---------- ----  ------------------------------------   *
000180*   2026-08-21  MS   Initial version.                       *
000181*   2026-10-15  MS   The chain carries across the cut: the  *
000182*                    archive takes the leading run of       *
000183*                    records dated before the cutoff (the   *
000184*                    first record on or after it keeps      *
000185*                    everything behind it on-line), records *
000186*                    keep their AUD-SEQ / AUD-CHECK, and    *
000187*                    the AUDCHAIN base moves to the last    *
000188*                    record archived so the retained        *
000189*                    records still verify from it.  The     *
000190*                    control report shows where the chain   *
000191*                    was cut.                               *
000195*-----------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. AUDARCH.
000220
000350     SELECT CONTROL-REPORT-FILE ASSIGN TO "AUDARPT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CRPT-FILE-STATUS.
000371     SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
000372         ORGANIZATION IS LINE SEQUENTIAL
000373         FILE STATUS IS WS-ACH-FILE-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000480                           LEADING ==AUD-== BY ==AWRK-==.
000490 FD  CONTROL-REPORT-FILE.
000500 01  CONTROL-REPORT-RECORD   PIC X(80).
000501 FD  AUDIT-CHAIN-FILE.
000502     COPY ACHNREC.
000510
000520 WORKING-STORAGE SECTION.
000530 01  WS-SWITCHES.
000570         88  WS-WORK-EOF             VALUE "Y".
000580     05  WS-CUTOFF-VALID-SW  PIC X(01) VALUE "N".
000590         88  WS-CUTOFF-VALID         VALUE "Y".
000591     05  WS-RETAINING-SW     PIC X(01) VALUE "N".
000592         88  WS-RETAINING            VALUE "Y".
000600
000610 01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE "00".
000620     88  WS-AUDIT-FILE-NOT-FOUND VALUE "35".
000640     88  WS-ARCH-FILE-NOT-FOUND  VALUE "35".
000650 01  WS-WORK-FILE-STATUS     PIC X(02) VALUE "00".
000660 01  WS-CRPT-FILE-STATUS     PIC X(02) VALUE "00".
000661 01  WS-ACH-FILE-STATUS      PIC X(02) VALUE "00".
000662     88  WS-ACH-FILE-NOT-FOUND   VALUE "35".
000670
000680 01  WS-CURRENT-DATE         PIC X(08) VALUE SPACES.
000690 01  WS-CUTOFF-DATE          PIC X(08) VALUE SPACES.
000740 01  WS-READ-HASH            PIC S9(11) VALUE ZERO.
000750 01  WS-ARCH-HASH            PIC S9(11) VALUE ZERO.
000760 01  WS-RETAIN-HASH          PIC S9(11) VALUE ZERO.
000761
000762*    Where the audit chain is cut: the last chained record
000763*    archived, the first chained record retained, and the
000764*    last chained record read.
000765 01  WS-ARCH-LAST-SEQ        PIC 9(09) VALUE ZERO.
000766 01  WS-ARCH-LAST-CHECK      PIC 9(09) VALUE ZERO.
000767 01  WS-RETAIN-FIRST-SEQ     PIC 9(09) VALUE ZERO.
000768 01  WS-READ-LAST-SEQ        PIC 9(09) VALUE ZERO.
000769 01  WS-READ-LAST-CHECK      PIC 9(09) VALUE ZERO.
000770
000780 01  WS-CRPT-HEADER-LINE.
000790     05  FILLER              PIC X(28)
000900     05  CRPT-TOT-HASH       PIC -ZZZZZZZZZZ9.
000910     05  FILLER              PIC X(36) VALUE SPACES.
000920 01  WS-CRPT-VERDICT-LINE    PIC X(80) VALUE SPACES.
000921 01  WS-CRPT-CHAIN-LINE.
000922     05  FILLER              PIC X(23)
000923         VALUE "CHAIN CUT AFTER SEQ    ".
000924     05  CRPT-CHN-ARCH-SEQ   PIC ZZZZZZZZ9.
000925     05  FILLER              PIC X(22)
000926         VALUE "  FIRST RETAINED SEQ  ".
000927     05  CRPT-CHN-RETAIN-SEQ PIC ZZZZZZZZ9.
000928     05  FILLER              PIC X(17) VALUE SPACES.
000930
000940 PROCEDURE DIVISION.
000950 0000-MAINLINE.
001120     CLOSE ARCHIVE-FILE
001130     CLOSE WORK-FILE
001140     PERFORM 4000-REWRITE-LIVE-FILE THRU 4000-EXIT
001145     PERFORM 5000-MOVE-CHAIN-BASE THRU 5000-EXIT
001150     PERFORM 7000-WRITE-CONTROL-REPORT THRU 7000-EXIT
001160     DISPLAY "AUDARCH COMPLETE - ARCHIVED " WS-ARCH-COUNT
001170         " RETAINED " WS-RETAIN-COUNT
001380     END-READ
001390     ADD 1 TO WS-READ-COUNT
001400     ADD AUD-RESULT TO WS-READ-HASH
001401     IF AUD-SEQ IS NUMERIC
001402         MOVE AUD-SEQ TO WS-READ-LAST-SEQ
001403         MOVE AUD-CHECK TO WS-READ-LAST-CHECK
001404     END-IF
001405*    The cut is one clean break in the chain: once a record
001406*    on or after the cutoff is kept, every record behind it
001407*    is kept too, whatever its date.
001408     IF AUD-DATE NOT LESS THAN WS-CUTOFF-DATE
001409         SET WS-RETAINING TO TRUE
001410     END-IF
001411     IF NOT WS-RETAINING
001420         MOVE AUDIT-RECORD TO ARCHIVE-RECORD
001430         WRITE ARCHIVE-RECORD
001440         ADD 1 TO WS-ARCH-COUNT
001450         ADD AUD-RESULT TO WS-ARCH-HASH
001451         IF AUD-SEQ IS NUMERIC
001452             MOVE AUD-SEQ TO WS-ARCH-LAST-SEQ
001453             MOVE AUD-CHECK TO WS-ARCH-LAST-CHECK
001454         END-IF
001460     ELSE
001470         MOVE AUDIT-RECORD TO WORK-RECORD
001480         WRITE WORK-RECORD
001490         ADD 1 TO WS-RETAIN-COUNT
001500         ADD AUD-RESULT TO WS-RETAIN-HASH
001501         IF AUD-SEQ IS NUMERIC
001502            AND WS-RETAIN-FIRST-SEQ = ZERO
001503             MOVE AUD-SEQ TO WS-RETAIN-FIRST-SEQ
001504         END-IF
001510     END-IF.
001520 3000-EXIT.
001530     EXIT.
001720     WRITE AUDIT-RECORD.
001730 4100-EXIT.
001740     EXIT.
001741
001742 5000-MOVE-CHAIN-BASE.
001743*    The retained records now chain from the last record
001744*    archived.  The end of the chain is left where BASCALC
001745*    put it; with no AUDCHAIN yet it is the last record read.
001746     IF WS-ARCH-LAST-SEQ = ZERO
001747         GO TO 5000-EXIT
001748     END-IF
001749     OPEN INPUT AUDIT-CHAIN-FILE
001750     IF WS-ACH-FILE-NOT-FOUND
001751         MOVE WS-READ-LAST-SEQ TO ACH-LAST-SEQ
001752         MOVE WS-READ-LAST-CHECK TO ACH-LAST-CHECK
001753     ELSE
001754         READ AUDIT-CHAIN-FILE
001755             AT END
001756                 MOVE WS-READ-LAST-SEQ TO ACH-LAST-SEQ
001757                 MOVE WS-READ-LAST-CHECK TO ACH-LAST-CHECK
001758         END-READ
001759         CLOSE AUDIT-CHAIN-FILE
001760     END-IF
001761     MOVE WS-ARCH-LAST-SEQ TO ACH-BASE-SEQ
001762     MOVE WS-ARCH-LAST-CHECK TO ACH-BASE-CHECK
001763     MOVE WS-CURRENT-DATE TO ACH-UPD-DATE
001764     ACCEPT ACH-UPD-TIME FROM TIME
001765     MOVE "AUDARCH" TO ACH-UPD-PROGRAM
001766     OPEN OUTPUT AUDIT-CHAIN-FILE
001767     WRITE AUDIT-CHAIN-RECORD
001768     CLOSE AUDIT-CHAIN-FILE.
001769 5000-EXIT.
001770     EXIT.
001772
001775 7000-WRITE-CONTROL-REPORT.
001777     OPEN OUTPUT CONTROL-REPORT-FILE
001780     MOVE WS-CURRENT-DATE TO CRPT-HDR-DATE
001790     MOVE WS-CUTOFF-DATE TO CRPT-HDR-CUTOFF
001800     MOVE WS-CRPT-HEADER-LINE TO CONTROL-REPORT-RECORD
002040     END-IF
002050     MOVE WS-CRPT-VERDICT-LINE TO CONTROL-REPORT-RECORD
002060     WRITE CONTROL-REPORT-RECORD
002061     IF WS-ARCH-LAST-SEQ = ZERO
002062         MOVE "NO CHAINED RECORDS ARCHIVED - CHAIN BASE UNCHANGED"
002063             TO CONTROL-REPORT-RECORD
002064     ELSE
002065         MOVE WS-ARCH-LAST-SEQ TO CRPT-CHN-ARCH-SEQ
002066         MOVE WS-RETAIN-FIRST-SEQ TO CRPT-CHN-RETAIN-SEQ
002067         MOVE WS-CRPT-CHAIN-LINE TO CONTROL-REPORT-RECORD
002068     END-IF
002069     WRITE CONTROL-REPORT-RECORD
002070     CLOSE CONTROL-REPORT-FILE.
002080 7000-EXIT.
002090     EXIT.
