000200*   DATE       INIT  DESCRIPTION                            *
000210*   ---------- ----  ------------------------------------   *
000220*   2026-09-02  MS   Initial version.                       *
000221*   2026-10-15  MS   The period close now also marks the    *
000222*                    earliest open period on the FISCCAL    *
000223*                    fiscal calendar closed (stamped with   *
000224*                    the close date) and names it in the    *
000225*                    close prompt, so GLPOST treats later   *
000226*                    postings dated in it as prior-period   *
000227*                    adjustments.                           *
000229*   2026-10-15  MS   A FISCCAL period that is not CCYYMM    *
000231*                    (month 01 to 12) stops the run with    *
000233*                    RETURN-CODE 8 as the calendar is       *
000235*                    loaded, before any report or close.    *
000237*-----------------------------------------------------------*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. GLRPT.
000260
000390     SELECT TRIAL-REPORT-FILE ASSIGN TO "GLTBRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-TRPT-FILE-STATUS.
000411     SELECT FISCAL-CALENDAR-FILE ASSIGN TO "FISCCAL"
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WS-FCL-FILE-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000530     05  BFW-CLOSE-DATE      PIC X(08).
000540 FD  TRIAL-REPORT-FILE.
000550 01  TRIAL-REPORT-RECORD     PIC X(80).
000551 FD  FISCAL-CALENDAR-FILE.
000552     COPY FCALREC.
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-SWITCHES.
000700         88  WS-CLOSE-VALID          VALUE "Y".
000710     05  WS-CLOSE-SW         PIC X(01) VALUE "N".
000720         88  WS-CLOSE-REQUESTED      VALUE "Y" "y".
000721     05  WS-FCL-EOF-SW       PIC X(01) VALUE "N".
000722         88  WS-FCL-EOF              VALUE "Y".
000723     05  WS-OPEN-FOUND-SW    PIC X(01) VALUE "N".
000724         88  WS-OPEN-FOUND           VALUE "Y".
000730
000740 01  WS-GLM-FILE-STATUS      PIC X(02) VALUE "00".
000750     88  WS-GLM-FILE-NOT-FOUND   VALUE "35".
000780 01  WS-BFW-FILE-STATUS      PIC X(02) VALUE "00".
000790     88  WS-BFW-FILE-NOT-FOUND   VALUE "35".
000800 01  WS-TRPT-FILE-STATUS     PIC X(02) VALUE "00".
000801 01  WS-FCL-FILE-STATUS      PIC X(02) VALUE "00".
000802     88  WS-FCL-FILE-NOT-FOUND   VALUE "35".
000810
000820 01  WS-CURRENT-DATE         PIC X(08) VALUE SPACES.
000830 01  WS-OPEN-BALANCE         PIC S9(11) VALUE ZERO.
001110         10  WS-BFW-BALANCE      PIC S9(11).
001120 01  WS-BFW-ENTRIES          PIC 9(03) VALUE ZERO.
001130 01  WS-BFW-SUB              PIC 9(03) VALUE ZERO.
001131
001132*    The fiscal calendar, held whole so the close can write
001133*    it back with the closing period marked.
001134 01  WS-FCL-TABLE.
001135     05  WS-FCL-ENTRY OCCURS 120 TIMES.
001136         10  WS-FCL-RECORD       PIC X(32).
001137 01  WS-FCL-ENTRIES          PIC 9(03) VALUE ZERO.
001138 01  WS-FCL-SUB              PIC 9(03) VALUE ZERO.
001139 01  WS-FCL-AT               PIC 9(03) VALUE ZERO.
001140 01  WS-PERIOD-CHECK         PIC X(06) VALUE SPACES.
001142 01  WS-PERIOD-CHECK-PARTS REDEFINES WS-PERIOD-CHECK.
001144     05  WS-PERIOD-CHECK-YEAR    PIC X(04).
001146     05  WS-PERIOD-CHECK-MONTH   PIC 9(02).
001148
001150 01  WS-TRPT-HEADER-LINE.
001160     05  FILLER              PIC X(18)
001170                             VALUE "GL TRIAL BALANCE  ".
001670     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001680     PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-EXIT
001690     PERFORM 2000-LOAD-MASTER-TABLE THRU 2000-EXIT
001700     PERFORM 2500-LOAD-FORWARD-TABLE THRU 2500-EXIT
001705     PERFORM 2700-LOAD-CALENDAR THRU 2700-EXIT.
001710 1000-EXIT.
001720     EXIT.
001730
002730     END-READ.
002740 2600-EXIT.
002750     EXIT.
002751
002752 2700-LOAD-CALENDAR.
002753     MOVE ZERO TO WS-FCL-ENTRIES
002754     MOVE ZERO TO WS-FCL-AT
002755     MOVE "N" TO WS-FCL-EOF-SW
002756     MOVE "N" TO WS-OPEN-FOUND-SW
002757     OPEN INPUT FISCAL-CALENDAR-FILE
002758     IF WS-FCL-FILE-NOT-FOUND
002759         DISPLAY "FISCCAL NOT FOUND - NO PERIOD WILL BE MARKED"
002760         GO TO 2700-EXIT
002761     END-IF
002762     PERFORM 2750-LOAD-ONE-PERIOD THRU 2750-EXIT
002763         UNTIL WS-FCL-EOF
002764     CLOSE FISCAL-CALENDAR-FILE.
002765 2700-EXIT.
002766     EXIT.
002767
002768 2750-LOAD-ONE-PERIOD.
002769     READ FISCAL-CALENDAR-FILE
002770         AT END
002771             SET WS-FCL-EOF TO TRUE
002772             GO TO 2750-EXIT
002773     END-READ
002774*    A period must be CCYYMM, the form BUDVAR and BUDGET
002775*    key on; the close would otherwise write a bad calendar
002776*    back as good.
002777     MOVE FCL-PERIOD TO WS-PERIOD-CHECK
002778     IF WS-PERIOD-CHECK IS NOT NUMERIC
002779        OR WS-PERIOD-CHECK-MONTH LESS THAN 1
002781        OR WS-PERIOD-CHECK-MONTH GREATER THAN 12
002782         DISPLAY "FISCCAL PERIOD " FCL-PERIOD
002783             " IS NOT CCYYMM - RUN STOPPED"
002784         CLOSE FISCAL-CALENDAR-FILE
002785         MOVE 8 TO RETURN-CODE
002786         STOP RUN
002787     END-IF
002788     IF WS-FCL-ENTRIES NOT LESS THAN 120
002789         DISPLAY "CALENDAR TABLE FULL - RUN STOPPED"
002790         STOP RUN
002791     END-IF
002792     ADD 1 TO WS-FCL-ENTRIES
002793     MOVE FISCAL-CALENDAR-RECORD TO WS-FCL-RECORD (WS-FCL-ENTRIES)
002794*    Periods close in order: the first one not closed is the
002796*    period this close will mark.
002797     IF NOT FCL-CLOSED AND NOT WS-OPEN-FOUND
002798         SET WS-OPEN-FOUND TO TRUE
002799         MOVE WS-FCL-ENTRIES TO WS-FCL-AT
002800     END-IF.
002801 2750-EXIT.
002803     EXIT.
002804
002805 3000-REPORT-ONE-ACCOUNT.
002806     PERFORM 5000-FIND-DEPT-NAME THRU 5000-EXIT
002807     PERFORM 5500-FIND-FORWARD-BAL THRU 5500-EXIT
002808     SUBTRACT WS-OPEN-BALANCE
002810         FROM WS-MSTR-BALANCE (WS-MSTR-SUB)
002820         GIVING WS-MOVEMENT
002830     MOVE WS-MSTR-ACCOUNT (WS-MSTR-SUB) TO TRPT-DTL-ACCOUNT
003650         VARYING WS-MSTR-SUB FROM 1 BY 1
003660         UNTIL WS-MSTR-SUB GREATER THAN WS-MSTR-ENTRIES
003670     CLOSE BAL-FORWARD-FILE
003680     DISPLAY "PERIOD CLOSED - BALANCES CARRIED FORWARD"
003685     IF WS-OPEN-FOUND
003686         PERFORM 8200-MARK-PERIOD-CLOSED THRU 8200-EXIT
003688     END-IF.
003690 8000-EXIT.
003700     EXIT.
003710
003760     WRITE BAL-FORWARD-RECORD.
003770 8100-EXIT.
003780     EXIT.
003781
003782 8200-MARK-PERIOD-CLOSED.
003783*    Every period was checked CCYYMM as 2750 loaded it, so the
003784*    calendar goes back exactly as read but for this period.
003785     MOVE WS-FCL-RECORD (WS-FCL-AT) TO FISCAL-CALENDAR-RECORD
003786     SET FCL-CLOSED TO TRUE
003787     MOVE WS-CURRENT-DATE TO FCL-CLOSE-DATE
003788     MOVE FISCAL-CALENDAR-RECORD TO WS-FCL-RECORD (WS-FCL-AT)
003789     IF FCL-YEAR-END
003790         DISPLAY "FISCAL YEAR-END PERIOD " FCL-PERIOD " CLOSED"
003791     ELSE
003792         DISPLAY "FISCCAL PERIOD " FCL-PERIOD " MARKED CLOSED"
003793     END-IF
003794     OPEN OUTPUT FISCAL-CALENDAR-FILE
003795     PERFORM 8250-WRITE-ONE-PERIOD THRU 8250-EXIT
003796         VARYING WS-FCL-SUB FROM 1 BY 1
003797         UNTIL WS-FCL-SUB GREATER THAN WS-FCL-ENTRIES
003798     CLOSE FISCAL-CALENDAR-FILE.
003799 8200-EXIT.
003800     EXIT.
003801
003802 8250-WRITE-ONE-PERIOD.
003803     MOVE WS-FCL-RECORD (WS-FCL-SUB) TO FISCAL-CALENDAR-RECORD
003804     WRITE FISCAL-CALENDAR-RECORD.
003805 8250-EXIT.
003806     EXIT.
003807
003808 9000-TERMINATE.
003810     MOVE "N" TO WS-CLOSE-VALID-SW
003811     IF WS-OPEN-FOUND
003812         MOVE WS-FCL-RECORD (WS-FCL-AT) TO FISCAL-CALENDAR-RECORD
003813         DISPLAY "OPEN PERIOD " FCL-PERIOD " RUNS "
003814             FCL-START-DATE " TO " FCL-END-DATE
003815     ELSE
003816         IF WS-FCL-ENTRIES GREATER THAN ZERO
003817             DISPLAY "NO OPEN PERIOD ON FISCCAL - NONE TO MARK"
003818         END-IF
003819     END-IF
003820     PERFORM 9100-GET-CLOSE-ANSWER THRU 9100-EXIT
003830         UNTIL WS-CLOSE-VALID
003840     IF WS-CLOSE-REQUESTED
