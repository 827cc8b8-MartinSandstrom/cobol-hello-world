000010* run cobc -m budget-maint.cbl to compile (as a module - the
000020* sign-on LINKAGE rules out a cobc -x executable build).
000030* run via the MENU00 menu.
000040*-----------------------------------------------------------*
000050* On-line budget file maintenance for the sampleCOBOL       *
000060* utility family.  BUDGET holds one budgeted amount per GL  *
000070* account and accounting period (CCYYMM), which the         *
000080* variance report BUDVAR compares against the GLMASTER      *
000090* movement.  This program lists the budget for an account,  *
000100* adds a period's budget, changes an amount and deletes a   *
000110* period that was keyed in error; a whole year can be       *
000120* spread evenly across its twelve periods in one action.    *
000130* Account plus period is kept unique.  Every change is      *
000140* appended to the BUDLOG change log stamped with the        *
000150* signed-on SO-USER-ID, the way DEPTMNT logs to DEPTLOG.    *
000160* CALLed from the MENU00 menu.                              *
000170*                                                           *
000180* MODIFICATION HISTORY                                      *
000190*   DATE       INIT  DESCRIPTION                            *
000200*   ---------- ----  ------------------------------------   *
000210*   2026-10-15  MS   Initial version.                       *
000220*-----------------------------------------------------------*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. BUDMNT.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT BUDGET-FILE ASSIGN TO "BUDGET"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-BUD-FILE-STATUS.
000320     SELECT BUDGET-LOG-FILE ASSIGN TO "BUDLOG"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-BLOG-FILE-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  BUDGET-FILE.
000390     COPY BUDREC.
000400 FD  BUDGET-LOG-FILE.
000410 01  BUDGET-LOG-RECORD.
000420     05  BLOG-DATE           PIC X(08).
000430     05  BLOG-TIME           PIC X(08).
000440     05  BLOG-USER           PIC X(08).
000450     05  BLOG-ACTION         PIC X(10).
000460     05  BLOG-ACCOUNT        PIC X(04).
000470     05  BLOG-PERIOD         PIC X(06).
000480     05  BLOG-OLD-AMOUNT     PIC S9(11).
000490     05  BLOG-NEW-AMOUNT     PIC S9(11).
000500
000510 WORKING-STORAGE SECTION.
000520 01  WS-SWITCHES.
000530     05  WS-BUD-EOF-SW       PIC X(01) VALUE "N".
000540         88  WS-BUD-EOF              VALUE "Y".
000550     05  WS-MAINT-DONE-SW    PIC X(01) VALUE "N".
000560         88  WS-MAINT-DONE           VALUE "Y".
000570     05  WS-BUD-FOUND-SW     PIC X(01) VALUE "N".
000580         88  WS-BUD-FOUND            VALUE "Y".
000590     05  WS-PERIOD-VALID-SW  PIC X(01) VALUE "N".
000600         88  WS-PERIOD-VALID         VALUE "Y".
000610     05  WS-YEAR-VALID-SW    PIC X(01) VALUE "N".
000620         88  WS-YEAR-VALID           VALUE "Y".
000630     05  WS-AMOUNT-VALID-SW  PIC X(01) VALUE "N".
000640         88  WS-AMOUNT-VALID         VALUE "Y".
000650     05  WS-CHANGED-SW       PIC X(01) VALUE "N".
000660         88  WS-TABLE-CHANGED        VALUE "Y".
000670
000680 01  WS-BUD-FILE-STATUS      PIC X(02) VALUE "00".
000690     88  WS-BUD-FILE-NOT-FOUND   VALUE "35".
000700 01  WS-BLOG-FILE-STATUS     PIC X(02) VALUE "00".
000710     88  WS-BLOG-FILE-NOT-FOUND  VALUE "35".
000720
000730 01  WS-CURRENT-DATE         PIC X(08) VALUE SPACES.
000740 01  WS-CURRENT-TIME         PIC X(08) VALUE SPACES.
000750 01  WS-USER-ID              PIC X(08) VALUE SPACES.
000760
000770 01  WS-MAINT-CHOICE         PIC X(01) VALUE SPACE.
000780     88  WS-CHOICE-LIST          VALUE "L" "l".
000790     88  WS-CHOICE-ADD           VALUE "A" "a".
000800     88  WS-CHOICE-YEAR          VALUE "Y" "y".
000810     88  WS-CHOICE-CHANGE        VALUE "C" "c".
000820     88  WS-CHOICE-DELETE        VALUE "D" "d".
000830     88  WS-CHOICE-EXIT          VALUE "X" "x".
000840
000850 01  WS-ACCOUNT-INPUT        PIC X(04) VALUE SPACES.
000860 01  WS-PERIOD-INPUT         PIC X(06) VALUE SPACES.
000870 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-INPUT.
000880     05  WS-PERIOD-YEAR      PIC X(04).
000890     05  WS-PERIOD-MONTH     PIC 9(02).
000900 01  WS-YEAR-INPUT           PIC X(04) VALUE SPACES.
000910 01  WS-AMOUNT-INPUT         PIC X(12) JUSTIFIED RIGHT
000920                                       VALUE SPACES.
000930 01  WS-MINUS-COUNT          PIC 9(02) VALUE ZERO.
000940 01  WS-AMOUNT               PIC S9(11) VALUE ZERO.
000950 01  WS-OLD-AMOUNT           PIC S9(11) VALUE ZERO.
000960 01  WS-MONTH-AMOUNT         PIC S9(11) VALUE ZERO.
000970 01  WS-YEAR-REMAINDER       PIC S9(11) VALUE ZERO.
000980 01  WS-MONTH-SUB            PIC 9(02) VALUE ZERO.
000990 01  WS-YEAR-ADDED           PIC 9(02) VALUE ZERO.
001000
001010 01  WS-BUDGET-TABLE.
001020     05  WS-BUD-ENTRY OCCURS 1200 TIMES.
001030         10  WS-BUD-ACCOUNT      PIC X(04).
001040         10  WS-BUD-PERIOD       PIC X(06).
001050         10  WS-BUD-AMOUNT       PIC S9(11).
001060         10  WS-BUD-USER         PIC X(08).
001070         10  WS-BUD-CHG-DATE     PIC X(08).
001080         10  WS-BUD-DELETE-SW    PIC X(01).
001090             88  WS-BUD-DELETED      VALUE "Y".
001100 01  WS-BUD-ENTRIES          PIC 9(04) VALUE ZERO.
001110 01  WS-BUD-SUB              PIC 9(04) VALUE ZERO.
001120 01  WS-BUD-AT               PIC 9(04) VALUE ZERO.
001130 01  WS-LIST-COUNT           PIC 9(04) VALUE ZERO.
001140
001150 01  WS-LIST-LINE.
001160     05  LIST-ACCOUNT        PIC X(04).
001170     05  FILLER              PIC X(02) VALUE SPACES.
001180     05  LIST-PERIOD         PIC X(06).
001190     05  FILLER              PIC X(02) VALUE SPACES.
001200     05  LIST-AMOUNT         PIC -ZZZZZZZZZZ9.
001210     05  FILLER              PIC X(02) VALUE SPACES.
001220     05  LIST-USER           PIC X(08).
001230     05  FILLER              PIC X(02) VALUE SPACES.
001240     05  LIST-CHG-DATE       PIC X(08).
001250
001260 LINKAGE SECTION.
001270     COPY SIGNON.
001280
001290 PROCEDURE DIVISION USING SIGNON-AREA.
001300 0000-MAINLINE.
001310*    MENU00 can CALL this program more than once per session,
001320*    so the counters and switches are reset on every entry.
001330     MOVE "N" TO WS-MAINT-DONE-SW
001340     MOVE "N" TO WS-CHANGED-SW
001350     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001360     MOVE "*BATCH* " TO WS-USER-ID
001370     IF ADDRESS OF SIGNON-AREA NOT = NULL
001380         IF SO-SIGNED-ON
001390             MOVE SO-USER-ID TO WS-USER-ID
001400         END-IF
001410     END-IF
001420     PERFORM 1000-LOAD-BUDGET-TABLE THRU 1000-EXIT
001430     PERFORM 1800-OPEN-LOG THRU 1800-EXIT
001440     PERFORM 2000-ONE-ACTION THRU 2000-EXIT
001450         UNTIL WS-MAINT-DONE
001460     PERFORM 9000-TERMINATE THRU 9000-EXIT
001470     GOBACK.
001480
001490 1000-LOAD-BUDGET-TABLE.
001500     MOVE "N" TO WS-BUD-EOF-SW
001510     MOVE ZERO TO WS-BUD-ENTRIES
001520     OPEN INPUT BUDGET-FILE
001530     IF WS-BUD-FILE-NOT-FOUND
001540         DISPLAY "BUDGET NOT FOUND - A NEW FILE IS BUILT"
001550         GO TO 1000-EXIT
001560     END-IF
001570     PERFORM 1100-LOAD-ONE-BUDGET THRU 1100-EXIT
001580         UNTIL WS-BUD-EOF
001590     CLOSE BUDGET-FILE.
001600 1000-EXIT.
001610     EXIT.
001620
001630 1100-LOAD-ONE-BUDGET.
001640     READ BUDGET-FILE
001650         AT END
001660             SET WS-BUD-EOF TO TRUE
001670             GO TO 1100-EXIT
001680     END-READ
001690     IF WS-BUD-ENTRIES NOT LESS THAN 1200
001700         DISPLAY "BUDGET TABLE FULL - RUN STOPPED"
001710         STOP RUN
001720     END-IF
001730     ADD 1 TO WS-BUD-ENTRIES
001740     MOVE BUD-ACCOUNT TO WS-BUD-ACCOUNT (WS-BUD-ENTRIES)
001750     MOVE BUD-PERIOD TO WS-BUD-PERIOD (WS-BUD-ENTRIES)
001760     MOVE BUD-AMOUNT TO WS-BUD-AMOUNT (WS-BUD-ENTRIES)
001770     MOVE BUD-USER TO WS-BUD-USER (WS-BUD-ENTRIES)
001780     MOVE BUD-CHG-DATE TO WS-BUD-CHG-DATE (WS-BUD-ENTRIES)
001790     MOVE "N" TO WS-BUD-DELETE-SW (WS-BUD-ENTRIES).
001800 1100-EXIT.
001810     EXIT.
001820
001830 1800-OPEN-LOG.
001840     OPEN EXTEND BUDGET-LOG-FILE
001850     IF WS-BLOG-FILE-NOT-FOUND
001860         OPEN OUTPUT BUDGET-LOG-FILE
001870     END-IF.
001880 1800-EXIT.
001890     EXIT.
001900
001910 2000-ONE-ACTION.
001920     DISPLAY "-----------------------------------------"
001930     DISPLAY "  Budget file maintenance"
001940     DISPLAY "  L.  List an account's budget"
001950     DISPLAY "  A.  Add a period's budget"
001960     DISPLAY "  Y.  Spread a year's budget over 12 periods"
001970     DISPLAY "  C.  Change an amount"
001980     DISPLAY "  D.  Delete a period's budget"
001990     DISPLAY "  X.  Return to menu"
002000     DISPLAY "Enter your choice"
002010     MOVE SPACE TO WS-MAINT-CHOICE
002020     ACCEPT WS-MAINT-CHOICE
002030     EVALUATE TRUE
002040         WHEN WS-CHOICE-LIST
002050             PERFORM 3000-LIST-ACCOUNT THRU 3000-EXIT
002060         WHEN WS-CHOICE-ADD
002070             PERFORM 4000-ADD-BUDGET THRU 4000-EXIT
002080         WHEN WS-CHOICE-YEAR
002090             PERFORM 4500-SPREAD-YEAR THRU 4500-EXIT
002100         WHEN WS-CHOICE-CHANGE
002110             PERFORM 5000-CHANGE-AMOUNT THRU 5000-EXIT
002120         WHEN WS-CHOICE-DELETE
002130             PERFORM 6000-DELETE-BUDGET THRU 6000-EXIT
002140         WHEN WS-CHOICE-EXIT
002150             SET WS-MAINT-DONE TO TRUE
002160         WHEN OTHER
002170             DISPLAY "invalid entry, re-key"
002180     END-EVALUATE.
002190 2000-EXIT.
002200     EXIT.
002210
002220 3000-LIST-ACCOUNT.
002230     PERFORM 7500-GET-ACCOUNT THRU 7500-EXIT
002240     MOVE ZERO TO WS-LIST-COUNT
002250     PERFORM 3100-LIST-ONE-BUDGET THRU 3100-EXIT
002260         VARYING WS-BUD-SUB FROM 1 BY 1
002270         UNTIL WS-BUD-SUB GREATER THAN WS-BUD-ENTRIES
002280     IF WS-LIST-COUNT = ZERO
002290         DISPLAY "NO BUDGET ON FILE FOR ACCOUNT " WS-ACCOUNT-INPUT
002300     ELSE
002310         DISPLAY "PERIODS ON FILE " WS-LIST-COUNT
002320     END-IF.
002330 3000-EXIT.
002340     EXIT.
002350
002360 3100-LIST-ONE-BUDGET.
002370     IF WS-BUD-DELETED (WS-BUD-SUB)
002380        OR WS-BUD-ACCOUNT (WS-BUD-SUB) NOT = WS-ACCOUNT-INPUT
002390         GO TO 3100-EXIT
002400     END-IF
002410     MOVE WS-BUD-ACCOUNT (WS-BUD-SUB) TO LIST-ACCOUNT
002420     MOVE WS-BUD-PERIOD (WS-BUD-SUB) TO LIST-PERIOD
002430     MOVE WS-BUD-AMOUNT (WS-BUD-SUB) TO LIST-AMOUNT
002440     MOVE WS-BUD-USER (WS-BUD-SUB) TO LIST-USER
002450     MOVE WS-BUD-CHG-DATE (WS-BUD-SUB) TO LIST-CHG-DATE
002460     DISPLAY WS-LIST-LINE
002470     ADD 1 TO WS-LIST-COUNT.
002480 3100-EXIT.
002490     EXIT.
002500
002510 4000-ADD-BUDGET.
002520     PERFORM 7500-GET-ACCOUNT THRU 7500-EXIT
002530     MOVE "N" TO WS-PERIOD-VALID-SW
002540     PERFORM 7600-GET-PERIOD THRU 7600-EXIT
002550         UNTIL WS-PERIOD-VALID
002560     PERFORM 7000-FIND-BUDGET THRU 7000-EXIT
002570     IF WS-BUD-FOUND
002580         DISPLAY "PERIOD ALREADY BUDGETED - USE CHANGE"
002590         GO TO 4000-EXIT
002600     END-IF
002610     MOVE "N" TO WS-AMOUNT-VALID-SW
002620     PERFORM 7700-GET-AMOUNT THRU 7700-EXIT
002630         UNTIL WS-AMOUNT-VALID
002640     PERFORM 4100-INSERT-BUDGET THRU 4100-EXIT
002650     IF WS-BUD-FOUND
002660         DISPLAY "BUDGET ADDED"
002670     END-IF.
002680 4000-EXIT.
002690     EXIT.
002700
002710 4100-INSERT-BUDGET.
002720*    Adds WS-AMOUNT for WS-ACCOUNT-INPUT / WS-PERIOD-INPUT; a
002730*    slot freed by a delete earlier in the session is reused.
002740*    WS-BUD-FOUND is left on when the entry went in.
002750     MOVE "N" TO WS-BUD-FOUND-SW
002760     PERFORM 4150-FIND-FREE-SLOT THRU 4150-EXIT
002770         VARYING WS-BUD-SUB FROM 1 BY 1
002780         UNTIL WS-BUD-FOUND
002790            OR WS-BUD-SUB GREATER THAN WS-BUD-ENTRIES
002800     IF NOT WS-BUD-FOUND
002810         IF WS-BUD-ENTRIES NOT LESS THAN 1200
002820             DISPLAY "BUDGET TABLE FULL - CANNOT ADD"
002830             GO TO 4100-EXIT
002840         END-IF
002850         ADD 1 TO WS-BUD-ENTRIES
002860         MOVE WS-BUD-ENTRIES TO WS-BUD-AT
002870         SET WS-BUD-FOUND TO TRUE
002880     END-IF
002890     MOVE WS-ACCOUNT-INPUT TO WS-BUD-ACCOUNT (WS-BUD-AT)
002900     MOVE WS-PERIOD-INPUT TO WS-BUD-PERIOD (WS-BUD-AT)
002910     MOVE WS-AMOUNT TO WS-BUD-AMOUNT (WS-BUD-AT)
002920     MOVE WS-USER-ID TO WS-BUD-USER (WS-BUD-AT)
002930     MOVE WS-CURRENT-DATE TO WS-BUD-CHG-DATE (WS-BUD-AT)
002940     MOVE "N" TO WS-BUD-DELETE-SW (WS-BUD-AT)
002950     SET WS-TABLE-CHANGED TO TRUE
002960     MOVE "ADD       " TO BLOG-ACTION
002970     MOVE ZERO TO WS-OLD-AMOUNT
002980     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
002990 4100-EXIT.
003000     EXIT.
003010
003020 4150-FIND-FREE-SLOT.
003030     IF WS-BUD-DELETED (WS-BUD-SUB)
003040         SET WS-BUD-FOUND TO TRUE
003050         MOVE WS-BUD-SUB TO WS-BUD-AT
003060     END-IF.
003070 4150-EXIT.
003080     EXIT.
003090
003100 4500-SPREAD-YEAR.
003110*    The annual amount is split evenly over periods 01-12; the
003120*    odd units left by the division go to period 12 so the
003130*    twelve periods add back to the annual figure.  A period
003140*    already on file is left alone.
003150     PERFORM 7500-GET-ACCOUNT THRU 7500-EXIT
003160     MOVE "N" TO WS-YEAR-VALID-SW
003170     PERFORM 7650-GET-YEAR THRU 7650-EXIT
003180         UNTIL WS-YEAR-VALID
003190     DISPLAY "Annual budget"
003200     MOVE "N" TO WS-AMOUNT-VALID-SW
003210     PERFORM 7700-GET-AMOUNT THRU 7700-EXIT
003220         UNTIL WS-AMOUNT-VALID
003230     DIVIDE WS-AMOUNT BY 12 GIVING WS-MONTH-AMOUNT
003240         REMAINDER WS-YEAR-REMAINDER
003250     MOVE ZERO TO WS-YEAR-ADDED
003260     PERFORM 4600-SPREAD-ONE-MONTH THRU 4600-EXIT
003270         VARYING WS-MONTH-SUB FROM 1 BY 1
003280         UNTIL WS-MONTH-SUB GREATER THAN 12
003290     DISPLAY "PERIODS ADDED " WS-YEAR-ADDED.
003300 4500-EXIT.
003310     EXIT.
003320
003330 4600-SPREAD-ONE-MONTH.
003340     MOVE WS-YEAR-INPUT TO WS-PERIOD-YEAR
003350     MOVE WS-MONTH-SUB TO WS-PERIOD-MONTH
003360     PERFORM 7000-FIND-BUDGET THRU 7000-EXIT
003370     IF WS-BUD-FOUND
003380         DISPLAY "PERIOD " WS-PERIOD-INPUT
003390             " ALREADY BUDGETED - LEFT AS IS"
003400         GO TO 4600-EXIT
003410     END-IF
003420     MOVE WS-MONTH-AMOUNT TO WS-AMOUNT
003430     IF WS-MONTH-SUB = 12
003440         ADD WS-YEAR-REMAINDER TO WS-AMOUNT
003450     END-IF
003460     PERFORM 4100-INSERT-BUDGET THRU 4100-EXIT
003470     IF WS-BUD-FOUND
003480         ADD 1 TO WS-YEAR-ADDED
003490     END-IF.
003500 4600-EXIT.
003510     EXIT.
003520
003530 5000-CHANGE-AMOUNT.
003540     PERFORM 7500-GET-ACCOUNT THRU 7500-EXIT
003550     MOVE "N" TO WS-PERIOD-VALID-SW
003560     PERFORM 7600-GET-PERIOD THRU 7600-EXIT
003570         UNTIL WS-PERIOD-VALID
003580     PERFORM 7000-FIND-BUDGET THRU 7000-EXIT
003590     IF NOT WS-BUD-FOUND
003600         DISPLAY "PERIOD NOT BUDGETED - USE ADD"
003610         GO TO 5000-EXIT
003620     END-IF
003630     MOVE WS-BUD-AMOUNT (WS-BUD-AT) TO LIST-AMOUNT
003640     DISPLAY "Current budget " LIST-AMOUNT
003650     DISPLAY "New budget"
003660     MOVE "N" TO WS-AMOUNT-VALID-SW
003670     PERFORM 7700-GET-AMOUNT THRU 7700-EXIT
003680         UNTIL WS-AMOUNT-VALID
003690     MOVE WS-BUD-AMOUNT (WS-BUD-AT) TO WS-OLD-AMOUNT
003700     MOVE WS-AMOUNT TO WS-BUD-AMOUNT (WS-BUD-AT)
003710     MOVE WS-USER-ID TO WS-BUD-USER (WS-BUD-AT)
003720     MOVE WS-CURRENT-DATE TO WS-BUD-CHG-DATE (WS-BUD-AT)
003730     SET WS-TABLE-CHANGED TO TRUE
003740     MOVE "CHANGE    " TO BLOG-ACTION
003750     PERFORM 8000-WRITE-LOG THRU 8000-EXIT
003760     DISPLAY "BUDGET CHANGED".
003770 5000-EXIT.
003780     EXIT.
003790
003800 6000-DELETE-BUDGET.
003810     PERFORM 7500-GET-ACCOUNT THRU 7500-EXIT
003820     MOVE "N" TO WS-PERIOD-VALID-SW
003830     PERFORM 7600-GET-PERIOD THRU 7600-EXIT
003840         UNTIL WS-PERIOD-VALID
003850     PERFORM 7000-FIND-BUDGET THRU 7000-EXIT
003860     IF NOT WS-BUD-FOUND
003870         DISPLAY "PERIOD NOT BUDGETED"
003880         GO TO 6000-EXIT
003890     END-IF
003900     MOVE WS-BUD-AMOUNT (WS-BUD-AT) TO WS-OLD-AMOUNT
003910     MOVE ZERO TO WS-AMOUNT
003920     SET WS-BUD-DELETED (WS-BUD-AT) TO TRUE
003930     SET WS-TABLE-CHANGED TO TRUE
003940     MOVE "DELETE    " TO BLOG-ACTION
003950     PERFORM 8000-WRITE-LOG THRU 8000-EXIT
003960     DISPLAY "BUDGET DELETED".
003970 6000-EXIT.
003980     EXIT.
003990
004000 7000-FIND-BUDGET.
004010     MOVE "N" TO WS-BUD-FOUND-SW
004020     PERFORM 7100-MATCH-ONE-BUDGET THRU 7100-EXIT
004030         VARYING WS-BUD-SUB FROM 1 BY 1
004040         UNTIL WS-BUD-FOUND
004050            OR WS-BUD-SUB GREATER THAN WS-BUD-ENTRIES.
004060 7000-EXIT.
004070     EXIT.
004080
004090 7100-MATCH-ONE-BUDGET.
004100     IF WS-BUD-ACCOUNT (WS-BUD-SUB) = WS-ACCOUNT-INPUT
004110        AND WS-BUD-PERIOD (WS-BUD-SUB) = WS-PERIOD-INPUT
004120        AND NOT WS-BUD-DELETED (WS-BUD-SUB)
004130         SET WS-BUD-FOUND TO TRUE
004140         MOVE WS-BUD-SUB TO WS-BUD-AT
004150     END-IF.
004160 7100-EXIT.
004170     EXIT.
004180
004190 7500-GET-ACCOUNT.
004200     DISPLAY "GL account"
004210     MOVE SPACES TO WS-ACCOUNT-INPUT
004220     ACCEPT WS-ACCOUNT-INPUT.
004230 7500-EXIT.
004240     EXIT.
004250
004260 7600-GET-PERIOD.
004270     DISPLAY "Period CCYYMM"
004280     MOVE SPACES TO WS-PERIOD-INPUT
004290     ACCEPT WS-PERIOD-INPUT
004300     IF WS-PERIOD-INPUT IS NUMERIC
004310        AND WS-PERIOD-MONTH NOT LESS THAN 1
004320        AND WS-PERIOD-MONTH NOT GREATER THAN 12
004330         SET WS-PERIOD-VALID TO TRUE
004340     ELSE
004350         DISPLAY "invalid entry, re-key"
004360     END-IF.
004370 7600-EXIT.
004380     EXIT.
004390
004400 7650-GET-YEAR.
004410     DISPLAY "Budget year CCYY"
004420     MOVE SPACES TO WS-YEAR-INPUT
004430     ACCEPT WS-YEAR-INPUT
004440     IF WS-YEAR-INPUT IS NUMERIC
004450         SET WS-YEAR-VALID TO TRUE
004460     ELSE
004470         DISPLAY "invalid entry, re-key"
004480     END-IF.
004490 7650-EXIT.
004500     EXIT.
004510
004520 7700-GET-AMOUNT.
004530*    Whole units, with a leading minus for a credit budget.
004540     DISPLAY "Amount (whole units, - for credit)"
004550     MOVE SPACES TO WS-AMOUNT-INPUT
004560     ACCEPT WS-AMOUNT-INPUT
004570     MOVE ZERO TO WS-MINUS-COUNT
004580     INSPECT WS-AMOUNT-INPUT TALLYING WS-MINUS-COUNT FOR ALL "-"
004590     INSPECT WS-AMOUNT-INPUT REPLACING ALL "-" BY SPACE
004600     INSPECT WS-AMOUNT-INPUT REPLACING LEADING SPACE BY ZERO
004610     IF WS-AMOUNT-INPUT IS NUMERIC
004620        AND WS-MINUS-COUNT NOT GREATER THAN 1
004630         MOVE WS-AMOUNT-INPUT TO WS-AMOUNT
004640         IF WS-MINUS-COUNT = 1
004650             MULTIPLY -1 BY WS-AMOUNT
004660         END-IF
004670         SET WS-AMOUNT-VALID TO TRUE
004680     ELSE
004690         DISPLAY "invalid entry, re-key"
004700     END-IF.
004710 7700-EXIT.
004720     EXIT.
004730
004740 8000-WRITE-LOG.
004750     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004760     ACCEPT WS-CURRENT-TIME FROM TIME
004770     MOVE WS-CURRENT-DATE TO BLOG-DATE
004780     MOVE WS-CURRENT-TIME TO BLOG-TIME
004790     MOVE WS-USER-ID TO BLOG-USER
004800     MOVE WS-ACCOUNT-INPUT TO BLOG-ACCOUNT
004810     MOVE WS-PERIOD-INPUT TO BLOG-PERIOD
004820     MOVE WS-OLD-AMOUNT TO BLOG-OLD-AMOUNT
004830     MOVE WS-AMOUNT TO BLOG-NEW-AMOUNT
004840     WRITE BUDGET-LOG-RECORD.
004850 8000-EXIT.
004860     EXIT.
004870
004880 9000-TERMINATE.
004890     CLOSE BUDGET-LOG-FILE
004900     IF NOT WS-TABLE-CHANGED
004910         GO TO 9000-EXIT
004920     END-IF
004930     MOVE ZERO TO WS-LIST-COUNT
004940     OPEN OUTPUT BUDGET-FILE
004950     PERFORM 9100-REWRITE-ONE-BUDGET THRU 9100-EXIT
004960         VARYING WS-BUD-SUB FROM 1 BY 1
004970         UNTIL WS-BUD-SUB GREATER THAN WS-BUD-ENTRIES
004980     CLOSE BUDGET-FILE
004990     DISPLAY "BUDGET REWRITTEN - " WS-LIST-COUNT " PERIODS".
005000 9000-EXIT.
005010     EXIT.
005020
005030 9100-REWRITE-ONE-BUDGET.
005040     IF WS-BUD-DELETED (WS-BUD-SUB)
005050         GO TO 9100-EXIT
005060     END-IF
005070     MOVE WS-BUD-ACCOUNT (WS-BUD-SUB) TO BUD-ACCOUNT
005080     MOVE WS-BUD-PERIOD (WS-BUD-SUB) TO BUD-PERIOD
005090     MOVE WS-BUD-AMOUNT (WS-BUD-SUB) TO BUD-AMOUNT
005100     MOVE WS-BUD-USER (WS-BUD-SUB) TO BUD-USER
005110     MOVE WS-BUD-CHG-DATE (WS-BUD-SUB) TO BUD-CHG-DATE
005120     WRITE BUDGET-RECORD
005130     ADD 1 TO WS-LIST-COUNT.
005140 9100-EXIT.
005150     EXIT.
