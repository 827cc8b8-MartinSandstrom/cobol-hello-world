000010* run cobc -x budget-variance.cbl to compile.
000020* run ./budget-variance to run the compiled program.
000030*-----------------------------------------------------------*
000040* Budget-versus-actual variance report for the sampleCOBOL  *
000048* utility family.  Reads the GLMASTER account master that   *
000056* GLPOST maintains and the GLBALFWD balance-forward file    *
000064* cut at the last period close, so an account's actual for  *
000072* the open period is its movement since that close - the    *
000080* same figure GLTBRPT prints.  Each account's actual is set *
000088* against its BUDGET record (BUDMNT maintains the file) for *
000096* the open period on FISCCAL, the only period those actuals *
000104* belong to: the run offers it as the default and refuses   *
000112* any other period keyed.  With no FISCCAL on file any      *
000120* CCYYMM is taken, blank for the current month.  BUDVRPT    *
000128* shows the budget, the actual, the variance (budget less   *
000136* actual, so an overspend is negative) and the percent of   *
000144* budget used, with the DPT-NAME looked up from DEPTFILE    *
000152* the way GLRPT does.  An account over the percent-used     *
000160* threshold the run accepts, or with actuals and no budget  *
000168* at all, is flagged on its line and listed again in an     *
000176* exceptions section.  The 0000 house account and the 9999  *
000184* suspense account carry no budget and should sit near      *
000192* zero, so they print in a section of their own and are     *
000200* flagged when their balance is outside the tolerance the   *
000208* run accepts.                                              *
000220*                                                           *
000230* MODIFICATION HISTORY                                      *
000240*   DATE       INIT  DESCRIPTION                            *
000250*   ---------- ----  ------------------------------------   *
000260*   2026-10-15  MS   Initial version.                       *
000262*   2026-10-15  MS   The report period must be the open     *
000264*                    FISCCAL period the actuals are for,    *
000266*                    and a percent used beyond 9999.9       *
000268*                    either way prints held at 9999.9       *
000269*                    rather than losing its leading digit.  *
000270*   2026-10-15  MS   An open FISCCAL period that is not     *
000272*                    CCYYMM stops the run with RETURN-CODE  *
000274*                    8 instead of leaving the period prompt *
000276*                    unanswerable.                          *
000278*-----------------------------------------------------------*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. BUDVAR.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-GLM-FILE-STATUS.
000370     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-DEPT-FILE-STATUS.
000400     SELECT BAL-FORWARD-FILE ASSIGN TO "GLBALFWD"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-BFW-FILE-STATUS.
000430     SELECT BUDGET-FILE ASSIGN TO "BUDGET"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-BUD-FILE-STATUS.
000460     SELECT VARIANCE-REPORT-FILE ASSIGN TO "BUDVRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-VRPT-FILE-STATUS.
000482     SELECT FISCAL-CALENDAR-FILE ASSIGN TO "FISCCAL"
000484         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS WS-FCL-FILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  GL-MASTER-FILE.
000530     COPY GLMREC.
000540 FD  DEPT-FILE.
000550     COPY DEPTREC.
000560 FD  BAL-FORWARD-FILE.
000570 01  BAL-FORWARD-RECORD.
000580     05  BFW-ACCOUNT         PIC X(04).
000590     05  BFW-BALANCE         PIC S9(11).
000600     05  BFW-CLOSE-DATE      PIC X(08).
000610 FD  BUDGET-FILE.
000620     COPY BUDREC.
000630 FD  VARIANCE-REPORT-FILE.
000640 01  VARIANCE-REPORT-RECORD  PIC X(80).
000642 FD  FISCAL-CALENDAR-FILE.
000644     COPY FCALREC.
000650
000660 WORKING-STORAGE SECTION.
000670 01  WS-SWITCHES.
000680     05  WS-GLM-EOF-SW       PIC X(01) VALUE "N".
000690         88  WS-GLM-EOF              VALUE "Y".
000700     05  WS-DEPT-EOF-SW      PIC X(01) VALUE "N".
000710         88  WS-DEPT-EOF             VALUE "Y".
000720     05  WS-BFW-EOF-SW       PIC X(01) VALUE "N".
000730         88  WS-BFW-EOF              VALUE "Y".
000740     05  WS-BUD-EOF-SW       PIC X(01) VALUE "N".
000750         88  WS-BUD-EOF              VALUE "Y".
000760     05  WS-NAME-FOUND-SW    PIC X(01) VALUE "N".
000770         88  WS-NAME-FOUND           VALUE "Y".
000780     05  WS-BFW-FOUND-SW     PIC X(01) VALUE "N".
000790         88  WS-BFW-FOUND            VALUE "Y".
000800     05  WS-MSTR-FOUND-SW    PIC X(01) VALUE "N".
000810         88  WS-MSTR-FOUND           VALUE "Y".
000820     05  WS-PERIOD-VALID-SW  PIC X(01) VALUE "N".
000830         88  WS-PERIOD-VALID         VALUE "Y".
000840     05  WS-THRESH-VALID-SW  PIC X(01) VALUE "N".
000850         88  WS-THRESH-VALID         VALUE "Y".
000860     05  WS-TOLER-VALID-SW   PIC X(01) VALUE "N".
000870         88  WS-TOLER-VALID          VALUE "Y".
000872     05  WS-FCL-EOF-SW       PIC X(01) VALUE "N".
000874         88  WS-FCL-EOF              VALUE "Y".
000876     05  WS-OPEN-FOUND-SW    PIC X(01) VALUE "N".
000878         88  WS-OPEN-FOUND           VALUE "Y".
000880
000890 01  WS-GLM-FILE-STATUS      PIC X(02) VALUE "00".
000900     88  WS-GLM-FILE-NOT-FOUND   VALUE "35".
000910 01  WS-DEPT-FILE-STATUS     PIC X(02) VALUE "00".
000920     88  WS-DEPT-FILE-NOT-FOUND  VALUE "35".
000930 01  WS-BFW-FILE-STATUS      PIC X(02) VALUE "00".
000940     88  WS-BFW-FILE-NOT-FOUND   VALUE "35".
000950 01  WS-BUD-FILE-STATUS      PIC X(02) VALUE "00".
000960     88  WS-BUD-FILE-NOT-FOUND   VALUE "35".
000970 01  WS-VRPT-FILE-STATUS     PIC X(02) VALUE "00".
000975 01  WS-FCL-FILE-STATUS      PIC X(02) VALUE "00".
000978     88  WS-FCL-FILE-NOT-FOUND   VALUE "35".
000980
000990 01  WS-CURRENT-DATE         PIC X(08) VALUE SPACES.
001000 01  WS-PERIOD-INPUT         PIC X(06) VALUE SPACES.
001010 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-INPUT.
001020     05  WS-PERIOD-YEAR      PIC X(04).
001030     05  WS-PERIOD-MONTH     PIC 9(02).
001035 01  WS-OPEN-PERIOD          PIC X(06) VALUE SPACES.
001040 01  WS-THRESH-INPUT         PIC X(03) JUSTIFIED RIGHT
001050                                       VALUE SPACES.
001060 01  WS-THRESHOLD            PIC 9(03) VALUE ZERO.
001070 01  WS-TOLER-INPUT          PIC X(07) JUSTIFIED RIGHT
001080                                       VALUE SPACES.
001090 01  WS-TOLERANCE            PIC 9(07) VALUE ZERO.
001100
001110 01  WS-HOUSE-ACCOUNT        PIC X(04) VALUE "0000".
001120 01  WS-SUSP-ACCOUNT         PIC X(04) VALUE "9999".
001130 01  WS-ACCOUNT-HOLD         PIC X(04) VALUE SPACES.
001140 01  WS-OPEN-BALANCE         PIC S9(11) VALUE ZERO.
001150 01  WS-CLOSE-BALANCE        PIC S9(11) VALUE ZERO.
001160 01  WS-MOVEMENT             PIC S9(12) VALUE ZERO.
001170 01  WS-VARIANCE             PIC S9(12) VALUE ZERO.
001180 01  WS-PCT-USED             PIC S9(05)V9 VALUE ZERO.
001190 01  WS-ABS-BALANCE          PIC 9(11) VALUE ZERO.
001200 01  WS-NAME-HOLD            PIC X(20) VALUE SPACES.
001210 01  WS-FLAG-HOLD            PIC X(09) VALUE SPACES.
001220
001230 01  WS-TOT-BUDGET           PIC S9(13) VALUE ZERO.
001240 01  WS-TOT-ACTUAL           PIC S9(13) VALUE ZERO.
001250 01  WS-TOT-VARIANCE         PIC S9(13) VALUE ZERO.
001260 01  WS-FLAG-COUNT           PIC 9(05) VALUE ZERO.
001270 01  WS-HOUSE-FLAG-COUNT     PIC 9(05) VALUE ZERO.
001280
001290 01  WS-MASTER-TABLE.
001300     05  WS-MSTR-ENTRY OCCURS 100 TIMES.
001310         10  WS-MSTR-ACCOUNT     PIC X(04).
001320         10  WS-MSTR-BALANCE     PIC S9(11).
001330 01  WS-MSTR-ENTRIES         PIC 9(03) VALUE ZERO.
001340 01  WS-MSTR-SUB             PIC 9(03) VALUE ZERO.
001360
001370 01  WS-DEPT-TABLE.
001380     05  WS-DEPT-ENTRY OCCURS 100 TIMES.
001390         10  WS-DEPT-CODE        PIC X(04).
001400         10  WS-DEPT-NAME        PIC X(20).
001410 01  WS-DEPT-ENTRIES         PIC 9(03) VALUE ZERO.
001420 01  WS-DEPT-SUB             PIC 9(03) VALUE ZERO.
001430
001440 01  WS-FORWARD-TABLE.
001450     05  WS-BFW-ENTRY OCCURS 100 TIMES.
001460         10  WS-BFW-ACCOUNT      PIC X(04).
001470         10  WS-BFW-BALANCE      PIC S9(11).
001480 01  WS-BFW-ENTRIES          PIC 9(03) VALUE ZERO.
001490 01  WS-BFW-SUB              PIC 9(03) VALUE ZERO.
001500
001510*    The budget records for the report period only.
001520 01  WS-BUDGET-TABLE.
001530     05  WS-BUD-ENTRY OCCURS 200 TIMES.
001540         10  WS-BUD-ACCOUNT      PIC X(04).
001550         10  WS-BUD-AMOUNT       PIC S9(11).
001560         10  WS-BUD-USED-SW      PIC X(01).
001570             88  WS-BUD-USED         VALUE "Y".
001580 01  WS-BUD-ENTRIES          PIC 9(03) VALUE ZERO.
001590 01  WS-BUD-SUB              PIC 9(03) VALUE ZERO.
001600 01  WS-BUD-AT               PIC 9(03) VALUE ZERO.
001610
001620*    One line per budgeted or active account, kept so the
001630*    exceptions section can list the flagged ones again.
001640 01  WS-LINE-TABLE.
001650     05  WS-LINE-ENTRY OCCURS 200 TIMES.
001660         10  WS-LINE-ACCOUNT     PIC X(04).
001670         10  WS-LINE-NAME        PIC X(20).
001680         10  WS-LINE-BUDGET      PIC S9(11).
001690         10  WS-LINE-ACTUAL      PIC S9(12).
001700         10  WS-LINE-VARIANCE    PIC S9(12).
001710         10  WS-LINE-PCT         PIC S9(05)V9.
001720         10  WS-LINE-FLAG        PIC X(09).
001730 01  WS-LINE-ENTRIES         PIC 9(03) VALUE ZERO.
001740 01  WS-LINE-SUB             PIC 9(03) VALUE ZERO.
001750
001760 01  WS-VRPT-HEADER-LINE.
001770     05  FILLER              PIC X(27)
001780                             VALUE "BUDGET VARIANCE REPORT  PER".
001790     05  FILLER              PIC X(01) VALUE SPACES.
001800     05  VRPT-HDR-PERIOD     PIC X(06).
001810     05  FILLER              PIC X(06) VALUE "  RUN ".
001820     05  VRPT-HDR-DATE       PIC X(08).
001830     05  FILLER              PIC X(13)
001840                             VALUE "  FLAG OVER %".
001850     05  VRPT-HDR-THRESH     PIC ZZ9.
001860     05  FILLER              PIC X(16) VALUE SPACES.
001870 01  WS-VRPT-COLUMN-LINE     PIC X(80) VALUE
001880         "ACCT  NAME                      BUDGET      ACTUAL    VA
001890-        "RIANCE  % USED FLAG".
001900 01  WS-VRPT-DETAIL-LINE.
001910     05  VRPT-DTL-ACCOUNT    PIC X(04).
001920     05  FILLER              PIC X(02) VALUE SPACES.
001930     05  VRPT-DTL-NAME       PIC X(20).
001940     05  FILLER              PIC X(01) VALUE SPACES.
001950     05  VRPT-DTL-BUDGET     PIC -ZZZZZZZZZ9.
001960     05  FILLER              PIC X(01) VALUE SPACES.
001970     05  VRPT-DTL-ACTUAL     PIC -ZZZZZZZZZ9.
001980     05  FILLER              PIC X(01) VALUE SPACES.
001990     05  VRPT-DTL-VARIANCE   PIC -ZZZZZZZZZ9.
002000     05  FILLER              PIC X(01) VALUE SPACES.
002010     05  VRPT-DTL-PCT        PIC -ZZZ9.9.
002020     05  FILLER              PIC X(01) VALUE SPACES.
002030     05  VRPT-DTL-FLAG       PIC X(09).
002040 01  WS-VRPT-TOTAL-LINE.
002050     05  FILLER              PIC X(12)
002060                             VALUE "TOTAL       ".
002070     05  FILLER              PIC X(13) VALUE SPACES.
002080     05  VRPT-TOT-BUDGET     PIC -ZZZZZZZZZZ9.
002090     05  VRPT-TOT-ACTUAL     PIC -ZZZZZZZZZZ9.
002100     05  VRPT-TOT-VARIANCE   PIC -ZZZZZZZZZZ9.
002110     05  FILLER              PIC X(19) VALUE SPACES.
002120 01  WS-VRPT-EXC-HEADER.
002130     05  FILLER              PIC X(33)
002140                 VALUE "** ACCOUNTS OVER BUDGET THRESHOLD".
002150     05  FILLER              PIC X(05) VALUE " OF %".
002160     05  VRPT-EXC-THRESH     PIC ZZ9.
002170     05  FILLER              PIC X(03) VALUE " **".
002180     05  FILLER              PIC X(36) VALUE SPACES.
002190 01  WS-VRPT-NO-EXC-LINE     PIC X(80) VALUE
002200         "NO ACCOUNT OVER THE BUDGET THRESHOLD".
002210 01  WS-VRPT-HOUSE-HEADER.
002220     05  FILLER              PIC X(50) VALUE
002230         "HOUSE AND SUSPENSE ACCOUNTS - NO BUDGET  TOLERANCE".
002240     05  FILLER              PIC X(04) VALUE " +/-".
002260     05  VRPT-HSE-TOLER      PIC ZZZZZZ9.
002270     05  FILLER              PIC X(19) VALUE SPACES.
002280 01  WS-VRPT-HOUSE-COLUMN    PIC X(80) VALUE
002290         "ACCT  NAME                     OPENING    MOVEMENT     C
002300-        "LOSING  FLAG".
002310 01  WS-VRPT-HOUSE-LINE.
002320     05  VRPT-HSE-ACCOUNT    PIC X(04).
002330     05  FILLER              PIC X(02) VALUE SPACES.
002340     05  VRPT-HSE-NAME       PIC X(20).
002350     05  FILLER              PIC X(01) VALUE SPACES.
002360     05  VRPT-HSE-OPEN       PIC -ZZZZZZZZZ9.
002370     05  FILLER              PIC X(01) VALUE SPACES.
002380     05  VRPT-HSE-MOVE       PIC -ZZZZZZZZZ9.
002390     05  FILLER              PIC X(01) VALUE SPACES.
002400     05  VRPT-HSE-CLOSE      PIC -ZZZZZZZZZ9.
002410     05  FILLER              PIC X(02) VALUE SPACES.
002420     05  VRPT-HSE-FLAG       PIC X(16).
002430
002440 PROCEDURE DIVISION.
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002470     PERFORM 7000-OPEN-REPORT THRU 7000-EXIT
002480     PERFORM 3000-BUILD-ONE-ACCOUNT THRU 3000-EXIT
002490         VARYING WS-MSTR-SUB FROM 1 BY 1
002500         UNTIL WS-MSTR-SUB GREATER THAN WS-MSTR-ENTRIES
002510     PERFORM 3500-BUILD-ONE-BUDGET-ONLY THRU 3500-EXIT
002520         VARYING WS-BUD-SUB FROM 1 BY 1
002530         UNTIL WS-BUD-SUB GREATER THAN WS-BUD-ENTRIES
002540     PERFORM 7100-WRITE-ONE-DETAIL THRU 7100-EXIT
002550         VARYING WS-LINE-SUB FROM 1 BY 1
002560         UNTIL WS-LINE-SUB GREATER THAN WS-LINE-ENTRIES
002570     PERFORM 7200-WRITE-TOTAL THRU 7200-EXIT
002580     PERFORM 7300-WRITE-EXCEPTIONS THRU 7300-EXIT
002590     PERFORM 7500-WRITE-HOUSE-SECTION THRU 7500-EXIT
002600     CLOSE VARIANCE-REPORT-FILE
002610     DISPLAY "BUDVAR COMPLETE - ACCOUNTS " WS-LINE-ENTRIES
002620         " OVER THRESHOLD " WS-FLAG-COUNT
002630         " HOUSE/SUSPENSE FLAGS " WS-HOUSE-FLAG-COUNT
002640     GOBACK.
002650
002660 1000-INITIALIZE.
002670     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002675     PERFORM 1050-LOAD-OPEN-PERIOD THRU 1050-EXIT
002680     PERFORM 1100-GET-PERIOD THRU 1100-EXIT
002690         UNTIL WS-PERIOD-VALID
002691     PERFORM 1150-GET-THRESHOLD THRU 1150-EXIT
002692         UNTIL WS-THRESH-VALID
002693     PERFORM 1170-GET-TOLERANCE THRU 1170-EXIT
002694         UNTIL WS-TOLER-VALID
002695     PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-EXIT
002696     PERFORM 2000-LOAD-MASTER-TABLE THRU 2000-EXIT
002697     PERFORM 2500-LOAD-FORWARD-TABLE THRU 2500-EXIT
002698     PERFORM 2700-LOAD-BUDGET-TABLE THRU 2700-EXIT.
002699 1000-EXIT.
002700     EXIT.
002701
002702 1050-LOAD-OPEN-PERIOD.
002704*    The actuals are movement since the last close, so they
002706*    belong to the open period - the first one on FISCCAL
002708*    not closed, as GLRPT finds it.  With no calendar on
002710*    file the period is not checked.
002712     MOVE "N" TO WS-FCL-EOF-SW
002714     MOVE "N" TO WS-OPEN-FOUND-SW
002716     MOVE SPACES TO WS-OPEN-PERIOD
002718     OPEN INPUT FISCAL-CALENDAR-FILE
002720     IF WS-FCL-FILE-NOT-FOUND
002722         DISPLAY "FISCCAL NOT FOUND - PERIOD NOT CHECKED"
002724         GO TO 1050-EXIT
002726     END-IF
002728     PERFORM 1060-READ-ONE-PERIOD THRU 1060-EXIT
002730         UNTIL WS-FCL-EOF
002732            OR WS-OPEN-FOUND
002734     CLOSE FISCAL-CALENDAR-FILE
002736     IF NOT WS-OPEN-FOUND
002738         DISPLAY "NO OPEN PERIOD ON FISCCAL - RUN STOPPED"
002740         MOVE 8 TO RETURN-CODE
002742         STOP RUN
002743     END-IF
002744*    The open period is the only one 1100 will accept, so one
002745*    not in CCYYMM form could never be keyed.
002746     MOVE WS-OPEN-PERIOD TO WS-PERIOD-INPUT
002747     IF WS-PERIOD-INPUT IS NOT NUMERIC
002748        OR WS-PERIOD-MONTH LESS THAN 1
002749        OR WS-PERIOD-MONTH GREATER THAN 12
002750         DISPLAY "FISCCAL OPEN PERIOD " WS-OPEN-PERIOD
002751             " IS NOT CCYYMM - RUN STOPPED"
002752         MOVE 8 TO RETURN-CODE
002753         STOP RUN
002754     END-IF.
002755 1050-EXIT.
002756     EXIT.
002757
002758 1060-READ-ONE-PERIOD.
002759     READ FISCAL-CALENDAR-FILE
002760         AT END
002761             SET WS-FCL-EOF TO TRUE
002762             GO TO 1060-EXIT
002763     END-READ
002764     IF NOT FCL-CLOSED
002766         SET WS-OPEN-FOUND TO TRUE
002768         MOVE FCL-PERIOD TO WS-OPEN-PERIOD
002770     END-IF.
002772 1060-EXIT.
002774     EXIT.
002776
002810 1100-GET-PERIOD.
002815     IF WS-OPEN-FOUND
002820         DISPLAY "Report period CCYYMM (blank = open period "
002822             WS-OPEN-PERIOD ")"
002824     ELSE
002826         DISPLAY "Report period CCYYMM (blank = current month)"
002828     END-IF
002830     MOVE SPACES TO WS-PERIOD-INPUT
002840     ACCEPT WS-PERIOD-INPUT
002850     IF WS-PERIOD-INPUT = SPACES
002852         IF WS-OPEN-FOUND
002854             MOVE WS-OPEN-PERIOD TO WS-PERIOD-INPUT
002856         ELSE
002860             MOVE WS-CURRENT-DATE (1:6) TO WS-PERIOD-INPUT
002865         END-IF
002870     END-IF
002880     IF WS-PERIOD-INPUT IS NOT NUMERIC
002890        OR WS-PERIOD-MONTH LESS THAN 1
002900        OR WS-PERIOD-MONTH GREATER THAN 12
002910         DISPLAY "invalid entry, re-key"
002915         GO TO 1100-EXIT
002920     END-IF
002925     IF WS-OPEN-FOUND
002930        AND WS-PERIOD-INPUT NOT = WS-OPEN-PERIOD
002935         DISPLAY "ACTUALS ARE FOR OPEN PERIOD " WS-OPEN-PERIOD
002940             " ONLY, re-key"
002942         GO TO 1100-EXIT
002944     END-IF
002946     SET WS-PERIOD-VALID TO TRUE.
002950 1100-EXIT.
002960     EXIT.
002970
002980 1150-GET-THRESHOLD.
002990     DISPLAY "Flag accounts over percent of budget used"
003000     MOVE SPACES TO WS-THRESH-INPUT
003010     ACCEPT WS-THRESH-INPUT
003020     INSPECT WS-THRESH-INPUT REPLACING LEADING SPACE BY ZERO
003030     IF WS-THRESH-INPUT IS NUMERIC
003040         MOVE WS-THRESH-INPUT TO WS-THRESHOLD
003050         SET WS-THRESH-VALID TO TRUE
003060     ELSE
003070         DISPLAY "invalid entry, re-key"
003080     END-IF.
003090 1150-EXIT.
003100     EXIT.
003110
003120 1170-GET-TOLERANCE.
003130     DISPLAY "House/suspense account tolerance (whole units)"
003140     MOVE SPACES TO WS-TOLER-INPUT
003150     ACCEPT WS-TOLER-INPUT
003160     INSPECT WS-TOLER-INPUT REPLACING LEADING SPACE BY ZERO
003170     IF WS-TOLER-INPUT IS NUMERIC
003180         MOVE WS-TOLER-INPUT TO WS-TOLERANCE
003190         SET WS-TOLER-VALID TO TRUE
003200     ELSE
003210         DISPLAY "invalid entry, re-key"
003220     END-IF.
003230 1170-EXIT.
003240     EXIT.
003250
003260 1200-LOAD-DEPT-TABLE.
003270     MOVE "N" TO WS-DEPT-EOF-SW
003280     MOVE ZERO TO WS-DEPT-ENTRIES
003290     OPEN INPUT DEPT-FILE
003300     IF WS-DEPT-FILE-NOT-FOUND
003310         DISPLAY "DEPTFILE NOT FOUND - NAMES LEFT BLANK"
003320         GO TO 1200-EXIT
003330     END-IF
003340     PERFORM 1250-LOAD-ONE-DEPT THRU 1250-EXIT
003350         UNTIL WS-DEPT-EOF
003360     CLOSE DEPT-FILE.
003370 1200-EXIT.
003380     EXIT.
003390
003400 1250-LOAD-ONE-DEPT.
003410     READ DEPT-FILE
003420         AT END
003430             SET WS-DEPT-EOF TO TRUE
003440         NOT AT END
003450             IF WS-DEPT-ENTRIES NOT LESS THAN 100
003460                 DISPLAY "DEPT TABLE FULL - EXTRA CODES IGNORED"
003470                 SET WS-DEPT-EOF TO TRUE
003480             ELSE
003490                 ADD 1 TO WS-DEPT-ENTRIES
003500                 MOVE DPT-CODE
003510                     TO WS-DEPT-CODE (WS-DEPT-ENTRIES)
003520                 MOVE DPT-NAME
003530                     TO WS-DEPT-NAME (WS-DEPT-ENTRIES)
003540             END-IF
003550     END-READ.
003560 1250-EXIT.
003570     EXIT.
003580
003590 2000-LOAD-MASTER-TABLE.
003600     MOVE ZERO TO WS-MSTR-ENTRIES
003610     MOVE "N" TO WS-GLM-EOF-SW
003620     OPEN INPUT GL-MASTER-FILE
003630     IF WS-GLM-FILE-NOT-FOUND
003640         DISPLAY "GLMASTER NOT FOUND - ACTUALS REPORT AS ZERO"
003650         SET WS-GLM-EOF TO TRUE
003660         GO TO 2000-EXIT
003670     END-IF
003680     PERFORM 2100-LOAD-ONE-MASTER THRU 2100-EXIT
003690         UNTIL WS-GLM-EOF
003700     CLOSE GL-MASTER-FILE.
003710 2000-EXIT.
003720     EXIT.
003730
003740 2100-LOAD-ONE-MASTER.
003750     READ GL-MASTER-FILE
003760         AT END
003770             SET WS-GLM-EOF TO TRUE
003780         NOT AT END
003790             IF WS-MSTR-ENTRIES NOT LESS THAN 100
003800                 DISPLAY "GL MASTER TABLE FULL - RUN STOPPED"
003810                 STOP RUN
003820             END-IF
003830             ADD 1 TO WS-MSTR-ENTRIES
003840             MOVE GLM-ACCOUNT
003850                 TO WS-MSTR-ACCOUNT (WS-MSTR-ENTRIES)
003860             MOVE GLM-BALANCE
003870                 TO WS-MSTR-BALANCE (WS-MSTR-ENTRIES)
003880     END-READ.
003890 2100-EXIT.
003900     EXIT.
003910
003920 2500-LOAD-FORWARD-TABLE.
003930     MOVE ZERO TO WS-BFW-ENTRIES
003940     MOVE "N" TO WS-BFW-EOF-SW
003950     OPEN INPUT BAL-FORWARD-FILE
003960     IF WS-BFW-FILE-NOT-FOUND
003970         DISPLAY "GLBALFWD NOT FOUND - ACCOUNTS OPEN AT ZERO"
003980         SET WS-BFW-EOF TO TRUE
003990         GO TO 2500-EXIT
004000     END-IF
004010     PERFORM 2600-LOAD-ONE-FORWARD THRU 2600-EXIT
004020         UNTIL WS-BFW-EOF
004030     CLOSE BAL-FORWARD-FILE.
004040 2500-EXIT.
004050     EXIT.
004060
004070 2600-LOAD-ONE-FORWARD.
004080     READ BAL-FORWARD-FILE
004090         AT END
004100             SET WS-BFW-EOF TO TRUE
004110         NOT AT END
004120             IF WS-BFW-ENTRIES NOT LESS THAN 100
004130                 DISPLAY "FORWARD TABLE FULL - RUN STOPPED"
004140                 STOP RUN
004150             END-IF
004160             ADD 1 TO WS-BFW-ENTRIES
004170             MOVE BFW-ACCOUNT
004180                 TO WS-BFW-ACCOUNT (WS-BFW-ENTRIES)
004190             MOVE BFW-BALANCE
004200                 TO WS-BFW-BALANCE (WS-BFW-ENTRIES)
004210     END-READ.
004220 2600-EXIT.
004230     EXIT.
004240
004250 2700-LOAD-BUDGET-TABLE.
004260     MOVE ZERO TO WS-BUD-ENTRIES
004270     MOVE "N" TO WS-BUD-EOF-SW
004280     OPEN INPUT BUDGET-FILE
004290     IF WS-BUD-FILE-NOT-FOUND
004300         DISPLAY "BUDGET NOT FOUND - ALL BUDGETS REPORT AS ZERO"
004310         SET WS-BUD-EOF TO TRUE
004320         GO TO 2700-EXIT
004330     END-IF
004340     PERFORM 2800-LOAD-ONE-BUDGET THRU 2800-EXIT
004350         UNTIL WS-BUD-EOF
004360     CLOSE BUDGET-FILE.
004370 2700-EXIT.
004380     EXIT.
004390
004400 2800-LOAD-ONE-BUDGET.
004410     READ BUDGET-FILE
004420         AT END
004430             SET WS-BUD-EOF TO TRUE
004440             GO TO 2800-EXIT
004450     END-READ
004460     IF BUD-PERIOD NOT = WS-PERIOD-INPUT
004470         GO TO 2800-EXIT
004480     END-IF
004490     IF WS-BUD-ENTRIES NOT LESS THAN 200
004500         DISPLAY "BUDGET TABLE FULL - RUN STOPPED"
004510         STOP RUN
004520     END-IF
004530     ADD 1 TO WS-BUD-ENTRIES
004540     MOVE BUD-ACCOUNT TO WS-BUD-ACCOUNT (WS-BUD-ENTRIES)
004550     MOVE BUD-AMOUNT TO WS-BUD-AMOUNT (WS-BUD-ENTRIES)
004560     MOVE "N" TO WS-BUD-USED-SW (WS-BUD-ENTRIES).
004570 2800-EXIT.
004580     EXIT.
004590
004600 3000-BUILD-ONE-ACCOUNT.
004610*    The house and suspense accounts are reported in their own
004620*    section, not against a budget.
004630     IF WS-MSTR-ACCOUNT (WS-MSTR-SUB) = WS-HOUSE-ACCOUNT
004640        OR WS-MSTR-ACCOUNT (WS-MSTR-SUB) = WS-SUSP-ACCOUNT
004650         GO TO 3000-EXIT
004660     END-IF
004670     MOVE WS-MSTR-ACCOUNT (WS-MSTR-SUB) TO WS-ACCOUNT-HOLD
004680     PERFORM 5500-FIND-FORWARD-BAL THRU 5500-EXIT
004690     SUBTRACT WS-OPEN-BALANCE
004700         FROM WS-MSTR-BALANCE (WS-MSTR-SUB)
004710         GIVING WS-MOVEMENT
004720     PERFORM 5700-FIND-BUDGET THRU 5700-EXIT
004730     PERFORM 4000-ADD-REPORT-LINE THRU 4000-EXIT.
004740 3000-EXIT.
004750     EXIT.
004760
004770 3500-BUILD-ONE-BUDGET-ONLY.
004780*    A budgeted account with nothing on GLMASTER has had no
004790*    postings at all; it still reports, with a zero actual.
004800     IF WS-BUD-USED (WS-BUD-SUB)
004810        OR WS-BUD-ACCOUNT (WS-BUD-SUB) = WS-HOUSE-ACCOUNT
004820        OR WS-BUD-ACCOUNT (WS-BUD-SUB) = WS-SUSP-ACCOUNT
004830         GO TO 3500-EXIT
004840     END-IF
004850     MOVE WS-BUD-ACCOUNT (WS-BUD-SUB) TO WS-ACCOUNT-HOLD
004860     MOVE ZERO TO WS-MOVEMENT
004870     MOVE WS-BUD-SUB TO WS-BUD-AT
004880     SET WS-BUD-USED (WS-BUD-AT) TO TRUE
004890     PERFORM 4000-ADD-REPORT-LINE THRU 4000-EXIT.
004900 3500-EXIT.
004910     EXIT.
004920
004930 4000-ADD-REPORT-LINE.
004940*    WS-ACCOUNT-HOLD, WS-MOVEMENT and WS-BUD-AT (zero when the
004950*    account has no budget for the period) are set on entry.
004960     IF WS-LINE-ENTRIES NOT LESS THAN 200
004970         DISPLAY "REPORT TABLE FULL - RUN STOPPED"
004980         STOP RUN
004990     END-IF
005000     ADD 1 TO WS-LINE-ENTRIES
005010     PERFORM 5000-FIND-DEPT-NAME THRU 5000-EXIT
005020     MOVE WS-ACCOUNT-HOLD TO WS-LINE-ACCOUNT (WS-LINE-ENTRIES)
005030     MOVE WS-NAME-HOLD TO WS-LINE-NAME (WS-LINE-ENTRIES)
005040     MOVE WS-MOVEMENT TO WS-LINE-ACTUAL (WS-LINE-ENTRIES)
005050     MOVE SPACES TO WS-FLAG-HOLD
005060     MOVE ZERO TO WS-PCT-USED
005070     IF WS-BUD-AT = ZERO
005080         MOVE ZERO TO WS-LINE-BUDGET (WS-LINE-ENTRIES)
005090         IF WS-MOVEMENT NOT = ZERO
005100             MOVE "NO BUDGET" TO WS-FLAG-HOLD
005110         END-IF
005120     ELSE
005130         MOVE WS-BUD-AMOUNT (WS-BUD-AT)
005140             TO WS-LINE-BUDGET (WS-LINE-ENTRIES)
005150         IF WS-BUD-AMOUNT (WS-BUD-AT) = ZERO
005160             IF WS-MOVEMENT NOT = ZERO
005170                 MOVE "NO BUDGET" TO WS-FLAG-HOLD
005180             END-IF
005190         ELSE
005200             COMPUTE WS-PCT-USED ROUNDED =
005210                 WS-MOVEMENT * 100 / WS-BUD-AMOUNT (WS-BUD-AT)
005220                 ON SIZE ERROR
005230                     MOVE 9999.9 TO WS-PCT-USED
005240             END-COMPUTE
005242*            % USED prints in -ZZZ9.9, so it is held within
005244*            9999.9 either way, as a size error already is.
005245             IF WS-PCT-USED GREATER THAN 9999.9
005246                 MOVE 9999.9 TO WS-PCT-USED
005247             END-IF
005248             IF WS-PCT-USED LESS THAN -9999.9
005249                 MOVE -9999.9 TO WS-PCT-USED
005250             END-IF
005255             IF WS-PCT-USED GREATER THAN WS-THRESHOLD
005260                 MOVE "OVER" TO WS-FLAG-HOLD
005270             END-IF
005280         END-IF
005290     END-IF
005300     SUBTRACT WS-MOVEMENT FROM WS-LINE-BUDGET (WS-LINE-ENTRIES)
005310         GIVING WS-VARIANCE
005320     MOVE WS-VARIANCE TO WS-LINE-VARIANCE (WS-LINE-ENTRIES)
005330     MOVE WS-PCT-USED TO WS-LINE-PCT (WS-LINE-ENTRIES)
005340     MOVE WS-FLAG-HOLD TO WS-LINE-FLAG (WS-LINE-ENTRIES)
005350     IF WS-FLAG-HOLD NOT = SPACES
005360         ADD 1 TO WS-FLAG-COUNT
005370     END-IF
005380     ADD WS-LINE-BUDGET (WS-LINE-ENTRIES) TO WS-TOT-BUDGET
005390     ADD WS-MOVEMENT TO WS-TOT-ACTUAL
005400     ADD WS-VARIANCE TO WS-TOT-VARIANCE.
005410 4000-EXIT.
005420     EXIT.
005430
005440 5000-FIND-DEPT-NAME.
005450     MOVE "N" TO WS-NAME-FOUND-SW
005460     MOVE SPACES TO WS-NAME-HOLD
005470     PERFORM 5100-MATCH-ONE-DEPT THRU 5100-EXIT
005480         VARYING WS-DEPT-SUB FROM 1 BY 1
005490         UNTIL WS-NAME-FOUND
005500            OR WS-DEPT-SUB GREATER THAN WS-DEPT-ENTRIES.
005510 5000-EXIT.
005520     EXIT.
005530
005540 5100-MATCH-ONE-DEPT.
005550     IF WS-DEPT-CODE (WS-DEPT-SUB) = WS-ACCOUNT-HOLD
005560         SET WS-NAME-FOUND TO TRUE
005570         MOVE WS-DEPT-NAME (WS-DEPT-SUB) TO WS-NAME-HOLD
005580     END-IF.
005590 5100-EXIT.
005600     EXIT.
005610
005620 5500-FIND-FORWARD-BAL.
005630     MOVE "N" TO WS-BFW-FOUND-SW
005640     MOVE ZERO TO WS-OPEN-BALANCE
005650     PERFORM 5600-MATCH-ONE-FORWARD THRU 5600-EXIT
005660         VARYING WS-BFW-SUB FROM 1 BY 1
005670         UNTIL WS-BFW-FOUND
005680            OR WS-BFW-SUB GREATER THAN WS-BFW-ENTRIES.
005690 5500-EXIT.
005700     EXIT.
005710
005720 5600-MATCH-ONE-FORWARD.
005730     IF WS-BFW-ACCOUNT (WS-BFW-SUB) = WS-ACCOUNT-HOLD
005740         SET WS-BFW-FOUND TO TRUE
005750         MOVE WS-BFW-BALANCE (WS-BFW-SUB) TO WS-OPEN-BALANCE
005760     END-IF.
005770 5600-EXIT.
005780     EXIT.
005790
005800 5700-FIND-BUDGET.
005810*    Leaves WS-BUD-AT on the period's budget for the account,
005820*    or zero when there is none.
005830     MOVE ZERO TO WS-BUD-AT
005840     PERFORM 5750-MATCH-ONE-BUDGET THRU 5750-EXIT
005850         VARYING WS-BUD-SUB FROM 1 BY 1
005860         UNTIL WS-BUD-AT NOT = ZERO
005870            OR WS-BUD-SUB GREATER THAN WS-BUD-ENTRIES.
005880 5700-EXIT.
005890     EXIT.
005900
005910 5750-MATCH-ONE-BUDGET.
005920     IF WS-BUD-ACCOUNT (WS-BUD-SUB) = WS-ACCOUNT-HOLD
005930         MOVE WS-BUD-SUB TO WS-BUD-AT
005940         SET WS-BUD-USED (WS-BUD-SUB) TO TRUE
005950     END-IF.
005960 5750-EXIT.
005970     EXIT.
005980
005990 5800-FIND-MASTER.
006000     MOVE "N" TO WS-MSTR-FOUND-SW
006010     MOVE ZERO TO WS-CLOSE-BALANCE
006020     PERFORM 5850-MATCH-ONE-MASTER THRU 5850-EXIT
006030         VARYING WS-MSTR-SUB FROM 1 BY 1
006040         UNTIL WS-MSTR-FOUND
006050            OR WS-MSTR-SUB GREATER THAN WS-MSTR-ENTRIES.
006060 5800-EXIT.
006070     EXIT.
006080
006090 5850-MATCH-ONE-MASTER.
006100     IF WS-MSTR-ACCOUNT (WS-MSTR-SUB) = WS-ACCOUNT-HOLD
006110         SET WS-MSTR-FOUND TO TRUE
006120         MOVE WS-MSTR-BALANCE (WS-MSTR-SUB) TO WS-CLOSE-BALANCE
006130     END-IF.
006140 5850-EXIT.
006150     EXIT.
006160
006170 7000-OPEN-REPORT.
006180     OPEN OUTPUT VARIANCE-REPORT-FILE
006190     MOVE WS-PERIOD-INPUT TO VRPT-HDR-PERIOD
006200     MOVE WS-CURRENT-DATE TO VRPT-HDR-DATE
006210     MOVE WS-THRESHOLD TO VRPT-HDR-THRESH
006220     MOVE WS-VRPT-HEADER-LINE TO VARIANCE-REPORT-RECORD
006230     WRITE VARIANCE-REPORT-RECORD
006240     MOVE WS-VRPT-COLUMN-LINE TO VARIANCE-REPORT-RECORD
006250     WRITE VARIANCE-REPORT-RECORD.
006260 7000-EXIT.
006270     EXIT.
006280
006290 7100-WRITE-ONE-DETAIL.
006300     MOVE WS-LINE-ACCOUNT (WS-LINE-SUB) TO VRPT-DTL-ACCOUNT
006310     MOVE WS-LINE-NAME (WS-LINE-SUB) TO VRPT-DTL-NAME
006320     MOVE WS-LINE-BUDGET (WS-LINE-SUB) TO VRPT-DTL-BUDGET
006330     MOVE WS-LINE-ACTUAL (WS-LINE-SUB) TO VRPT-DTL-ACTUAL
006340     MOVE WS-LINE-VARIANCE (WS-LINE-SUB) TO VRPT-DTL-VARIANCE
006350     MOVE WS-LINE-PCT (WS-LINE-SUB) TO VRPT-DTL-PCT
006360     MOVE WS-LINE-FLAG (WS-LINE-SUB) TO VRPT-DTL-FLAG
006370     MOVE WS-VRPT-DETAIL-LINE TO VARIANCE-REPORT-RECORD
006380     WRITE VARIANCE-REPORT-RECORD.
006390 7100-EXIT.
006400     EXIT.
006410
006420 7200-WRITE-TOTAL.
006430     MOVE WS-TOT-BUDGET TO VRPT-TOT-BUDGET
006440     MOVE WS-TOT-ACTUAL TO VRPT-TOT-ACTUAL
006450     MOVE WS-TOT-VARIANCE TO VRPT-TOT-VARIANCE
006460     MOVE WS-VRPT-TOTAL-LINE TO VARIANCE-REPORT-RECORD
006470     WRITE VARIANCE-REPORT-RECORD.
006480 7200-EXIT.
006490     EXIT.
006500
006510 7300-WRITE-EXCEPTIONS.
006520     MOVE SPACES TO VARIANCE-REPORT-RECORD
006530     WRITE VARIANCE-REPORT-RECORD
006540     IF WS-FLAG-COUNT = ZERO
006550         MOVE WS-VRPT-NO-EXC-LINE TO VARIANCE-REPORT-RECORD
006560         WRITE VARIANCE-REPORT-RECORD
006570         GO TO 7300-EXIT
006580     END-IF
006590     MOVE WS-THRESHOLD TO VRPT-EXC-THRESH
006600     MOVE WS-VRPT-EXC-HEADER TO VARIANCE-REPORT-RECORD
006610     WRITE VARIANCE-REPORT-RECORD
006620     PERFORM 7400-WRITE-ONE-EXCEPTION THRU 7400-EXIT
006630         VARYING WS-LINE-SUB FROM 1 BY 1
006640         UNTIL WS-LINE-SUB GREATER THAN WS-LINE-ENTRIES.
006650 7300-EXIT.
006660     EXIT.
006670
006680 7400-WRITE-ONE-EXCEPTION.
006690     IF WS-LINE-FLAG (WS-LINE-SUB) NOT = SPACES
006700         PERFORM 7100-WRITE-ONE-DETAIL THRU 7100-EXIT
006710     END-IF.
006720 7400-EXIT.
006730     EXIT.
006740
006750 7500-WRITE-HOUSE-SECTION.
006760     MOVE SPACES TO VARIANCE-REPORT-RECORD
006770     WRITE VARIANCE-REPORT-RECORD
006780     MOVE WS-TOLERANCE TO VRPT-HSE-TOLER
006790     MOVE WS-VRPT-HOUSE-HEADER TO VARIANCE-REPORT-RECORD
006800     WRITE VARIANCE-REPORT-RECORD
006810     MOVE WS-VRPT-HOUSE-COLUMN TO VARIANCE-REPORT-RECORD
006820     WRITE VARIANCE-REPORT-RECORD
006830     MOVE WS-HOUSE-ACCOUNT TO WS-ACCOUNT-HOLD
006840     PERFORM 7600-WRITE-ONE-HOUSE THRU 7600-EXIT
006850     MOVE WS-SUSP-ACCOUNT TO WS-ACCOUNT-HOLD
006860     PERFORM 7600-WRITE-ONE-HOUSE THRU 7600-EXIT.
006870 7500-EXIT.
006880     EXIT.
006890
006900 7600-WRITE-ONE-HOUSE.
006910*    Both accounts always print, at zero when GLMASTER has no
006920*    record for them.
006930     PERFORM 5000-FIND-DEPT-NAME THRU 5000-EXIT
006940     PERFORM 5500-FIND-FORWARD-BAL THRU 5500-EXIT
006950     PERFORM 5800-FIND-MASTER THRU 5800-EXIT
006960     SUBTRACT WS-OPEN-BALANCE FROM WS-CLOSE-BALANCE
006970         GIVING WS-MOVEMENT
006980     IF WS-NAME-HOLD = SPACES
006990         IF WS-ACCOUNT-HOLD = WS-HOUSE-ACCOUNT
007000             MOVE "HOUSE ACCOUNT" TO WS-NAME-HOLD
007010         ELSE
007020             MOVE "SUSPENSE ACCOUNT" TO WS-NAME-HOLD
007030         END-IF
007040     END-IF
007050     MOVE WS-ACCOUNT-HOLD TO VRPT-HSE-ACCOUNT
007060     MOVE WS-NAME-HOLD TO VRPT-HSE-NAME
007070     MOVE WS-OPEN-BALANCE TO VRPT-HSE-OPEN
007080     MOVE WS-MOVEMENT TO VRPT-HSE-MOVE
007090     MOVE WS-CLOSE-BALANCE TO VRPT-HSE-CLOSE
007100     MOVE WS-CLOSE-BALANCE TO WS-ABS-BALANCE
007110     IF WS-ABS-BALANCE GREATER THAN WS-TOLERANCE
007120         MOVE "** NOT NEAR ZERO" TO VRPT-HSE-FLAG
007130         ADD 1 TO WS-HOUSE-FLAG-COUNT
007140     ELSE
007150         MOVE SPACES TO VRPT-HSE-FLAG
007160     END-IF
007170     MOVE WS-VRPT-HOUSE-LINE TO VARIANCE-REPORT-RECORD
007180     WRITE VARIANCE-REPORT-RECORD.
007190 7600-EXIT.
007200     EXIT.
