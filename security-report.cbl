000010* run cobc -x security-report.cbl to compile.
000020* run ./security-report to run the compiled program.
000030*-----------------------------------------------------------*
000040* Operator security exception report for the sampleCOBOL    *
000050* utility family.  Reads the SIGNLOG MENU00 and SECADM      *
000060* write, the OPERFILE operator records and AUDITFILE, and   *
000070* prints SECURPT for the day or the month to date:          *
000080*   - failed sign-ons by ID and terminal;                   *
000090*   - IDs locked out by repeated failures in the period,    *
000100*     with their status on OPERFILE now;                    *
000110*   - good sign-ons outside business hours (before the      *
000120*     opening time, at or after the closing time, or on a   *
000130*     weekend or HOLIDAY date);                             *
000140*   - attempts against revoked or unknown IDs;              *
000150*   - dormant IDs: not revoked, and no good sign-on (or,    *
000160*     for an ID never used, no SECADM add) within the       *
000170*     dormant limit of the report date, for revocation;     *
000180*   - passwords within the warning days of the 90-day       *
000190*     expiry MENU00 enforces, or already past it;           *
000200*   - operators whose ID is on an AUDITFILE calculation     *
000210*     for a day with no good sign-on under that ID, which   *
000220*     means the work was done under someone else's ID.      *
000230* Unattended (*BATCH*) calculations are not cross-checked.  *
000240*                                                           *
000250* An optional SECPARM card sets the run: column 1 D (the    *
000260* day, the default) or M (the month to date), columns 2-9   *
000270* the report date CCYYMMDD (default today), 10-12 the       *
000280* dormant limit in days (default 030), 13-14 the password   *
000290* warning days (default 14), 15-18 and 19-22 the opening    *
000300* and closing times HHMM (default 0700 and 1900).           *
000310*                                                           *
000320* MODIFICATION HISTORY                                      *
000330*   DATE       INIT  DESCRIPTION                            *
000340*   ---------- ----  ------------------------------------   *
000350*   2026-10-15  MS   Initial version.                       *
000360*-----------------------------------------------------------*
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. SECRPT.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SIGN-LOG-FILE ASSIGN TO "SIGNLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-SLOG-FILE-STATUS.
000460     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-OPER-FILE-STATUS.
000490     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000520     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-HOL-FILE-STATUS.
000550     SELECT SEC-PARM-FILE ASSIGN TO "SECPARM"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SPRM-FILE-STATUS.
000580     SELECT SEC-REPORT-FILE ASSIGN TO "SECURPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SRPT-FILE-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  SIGN-LOG-FILE.
000650 01  SIGN-LOG-RECORD.
000660     05  SLOG-DATE           PIC X(08).
000670     05  SLOG-TIME           PIC X(08).
000680     05  SLOG-ID             PIC X(08).
000690     05  SLOG-TERMINAL       PIC X(08).
000700     05  SLOG-RESULT         PIC X(08).
000710         88  SLOG-GOOD           VALUE "GOOD    ".
000720         88  SLOG-FAILED         VALUE "BAD ID  " "REVOKED "
000730                                       "LOCKED  " "BAD PW  "
000740                                       "LOCKOUT ".
000750         88  SLOG-LOCKOUT        VALUE "LOCKOUT ".
000760         88  SLOG-UNKNOWN-ID     VALUE "BAD ID  ".
000770         88  SLOG-REVOKED-ID     VALUE "REVOKED ".
000780         88  SLOG-OPER-ADDED     VALUE "ADD     ".
000790 FD  OPERATOR-FILE.
000800     COPY OPERREC.
000810 FD  AUDIT-FILE.
000820     COPY AUDREC.
000830 FD  HOLIDAY-FILE.
000840     COPY HOLREC.
000850 FD  SEC-PARM-FILE.
000860 01  SEC-PARM-RECORD.
000870     05  SPRM-PERIOD         PIC X(01).
000880     05  SPRM-REPORT-DATE    PIC X(08).
000890     05  SPRM-DORMANT-DAYS   PIC X(03).
000900     05  SPRM-PW-WARN-DAYS   PIC X(02).
000910     05  SPRM-HOURS-FROM     PIC X(04).
000920     05  SPRM-HOURS-TO       PIC X(04).
000930 FD  SEC-REPORT-FILE.
000940 01  SEC-REPORT-RECORD       PIC X(80).
000950
000960 WORKING-STORAGE SECTION.
000970 01  WS-SWITCHES.
000980     05  WS-SLOG-EOF-SW      PIC X(01) VALUE "N".
000990         88  WS-SLOG-EOF             VALUE "Y".
001000     05  WS-OPER-EOF-SW      PIC X(01) VALUE "N".
001010         88  WS-OPER-EOF             VALUE "Y".
001020     05  WS-AUDIT-EOF-SW     PIC X(01) VALUE "N".
001030         88  WS-AUDIT-EOF            VALUE "Y".
001040     05  WS-HOL-EOF-SW       PIC X(01) VALUE "N".
001050         88  WS-HOL-EOF              VALUE "Y".
001060     05  WS-FOUND-SW         PIC X(01) VALUE "N".
001070         88  WS-FOUND                VALUE "Y".
001080     05  WS-HOLIDAY-SW       PIC X(01) VALUE "N".
001090         88  WS-HOLIDAY              VALUE "Y".
001100     05  WS-PERIOD-SW        PIC X(01) VALUE "D".
001110         88  WS-PERIOD-DAY           VALUE "D".
001120         88  WS-PERIOD-MONTH         VALUE "M".
001130
001140 01  WS-SLOG-FILE-STATUS     PIC X(02) VALUE "00".
001150     88  WS-SLOG-FILE-NOT-FOUND  VALUE "35".
001160 01  WS-OPER-FILE-STATUS     PIC X(02) VALUE "00".
001170     88  WS-OPER-FILE-NOT-FOUND  VALUE "35".
001180 01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE "00".
001190     88  WS-AUDIT-FILE-NOT-FOUND VALUE "35".
001200 01  WS-HOL-FILE-STATUS      PIC X(02) VALUE "00".
001210     88  WS-HOL-FILE-NOT-FOUND   VALUE "35".
001220 01  WS-SPRM-FILE-STATUS     PIC X(02) VALUE "00".
001230     88  WS-SPRM-FILE-NOT-FOUND  VALUE "35".
001240 01  WS-SRPT-FILE-STATUS     PIC X(02) VALUE "00".
001250
001260 01  WS-CURRENT-DATE         PIC X(08) VALUE SPACES.
001270 01  WS-REPORT-DATE          PIC X(08) VALUE SPACES.
001280 01  WS-PERIOD-FROM          PIC X(08) VALUE SPACES.
001290 01  WS-DORMANT-DAYS         PIC 9(03) VALUE 30.
001300 01  WS-PW-WARN-DAYS         PIC 9(02) VALUE 14.
001310 01  WS-HOURS-FROM           PIC X(04) VALUE "0700".
001320 01  WS-HOURS-TO             PIC X(04) VALUE "1900".
001330*    The password life MENU00 enforces at sign-on.
001340 01  WS-PW-EXPIRY-DAYS       PIC 9(03) VALUE 90.
001350
001360*    Date work.  Day 1 of the integer calendar (1601-01-01)
001370*    was a Monday, so the remainder by 7 is 6 on a Saturday
001380*    and 0 on a Sunday.
001390 01  WS-DATE-NUM             PIC 9(08) VALUE ZERO.
001400 01  WS-REPORT-INT           PIC 9(07) VALUE ZERO.
001410 01  WS-DAY-INT              PIC 9(07) VALUE ZERO.
001420 01  WS-WEEKS                PIC 9(07) VALUE ZERO.
001430 01  WS-WEEKDAY              PIC 9(01) VALUE ZERO.
001440 01  WS-DAYS-SINCE           PIC S9(05) VALUE ZERO.
001450 01  WS-DAYS-LEFT            PIC S9(05) VALUE ZERO.
001460
001470 01  WS-HOLIDAY-TABLE.
001480     05  WS-HOL-DATE OCCURS 200 TIMES PIC X(08).
001490 01  WS-HOL-ENTRIES          PIC 9(03) VALUE ZERO.
001500 01  WS-HOL-SUB              PIC 9(03) VALUE ZERO.
001510
001520*    Operators, with the last good sign-on (or SECADM add)
001530*    on or before the report date.
001540 01  WS-OPER-TABLE.
001550     05  WS-OPER-ENTRY OCCURS 50 TIMES.
001560         10  WS-OPR-ID           PIC X(08).
001570         10  WS-OPR-STATUS       PIC X(01).
001580             88  WS-OPR-ACTIVE       VALUE "A" SPACE.
001590             88  WS-OPR-REVOKED      VALUE "R".
001600             88  WS-OPR-LOCKED       VALUE "L".
001610         10  WS-OPR-PW-DATE      PIC X(08).
001620         10  WS-OPR-LAST-GOOD    PIC X(08).
001630         10  WS-OPR-ADDED        PIC X(08).
001640 01  WS-OPER-ENTRIES         PIC 9(03) VALUE ZERO.
001650 01  WS-OPER-SUB             PIC 9(03) VALUE ZERO.
001660 01  WS-OPER-AT              PIC 9(03) VALUE ZERO.
001670
001680*    Failed sign-ons, one entry per ID and terminal.
001690 01  WS-FAIL-TABLE.
001700     05  WS-FAIL-ENTRY OCCURS 500 TIMES.
001710         10  WS-FAIL-ID          PIC X(08).
001720         10  WS-FAIL-TERMINAL    PIC X(08).
001730         10  WS-FAIL-COUNT       PIC 9(05).
001740         10  WS-FAIL-FIRST-DATE  PIC X(08).
001750         10  WS-FAIL-FIRST-TIME  PIC X(08).
001760         10  WS-FAIL-LAST-DATE   PIC X(08).
001770         10  WS-FAIL-LAST-TIME   PIC X(08).
001780 01  WS-FAIL-ENTRIES         PIC 9(03) VALUE ZERO.
001790 01  WS-FAIL-SUB             PIC 9(03) VALUE ZERO.
001800 01  WS-FAIL-AT              PIC 9(03) VALUE ZERO.
001810
001820*    Operator days worked on AUDITFILE, one entry per date
001830*    and user, marked off by a good sign-on that day.
001840 01  WS-WORK-TABLE.
001850     05  WS-WORK-ENTRY OCCURS 2000 TIMES.
001860         10  WS-WORK-DATE        PIC X(08).
001870         10  WS-WORK-USER        PIC X(08).
001880         10  WS-WORK-CALCS       PIC 9(05).
001890         10  WS-WORK-SIGNED-SW   PIC X(01).
001900             88  WS-WORK-SIGNED-ON   VALUE "Y".
001910 01  WS-WORK-ENTRIES         PIC 9(04) VALUE ZERO.
001920 01  WS-WORK-SUB             PIC 9(04) VALUE ZERO.
001930 01  WS-WORK-AT              PIC 9(04) VALUE ZERO.
001940
001950 01  WS-SECTION-COUNT        PIC 9(05) VALUE ZERO.
001960 01  WS-FAIL-TOTAL           PIC 9(05) VALUE ZERO.
001970 01  WS-LOCKOUT-TOTAL        PIC 9(05) VALUE ZERO.
001980 01  WS-HOURS-TOTAL          PIC 9(05) VALUE ZERO.
001990 01  WS-BADID-TOTAL          PIC 9(05) VALUE ZERO.
002000 01  WS-DORMANT-TOTAL        PIC 9(05) VALUE ZERO.
002010 01  WS-PWEXP-TOTAL          PIC 9(05) VALUE ZERO.
002020 01  WS-NOSIGN-TOTAL         PIC 9(05) VALUE ZERO.
002030
002040 01  WS-SRPT-HEADER-LINE.
002050     05  FILLER              PIC X(35)
002060         VALUE "OPERATOR SECURITY EXCEPTION REPORT ".
002070     05  SRPT-HDR-PERIOD     PIC X(06).
002080     05  FILLER              PIC X(01) VALUE SPACE.
002090     05  SRPT-HDR-FROM       PIC X(08).
002100     05  FILLER              PIC X(04) VALUE " TO ".
002110     05  SRPT-HDR-TO         PIC X(08).
002120     05  FILLER              PIC X(06) VALUE "  RUN ".
002130     05  SRPT-HDR-RUN        PIC X(08).
002140     05  FILLER              PIC X(04) VALUE SPACES.
002150 01  WS-SRPT-LIMITS-LINE.
002160     05  FILLER              PIC X(15) VALUE "BUSINESS HOURS ".
002170     05  SRPT-LIM-FROM       PIC X(04).
002180     05  FILLER              PIC X(01) VALUE "-".
002190     05  SRPT-LIM-TO         PIC X(04).
002200     05  FILLER              PIC X(16) VALUE "  DORMANT AFTER ".
002210     05  SRPT-LIM-DORMANT    PIC ZZ9.
002220     05  FILLER              PIC X(19)
002230         VALUE " DAYS  PW WARNING ".
002240     05  SRPT-LIM-PW-WARN    PIC Z9.
002250     05  FILLER              PIC X(16) VALUE " DAYS".
002260 01  WS-SRPT-SECTION-LINE.
002270     05  FILLER              PIC X(04) VALUE "*** ".
002280     05  SRPT-SEC-TITLE      PIC X(60).
002290     05  FILLER              PIC X(16) VALUE SPACES.
002300 01  WS-SRPT-NONE-LINE.
002310     05  FILLER              PIC X(80) VALUE "    NONE".
002320
002330 01  WS-SRPT-FAIL-COLUMNS.
002340     05  FILLER              PIC X(40)
002350         VALUE "ID        TERMINAL  FAILS  FIRST        ".
002360     05  FILLER              PIC X(40)
002370         VALUE "        LAST".
002380 01  WS-SRPT-FAIL-LINE.
002390     05  SRPT-FAIL-ID        PIC X(08).
002400     05  FILLER              PIC X(02) VALUE SPACES.
002410     05  SRPT-FAIL-TERMINAL  PIC X(08).
002420     05  FILLER              PIC X(01) VALUE SPACE.
002430     05  SRPT-FAIL-COUNT     PIC ZZZZ9.
002440     05  FILLER              PIC X(02) VALUE SPACES.
002450     05  SRPT-FAIL-FIRST-DATE PIC X(08).
002460     05  FILLER              PIC X(01) VALUE SPACE.
002470     05  SRPT-FAIL-FIRST-TIME PIC X(06).
002480     05  FILLER              PIC X(07) VALUE SPACES.
002490     05  SRPT-FAIL-LAST-DATE PIC X(08).
002500     05  FILLER              PIC X(01) VALUE SPACE.
002510     05  SRPT-FAIL-LAST-TIME PIC X(06).
002520     05  FILLER              PIC X(17) VALUE SPACES.
002530
002540 01  WS-SRPT-EVENT-COLUMNS.
002550     05  FILLER              PIC X(40)
002560         VALUE "ID        DATE      TIME    TERMINAL  NO".
002570     05  FILLER              PIC X(40)
002580         VALUE "TE".
002590 01  WS-SRPT-EVENT-LINE.
002600     05  SRPT-EVT-ID         PIC X(08).
002610     05  FILLER              PIC X(02) VALUE SPACES.
002620     05  SRPT-EVT-DATE       PIC X(08).
002630     05  FILLER              PIC X(02) VALUE SPACES.
002640     05  SRPT-EVT-TIME       PIC X(06).
002650     05  FILLER              PIC X(02) VALUE SPACES.
002660     05  SRPT-EVT-TERMINAL   PIC X(08).
002670     05  FILLER              PIC X(02) VALUE SPACES.
002680     05  SRPT-EVT-NOTE       PIC X(42).
002690
002700 01  WS-SRPT-OPER-COLUMNS.
002710     05  FILLER              PIC X(40)
002720         VALUE "ID        STATUS    DATE       DAYS  NOT".
002730     05  FILLER              PIC X(40)
002740         VALUE "E".
002750 01  WS-SRPT-OPER-LINE.
002760     05  SRPT-OPR-ID         PIC X(08).
002770     05  FILLER              PIC X(02) VALUE SPACES.
002780     05  SRPT-OPR-STATUS     PIC X(08).
002790     05  FILLER              PIC X(02) VALUE SPACES.
002800     05  SRPT-OPR-DATE       PIC X(08).
002810     05  FILLER              PIC X(02) VALUE SPACES.
002820     05  SRPT-OPR-DAYS       PIC ----9.
002830     05  SRPT-OPR-DAYS-X REDEFINES SRPT-OPR-DAYS
002840                             PIC X(05).
002850     05  FILLER              PIC X(02) VALUE SPACES.
002860     05  SRPT-OPR-NOTE       PIC X(43).
002870
002880 01  WS-SRPT-WORK-COLUMNS.
002890     05  FILLER              PIC X(40)
002900         VALUE "ID        DATE      CALCS  NOTE".
002910     05  FILLER              PIC X(40) VALUE SPACES.
002920 01  WS-SRPT-WORK-LINE.
002930     05  SRPT-WRK-USER       PIC X(08).
002940     05  FILLER              PIC X(02) VALUE SPACES.
002950     05  SRPT-WRK-DATE       PIC X(08).
002960     05  FILLER              PIC X(01) VALUE SPACE.
002970     05  SRPT-WRK-CALCS      PIC ZZZZ9.
002980     05  FILLER              PIC X(02) VALUE SPACES.
002990     05  SRPT-WRK-NOTE       PIC X(54).
003000
003010 01  WS-SRPT-TOTAL-LINE.
003020     05  SRPT-TOT-TEXT       PIC X(40).
003030     05  SRPT-TOT-COUNT      PIC ZZZZ9.
003040     05  FILLER              PIC X(35) VALUE SPACES.
003050
003060 PROCEDURE DIVISION.
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003090     PERFORM 2000-FAILED-SIGN-ONS THRU 2000-EXIT
003100     PERFORM 3000-LOCKED-IDS THRU 3000-EXIT
003110     PERFORM 4000-OUT-OF-HOURS THRU 4000-EXIT
003120     PERFORM 5000-REVOKED-UNKNOWN THRU 5000-EXIT
003130     PERFORM 6000-DORMANT-IDS THRU 6000-EXIT
003140     PERFORM 6500-PASSWORD-EXPIRY THRU 6500-EXIT
003150     PERFORM 7000-AUDIT-CROSS-CHECK THRU 7000-EXIT
003160     PERFORM 9000-TERMINATE THRU 9000-EXIT
003170     GOBACK.
003180
003190*    Initialization: run parameters, holidays, operators.
003200 1000-INITIALIZE.
003210     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003220     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE
003230     PERFORM 1100-READ-PARM-FILE THRU 1100-EXIT
003240     IF WS-PERIOD-MONTH
003250         MOVE WS-REPORT-DATE TO WS-PERIOD-FROM
003260         MOVE "01" TO WS-PERIOD-FROM (7:2)
003270         MOVE "MONTH " TO SRPT-HDR-PERIOD
003280     ELSE
003290         MOVE WS-REPORT-DATE TO WS-PERIOD-FROM
003300         MOVE "DAY   " TO SRPT-HDR-PERIOD
003310     END-IF
003320     MOVE WS-REPORT-DATE TO WS-DATE-NUM
003330     COMPUTE WS-REPORT-INT =
003340         FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
003350     PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT
003360     PERFORM 1300-LOAD-OPERATORS THRU 1300-EXIT
003370     OPEN OUTPUT SEC-REPORT-FILE
003380     MOVE WS-PERIOD-FROM TO SRPT-HDR-FROM
003390     MOVE WS-REPORT-DATE TO SRPT-HDR-TO
003400     MOVE WS-CURRENT-DATE TO SRPT-HDR-RUN
003410     MOVE WS-SRPT-HEADER-LINE TO SEC-REPORT-RECORD
003420     WRITE SEC-REPORT-RECORD
003430     MOVE WS-HOURS-FROM TO SRPT-LIM-FROM
003440     MOVE WS-HOURS-TO TO SRPT-LIM-TO
003450     MOVE WS-DORMANT-DAYS TO SRPT-LIM-DORMANT
003460     MOVE WS-PW-WARN-DAYS TO SRPT-LIM-PW-WARN
003470     MOVE WS-SRPT-LIMITS-LINE TO SEC-REPORT-RECORD
003480     WRITE SEC-REPORT-RECORD.
003490 1000-EXIT.
003500     EXIT.
003510
003520 1100-READ-PARM-FILE.
003530     OPEN INPUT SEC-PARM-FILE
003540     IF WS-SPRM-FILE-NOT-FOUND
003550         GO TO 1100-EXIT
003560     END-IF
003570     READ SEC-PARM-FILE
003580         AT END
003590             CLOSE SEC-PARM-FILE
003600             GO TO 1100-EXIT
003610     END-READ
003620     CLOSE SEC-PARM-FILE
003630     IF SPRM-PERIOD NOT = SPACE
003640         MOVE SPRM-PERIOD TO WS-PERIOD-SW
003650     END-IF
003660     IF NOT WS-PERIOD-DAY AND NOT WS-PERIOD-MONTH
003670         GO TO 1190-PARM-INVALID
003680     END-IF
003690     IF SPRM-REPORT-DATE NOT = SPACES
003700         IF SPRM-REPORT-DATE IS NOT NUMERIC
003710             GO TO 1190-PARM-INVALID
003720         END-IF
003730         MOVE SPRM-REPORT-DATE TO WS-REPORT-DATE
003740     END-IF
003750     IF SPRM-DORMANT-DAYS NOT = SPACES
003760         IF SPRM-DORMANT-DAYS IS NOT NUMERIC
003770             GO TO 1190-PARM-INVALID
003780         END-IF
003790         MOVE SPRM-DORMANT-DAYS TO WS-DORMANT-DAYS
003800     END-IF
003810     IF SPRM-PW-WARN-DAYS NOT = SPACES
003820         IF SPRM-PW-WARN-DAYS IS NOT NUMERIC
003830             GO TO 1190-PARM-INVALID
003840         END-IF
003850         MOVE SPRM-PW-WARN-DAYS TO WS-PW-WARN-DAYS
003860     END-IF
003870     IF SPRM-HOURS-FROM NOT = SPACES
003880         IF SPRM-HOURS-FROM IS NOT NUMERIC
003890             GO TO 1190-PARM-INVALID
003900         END-IF
003910         MOVE SPRM-HOURS-FROM TO WS-HOURS-FROM
003920     END-IF
003930     IF SPRM-HOURS-TO NOT = SPACES
003940         IF SPRM-HOURS-TO IS NOT NUMERIC
003950             GO TO 1190-PARM-INVALID
003960         END-IF
003970         MOVE SPRM-HOURS-TO TO WS-HOURS-TO
003980     END-IF
003990     DISPLAY "SECPARM CONTROLS THIS RUN - " WS-PERIOD-SW " "
004000         WS-REPORT-DATE
004010     GO TO 1100-EXIT.
004020 1190-PARM-INVALID.
004030     DISPLAY "SECPARM INVALID - RUN STOPPED"
004040     MOVE 8 TO RETURN-CODE
004050     STOP RUN.
004060 1100-EXIT.
004070     EXIT.
004080
004090 1200-LOAD-HOLIDAYS.
004100     MOVE "N" TO WS-HOL-EOF-SW
004110     MOVE ZERO TO WS-HOL-ENTRIES
004120     OPEN INPUT HOLIDAY-FILE
004130     IF WS-HOL-FILE-NOT-FOUND
004140         GO TO 1200-EXIT
004150     END-IF
004160     PERFORM 1250-LOAD-ONE-HOLIDAY THRU 1250-EXIT
004170         UNTIL WS-HOL-EOF
004180     CLOSE HOLIDAY-FILE.
004190 1200-EXIT.
004200     EXIT.
004210
004220 1250-LOAD-ONE-HOLIDAY.
004230     READ HOLIDAY-FILE
004240         AT END
004250             SET WS-HOL-EOF TO TRUE
004260             GO TO 1250-EXIT
004270     END-READ
004280     IF WS-HOL-ENTRIES NOT LESS THAN 200
004290         DISPLAY "HOLIDAY TABLE FULL - RUN STOPPED"
004300         STOP RUN
004310     END-IF
004320     ADD 1 TO WS-HOL-ENTRIES
004330     MOVE HOL-DATE TO WS-HOL-DATE (WS-HOL-ENTRIES).
004340 1250-EXIT.
004350     EXIT.
004360
004370 1300-LOAD-OPERATORS.
004380     MOVE "N" TO WS-OPER-EOF-SW
004390     MOVE ZERO TO WS-OPER-ENTRIES
004400     OPEN INPUT OPERATOR-FILE
004410     IF WS-OPER-FILE-NOT-FOUND
004420         DISPLAY "OPERFILE NOT FOUND - RUN STOPPED"
004430         MOVE 8 TO RETURN-CODE
004440         STOP RUN
004450     END-IF
004460     PERFORM 1350-LOAD-ONE-OPERATOR THRU 1350-EXIT
004470         UNTIL WS-OPER-EOF
004480     CLOSE OPERATOR-FILE.
004490 1300-EXIT.
004500     EXIT.
004510
004520 1350-LOAD-ONE-OPERATOR.
004530     READ OPERATOR-FILE
004540         AT END
004550             SET WS-OPER-EOF TO TRUE
004560             GO TO 1350-EXIT
004570     END-READ
004580     IF WS-OPER-ENTRIES NOT LESS THAN 50
004590         DISPLAY "OPERATOR TABLE FULL - RUN STOPPED"
004600         STOP RUN
004610     END-IF
004620     ADD 1 TO WS-OPER-ENTRIES
004630     MOVE OPER-ID TO WS-OPR-ID (WS-OPER-ENTRIES)
004640     MOVE OPER-STATUS TO WS-OPR-STATUS (WS-OPER-ENTRIES)
004650     MOVE OPER-PW-DATE TO WS-OPR-PW-DATE (WS-OPER-ENTRIES)
004660     MOVE SPACES TO WS-OPR-LAST-GOOD (WS-OPER-ENTRIES)
004670     MOVE SPACES TO WS-OPR-ADDED (WS-OPER-ENTRIES).
004680 1350-EXIT.
004690     EXIT.
004700
004710*    SIGNLOG is read once per section; 1500 opens it and 1550
004720*    reads the next record, treating a missing log as empty.
004730 1500-OPEN-SIGN-LOG.
004740     MOVE "N" TO WS-SLOG-EOF-SW
004750     OPEN INPUT SIGN-LOG-FILE
004760     IF WS-SLOG-FILE-NOT-FOUND
004770         SET WS-SLOG-EOF TO TRUE
004780     END-IF.
004790 1500-EXIT.
004800     EXIT.
004810
004820 1550-READ-SIGN-LOG.
004830     READ SIGN-LOG-FILE
004840         AT END
004850             SET WS-SLOG-EOF TO TRUE
004860     END-READ.
004870 1550-EXIT.
004880     EXIT.
004890
004900 1600-CLOSE-SIGN-LOG.
004910     IF NOT WS-SLOG-FILE-NOT-FOUND
004920         CLOSE SIGN-LOG-FILE
004930     END-IF.
004940 1600-EXIT.
004950     EXIT.
004960
004970 1700-FIND-OPERATOR.
004980*    Sets WS-FOUND and WS-OPER-AT for the ID in SLOG-ID.
004990     MOVE "N" TO WS-FOUND-SW
005000     PERFORM 1750-MATCH-ONE-OPERATOR THRU 1750-EXIT
005010         VARYING WS-OPER-SUB FROM 1 BY 1
005020         UNTIL WS-FOUND
005030            OR WS-OPER-SUB GREATER THAN WS-OPER-ENTRIES.
005040 1700-EXIT.
005050     EXIT.
005060
005070 1750-MATCH-ONE-OPERATOR.
005080     IF WS-OPR-ID (WS-OPER-SUB) = SLOG-ID
005090         SET WS-FOUND TO TRUE
005100         MOVE WS-OPER-SUB TO WS-OPER-AT
005110     END-IF.
005120 1750-EXIT.
005130     EXIT.
005140
005150 1800-WRITE-SECTION-HEADING.
005160     MOVE SPACES TO SEC-REPORT-RECORD
005170     WRITE SEC-REPORT-RECORD
005180     MOVE WS-SRPT-SECTION-LINE TO SEC-REPORT-RECORD
005190     WRITE SEC-REPORT-RECORD
005200     MOVE ZERO TO WS-SECTION-COUNT.
005210 1800-EXIT.
005220     EXIT.
005230
005240 1850-WRITE-NONE.
005250     IF WS-SECTION-COUNT = ZERO
005260         MOVE WS-SRPT-NONE-LINE TO SEC-REPORT-RECORD
005270         WRITE SEC-REPORT-RECORD
005280     END-IF.
005290 1850-EXIT.
005300     EXIT.
005310
005320 1900-WRITE-EVENT.
005330     MOVE SLOG-ID TO SRPT-EVT-ID
005340     MOVE SLOG-DATE TO SRPT-EVT-DATE
005350     MOVE SLOG-TIME (1:6) TO SRPT-EVT-TIME
005360     MOVE SLOG-TERMINAL TO SRPT-EVT-TERMINAL
005370     MOVE WS-SRPT-EVENT-LINE TO SEC-REPORT-RECORD
005380     WRITE SEC-REPORT-RECORD
005390     ADD 1 TO WS-SECTION-COUNT.
005400 1900-EXIT.
005410     EXIT.
005420
005430*    Failed sign-ons in the period, by ID and terminal.
005440 2000-FAILED-SIGN-ONS.
005450     MOVE "FAILED SIGN-ONS BY ID AND TERMINAL" TO SRPT-SEC-TITLE
005460     PERFORM 1800-WRITE-SECTION-HEADING THRU 1800-EXIT
005470     MOVE WS-SRPT-FAIL-COLUMNS TO SEC-REPORT-RECORD
005480     WRITE SEC-REPORT-RECORD
005490     MOVE ZERO TO WS-FAIL-ENTRIES
005500     PERFORM 1500-OPEN-SIGN-LOG THRU 1500-EXIT
005510     PERFORM 2100-TALLY-ONE-FAILURE THRU 2100-EXIT
005520         UNTIL WS-SLOG-EOF
005530     PERFORM 1600-CLOSE-SIGN-LOG THRU 1600-EXIT
005540     PERFORM 2200-WRITE-ONE-FAILURE THRU 2200-EXIT
005550         VARYING WS-FAIL-SUB FROM 1 BY 1
005560         UNTIL WS-FAIL-SUB GREATER THAN WS-FAIL-ENTRIES
005570     PERFORM 1850-WRITE-NONE THRU 1850-EXIT.
005580 2000-EXIT.
005590     EXIT.
005600
005610 2100-TALLY-ONE-FAILURE.
005620     PERFORM 1550-READ-SIGN-LOG THRU 1550-EXIT
005630     IF WS-SLOG-EOF
005640         GO TO 2100-EXIT
005650     END-IF
005660     IF SLOG-DATE LESS THAN WS-PERIOD-FROM
005670        OR SLOG-DATE GREATER THAN WS-REPORT-DATE
005680        OR NOT SLOG-FAILED
005690         GO TO 2100-EXIT
005700     END-IF
005710     ADD 1 TO WS-FAIL-TOTAL
005720     MOVE "N" TO WS-FOUND-SW
005730     PERFORM 2150-MATCH-ONE-FAILURE THRU 2150-EXIT
005740         VARYING WS-FAIL-SUB FROM 1 BY 1
005750         UNTIL WS-FOUND
005760            OR WS-FAIL-SUB GREATER THAN WS-FAIL-ENTRIES
005770     IF WS-FOUND
005780         ADD 1 TO WS-FAIL-COUNT (WS-FAIL-AT)
005790         MOVE SLOG-DATE TO WS-FAIL-LAST-DATE (WS-FAIL-AT)
005800         MOVE SLOG-TIME TO WS-FAIL-LAST-TIME (WS-FAIL-AT)
005810         GO TO 2100-EXIT
005820     END-IF
005830     IF WS-FAIL-ENTRIES NOT LESS THAN 500
005840         DISPLAY "FAILED SIGN-ON TABLE FULL - RUN STOPPED"
005850         STOP RUN
005860     END-IF
005870     ADD 1 TO WS-FAIL-ENTRIES
005880     MOVE SLOG-ID TO WS-FAIL-ID (WS-FAIL-ENTRIES)
005890     MOVE SLOG-TERMINAL TO WS-FAIL-TERMINAL (WS-FAIL-ENTRIES)
005900     MOVE 1 TO WS-FAIL-COUNT (WS-FAIL-ENTRIES)
005910     MOVE SLOG-DATE TO WS-FAIL-FIRST-DATE (WS-FAIL-ENTRIES)
005920     MOVE SLOG-TIME TO WS-FAIL-FIRST-TIME (WS-FAIL-ENTRIES)
005930     MOVE SLOG-DATE TO WS-FAIL-LAST-DATE (WS-FAIL-ENTRIES)
005940     MOVE SLOG-TIME TO WS-FAIL-LAST-TIME (WS-FAIL-ENTRIES).
005950 2100-EXIT.
005960     EXIT.
005970
005980 2150-MATCH-ONE-FAILURE.
005990     IF WS-FAIL-ID (WS-FAIL-SUB) = SLOG-ID
006000        AND WS-FAIL-TERMINAL (WS-FAIL-SUB) = SLOG-TERMINAL
006010         SET WS-FOUND TO TRUE
006020         MOVE WS-FAIL-SUB TO WS-FAIL-AT
006030     END-IF.
006040 2150-EXIT.
006050     EXIT.
006060
006070 2200-WRITE-ONE-FAILURE.
006080     MOVE WS-FAIL-ID (WS-FAIL-SUB) TO SRPT-FAIL-ID
006090     MOVE WS-FAIL-TERMINAL (WS-FAIL-SUB) TO SRPT-FAIL-TERMINAL
006100     MOVE WS-FAIL-COUNT (WS-FAIL-SUB) TO SRPT-FAIL-COUNT
006110     MOVE WS-FAIL-FIRST-DATE (WS-FAIL-SUB) TO SRPT-FAIL-FIRST-DATE
006120     MOVE WS-FAIL-FIRST-TIME (WS-FAIL-SUB) (1:6)
006130         TO SRPT-FAIL-FIRST-TIME
006140     MOVE WS-FAIL-LAST-DATE (WS-FAIL-SUB) TO SRPT-FAIL-LAST-DATE
006150     MOVE WS-FAIL-LAST-TIME (WS-FAIL-SUB) (1:6)
006160         TO SRPT-FAIL-LAST-TIME
006170     MOVE WS-SRPT-FAIL-LINE TO SEC-REPORT-RECORD
006180     WRITE SEC-REPORT-RECORD
006190     ADD 1 TO WS-SECTION-COUNT.
006200 2200-EXIT.
006210     EXIT.
006220
006230*    IDs locked out by repeated failures in the period.
006240 3000-LOCKED-IDS.
006250     MOVE "IDS LOCKED IN THE PERIOD" TO SRPT-SEC-TITLE
006260     PERFORM 1800-WRITE-SECTION-HEADING THRU 1800-EXIT
006270     MOVE WS-SRPT-EVENT-COLUMNS TO SEC-REPORT-RECORD
006280     WRITE SEC-REPORT-RECORD
006290     PERFORM 1500-OPEN-SIGN-LOG THRU 1500-EXIT
006300     PERFORM 3100-CHECK-ONE-LOCKOUT THRU 3100-EXIT
006310         UNTIL WS-SLOG-EOF
006320     PERFORM 1600-CLOSE-SIGN-LOG THRU 1600-EXIT
006330     PERFORM 1850-WRITE-NONE THRU 1850-EXIT.
006340 3000-EXIT.
006350     EXIT.
006360
006370 3100-CHECK-ONE-LOCKOUT.
006380     PERFORM 1550-READ-SIGN-LOG THRU 1550-EXIT
006390     IF WS-SLOG-EOF
006400         GO TO 3100-EXIT
006410     END-IF
006420     IF SLOG-DATE LESS THAN WS-PERIOD-FROM
006430        OR SLOG-DATE GREATER THAN WS-REPORT-DATE
006440        OR NOT SLOG-LOCKOUT
006450         GO TO 3100-EXIT
006460     END-IF
006470     ADD 1 TO WS-LOCKOUT-TOTAL
006480     PERFORM 1700-FIND-OPERATOR THRU 1700-EXIT
006490     EVALUATE TRUE
006500         WHEN NOT WS-FOUND
006510             MOVE "NO LONGER ON OPERFILE" TO SRPT-EVT-NOTE
006520         WHEN WS-OPR-LOCKED (WS-OPER-AT)
006530             MOVE "STILL LOCKED" TO SRPT-EVT-NOTE
006540         WHEN WS-OPR-REVOKED (WS-OPER-AT)
006550             MOVE "NOW REVOKED" TO SRPT-EVT-NOTE
006560         WHEN OTHER
006570             MOVE "SINCE RESET" TO SRPT-EVT-NOTE
006580     END-EVALUATE
006590     PERFORM 1900-WRITE-EVENT THRU 1900-EXIT.
006600 3100-EXIT.
006610     EXIT.
006620
006630*    Good sign-ons outside business hours.
006640 4000-OUT-OF-HOURS.
006650     MOVE "SIGN-ONS OUTSIDE BUSINESS HOURS" TO SRPT-SEC-TITLE
006660     PERFORM 1800-WRITE-SECTION-HEADING THRU 1800-EXIT
006670     MOVE WS-SRPT-EVENT-COLUMNS TO SEC-REPORT-RECORD
006680     WRITE SEC-REPORT-RECORD
006690     PERFORM 1500-OPEN-SIGN-LOG THRU 1500-EXIT
006700     PERFORM 4100-CHECK-ONE-SIGN-ON THRU 4100-EXIT
006710         UNTIL WS-SLOG-EOF
006720     PERFORM 1600-CLOSE-SIGN-LOG THRU 1600-EXIT
006730     PERFORM 1850-WRITE-NONE THRU 1850-EXIT.
006740 4000-EXIT.
006750     EXIT.
006760
006770 4100-CHECK-ONE-SIGN-ON.
006780     PERFORM 1550-READ-SIGN-LOG THRU 1550-EXIT
006790     IF WS-SLOG-EOF
006800         GO TO 4100-EXIT
006810     END-IF
006820     IF SLOG-DATE LESS THAN WS-PERIOD-FROM
006830        OR SLOG-DATE GREATER THAN WS-REPORT-DATE
006840        OR NOT SLOG-GOOD
006850        OR SLOG-DATE IS NOT NUMERIC
006860         GO TO 4100-EXIT
006870     END-IF
006880     MOVE SLOG-DATE TO WS-DATE-NUM
006890     COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
006900     DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEKS
006910         REMAINDER WS-WEEKDAY
006920     MOVE "N" TO WS-HOLIDAY-SW
006930     PERFORM 4150-TEST-ONE-HOLIDAY THRU 4150-EXIT
006940         VARYING WS-HOL-SUB FROM 1 BY 1
006950         UNTIL WS-HOLIDAY
006960            OR WS-HOL-SUB GREATER THAN WS-HOL-ENTRIES
006970     EVALUATE TRUE
006980         WHEN WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
006990             MOVE "WEEKEND" TO SRPT-EVT-NOTE
007000         WHEN WS-HOLIDAY
007010             MOVE "HOLIDAY" TO SRPT-EVT-NOTE
007020         WHEN SLOG-TIME (1:4) LESS THAN WS-HOURS-FROM
007030             MOVE "BEFORE HOURS" TO SRPT-EVT-NOTE
007040         WHEN SLOG-TIME (1:4) NOT LESS THAN WS-HOURS-TO
007050             MOVE "AFTER HOURS" TO SRPT-EVT-NOTE
007060         WHEN OTHER
007070             GO TO 4100-EXIT
007080     END-EVALUATE
007090     ADD 1 TO WS-HOURS-TOTAL
007100     PERFORM 1900-WRITE-EVENT THRU 1900-EXIT.
007110 4100-EXIT.
007120     EXIT.
007130
007140 4150-TEST-ONE-HOLIDAY.
007150     IF WS-HOL-DATE (WS-HOL-SUB) = SLOG-DATE
007160         SET WS-HOLIDAY TO TRUE
007170     END-IF.
007180 4150-EXIT.
007190     EXIT.
007200
007210*    Attempts against revoked or unknown IDs.
007220 5000-REVOKED-UNKNOWN.
007230     MOVE "ATTEMPTS AGAINST REVOKED OR UNKNOWN IDS"
007240         TO SRPT-SEC-TITLE
007250     PERFORM 1800-WRITE-SECTION-HEADING THRU 1800-EXIT
007260     MOVE WS-SRPT-EVENT-COLUMNS TO SEC-REPORT-RECORD
007270     WRITE SEC-REPORT-RECORD
007280     PERFORM 1500-OPEN-SIGN-LOG THRU 1500-EXIT
007290     PERFORM 5100-CHECK-ONE-ATTEMPT THRU 5100-EXIT
007300         UNTIL WS-SLOG-EOF
007310     PERFORM 1600-CLOSE-SIGN-LOG THRU 1600-EXIT
007320     PERFORM 1850-WRITE-NONE THRU 1850-EXIT.
007330 5000-EXIT.
007340     EXIT.
007350
007360 5100-CHECK-ONE-ATTEMPT.
007370     PERFORM 1550-READ-SIGN-LOG THRU 1550-EXIT
007380     IF WS-SLOG-EOF
007390         GO TO 5100-EXIT
007400     END-IF
007410     IF SLOG-DATE LESS THAN WS-PERIOD-FROM
007420        OR SLOG-DATE GREATER THAN WS-REPORT-DATE
007430         GO TO 5100-EXIT
007440     END-IF
007450     EVALUATE TRUE
007460         WHEN SLOG-REVOKED-ID
007470             MOVE "REVOKED ID" TO SRPT-EVT-NOTE
007480         WHEN SLOG-UNKNOWN-ID
007490             MOVE "UNKNOWN ID" TO SRPT-EVT-NOTE
007500         WHEN OTHER
007510             GO TO 5100-EXIT
007520     END-EVALUATE
007530     ADD 1 TO WS-BADID-TOTAL
007540     PERFORM 1900-WRITE-EVENT THRU 1900-EXIT.
007550 5100-EXIT.
007560     EXIT.
007570
007580*    Dormant IDs: the whole log up to the report date gives
007590*    each operator's last good sign-on.
007600 6000-DORMANT-IDS.
007610     MOVE "DORMANT IDS - CANDIDATES FOR REVOCATION"
007620         TO SRPT-SEC-TITLE
007630     PERFORM 1800-WRITE-SECTION-HEADING THRU 1800-EXIT
007640     MOVE WS-SRPT-OPER-COLUMNS TO SEC-REPORT-RECORD
007650     WRITE SEC-REPORT-RECORD
007660     PERFORM 1500-OPEN-SIGN-LOG THRU 1500-EXIT
007670     PERFORM 6100-NOTE-ONE-SIGN-ON THRU 6100-EXIT
007680         UNTIL WS-SLOG-EOF
007690     PERFORM 1600-CLOSE-SIGN-LOG THRU 1600-EXIT
007700     PERFORM 6200-CHECK-ONE-OPERATOR THRU 6200-EXIT
007710         VARYING WS-OPER-SUB FROM 1 BY 1
007720         UNTIL WS-OPER-SUB GREATER THAN WS-OPER-ENTRIES
007730     PERFORM 1850-WRITE-NONE THRU 1850-EXIT.
007740 6000-EXIT.
007750     EXIT.
007760
007770 6100-NOTE-ONE-SIGN-ON.
007780     PERFORM 1550-READ-SIGN-LOG THRU 1550-EXIT
007790     IF WS-SLOG-EOF
007800         GO TO 6100-EXIT
007810     END-IF
007820     IF SLOG-DATE GREATER THAN WS-REPORT-DATE
007830         GO TO 6100-EXIT
007840     END-IF
007850     IF NOT SLOG-GOOD AND NOT SLOG-OPER-ADDED
007860         GO TO 6100-EXIT
007870     END-IF
007880     PERFORM 1700-FIND-OPERATOR THRU 1700-EXIT
007890     IF NOT WS-FOUND
007900         GO TO 6100-EXIT
007910     END-IF
007920     IF SLOG-GOOD
007930        AND SLOG-DATE GREATER THAN WS-OPR-LAST-GOOD (WS-OPER-AT)
007940         MOVE SLOG-DATE TO WS-OPR-LAST-GOOD (WS-OPER-AT)
007950     END-IF
007960     IF SLOG-OPER-ADDED
007970        AND SLOG-DATE GREATER THAN WS-OPR-ADDED (WS-OPER-AT)
007980         MOVE SLOG-DATE TO WS-OPR-ADDED (WS-OPER-AT)
007990     END-IF.
008000 6100-EXIT.
008010     EXIT.
008020
008030 6200-CHECK-ONE-OPERATOR.
008040     IF WS-OPR-REVOKED (WS-OPER-SUB)
008050         GO TO 6200-EXIT
008060     END-IF
008070     MOVE SPACES TO SRPT-OPR-NOTE
008080     IF WS-OPR-LAST-GOOD (WS-OPER-SUB) NOT = SPACES
008090         MOVE WS-OPR-LAST-GOOD (WS-OPER-SUB) TO SRPT-OPR-DATE
008100         MOVE "LAST GOOD SIGN-ON" TO SRPT-OPR-NOTE
008110     ELSE
008120         MOVE WS-OPR-ADDED (WS-OPER-SUB) TO SRPT-OPR-DATE
008130         MOVE "NEVER SIGNED ON" TO SRPT-OPR-NOTE
008140     END-IF
008150*    An ID never signed on and with no add on the log has
008160*    nothing to measure from and is listed as dormant.
008170     IF SRPT-OPR-DATE = SPACES
008180         MOVE "NEVER" TO SRPT-OPR-DATE
008190         MOVE SPACES TO SRPT-OPR-DAYS-X
008200         MOVE "NEVER SIGNED ON - NOT ADDED ON SIGNLOG"
008210             TO SRPT-OPR-NOTE
008220     ELSE
008230         MOVE SRPT-OPR-DATE TO WS-DATE-NUM
008240         COMPUTE WS-DAY-INT =
008250             FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
008260         COMPUTE WS-DAYS-SINCE = WS-REPORT-INT - WS-DAY-INT
008270         IF WS-DAYS-SINCE NOT GREATER THAN WS-DORMANT-DAYS
008280             GO TO 6200-EXIT
008290         END-IF
008300         MOVE WS-DAYS-SINCE TO SRPT-OPR-DAYS
008310     END-IF
008320     PERFORM 6800-SET-OPER-STATUS THRU 6800-EXIT
008330     ADD 1 TO WS-DORMANT-TOTAL
008340     PERFORM 6900-WRITE-OPERATOR THRU 6900-EXIT.
008350 6200-EXIT.
008360     EXIT.
008370
008380*    Passwords near or past the expiry MENU00 enforces.
008390 6500-PASSWORD-EXPIRY.
008400     MOVE "PASSWORDS NEAR OR PAST EXPIRY" TO SRPT-SEC-TITLE
008410     PERFORM 1800-WRITE-SECTION-HEADING THRU 1800-EXIT
008420     MOVE WS-SRPT-OPER-COLUMNS TO SEC-REPORT-RECORD
008430     WRITE SEC-REPORT-RECORD
008440     PERFORM 6600-CHECK-ONE-PASSWORD THRU 6600-EXIT
008450         VARYING WS-OPER-SUB FROM 1 BY 1
008460         UNTIL WS-OPER-SUB GREATER THAN WS-OPER-ENTRIES
008470     PERFORM 1850-WRITE-NONE THRU 1850-EXIT.
008480 6500-EXIT.
008490     EXIT.
008500
008510 6600-CHECK-ONE-PASSWORD.
008520*    A missing password date already forces a change at the
008530*    next sign-on, so only dated passwords are checked.
008540     IF WS-OPR-REVOKED (WS-OPER-SUB)
008550        OR WS-OPR-PW-DATE (WS-OPER-SUB) IS NOT NUMERIC
008560         GO TO 6600-EXIT
008570     END-IF
008580     MOVE WS-OPR-PW-DATE (WS-OPER-SUB) TO WS-DATE-NUM
008590     COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
008600     COMPUTE WS-DAYS-LEFT =
008610         WS-PW-EXPIRY-DAYS - (WS-REPORT-INT - WS-DAY-INT)
008620     IF WS-DAYS-LEFT GREATER THAN WS-PW-WARN-DAYS
008630         GO TO 6600-EXIT
008640     END-IF
008650     MOVE WS-OPR-PW-DATE (WS-OPER-SUB) TO SRPT-OPR-DATE
008660     MOVE WS-DAYS-LEFT TO SRPT-OPR-DAYS
008670     IF WS-DAYS-LEFT LESS THAN ZERO
008680         MOVE "EXPIRED - CHANGE FORCED AT NEXT SIGN-ON"
008690             TO SRPT-OPR-NOTE
008700     ELSE
008710         MOVE "DAYS LEFT BEFORE EXPIRY" TO SRPT-OPR-NOTE
008720     END-IF
008730     PERFORM 6800-SET-OPER-STATUS THRU 6800-EXIT
008740     ADD 1 TO WS-PWEXP-TOTAL
008750     PERFORM 6900-WRITE-OPERATOR THRU 6900-EXIT.
008760 6600-EXIT.
008770     EXIT.
008780
008790 6800-SET-OPER-STATUS.
008800     MOVE WS-OPR-ID (WS-OPER-SUB) TO SRPT-OPR-ID
008810     EVALUATE TRUE
008820         WHEN WS-OPR-LOCKED (WS-OPER-SUB)
008830             MOVE "LOCKED  " TO SRPT-OPR-STATUS
008840         WHEN WS-OPR-REVOKED (WS-OPER-SUB)
008850             MOVE "REVOKED " TO SRPT-OPR-STATUS
008860         WHEN OTHER
008870             MOVE "ACTIVE  " TO SRPT-OPR-STATUS
008880     END-EVALUATE.
008890 6800-EXIT.
008900     EXIT.
008910
008920 6900-WRITE-OPERATOR.
008930     MOVE WS-SRPT-OPER-LINE TO SEC-REPORT-RECORD
008940     WRITE SEC-REPORT-RECORD
008950     ADD 1 TO WS-SECTION-COUNT.
008960 6900-EXIT.
008970     EXIT.
008980
008990*    AUDITFILE cross-check: every operator-day of calculations
009000*    must have a good sign-on under that ID the same day.
009010 7000-AUDIT-CROSS-CHECK.
009020     MOVE "CALCULATIONS UNDER AN ID NOT SIGNED ON THAT DAY"
009030         TO SRPT-SEC-TITLE
009040     PERFORM 1800-WRITE-SECTION-HEADING THRU 1800-EXIT
009050     MOVE WS-SRPT-WORK-COLUMNS TO SEC-REPORT-RECORD
009060     WRITE SEC-REPORT-RECORD
009070     MOVE ZERO TO WS-WORK-ENTRIES
009080     MOVE "N" TO WS-AUDIT-EOF-SW
009090     OPEN INPUT AUDIT-FILE
009100     IF WS-AUDIT-FILE-NOT-FOUND
009110         MOVE "    AUDITFILE NOT FOUND - NOT CHECKED"
009120             TO SEC-REPORT-RECORD
009130         WRITE SEC-REPORT-RECORD
009140         GO TO 7000-EXIT
009150     END-IF
009160     PERFORM 7100-NOTE-ONE-AUDIT THRU 7100-EXIT
009170         UNTIL WS-AUDIT-EOF
009180     CLOSE AUDIT-FILE
009190     PERFORM 1500-OPEN-SIGN-LOG THRU 1500-EXIT
009200     PERFORM 7200-MARK-ONE-SIGN-ON THRU 7200-EXIT
009210         UNTIL WS-SLOG-EOF
009220     PERFORM 1600-CLOSE-SIGN-LOG THRU 1600-EXIT
009230     PERFORM 7300-WRITE-ONE-WORK-DAY THRU 7300-EXIT
009240         VARYING WS-WORK-SUB FROM 1 BY 1
009250         UNTIL WS-WORK-SUB GREATER THAN WS-WORK-ENTRIES
009260     PERFORM 1850-WRITE-NONE THRU 1850-EXIT.
009270 7000-EXIT.
009280     EXIT.
009290
009300 7100-NOTE-ONE-AUDIT.
009310     READ AUDIT-FILE
009320         AT END
009330             SET WS-AUDIT-EOF TO TRUE
009340             GO TO 7100-EXIT
009350     END-READ
009360*    Records written before AUD-USER existed carry spaces.
009370     IF AUD-DATE LESS THAN WS-PERIOD-FROM
009380        OR AUD-DATE GREATER THAN WS-REPORT-DATE
009390        OR AUD-USER = "*BATCH* "
009400        OR AUD-USER = SPACES
009410         GO TO 7100-EXIT
009420     END-IF
009430     MOVE "N" TO WS-FOUND-SW
009440     PERFORM 7150-MATCH-ONE-WORK-DAY THRU 7150-EXIT
009450         VARYING WS-WORK-SUB FROM 1 BY 1
009460         UNTIL WS-FOUND
009470            OR WS-WORK-SUB GREATER THAN WS-WORK-ENTRIES
009480     IF WS-FOUND
009490         ADD 1 TO WS-WORK-CALCS (WS-WORK-AT)
009500         GO TO 7100-EXIT
009510     END-IF
009520     IF WS-WORK-ENTRIES NOT LESS THAN 2000
009530         DISPLAY "OPERATOR-DAY TABLE FULL - RUN STOPPED"
009540         STOP RUN
009550     END-IF
009560     ADD 1 TO WS-WORK-ENTRIES
009570     MOVE AUD-DATE TO WS-WORK-DATE (WS-WORK-ENTRIES)
009580     MOVE AUD-USER TO WS-WORK-USER (WS-WORK-ENTRIES)
009590     MOVE 1 TO WS-WORK-CALCS (WS-WORK-ENTRIES)
009600     MOVE "N" TO WS-WORK-SIGNED-SW (WS-WORK-ENTRIES).
009610 7100-EXIT.
009620     EXIT.
009630
009640 7150-MATCH-ONE-WORK-DAY.
009650     IF WS-WORK-DATE (WS-WORK-SUB) = AUD-DATE
009660        AND WS-WORK-USER (WS-WORK-SUB) = AUD-USER
009670         SET WS-FOUND TO TRUE
009680         MOVE WS-WORK-SUB TO WS-WORK-AT
009690     END-IF.
009700 7150-EXIT.
009710     EXIT.
009720
009730 7200-MARK-ONE-SIGN-ON.
009740     PERFORM 1550-READ-SIGN-LOG THRU 1550-EXIT
009750     IF WS-SLOG-EOF
009760         GO TO 7200-EXIT
009770     END-IF
009780     IF SLOG-DATE LESS THAN WS-PERIOD-FROM
009790        OR SLOG-DATE GREATER THAN WS-REPORT-DATE
009800        OR NOT SLOG-GOOD
009810         GO TO 7200-EXIT
009820     END-IF
009830     PERFORM 7250-MARK-ONE-WORK-DAY THRU 7250-EXIT
009840         VARYING WS-WORK-SUB FROM 1 BY 1
009850         UNTIL WS-WORK-SUB GREATER THAN WS-WORK-ENTRIES.
009860 7200-EXIT.
009870     EXIT.
009880
009890 7250-MARK-ONE-WORK-DAY.
009900     IF WS-WORK-DATE (WS-WORK-SUB) = SLOG-DATE
009910        AND WS-WORK-USER (WS-WORK-SUB) = SLOG-ID
009920         SET WS-WORK-SIGNED-ON (WS-WORK-SUB) TO TRUE
009930     END-IF.
009940 7250-EXIT.
009950     EXIT.
009960
009970 7300-WRITE-ONE-WORK-DAY.
009980     IF WS-WORK-SIGNED-ON (WS-WORK-SUB)
009990         GO TO 7300-EXIT
010000     END-IF
010010     MOVE WS-WORK-USER (WS-WORK-SUB) TO SRPT-WRK-USER
010020     MOVE WS-WORK-DATE (WS-WORK-SUB) TO SRPT-WRK-DATE
010030     MOVE WS-WORK-CALCS (WS-WORK-SUB) TO SRPT-WRK-CALCS
010040     MOVE "NO GOOD SIGN-ON UNDER THIS ID THAT DAY"
010050         TO SRPT-WRK-NOTE
010060     MOVE WS-SRPT-WORK-LINE TO SEC-REPORT-RECORD
010070     WRITE SEC-REPORT-RECORD
010080     ADD 1 TO WS-NOSIGN-TOTAL
010090     ADD 1 TO WS-SECTION-COUNT.
010100 7300-EXIT.
010110     EXIT.
010120
010130*    Summary counts.
010140 9000-TERMINATE.
010150     MOVE "SUMMARY" TO SRPT-SEC-TITLE
010160     PERFORM 1800-WRITE-SECTION-HEADING THRU 1800-EXIT
010170     MOVE "FAILED SIGN-ON ATTEMPTS" TO SRPT-TOT-TEXT
010180     MOVE WS-FAIL-TOTAL TO SRPT-TOT-COUNT
010190     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
010200     MOVE "IDS LOCKED OUT" TO SRPT-TOT-TEXT
010210     MOVE WS-LOCKOUT-TOTAL TO SRPT-TOT-COUNT
010220     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
010230     MOVE "SIGN-ONS OUTSIDE BUSINESS HOURS" TO SRPT-TOT-TEXT
010240     MOVE WS-HOURS-TOTAL TO SRPT-TOT-COUNT
010250     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
010260     MOVE "ATTEMPTS AGAINST REVOKED OR UNKNOWN IDS"
010270         TO SRPT-TOT-TEXT
010280     MOVE WS-BADID-TOTAL TO SRPT-TOT-COUNT
010290     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
010300     MOVE "DORMANT IDS" TO SRPT-TOT-TEXT
010310     MOVE WS-DORMANT-TOTAL TO SRPT-TOT-COUNT
010320     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
010330     MOVE "PASSWORDS NEAR OR PAST EXPIRY" TO SRPT-TOT-TEXT
010340     MOVE WS-PWEXP-TOTAL TO SRPT-TOT-COUNT
010350     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
010360     MOVE "OPERATOR-DAYS WITH NO SIGN-ON" TO SRPT-TOT-TEXT
010370     MOVE WS-NOSIGN-TOTAL TO SRPT-TOT-COUNT
010380     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
010390     CLOSE SEC-REPORT-FILE
010400     DISPLAY "SECRPT COMPLETE - " WS-REPORT-DATE
010410         " FAILURES " WS-FAIL-TOTAL
010420         " NO SIGN-ON " WS-NOSIGN-TOTAL.
010430 9000-EXIT.
010440     EXIT.
010450
010460 9100-WRITE-TOTAL.
010470     MOVE WS-SRPT-TOTAL-LINE TO SEC-REPORT-RECORD
010480     WRITE SEC-REPORT-RECORD.
010490 9100-EXIT.
010500     EXIT.
