000010* run cobc -x standing-gen.cbl to compile.
000020* run ./standing-gen to run the compiled program.
000030*-----------------------------------------------------------*
000038* Standing-instruction generator for the sampleCOBOL        *
000046* utility family.  Reads the STANDING master STDMNT         *
000054* maintains and writes every active instruction that has    *
000062* fallen due by the business date to its own TRANIN5 feed,  *
000070* under an H header (source STANDING) and a T trailer with  *
000078* the count and NUM1/NUM2 hash totals, which TRANCOLL       *
000086* collects as its fifth input like any branch's file.  Each *
000094* instruction's next-due date is then moved on - daily to   *
000102* the next business day, weekly to the same weekday a week  *
000110* on, month-end to the last business day of the next month  *
000118* - where a business day is a Monday to Friday not on the   *
000126* HOLIDAY list.  A daily or weekly occurrence that lands on *
000134* a weekend or holiday moves forward to the next business   *
000142* day; a month-end one moves back to the last business day  *
000150* of its month.  Occurrences missed while the job did not   *
000158* run are all generated, each listed with the date it stood *
000166* for.  An instruction whose next occurrence falls after    *
000174* its end date is marked ended.  STIRPT lists what was      *
000182* generated.                                                *
000190*                                                           *
000198* TRANCOLL empties TRANIN5 once it has accepted the feed.   *
000206* A run that finds detail records still on TRANIN5 stops    *
000214* with RETURN-CODE 8 before writing anything, rather than   *
000222* overwrite a feed that was never collected.                *
000230*                                                           *
000238* Generated details carry origin S in column 16 and the     *
000246* date the occurrence stands for in columns 17-24, which    *
000254* BASCALC's duplicate-submission check keys on: the same    *
000262* occurrence submitted twice is caught and the next one is  *
000270* not.  A rerun for the same business date rebuilds the     *
000278* same feed, with the same occurrence dates, from           *
000286* STI-LAST-GEN, STI-LAST-COUNT, STI-LAST-SCHED and          *
000294* STI-LAST-DUE instead of generating anything twice.        *
000302*                                                           *
000304* An optional STIPARM card gives the business date in       *
000306* columns 1-8 (CCYYMMDD); without it the run is for today.  *
000310*                                                           *
000320* MODIFICATION HISTORY                                      *
000330*   DATE       INIT  DESCRIPTION                            *
000340*   ---------- ----  ------------------------------------   *
000350*   2026-10-15  MS   Initial version.                       *
000360*-----------------------------------------------------------*
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. STIGEN.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT STANDING-FILE ASSIGN TO "STANDING"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-STI-FILE-STATUS.
000460     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-HOL-FILE-STATUS.
000490     SELECT STI-PARM-FILE ASSIGN TO "STIPARM"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SPRM-FILE-STATUS.
000520     SELECT TRAN-OUT-FILE ASSIGN TO "TRANIN5"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TOUT-FILE-STATUS.
000550     SELECT STI-REPORT-FILE ASSIGN TO "STIRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SRPT-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  STANDING-FILE.
000620     COPY STNDREC.
000630 FD  HOLIDAY-FILE.
000640     COPY HOLREC.
000650 FD  STI-PARM-FILE.
000660 01  STI-PARM-RECORD.
000670     05  SPRM-BUS-DATE       PIC X(08).
000680 FD  TRAN-OUT-FILE.
000690 01  TRAN-OUT-RECORD         PIC X(30).
000700 FD  STI-REPORT-FILE.
000710 01  STI-REPORT-RECORD       PIC X(80).
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-SWITCHES.
000750     05  WS-STI-EOF-SW       PIC X(01) VALUE "N".
000760         88  WS-STI-EOF              VALUE "Y".
000770     05  WS-HOL-EOF-SW       PIC X(01) VALUE "N".
000780         88  WS-HOL-EOF              VALUE "Y".
000790     05  WS-BUS-DAY-SW       PIC X(01) VALUE "N".
000800         88  WS-BUSINESS-DAY         VALUE "Y".
000803     05  WS-FEED-EOF-SW      PIC X(01) VALUE "N".
000806         88  WS-FEED-EOF             VALUE "Y".
000810
000820 01  WS-STI-FILE-STATUS      PIC X(02) VALUE "00".
000830     88  WS-STI-FILE-NOT-FOUND   VALUE "35".
000840 01  WS-HOL-FILE-STATUS      PIC X(02) VALUE "00".
000850     88  WS-HOL-FILE-NOT-FOUND   VALUE "35".
000860 01  WS-SPRM-FILE-STATUS     PIC X(02) VALUE "00".
000870     88  WS-SPRM-FILE-NOT-FOUND  VALUE "35".
000880 01  WS-TOUT-FILE-STATUS     PIC X(02) VALUE "00".
000885     88  WS-TOUT-FILE-NOT-FOUND  VALUE "35".
000890 01  WS-SRPT-FILE-STATUS     PIC X(02) VALUE "00".
000900
000910 01  WS-CURRENT-DATE         PIC X(08) VALUE SPACES.
000920 01  WS-BUS-DATE             PIC X(08) VALUE SPACES.
000930
000940*    Date work.  Day 1 of the integer calendar (1601-01-01)
000950*    was a Monday, so the remainder by 7 is 6 on a Saturday
000960*    and 0 on a Sunday.
000970 01  WS-DATE-NUM             PIC 9(08) VALUE ZERO.
000980 01  WS-DATE-PARTS REDEFINES WS-DATE-NUM.
000990     05  WS-DATE-YEAR        PIC 9(04).
001000     05  WS-DATE-MONTH       PIC 9(02).
001010     05  WS-DATE-DAY         PIC 9(02).
001020 01  WS-DAY-INT              PIC 9(07) VALUE ZERO.
001030 01  WS-WEEKS                PIC 9(07) VALUE ZERO.
001040 01  WS-WEEKDAY              PIC 9(01) VALUE ZERO.
001050 01  WS-DAY-DATE             PIC X(08) VALUE SPACES.
001060 01  WS-START-INT            PIC 9(07) VALUE ZERO.
001070
001080 01  WS-HOLIDAY-TABLE.
001090     05  WS-HOL-DATE OCCURS 200 TIMES PIC X(08).
001100 01  WS-HOL-ENTRIES          PIC 9(03) VALUE ZERO.
001110 01  WS-HOL-SUB              PIC 9(03) VALUE ZERO.
001120
001130 01  WS-STANDING-TABLE.
001140     05  WS-STI-ENTRY OCCURS 500 TIMES.
001150         10  WS-STI-ID           PIC 9(06).
001160         10  WS-STI-NUM1         PIC 9(05).
001170         10  WS-STI-NUM2         PIC 9(05).
001180         10  WS-STI-OPCODE       PIC X(01).
001190         10  WS-STI-DEPT         PIC X(04).
001200         10  WS-STI-FREQ         PIC X(01).
001210             88  WS-STI-DAILY        VALUE "D".
001220             88  WS-STI-WEEKLY       VALUE "W".
001230             88  WS-STI-MONTH-END    VALUE "E".
001240         10  WS-STI-START-DATE   PIC X(08).
001250         10  WS-STI-END-DATE     PIC X(08).
001260         10  WS-STI-NEXT-DUE     PIC X(08).
001270         10  WS-STI-SCHED-DATE   PIC X(08).
001280         10  WS-STI-STATUS       PIC X(01).
001290             88  WS-STI-ACTIVE       VALUE "A".
001300         10  WS-STI-LAST-GEN     PIC X(08).
001310         10  WS-STI-LAST-COUNT   PIC 9(03).
001313         10  WS-STI-LAST-SCHED   PIC X(08).
001316         10  WS-STI-LAST-DUE     PIC X(08).
001320         10  WS-STI-USER         PIC X(08).
001330         10  WS-STI-CHG-DATE     PIC X(08).
001340 01  WS-STI-ENTRIES          PIC 9(03) VALUE ZERO.
001350 01  WS-STI-SUB              PIC 9(03) VALUE ZERO.
001360 01  WS-GEN-THIS             PIC 9(03) VALUE ZERO.
001370 01  WS-REPEAT-SUB           PIC 9(03) VALUE ZERO.
001373 01  WS-SAVE-SCHED-DATE      PIC X(08) VALUE SPACES.
001376 01  WS-SAVE-NEXT-DUE        PIC X(08) VALUE SPACES.
001380
001390*    One feed record image, in the layouts BASCALC reads from
001400*    TRANFILE.
001410 01  WS-TRAN-IMAGE           PIC X(30) VALUE SPACES.
001420 01  WS-TRAN-DETAIL REDEFINES WS-TRAN-IMAGE.
001430     05  WS-TD-NUM1          PIC 9(05).
001440     05  WS-TD-NUM2          PIC 9(05).
001450     05  WS-TD-OPCODE        PIC X(01).
001460     05  WS-TD-DEPT          PIC X(04).
001470     05  WS-TD-ORIGIN        PIC X(01).
001476     05  WS-TD-SCHED-DATE    PIC X(08).
001483     05  FILLER              PIC X(06).
001490 01  WS-TRAN-CONTROL REDEFINES WS-TRAN-IMAGE.
001500     05  WS-TC-TYPE          PIC X(01).
001510     05  FILLER              PIC X(29).
001520 01  WS-TRAN-HEADER REDEFINES WS-TRAN-IMAGE.
001530     05  FILLER              PIC X(01).
001540     05  WS-TH-SOURCE        PIC X(08).
001550     05  WS-TH-BUS-DATE      PIC X(08).
001560     05  FILLER              PIC X(13).
001570 01  WS-TRAN-TRAILER REDEFINES WS-TRAN-IMAGE.
001580     05  FILLER              PIC X(01).
001590     05  WS-TT-COUNT         PIC 9(07).
001600     05  WS-TT-HASH1         PIC 9(09).
001610     05  WS-TT-HASH2         PIC 9(09).
001620     05  FILLER              PIC X(04).
001630
001635 01  WS-FEED-DETAILS         PIC 9(07) VALUE ZERO.
001640 01  WS-OUT-COUNT            PIC 9(07) VALUE ZERO.
001650 01  WS-OUT-HASH1            PIC 9(09) VALUE ZERO.
001660 01  WS-OUT-HASH2            PIC 9(09) VALUE ZERO.
001670 01  WS-ACTIVE-COUNT         PIC 9(07) VALUE ZERO.
001680 01  WS-GEN-COUNT            PIC 9(07) VALUE ZERO.
001690 01  WS-REPEAT-COUNT         PIC 9(07) VALUE ZERO.
001700 01  WS-ENDED-COUNT          PIC 9(07) VALUE ZERO.
001710
001720 01  WS-SRPT-HEADER-LINE.
001730     05  FILLER              PIC X(35)
001740         VALUE "STANDING INSTRUCTIONS GENERATED FOR".
001750     05  FILLER              PIC X(01) VALUE SPACE.
001760     05  SRPT-HDR-DATE       PIC X(08).
001770     05  FILLER              PIC X(36) VALUE SPACES.
001780 01  WS-SRPT-COLUMN-LINE.
001790     05  FILLER              PIC X(40)
001800         VALUE "ID      DUE FOR    NUM1  NUM2 OP DEPT F ".
001810     05  FILLER              PIC X(40)
001820         VALUE "NEXT DUE  NOTE".
001830 01  WS-SRPT-DETAIL-LINE.
001840     05  SRPT-DTL-ID         PIC 9(06).
001850     05  FILLER              PIC X(02) VALUE SPACES.
001860     05  SRPT-DTL-DUE-FOR    PIC X(08).
001870     05  FILLER              PIC X(03) VALUE SPACES.
001880     05  SRPT-DTL-NUM1       PIC 9(05).
001890     05  FILLER              PIC X(01) VALUE SPACE.
001900     05  SRPT-DTL-NUM2       PIC 9(05).
001910     05  FILLER              PIC X(02) VALUE SPACES.
001920     05  SRPT-DTL-OPCODE     PIC X(01).
001930     05  FILLER              PIC X(01) VALUE SPACE.
001940     05  SRPT-DTL-DEPT       PIC X(04).
001950     05  FILLER              PIC X(01) VALUE SPACE.
001960     05  SRPT-DTL-FREQ       PIC X(01).
001970     05  FILLER              PIC X(01) VALUE SPACE.
001980     05  SRPT-DTL-NEXT-DUE   PIC X(08).
001990     05  FILLER              PIC X(02) VALUE SPACES.
002000     05  SRPT-DTL-NOTE       PIC X(29).
002010 01  WS-SRPT-TOTAL-LINE.
002020     05  SRPT-TOT-TEXT       PIC X(32).
002030     05  SRPT-TOT-COUNT      PIC ZZZZZZZZ9.
002040     05  FILLER              PIC X(39) VALUE SPACES.
002050
002060 PROCEDURE DIVISION.
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002090     PERFORM 2000-PROCESS-ONE-STANDING THRU 2000-EXIT
002100         VARYING WS-STI-SUB FROM 1 BY 1
002110         UNTIL WS-STI-SUB GREATER THAN WS-STI-ENTRIES
002120     PERFORM 9000-TERMINATE THRU 9000-EXIT
002130     GOBACK.
002140
002150 1000-INITIALIZE.
002160     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002170     MOVE WS-CURRENT-DATE TO WS-BUS-DATE
002180     PERFORM 1100-READ-PARM-FILE THRU 1100-EXIT
002185     PERFORM 1050-CHECK-FEED-COLLECTED THRU 1050-EXIT
002190     PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT
002200     PERFORM 1300-LOAD-STANDING THRU 1300-EXIT
002210     OPEN OUTPUT STI-REPORT-FILE
002220     MOVE WS-BUS-DATE TO SRPT-HDR-DATE
002230     MOVE WS-SRPT-HEADER-LINE TO STI-REPORT-RECORD
002240     WRITE STI-REPORT-RECORD
002250     MOVE WS-SRPT-COLUMN-LINE TO STI-REPORT-RECORD
002260     WRITE STI-REPORT-RECORD
002270     OPEN OUTPUT TRAN-OUT-FILE
002280     MOVE SPACES TO WS-TRAN-IMAGE
002290     MOVE "H" TO WS-TC-TYPE
002300     MOVE "STANDING" TO WS-TH-SOURCE
002310     MOVE WS-BUS-DATE TO WS-TH-BUS-DATE
002320     WRITE TRAN-OUT-RECORD FROM WS-TRAN-IMAGE.
002330 1000-EXIT.
002340     EXIT.
002350
002351 1050-CHECK-FEED-COLLECTED.
002352*    TRANCOLL empties TRANIN5 when it accepts it, so detail
002353*    records still on the feed were never collected and
002354*    writing a new feed over them would lose them.
002355     MOVE "N" TO WS-FEED-EOF-SW
002357     MOVE ZERO TO WS-FEED-DETAILS
002358     OPEN INPUT TRAN-OUT-FILE
002359     IF WS-TOUT-FILE-NOT-FOUND
002360         GO TO 1050-EXIT
002361     END-IF
002363     PERFORM 1060-COUNT-ONE-FEED-RECORD THRU 1060-EXIT
002364         UNTIL WS-FEED-EOF
002365     CLOSE TRAN-OUT-FILE
002366     IF WS-FEED-DETAILS GREATER THAN ZERO
002367         DISPLAY "TRANIN5 HOLDS " WS-FEED-DETAILS
002369             " DETAILS NOT YET COLLECTED - RUN STOPPED"
002370         DISPLAY "RUN TRANCOLL FIRST, OR CLEAR A REJECTED FEED"
002371         MOVE 8 TO RETURN-CODE
002372         STOP RUN
002373     END-IF.
002375 1050-EXIT.
002376     EXIT.
002377
002378 1060-COUNT-ONE-FEED-RECORD.
002379     READ TRAN-OUT-FILE INTO WS-TRAN-IMAGE
002380         AT END
002382             SET WS-FEED-EOF TO TRUE
002383             GO TO 1060-EXIT
002384     END-READ
002385     IF WS-TRAN-IMAGE NOT = SPACES
002386        AND WS-TC-TYPE NOT = "H"
002388        AND WS-TC-TYPE NOT = "T"
002389         ADD 1 TO WS-FEED-DETAILS
002390     END-IF.
002391 1060-EXIT.
002392     EXIT.
002394
002395 1100-READ-PARM-FILE.
002396     OPEN INPUT STI-PARM-FILE
002397     IF WS-SPRM-FILE-NOT-FOUND
002398         GO TO 1100-EXIT
002400     END-IF
002410     READ STI-PARM-FILE
002420         AT END
002430             CLOSE STI-PARM-FILE
002440             GO TO 1100-EXIT
002450     END-READ
002460     CLOSE STI-PARM-FILE
002470     IF SPRM-BUS-DATE = SPACES
002480         GO TO 1100-EXIT
002490     END-IF
002500     IF SPRM-BUS-DATE IS NOT NUMERIC
002510         DISPLAY "STIPARM INVALID - RUN STOPPED"
002520         MOVE 8 TO RETURN-CODE
002530         STOP RUN
002540     END-IF
002550     MOVE SPRM-BUS-DATE TO WS-BUS-DATE
002560     DISPLAY "STIPARM CONTROLS THIS RUN - BUSINESS DATE "
002570         WS-BUS-DATE.
002580 1100-EXIT.
002590     EXIT.
002600
002610 1200-LOAD-HOLIDAYS.
002620     MOVE "N" TO WS-HOL-EOF-SW
002630     MOVE ZERO TO WS-HOL-ENTRIES
002640     OPEN INPUT HOLIDAY-FILE
002650     IF WS-HOL-FILE-NOT-FOUND
002660         DISPLAY "HOLIDAY NOT FOUND - WEEKENDS ONLY SKIPPED"
002670         GO TO 1200-EXIT
002680     END-IF
002690     PERFORM 1250-LOAD-ONE-HOLIDAY THRU 1250-EXIT
002700         UNTIL WS-HOL-EOF
002710     CLOSE HOLIDAY-FILE.
002720 1200-EXIT.
002730     EXIT.
002740
002750 1250-LOAD-ONE-HOLIDAY.
002760     READ HOLIDAY-FILE
002770         AT END
002780             SET WS-HOL-EOF TO TRUE
002790             GO TO 1250-EXIT
002800     END-READ
002810     IF WS-HOL-ENTRIES NOT LESS THAN 200
002820         DISPLAY "HOLIDAY TABLE FULL - RUN STOPPED"
002830         STOP RUN
002840     END-IF
002850     ADD 1 TO WS-HOL-ENTRIES
002860     MOVE HOL-DATE TO WS-HOL-DATE (WS-HOL-ENTRIES).
002870 1250-EXIT.
002880     EXIT.
002890
002900 1300-LOAD-STANDING.
002910     MOVE "N" TO WS-STI-EOF-SW
002920     MOVE ZERO TO WS-STI-ENTRIES
002930     OPEN INPUT STANDING-FILE
002940     IF WS-STI-FILE-NOT-FOUND
002950         DISPLAY "STANDING NOT FOUND - NOTHING TO GENERATE"
002960         GO TO 1300-EXIT
002970     END-IF
002980     PERFORM 1350-LOAD-ONE-STANDING THRU 1350-EXIT
002990         UNTIL WS-STI-EOF
003000     CLOSE STANDING-FILE.
003010 1300-EXIT.
003020     EXIT.
003030
003040 1350-LOAD-ONE-STANDING.
003050     READ STANDING-FILE
003060         AT END
003070             SET WS-STI-EOF TO TRUE
003080             GO TO 1350-EXIT
003090     END-READ
003100     IF WS-STI-ENTRIES NOT LESS THAN 500
003110         DISPLAY "STANDING TABLE FULL - RUN STOPPED"
003120         STOP RUN
003130     END-IF
003140     ADD 1 TO WS-STI-ENTRIES
003150     MOVE STANDING-INSTR-RECORD TO WS-STI-ENTRY (WS-STI-ENTRIES).
003160 1350-EXIT.
003170     EXIT.
003180
003190 2000-PROCESS-ONE-STANDING.
003200     IF WS-STI-ACTIVE (WS-STI-SUB)
003210         ADD 1 TO WS-ACTIVE-COUNT
003220     END-IF
003230*    A rerun for a business date already generated repeats
003240*    that feed's occurrences and leaves the schedule alone,
003250*    whatever has happened to the instruction since.
003260     IF WS-STI-LAST-GEN (WS-STI-SUB) = WS-BUS-DATE
003285         PERFORM 2400-REPEAT-LAST-FEED THRU 2400-EXIT
003310         GO TO 2000-EXIT
003320     END-IF
003330     IF NOT WS-STI-ACTIVE (WS-STI-SUB)
003340         GO TO 2000-EXIT
003350     END-IF
003360     IF WS-STI-NEXT-DUE (WS-STI-SUB) = SPACES
003370         PERFORM 3000-FIRST-SCHEDULE THRU 3000-EXIT
003380         PERFORM 3500-CHECK-END-DATE THRU 3500-EXIT
003390     END-IF
003393     MOVE WS-STI-SCHED-DATE (WS-STI-SUB) TO WS-SAVE-SCHED-DATE
003396     MOVE WS-STI-NEXT-DUE (WS-STI-SUB) TO WS-SAVE-NEXT-DUE
003400     MOVE ZERO TO WS-GEN-THIS
003410     PERFORM 2100-GENERATE-ONE-DUE THRU 2100-EXIT
003420         UNTIL NOT WS-STI-ACTIVE (WS-STI-SUB)
003430            OR WS-STI-NEXT-DUE (WS-STI-SUB)
003440               GREATER THAN WS-BUS-DATE
003450     IF WS-GEN-THIS GREATER THAN ZERO
003460         MOVE WS-BUS-DATE TO WS-STI-LAST-GEN (WS-STI-SUB)
003470         MOVE WS-GEN-THIS TO WS-STI-LAST-COUNT (WS-STI-SUB)
003473         MOVE WS-SAVE-SCHED-DATE TO WS-STI-LAST-SCHED (WS-STI-SUB)
003476         MOVE WS-SAVE-NEXT-DUE TO WS-STI-LAST-DUE (WS-STI-SUB)
003480     END-IF.
003490 2000-EXIT.
003500     EXIT.
003510
003520 2100-GENERATE-ONE-DUE.
003530     MOVE WS-STI-SCHED-DATE (WS-STI-SUB) TO SRPT-DTL-DUE-FOR
003540     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT
003550     ADD 1 TO WS-GEN-THIS
003560     ADD 1 TO WS-GEN-COUNT
003570     PERFORM 4000-ADVANCE-SCHEDULE THRU 4000-EXIT
003580     PERFORM 3500-CHECK-END-DATE THRU 3500-EXIT
003590     MOVE WS-STI-NEXT-DUE (WS-STI-SUB) TO SRPT-DTL-NEXT-DUE
003600     MOVE "GENERATED" TO SRPT-DTL-NOTE
003610     PERFORM 8100-WRITE-LISTING THRU 8100-EXIT.
003620 2100-EXIT.
003630     EXIT.
003640
003641 2400-REPEAT-LAST-FEED.
003642*    The schedule is wound back to where the last feed started
003643*    and stepped through again, so each repeated occurrence
003645*    carries the date it stood for the first time; the
003646*    schedule as it stands now is then put back.
003647     MOVE WS-STI-SCHED-DATE (WS-STI-SUB) TO WS-SAVE-SCHED-DATE
003649     MOVE WS-STI-NEXT-DUE (WS-STI-SUB) TO WS-SAVE-NEXT-DUE
003650     MOVE WS-STI-LAST-SCHED (WS-STI-SUB)
003651         TO WS-STI-SCHED-DATE (WS-STI-SUB)
003653     MOVE WS-STI-LAST-DUE (WS-STI-SUB)
003654         TO WS-STI-NEXT-DUE (WS-STI-SUB)
003655     PERFORM 2500-REPEAT-ONE-OCCURRENCE THRU 2500-EXIT
003656         VARYING WS-REPEAT-SUB FROM 1 BY 1
003658         UNTIL WS-REPEAT-SUB
003659               GREATER THAN WS-STI-LAST-COUNT (WS-STI-SUB)
003660     MOVE WS-SAVE-SCHED-DATE TO WS-STI-SCHED-DATE (WS-STI-SUB)
003662     MOVE WS-SAVE-NEXT-DUE TO WS-STI-NEXT-DUE (WS-STI-SUB).
003663 2400-EXIT.
003664     EXIT.
003666
003667 2500-REPEAT-ONE-OCCURRENCE.
003668     MOVE WS-STI-SCHED-DATE (WS-STI-SUB) TO SRPT-DTL-DUE-FOR
003670     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT
003680     ADD 1 TO WS-REPEAT-COUNT
003685     PERFORM 4000-ADVANCE-SCHEDULE THRU 4000-EXIT
003690     MOVE WS-STI-NEXT-DUE (WS-STI-SUB) TO SRPT-DTL-NEXT-DUE
003700     MOVE "REPEATED - RERUN FOR THE DATE" TO SRPT-DTL-NOTE
003710     PERFORM 8100-WRITE-LISTING THRU 8100-EXIT.
003720 2500-EXIT.
003730     EXIT.
003740
003750 3000-FIRST-SCHEDULE.
003760*    A new instruction's first occurrence is its start date
003770*    (daily and weekly) or the end of its start month; a
003780*    month-end that moves back before the start date is
003790*    taken from the following month instead.
003800     MOVE WS-STI-START-DATE (WS-STI-SUB) TO WS-DATE-NUM
003810     COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
003820     IF NOT WS-STI-MONTH-END (WS-STI-SUB)
003830         MOVE WS-STI-START-DATE (WS-STI-SUB)
003840             TO WS-STI-SCHED-DATE (WS-STI-SUB)
003850         PERFORM 6000-ROLL-FORWARD THRU 6000-EXIT
003860         GO TO 3000-EXIT
003870     END-IF
003880     PERFORM 6300-END-OF-MONTH THRU 6300-EXIT
003890     PERFORM 6200-ROLL-BACK THRU 6200-EXIT
003900     IF WS-DAY-INT LESS THAN WS-START-INT
003910         PERFORM 4300-NEXT-MONTH-END THRU 4300-EXIT
003920     END-IF.
003930 3000-EXIT.
003940     EXIT.
003950
003960 3500-CHECK-END-DATE.
003970*    Nothing is generated after an instruction's end date.
003980     IF WS-STI-END-DATE (WS-STI-SUB) = SPACES
003990        OR WS-STI-NEXT-DUE (WS-STI-SUB)
004000           NOT GREATER THAN WS-STI-END-DATE (WS-STI-SUB)
004010         GO TO 3500-EXIT
004020     END-IF
004030     MOVE "E" TO WS-STI-STATUS (WS-STI-SUB)
004040     MOVE SPACES TO WS-STI-NEXT-DUE (WS-STI-SUB)
004050     MOVE SPACES TO WS-STI-SCHED-DATE (WS-STI-SUB)
004060     ADD 1 TO WS-ENDED-COUNT.
004070 3500-EXIT.
004080     EXIT.
004090
004100 4000-ADVANCE-SCHEDULE.
004110     EVALUATE TRUE
004120         WHEN WS-STI-DAILY (WS-STI-SUB)
004130*    The day after the one just generated, so a weekend or
004140*    holiday is skipped rather than made up later.
004150             MOVE WS-STI-NEXT-DUE (WS-STI-SUB) TO WS-DATE-NUM
004160             COMPUTE WS-DAY-INT =
004170                 FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) + 1
004180             PERFORM 6400-INT-TO-DATE THRU 6400-EXIT
004190             MOVE WS-DAY-DATE TO WS-STI-SCHED-DATE (WS-STI-SUB)
004200             PERFORM 6000-ROLL-FORWARD THRU 6000-EXIT
004210             MOVE WS-STI-NEXT-DUE (WS-STI-SUB)
004220                 TO WS-STI-SCHED-DATE (WS-STI-SUB)
004230         WHEN WS-STI-WEEKLY (WS-STI-SUB)
004240             MOVE WS-STI-SCHED-DATE (WS-STI-SUB) TO WS-DATE-NUM
004250             COMPUTE WS-DAY-INT =
004260                 FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) + 7
004270             PERFORM 6400-INT-TO-DATE THRU 6400-EXIT
004280             MOVE WS-DAY-DATE TO WS-STI-SCHED-DATE (WS-STI-SUB)
004290             PERFORM 6000-ROLL-FORWARD THRU 6000-EXIT
004300         WHEN OTHER
004310             PERFORM 4300-NEXT-MONTH-END THRU 4300-EXIT
004320     END-EVALUATE.
004330 4000-EXIT.
004340     EXIT.
004350
004360 4300-NEXT-MONTH-END.
004370*    The day after the scheduled month-end is the first of
004380*    the next month; its month-end is the next occurrence.
004390     MOVE WS-STI-SCHED-DATE (WS-STI-SUB) TO WS-DATE-NUM
004400     COMPUTE WS-DAY-INT =
004410         FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) + 1
004420     PERFORM 6400-INT-TO-DATE THRU 6400-EXIT
004430     MOVE WS-DAY-DATE TO WS-DATE-NUM
004440     PERFORM 6300-END-OF-MONTH THRU 6300-EXIT
004450     PERFORM 6200-ROLL-BACK THRU 6200-EXIT.
004460 4300-EXIT.
004470     EXIT.
004480
004490 6000-ROLL-FORWARD.
004500*    STI-NEXT-DUE becomes the first business day on or after
004510*    STI-SCHED-DATE.
004520     MOVE WS-STI-SCHED-DATE (WS-STI-SUB) TO WS-DATE-NUM
004530     COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
004540     PERFORM 6100-TEST-BUSINESS-DAY THRU 6100-EXIT
004550     PERFORM 6050-STEP-FORWARD THRU 6050-EXIT
004560         UNTIL WS-BUSINESS-DAY
004570     MOVE WS-DAY-DATE TO WS-STI-NEXT-DUE (WS-STI-SUB).
004580 6000-EXIT.
004590     EXIT.
004600
004610 6050-STEP-FORWARD.
004620     ADD 1 TO WS-DAY-INT
004630     PERFORM 6100-TEST-BUSINESS-DAY THRU 6100-EXIT.
004640 6050-EXIT.
004650     EXIT.
004660
004670 6100-TEST-BUSINESS-DAY.
004680*    Sets WS-BUSINESS-DAY for WS-DAY-INT and leaves the date
004690*    itself in WS-DAY-DATE.
004700     MOVE "N" TO WS-BUS-DAY-SW
004710     PERFORM 6400-INT-TO-DATE THRU 6400-EXIT
004720     DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEKS
004730         REMAINDER WS-WEEKDAY
004740     IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
004750         GO TO 6100-EXIT
004760     END-IF
004770     SET WS-BUSINESS-DAY TO TRUE
004780     PERFORM 6150-TEST-ONE-HOLIDAY THRU 6150-EXIT
004790         VARYING WS-HOL-SUB FROM 1 BY 1
004800         UNTIL NOT WS-BUSINESS-DAY
004810            OR WS-HOL-SUB GREATER THAN WS-HOL-ENTRIES.
004820 6100-EXIT.
004830     EXIT.
004840
004850 6150-TEST-ONE-HOLIDAY.
004860     IF WS-HOL-DATE (WS-HOL-SUB) = WS-DAY-DATE
004870         MOVE "N" TO WS-BUS-DAY-SW
004880     END-IF.
004890 6150-EXIT.
004900     EXIT.
004910
004920 6200-ROLL-BACK.
004930*    STI-SCHED-DATE becomes the month-end in WS-DAY-INT and
004940*    STI-NEXT-DUE the last business day on or before it.
004950     PERFORM 6400-INT-TO-DATE THRU 6400-EXIT
004960     MOVE WS-DAY-DATE TO WS-STI-SCHED-DATE (WS-STI-SUB)
004970     PERFORM 6100-TEST-BUSINESS-DAY THRU 6100-EXIT
004980     PERFORM 6250-STEP-BACK THRU 6250-EXIT
004990         UNTIL WS-BUSINESS-DAY
005000     MOVE WS-DAY-DATE TO WS-STI-NEXT-DUE (WS-STI-SUB).
005010 6200-EXIT.
005020     EXIT.
005030
005040 6250-STEP-BACK.
005050     SUBTRACT 1 FROM WS-DAY-INT
005060     PERFORM 6100-TEST-BUSINESS-DAY THRU 6100-EXIT.
005070 6250-EXIT.
005080     EXIT.
005090
005100 6300-END-OF-MONTH.
005110*    WS-DAY-INT becomes the last day of the month of the date
005120*    in WS-DATE-NUM: the first of the following month less
005130*    one day.
005140     MOVE 1 TO WS-DATE-DAY
005150     IF WS-DATE-MONTH = 12
005160         ADD 1 TO WS-DATE-YEAR
005170         MOVE 1 TO WS-DATE-MONTH
005180     ELSE
005190         ADD 1 TO WS-DATE-MONTH
005200     END-IF
005210     COMPUTE WS-DAY-INT =
005220         FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 1.
005230 6300-EXIT.
005240     EXIT.
005250
005260 6400-INT-TO-DATE.
005270     COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
005280     MOVE WS-DATE-NUM TO WS-DAY-DATE.
005290 6400-EXIT.
005300     EXIT.
005310
005320 8000-WRITE-DETAIL.
005330     MOVE SPACES TO WS-TRAN-IMAGE
005340     MOVE WS-STI-NUM1 (WS-STI-SUB) TO WS-TD-NUM1
005350     MOVE WS-STI-NUM2 (WS-STI-SUB) TO WS-TD-NUM2
005360     MOVE WS-STI-OPCODE (WS-STI-SUB) TO WS-TD-OPCODE
005370     MOVE WS-STI-DEPT (WS-STI-SUB) TO WS-TD-DEPT
005380     MOVE "S" TO WS-TD-ORIGIN
005385     MOVE WS-STI-SCHED-DATE (WS-STI-SUB) TO WS-TD-SCHED-DATE
005390     WRITE TRAN-OUT-RECORD FROM WS-TRAN-IMAGE
005400     ADD 1 TO WS-OUT-COUNT
005410     ADD WS-STI-NUM1 (WS-STI-SUB) TO WS-OUT-HASH1
005420     ADD WS-STI-NUM2 (WS-STI-SUB) TO WS-OUT-HASH2.
005430 8000-EXIT.
005440     EXIT.
005450
005460 8100-WRITE-LISTING.
005470     MOVE WS-STI-ID (WS-STI-SUB) TO SRPT-DTL-ID
005480     MOVE WS-STI-NUM1 (WS-STI-SUB) TO SRPT-DTL-NUM1
005490     MOVE WS-STI-NUM2 (WS-STI-SUB) TO SRPT-DTL-NUM2
005500     MOVE WS-STI-OPCODE (WS-STI-SUB) TO SRPT-DTL-OPCODE
005510     MOVE WS-STI-DEPT (WS-STI-SUB) TO SRPT-DTL-DEPT
005520     MOVE WS-STI-FREQ (WS-STI-SUB) TO SRPT-DTL-FREQ
005530     IF NOT WS-STI-ACTIVE (WS-STI-SUB)
005540         MOVE "ENDED" TO SRPT-DTL-NEXT-DUE
005550     END-IF
005560     MOVE WS-SRPT-DETAIL-LINE TO STI-REPORT-RECORD
005570     WRITE STI-REPORT-RECORD.
005580 8100-EXIT.
005590     EXIT.
005600
005610 9000-TERMINATE.
005620     MOVE SPACES TO WS-TRAN-IMAGE
005630     MOVE "T" TO WS-TC-TYPE
005640     MOVE WS-OUT-COUNT TO WS-TT-COUNT
005650     MOVE WS-OUT-HASH1 TO WS-TT-HASH1
005660     MOVE WS-OUT-HASH2 TO WS-TT-HASH2
005670     WRITE TRAN-OUT-RECORD FROM WS-TRAN-IMAGE
005680     CLOSE TRAN-OUT-FILE
005690     IF WS-GEN-COUNT GREATER THAN ZERO
005700        OR WS-ENDED-COUNT GREATER THAN ZERO
005710         OPEN OUTPUT STANDING-FILE
005720         PERFORM 9200-REWRITE-ONE-STANDING THRU 9200-EXIT
005730             VARYING WS-STI-SUB FROM 1 BY 1
005740             UNTIL WS-STI-SUB GREATER THAN WS-STI-ENTRIES
005750         CLOSE STANDING-FILE
005760     END-IF
005770     MOVE SPACES TO STI-REPORT-RECORD
005780     WRITE STI-REPORT-RECORD
005790     MOVE "INSTRUCTIONS ON FILE" TO SRPT-TOT-TEXT
005800     MOVE WS-STI-ENTRIES TO SRPT-TOT-COUNT
005810     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005820     MOVE "ACTIVE INSTRUCTIONS" TO SRPT-TOT-TEXT
005830     MOVE WS-ACTIVE-COUNT TO SRPT-TOT-COUNT
005840     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005850     MOVE "OCCURRENCES GENERATED" TO SRPT-TOT-TEXT
005860     MOVE WS-GEN-COUNT TO SRPT-TOT-COUNT
005870     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005880     MOVE "OCCURRENCES REPEATED FOR RERUN" TO SRPT-TOT-TEXT
005890     MOVE WS-REPEAT-COUNT TO SRPT-TOT-COUNT
005900     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005910     MOVE "INSTRUCTIONS ENDED" TO SRPT-TOT-TEXT
005920     MOVE WS-ENDED-COUNT TO SRPT-TOT-COUNT
005930     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005940     MOVE "TRANIN5 DETAIL RECORDS" TO SRPT-TOT-TEXT
005950     MOVE WS-OUT-COUNT TO SRPT-TOT-COUNT
005960     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005970     MOVE "TRANIN5 NUM1 HASH" TO SRPT-TOT-TEXT
005980     MOVE WS-OUT-HASH1 TO SRPT-TOT-COUNT
005990     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
006000     MOVE "TRANIN5 NUM2 HASH" TO SRPT-TOT-TEXT
006010     MOVE WS-OUT-HASH2 TO SRPT-TOT-COUNT
006020     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
006030     CLOSE STI-REPORT-FILE
006040     DISPLAY "STIGEN COMPLETE - GENERATED " WS-GEN-COUNT
006050         " REPEATED " WS-REPEAT-COUNT " ENDED " WS-ENDED-COUNT.
006060 9000-EXIT.
006070     EXIT.
006080
006090 9100-WRITE-TOTAL.
006100     MOVE WS-SRPT-TOTAL-LINE TO STI-REPORT-RECORD
006110     WRITE STI-REPORT-RECORD.
006120 9100-EXIT.
006130     EXIT.
006140
006150 9200-REWRITE-ONE-STANDING.
006160     MOVE WS-STI-ENTRY (WS-STI-SUB) TO STANDING-INSTR-RECORD
006170     WRITE STANDING-INSTR-RECORD.
006180 9200-EXIT.
006190     EXIT.
