000010* run cobc -m standing-maint.cbl to compile (as a module - the
000020* sign-on LINKAGE rules out a cobc -x executable build).
000030* run via the MENU00 menu.
000040*-----------------------------------------------------------*
000050* On-line standing-instruction maintenance for the          *
000060* sampleCOBOL utility family.  STANDING holds the           *
000070* calculations that repeat every day, every week or at      *
000080* every month-end for the same department, which STIGEN     *
000090* writes to its TRANIN5 feed as they fall due instead of   *
000100* the branches keying them by hand.  This program lists the *
000110* instructions, adds one (numbered automatically), changes  *
000120* NUM1, NUM2, op-code, department or end date of an active  *
000130* one, and stops one that is no longer wanted; a stopped    *
000140* instruction stays on file for the record but is never     *
000150* generated again.  A frequency or start date cannot be     *
000160* changed once STIGEN may have scheduled the instruction -  *
000170* stop it and add a new one.  Supervisors only.  Every      *
000180* change is appended to the STILOG change log stamped with  *
000190* the signed-on SO-USER-ID, the way BUDMNT logs to BUDLOG.  *
000200* CALLed from the MENU00 menu.                              *
000210*                                                           *
000220* MODIFICATION HISTORY                                      *
000230*   DATE       INIT  DESCRIPTION                            *
000240*   ---------- ----  ------------------------------------   *
000250*   2026-10-15  MS   Initial version.                       *
000260*-----------------------------------------------------------*
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. STDMNT.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT STANDING-FILE ASSIGN TO "STANDING"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-STI-FILE-STATUS.
000360     SELECT STANDING-LOG-FILE ASSIGN TO "STILOG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-SLOG-FILE-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  STANDING-FILE.
000430     COPY STNDREC.
000440 FD  STANDING-LOG-FILE.
000450 01  STANDING-LOG-RECORD.
000460     05  SLOG-DATE           PIC X(08).
000470     05  SLOG-TIME           PIC X(08).
000480     05  SLOG-USER           PIC X(08).
000490     05  SLOG-ACTION         PIC X(10).
000500     05  SLOG-ID             PIC 9(06).
000510     05  SLOG-NUM1           PIC 9(05).
000520     05  SLOG-NUM2           PIC 9(05).
000530     05  SLOG-OPCODE         PIC X(01).
000540     05  SLOG-DEPT           PIC X(04).
000550     05  SLOG-FREQ           PIC X(01).
000560     05  SLOG-START-DATE     PIC X(08).
000570     05  SLOG-END-DATE       PIC X(08).
000580     05  SLOG-STATUS         PIC X(01).
000590
000600 WORKING-STORAGE SECTION.
000610 01  WS-SWITCHES.
000620     05  WS-STI-EOF-SW       PIC X(01) VALUE "N".
000630         88  WS-STI-EOF              VALUE "Y".
000640     05  WS-MAINT-DONE-SW    PIC X(01) VALUE "N".
000650         88  WS-MAINT-DONE           VALUE "Y".
000660     05  WS-STI-FOUND-SW     PIC X(01) VALUE "N".
000670         88  WS-STI-FOUND            VALUE "Y".
000680     05  WS-FIELD-VALID-SW   PIC X(01) VALUE "N".
000690         88  WS-FIELD-VALID          VALUE "Y".
000700     05  WS-KEEP-SW          PIC X(01) VALUE "N".
000710         88  WS-KEEP-CURRENT         VALUE "Y".
000720     05  WS-DATE-REQUIRED-SW PIC X(01) VALUE "N".
000730         88  WS-DATE-REQUIRED        VALUE "Y".
000740     05  WS-CHANGED-SW       PIC X(01) VALUE "N".
000750         88  WS-TABLE-CHANGED        VALUE "Y".
000760
000770 01  WS-STI-FILE-STATUS      PIC X(02) VALUE "00".
000780     88  WS-STI-FILE-NOT-FOUND   VALUE "35".
000790 01  WS-SLOG-FILE-STATUS     PIC X(02) VALUE "00".
000800     88  WS-SLOG-FILE-NOT-FOUND  VALUE "35".
000810
000820 01  WS-CURRENT-DATE         PIC X(08) VALUE SPACES.
000830 01  WS-CURRENT-TIME         PIC X(08) VALUE SPACES.
000840 01  WS-USER-ID              PIC X(08) VALUE SPACES.
000850
000860 01  WS-MAINT-CHOICE         PIC X(01) VALUE SPACE.
000870     88  WS-CHOICE-LIST          VALUE "L" "l".
000880     88  WS-CHOICE-ADD           VALUE "A" "a".
000890     88  WS-CHOICE-CHANGE        VALUE "C" "c".
000900     88  WS-CHOICE-STOP          VALUE "S" "s".
000910     88  WS-CHOICE-EXIT          VALUE "X" "x".
000920
000930 01  WS-ID-INPUT             PIC X(06) JUSTIFIED RIGHT
000940                                       VALUE SPACES.
000950 01  WS-ID                   PIC 9(06) VALUE ZERO.
000960 01  WS-NUM-INPUT            PIC X(05) JUSTIFIED RIGHT
000970                                       VALUE SPACES.
000980 01  WS-NUM-VALUE            PIC 9(05) VALUE ZERO.
000990 01  WS-CODE-INPUT           PIC X(01) VALUE SPACE.
001000 01  WS-DEPT-INPUT           PIC X(04) VALUE SPACES.
001010 01  WS-DATE-INPUT           PIC X(08) VALUE SPACES.
001020 01  WS-DATE-PARTS REDEFINES WS-DATE-INPUT.
001030     05  WS-DATE-YEAR        PIC 9(04).
001040     05  WS-DATE-MONTH       PIC 9(02).
001050     05  WS-DATE-DAY         PIC 9(02).
001060 01  WS-DATE-NUM             PIC 9(08) VALUE ZERO.
001070 01  WS-DATE-INT             PIC 9(07) VALUE ZERO.
001080
001090*    The instruction being added or changed.
001100 01  WS-NEW-NUM1             PIC 9(05) VALUE ZERO.
001110 01  WS-NEW-NUM2             PIC 9(05) VALUE ZERO.
001120 01  WS-NEW-OPCODE           PIC X(01) VALUE SPACE.
001130     88  WS-NEW-OPCODE-VALID     VALUE "A" "S" "M" "D".
001140 01  WS-NEW-DEPT             PIC X(04) VALUE SPACES.
001150 01  WS-NEW-FREQ             PIC X(01) VALUE SPACE.
001160     88  WS-NEW-FREQ-VALID       VALUE "D" "W" "E".
001170 01  WS-NEW-START-DATE       PIC X(08) VALUE SPACES.
001180 01  WS-NEW-END-DATE         PIC X(08) VALUE SPACES.
001190
001200 01  WS-STANDING-TABLE.
001210     05  WS-STI-ENTRY OCCURS 500 TIMES.
001220         10  WS-STI-ID           PIC 9(06).
001230         10  WS-STI-NUM1         PIC 9(05).
001240         10  WS-STI-NUM2         PIC 9(05).
001250         10  WS-STI-OPCODE       PIC X(01).
001260         10  WS-STI-DEPT         PIC X(04).
001270         10  WS-STI-FREQ         PIC X(01).
001280         10  WS-STI-START-DATE   PIC X(08).
001290         10  WS-STI-END-DATE     PIC X(08).
001300         10  WS-STI-NEXT-DUE     PIC X(08).
001310         10  WS-STI-SCHED-DATE   PIC X(08).
001320         10  WS-STI-STATUS       PIC X(01).
001330             88  WS-STI-ACTIVE       VALUE "A".
001340         10  WS-STI-LAST-GEN     PIC X(08).
001350         10  WS-STI-LAST-COUNT   PIC 9(03).
001353         10  WS-STI-LAST-SCHED   PIC X(08).
001356         10  WS-STI-LAST-DUE     PIC X(08).
001360         10  WS-STI-USER         PIC X(08).
001370         10  WS-STI-CHG-DATE     PIC X(08).
001380 01  WS-STI-ENTRIES          PIC 9(03) VALUE ZERO.
001390 01  WS-STI-SUB              PIC 9(03) VALUE ZERO.
001400 01  WS-STI-AT               PIC 9(03) VALUE ZERO.
001410 01  WS-HIGH-ID              PIC 9(06) VALUE ZERO.
001420 01  WS-LIST-COUNT           PIC 9(03) VALUE ZERO.
001430
001440 01  WS-LIST-HEADING.
001450     05  FILLER              PIC X(39)
001460         VALUE "ID     NUM1  NUM2  OP  DEPT F START    ".
001470     05  FILLER              PIC X(20)
001480         VALUE "END      NEXT DUE ST".
001490 01  WS-LIST-LINE.
001500     05  LIST-ID             PIC 9(06).
001510     05  FILLER              PIC X(01) VALUE SPACE.
001520     05  LIST-NUM1           PIC 9(05).
001530     05  FILLER              PIC X(01) VALUE SPACE.
001540     05  LIST-NUM2           PIC 9(05).
001550     05  FILLER              PIC X(02) VALUE SPACES.
001560     05  LIST-OPCODE         PIC X(01).
001570     05  FILLER              PIC X(02) VALUE SPACES.
001580     05  LIST-DEPT           PIC X(04).
001590     05  FILLER              PIC X(01) VALUE SPACE.
001600     05  LIST-FREQ           PIC X(01).
001610     05  FILLER              PIC X(01) VALUE SPACE.
001620     05  LIST-START-DATE     PIC X(08).
001630     05  FILLER              PIC X(01) VALUE SPACE.
001640     05  LIST-END-DATE       PIC X(08).
001650     05  FILLER              PIC X(01) VALUE SPACE.
001660     05  LIST-NEXT-DUE       PIC X(08).
001670     05  FILLER              PIC X(01) VALUE SPACE.
001680     05  LIST-STATUS         PIC X(01).
001690
001700 LINKAGE SECTION.
001710     COPY SIGNON.
001720
001730 PROCEDURE DIVISION USING SIGNON-AREA.
001740 0000-MAINLINE.
001750*    MENU00 can CALL this program more than once per session,
001760*    so the switches are reset on every entry.
001770     MOVE "N" TO WS-MAINT-DONE-SW
001780     MOVE "N" TO WS-CHANGED-SW
001790     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001800     MOVE SPACES TO WS-USER-ID
001810     IF ADDRESS OF SIGNON-AREA NOT = NULL
001820         IF SO-SIGNED-ON
001830             MOVE SO-USER-ID TO WS-USER-ID
001840         END-IF
001850     END-IF
001860     IF WS-USER-ID = SPACES
001870         DISPLAY "NO SIGN-ON AREA - MAINTENANCE REFUSED"
001880         GOBACK
001890     END-IF
001900     IF NOT SO-SUPERVISOR
001910         DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
001920         GOBACK
001930     END-IF
001940     PERFORM 1000-LOAD-STANDING-TABLE THRU 1000-EXIT
001950     PERFORM 1800-OPEN-LOG THRU 1800-EXIT
001960     PERFORM 2000-ONE-ACTION THRU 2000-EXIT
001970         UNTIL WS-MAINT-DONE
001980     PERFORM 9000-TERMINATE THRU 9000-EXIT
001990     GOBACK.
002000
002010 1000-LOAD-STANDING-TABLE.
002020     MOVE "N" TO WS-STI-EOF-SW
002030     MOVE ZERO TO WS-STI-ENTRIES
002040     MOVE ZERO TO WS-HIGH-ID
002050     OPEN INPUT STANDING-FILE
002060     IF WS-STI-FILE-NOT-FOUND
002070         DISPLAY "STANDING NOT FOUND - A NEW FILE IS BUILT"
002080         GO TO 1000-EXIT
002090     END-IF
002100     PERFORM 1100-LOAD-ONE-STANDING THRU 1100-EXIT
002110         UNTIL WS-STI-EOF
002120     CLOSE STANDING-FILE.
002130 1000-EXIT.
002140     EXIT.
002150
002160 1100-LOAD-ONE-STANDING.
002170     READ STANDING-FILE
002180         AT END
002190             SET WS-STI-EOF TO TRUE
002200             GO TO 1100-EXIT
002210     END-READ
002220     IF WS-STI-ENTRIES NOT LESS THAN 500
002230         DISPLAY "STANDING TABLE FULL - RUN STOPPED"
002240         STOP RUN
002250     END-IF
002260     ADD 1 TO WS-STI-ENTRIES
002270     MOVE STANDING-INSTR-RECORD TO WS-STI-ENTRY (WS-STI-ENTRIES)
002280     IF STI-ID GREATER THAN WS-HIGH-ID
002290         MOVE STI-ID TO WS-HIGH-ID
002300     END-IF.
002310 1100-EXIT.
002320     EXIT.
002330
002340 1800-OPEN-LOG.
002350     OPEN EXTEND STANDING-LOG-FILE
002360     IF WS-SLOG-FILE-NOT-FOUND
002370         OPEN OUTPUT STANDING-LOG-FILE
002380     END-IF.
002390 1800-EXIT.
002400     EXIT.
002410
002420 2000-ONE-ACTION.
002430     DISPLAY "-----------------------------------------"
002440     DISPLAY "  Standing instruction maintenance"
002450     DISPLAY "  L.  List the instructions"
002460     DISPLAY "  A.  Add an instruction"
002470     DISPLAY "  C.  Change an instruction"
002480     DISPLAY "  S.  Stop an instruction"
002490     DISPLAY "  X.  Return to menu"
002500     DISPLAY "Enter your choice"
002510     MOVE SPACE TO WS-MAINT-CHOICE
002520     ACCEPT WS-MAINT-CHOICE
002530     EVALUATE TRUE
002540         WHEN WS-CHOICE-LIST
002550             PERFORM 3000-LIST-STANDING THRU 3000-EXIT
002560         WHEN WS-CHOICE-ADD
002570             PERFORM 4000-ADD-STANDING THRU 4000-EXIT
002580         WHEN WS-CHOICE-CHANGE
002590             PERFORM 5000-CHANGE-STANDING THRU 5000-EXIT
002600         WHEN WS-CHOICE-STOP
002610             PERFORM 6000-STOP-STANDING THRU 6000-EXIT
002620         WHEN WS-CHOICE-EXIT
002630             SET WS-MAINT-DONE TO TRUE
002640         WHEN OTHER
002650             DISPLAY "invalid entry, re-key"
002660     END-EVALUATE.
002670 2000-EXIT.
002680     EXIT.
002690
002700 3000-LIST-STANDING.
002710     MOVE ZERO TO WS-LIST-COUNT
002720     DISPLAY WS-LIST-HEADING
002730     PERFORM 3100-LIST-ONE-STANDING THRU 3100-EXIT
002740         VARYING WS-STI-SUB FROM 1 BY 1
002750         UNTIL WS-STI-SUB GREATER THAN WS-STI-ENTRIES
002760     IF WS-LIST-COUNT = ZERO
002770         DISPLAY "NO STANDING INSTRUCTIONS ON FILE"
002780     ELSE
002790         DISPLAY "INSTRUCTIONS ON FILE " WS-LIST-COUNT
002800         DISPLAY "F = D DAILY, W WEEKLY, E MONTH-END; "
002810             "ST = A ACTIVE, S STOPPED, E ENDED"
002820     END-IF.
002830 3000-EXIT.
002840     EXIT.
002850
002860 3100-LIST-ONE-STANDING.
002870     MOVE WS-STI-ID (WS-STI-SUB) TO LIST-ID
002880     MOVE WS-STI-NUM1 (WS-STI-SUB) TO LIST-NUM1
002890     MOVE WS-STI-NUM2 (WS-STI-SUB) TO LIST-NUM2
002900     MOVE WS-STI-OPCODE (WS-STI-SUB) TO LIST-OPCODE
002910     MOVE WS-STI-DEPT (WS-STI-SUB) TO LIST-DEPT
002920     MOVE WS-STI-FREQ (WS-STI-SUB) TO LIST-FREQ
002930     MOVE WS-STI-START-DATE (WS-STI-SUB) TO LIST-START-DATE
002940     MOVE WS-STI-END-DATE (WS-STI-SUB) TO LIST-END-DATE
002950     MOVE WS-STI-NEXT-DUE (WS-STI-SUB) TO LIST-NEXT-DUE
002960     MOVE WS-STI-STATUS (WS-STI-SUB) TO LIST-STATUS
002970     DISPLAY WS-LIST-LINE
002980     ADD 1 TO WS-LIST-COUNT.
002990 3100-EXIT.
003000     EXIT.
003010
003020 4000-ADD-STANDING.
003030     IF WS-STI-ENTRIES NOT LESS THAN 500
003040         DISPLAY "STANDING TABLE FULL - CANNOT ADD"
003050         GO TO 4000-EXIT
003060     END-IF
003070     MOVE "N" TO WS-KEEP-SW
003080     DISPLAY "NUM1"
003090     MOVE "N" TO WS-FIELD-VALID-SW
003100     PERFORM 7100-GET-NUMBER THRU 7100-EXIT
003110         UNTIL WS-FIELD-VALID
003120     MOVE WS-NUM-VALUE TO WS-NEW-NUM1
003130     DISPLAY "NUM2"
003140     MOVE "N" TO WS-FIELD-VALID-SW
003150     PERFORM 7100-GET-NUMBER THRU 7100-EXIT
003160         UNTIL WS-FIELD-VALID
003170     MOVE WS-NUM-VALUE TO WS-NEW-NUM2
003180     MOVE "N" TO WS-FIELD-VALID-SW
003190     PERFORM 7200-GET-OPCODE THRU 7200-EXIT
003200         UNTIL WS-FIELD-VALID
003210     MOVE "N" TO WS-FIELD-VALID-SW
003220     PERFORM 7300-GET-DEPT THRU 7300-EXIT
003230         UNTIL WS-FIELD-VALID
003240     MOVE "N" TO WS-FIELD-VALID-SW
003250     PERFORM 7400-GET-FREQ THRU 7400-EXIT
003260         UNTIL WS-FIELD-VALID
003270     DISPLAY "Start date CCYYMMDD"
003280     SET WS-DATE-REQUIRED TO TRUE
003290     MOVE "N" TO WS-FIELD-VALID-SW
003300     PERFORM 7500-GET-DATE THRU 7500-EXIT
003310         UNTIL WS-FIELD-VALID
003320     MOVE WS-DATE-INPUT TO WS-NEW-START-DATE
003330     DISPLAY "End date CCYYMMDD (blank = no end date)"
003340     MOVE "N" TO WS-DATE-REQUIRED-SW
003350     MOVE "N" TO WS-FIELD-VALID-SW
003360     PERFORM 7500-GET-DATE THRU 7500-EXIT
003370         UNTIL WS-FIELD-VALID
003380     MOVE WS-DATE-INPUT TO WS-NEW-END-DATE
003390     IF WS-NEW-END-DATE NOT = SPACES
003400        AND WS-NEW-END-DATE LESS THAN WS-NEW-START-DATE
003410         DISPLAY "END DATE BEFORE START DATE - NOT ADDED"
003420         GO TO 4000-EXIT
003430     END-IF
003440     ADD 1 TO WS-HIGH-ID
003450     ADD 1 TO WS-STI-ENTRIES
003460     MOVE WS-STI-ENTRIES TO WS-STI-AT
003470     MOVE WS-HIGH-ID TO WS-STI-ID (WS-STI-AT)
003480     MOVE WS-NEW-FREQ TO WS-STI-FREQ (WS-STI-AT)
003490     MOVE WS-NEW-START-DATE TO WS-STI-START-DATE (WS-STI-AT)
003500     MOVE SPACES TO WS-STI-NEXT-DUE (WS-STI-AT)
003510     MOVE SPACES TO WS-STI-SCHED-DATE (WS-STI-AT)
003520     MOVE "A" TO WS-STI-STATUS (WS-STI-AT)
003530     MOVE SPACES TO WS-STI-LAST-GEN (WS-STI-AT)
003540     MOVE ZERO TO WS-STI-LAST-COUNT (WS-STI-AT)
003543     MOVE SPACES TO WS-STI-LAST-SCHED (WS-STI-AT)
003546     MOVE SPACES TO WS-STI-LAST-DUE (WS-STI-AT)
003550     PERFORM 4100-STORE-DETAILS THRU 4100-EXIT
003560     MOVE "ADD       " TO SLOG-ACTION
003570     PERFORM 8000-WRITE-LOG THRU 8000-EXIT
003580     DISPLAY "INSTRUCTION " WS-HIGH-ID " ADDED".
003590 4000-EXIT.
003600     EXIT.
003610
003620 4100-STORE-DETAILS.
003630     MOVE WS-NEW-NUM1 TO WS-STI-NUM1 (WS-STI-AT)
003640     MOVE WS-NEW-NUM2 TO WS-STI-NUM2 (WS-STI-AT)
003650     MOVE WS-NEW-OPCODE TO WS-STI-OPCODE (WS-STI-AT)
003660     MOVE WS-NEW-DEPT TO WS-STI-DEPT (WS-STI-AT)
003670     MOVE WS-NEW-END-DATE TO WS-STI-END-DATE (WS-STI-AT)
003680     MOVE WS-USER-ID TO WS-STI-USER (WS-STI-AT)
003690     MOVE WS-CURRENT-DATE TO WS-STI-CHG-DATE (WS-STI-AT)
003700     SET WS-TABLE-CHANGED TO TRUE.
003710 4100-EXIT.
003720     EXIT.
003730
003740 5000-CHANGE-STANDING.
003750     PERFORM 7000-FIND-STANDING THRU 7000-EXIT
003760     IF NOT WS-STI-FOUND
003770         GO TO 5000-EXIT
003780     END-IF
003790     DISPLAY WS-LIST-HEADING
003800     MOVE WS-STI-AT TO WS-STI-SUB
003810     PERFORM 3100-LIST-ONE-STANDING THRU 3100-EXIT
003820     DISPLAY "Blank keeps the current value"
003830     MOVE WS-STI-NUM1 (WS-STI-AT) TO WS-NEW-NUM1
003840     MOVE WS-STI-NUM2 (WS-STI-AT) TO WS-NEW-NUM2
003850     MOVE WS-STI-OPCODE (WS-STI-AT) TO WS-NEW-OPCODE
003860     MOVE WS-STI-DEPT (WS-STI-AT) TO WS-NEW-DEPT
003870     MOVE WS-STI-END-DATE (WS-STI-AT) TO WS-NEW-END-DATE
003880     SET WS-KEEP-CURRENT TO TRUE
003890     DISPLAY "NUM1"
003900     MOVE "N" TO WS-FIELD-VALID-SW
003910     PERFORM 7100-GET-NUMBER THRU 7100-EXIT
003920         UNTIL WS-FIELD-VALID
003930     IF WS-NUM-INPUT NOT = SPACES
003940         MOVE WS-NUM-VALUE TO WS-NEW-NUM1
003950     END-IF
003960     DISPLAY "NUM2"
003970     MOVE "N" TO WS-FIELD-VALID-SW
003980     PERFORM 7100-GET-NUMBER THRU 7100-EXIT
003990         UNTIL WS-FIELD-VALID
004000     IF WS-NUM-INPUT NOT = SPACES
004010         MOVE WS-NUM-VALUE TO WS-NEW-NUM2
004020     END-IF
004030     MOVE "N" TO WS-FIELD-VALID-SW
004040     PERFORM 7200-GET-OPCODE THRU 7200-EXIT
004050         UNTIL WS-FIELD-VALID
004060     MOVE "N" TO WS-FIELD-VALID-SW
004070     PERFORM 7300-GET-DEPT THRU 7300-EXIT
004080         UNTIL WS-FIELD-VALID
004090     DISPLAY "End date CCYYMMDD (NONE = no end date)"
004100     MOVE "N" TO WS-DATE-REQUIRED-SW
004110     MOVE "N" TO WS-FIELD-VALID-SW
004120     PERFORM 7500-GET-DATE THRU 7500-EXIT
004130         UNTIL WS-FIELD-VALID
004140     EVALUATE TRUE
004150         WHEN WS-DATE-INPUT = "NONE" OR "none"
004160             MOVE SPACES TO WS-NEW-END-DATE
004170         WHEN WS-DATE-INPUT NOT = SPACES
004180             MOVE WS-DATE-INPUT TO WS-NEW-END-DATE
004190     END-EVALUATE
004200     MOVE "N" TO WS-KEEP-SW
004210     IF WS-NEW-END-DATE NOT = SPACES
004220        AND WS-NEW-END-DATE
004230            LESS THAN WS-STI-START-DATE (WS-STI-AT)
004240         DISPLAY "END DATE BEFORE START DATE - NOT CHANGED"
004250         GO TO 5000-EXIT
004260     END-IF
004270     PERFORM 4100-STORE-DETAILS THRU 4100-EXIT
004280     MOVE "CHANGE    " TO SLOG-ACTION
004290     PERFORM 8000-WRITE-LOG THRU 8000-EXIT
004300     DISPLAY "INSTRUCTION CHANGED".
004310 5000-EXIT.
004320     EXIT.
004330
004340 6000-STOP-STANDING.
004350     PERFORM 7000-FIND-STANDING THRU 7000-EXIT
004360     IF NOT WS-STI-FOUND
004370         GO TO 6000-EXIT
004380     END-IF
004390     MOVE "S" TO WS-STI-STATUS (WS-STI-AT)
004400     MOVE SPACES TO WS-STI-NEXT-DUE (WS-STI-AT)
004410     MOVE WS-USER-ID TO WS-STI-USER (WS-STI-AT)
004420     MOVE WS-CURRENT-DATE TO WS-STI-CHG-DATE (WS-STI-AT)
004430     SET WS-TABLE-CHANGED TO TRUE
004440     MOVE "STOP      " TO SLOG-ACTION
004450     PERFORM 8000-WRITE-LOG THRU 8000-EXIT
004460     DISPLAY "INSTRUCTION STOPPED".
004470 6000-EXIT.
004480     EXIT.
004490
004500 7000-FIND-STANDING.
004510*    Only an active instruction can be changed or stopped.
004520     MOVE "N" TO WS-STI-FOUND-SW
004530     DISPLAY "Instruction ID"
004540     MOVE SPACES TO WS-ID-INPUT
004550     ACCEPT WS-ID-INPUT
004560     INSPECT WS-ID-INPUT REPLACING LEADING SPACE BY ZERO
004570     IF WS-ID-INPUT IS NOT NUMERIC
004580         DISPLAY "invalid entry, re-key"
004590         GO TO 7000-EXIT
004600     END-IF
004610     MOVE WS-ID-INPUT TO WS-ID
004620     PERFORM 7050-MATCH-ONE-STANDING THRU 7050-EXIT
004630         VARYING WS-STI-SUB FROM 1 BY 1
004640         UNTIL WS-STI-FOUND
004650            OR WS-STI-SUB GREATER THAN WS-STI-ENTRIES
004660     IF NOT WS-STI-FOUND
004670         DISPLAY "INSTRUCTION NOT ON FILE"
004680         GO TO 7000-EXIT
004690     END-IF
004700     IF NOT WS-STI-ACTIVE (WS-STI-AT)
004710         DISPLAY "INSTRUCTION NOT ACTIVE - STATUS "
004720             WS-STI-STATUS (WS-STI-AT)
004730         MOVE "N" TO WS-STI-FOUND-SW
004740     END-IF.
004750 7000-EXIT.
004760     EXIT.
004770
004780 7050-MATCH-ONE-STANDING.
004790     IF WS-STI-ID (WS-STI-SUB) = WS-ID
004800         SET WS-STI-FOUND TO TRUE
004810         MOVE WS-STI-SUB TO WS-STI-AT
004820     END-IF.
004830 7050-EXIT.
004840     EXIT.
004850
004860 7100-GET-NUMBER.
004870*    Blank is accepted only on a change (keep the current
004880*    value).
004890     MOVE SPACES TO WS-NUM-INPUT
004900     ACCEPT WS-NUM-INPUT
004910     IF WS-NUM-INPUT = SPACES
004920         IF WS-KEEP-CURRENT
004930             SET WS-FIELD-VALID TO TRUE
004940         ELSE
004950             DISPLAY "invalid entry, re-key"
004960         END-IF
004970         GO TO 7100-EXIT
004980     END-IF
004990     INSPECT WS-NUM-INPUT REPLACING LEADING SPACE BY ZERO
005000     IF WS-NUM-INPUT IS NUMERIC
005010         MOVE WS-NUM-INPUT TO WS-NUM-VALUE
005020         SET WS-FIELD-VALID TO TRUE
005030     ELSE
005040         DISPLAY "invalid entry, re-key"
005050     END-IF.
005060 7100-EXIT.
005070     EXIT.
005080
005090 7200-GET-OPCODE.
005100     DISPLAY "Operation A=Add S=Sub M=Mult D=Div"
005110     MOVE SPACE TO WS-CODE-INPUT
005120     ACCEPT WS-CODE-INPUT
005130     INSPECT WS-CODE-INPUT CONVERTING "asmd" TO "ASMD"
005140     IF WS-CODE-INPUT = SPACE
005150        AND WS-KEEP-CURRENT
005160         SET WS-FIELD-VALID TO TRUE
005170         GO TO 7200-EXIT
005180     END-IF
005190     MOVE WS-CODE-INPUT TO WS-NEW-OPCODE
005200     IF WS-NEW-OPCODE-VALID
005210         SET WS-FIELD-VALID TO TRUE
005220     ELSE
005230         DISPLAY "invalid entry, re-key"
005240     END-IF.
005250 7200-EXIT.
005260     EXIT.
005270
005280 7300-GET-DEPT.
005290     DISPLAY "Department"
005300     MOVE SPACES TO WS-DEPT-INPUT
005310     ACCEPT WS-DEPT-INPUT
005320     IF WS-DEPT-INPUT = SPACES
005330         IF WS-KEEP-CURRENT
005340             SET WS-FIELD-VALID TO TRUE
005350         ELSE
005360             DISPLAY "invalid entry, re-key"
005370         END-IF
005380         GO TO 7300-EXIT
005390     END-IF
005400     MOVE WS-DEPT-INPUT TO WS-NEW-DEPT
005410     SET WS-FIELD-VALID TO TRUE.
005420 7300-EXIT.
005430     EXIT.
005440
005450 7400-GET-FREQ.
005460     DISPLAY "Frequency D=Daily W=Weekly E=Month-end"
005470     MOVE SPACE TO WS-CODE-INPUT
005480     ACCEPT WS-CODE-INPUT
005490     INSPECT WS-CODE-INPUT CONVERTING "dwe" TO "DWE"
005500     MOVE WS-CODE-INPUT TO WS-NEW-FREQ
005510     IF WS-NEW-FREQ-VALID
005520         SET WS-FIELD-VALID TO TRUE
005530     ELSE
005540         DISPLAY "invalid entry, re-key"
005550     END-IF.
005560 7400-EXIT.
005570     EXIT.
005580
005590 7500-GET-DATE.
005600*    A blank end date is passed back as blank (no end date,
005610*    or keep the current one); the start date is required.
005620     MOVE SPACES TO WS-DATE-INPUT
005630     ACCEPT WS-DATE-INPUT
005640     IF WS-DATE-INPUT = SPACES
005650         IF WS-DATE-REQUIRED
005660             DISPLAY "invalid entry, re-key"
005670         ELSE
005680             SET WS-FIELD-VALID TO TRUE
005690         END-IF
005700         GO TO 7500-EXIT
005710     END-IF
005720     IF (WS-DATE-INPUT = "NONE" OR "none")
005730        AND WS-KEEP-CURRENT
005740         SET WS-FIELD-VALID TO TRUE
005750         GO TO 7500-EXIT
005760     END-IF
005770     IF WS-DATE-INPUT IS NOT NUMERIC
005780        OR WS-DATE-MONTH LESS THAN 1
005790        OR WS-DATE-MONTH GREATER THAN 12
005800        OR WS-DATE-DAY LESS THAN 1
005810        OR WS-DATE-DAY GREATER THAN 31
005820         DISPLAY "invalid entry, re-key"
005830         GO TO 7500-EXIT
005840     END-IF
005850*    A day past the end of its month (0431, 0229 outside a
005860*    leap year) has no day number.
005870     MOVE WS-DATE-INPUT TO WS-DATE-NUM
005880     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
005890     IF WS-DATE-INT = ZERO
005900         DISPLAY "invalid entry, re-key"
005910         GO TO 7500-EXIT
005920     END-IF
005930     SET WS-FIELD-VALID TO TRUE.
005940 7500-EXIT.
005950     EXIT.
005960
005970 8000-WRITE-LOG.
005980     ACCEPT WS-CURRENT-TIME FROM TIME
005990     MOVE WS-CURRENT-DATE TO SLOG-DATE
006000     MOVE WS-CURRENT-TIME TO SLOG-TIME
006010     MOVE WS-USER-ID TO SLOG-USER
006020     MOVE WS-STI-ID (WS-STI-AT) TO SLOG-ID
006030     MOVE WS-STI-NUM1 (WS-STI-AT) TO SLOG-NUM1
006040     MOVE WS-STI-NUM2 (WS-STI-AT) TO SLOG-NUM2
006050     MOVE WS-STI-OPCODE (WS-STI-AT) TO SLOG-OPCODE
006060     MOVE WS-STI-DEPT (WS-STI-AT) TO SLOG-DEPT
006070     MOVE WS-STI-FREQ (WS-STI-AT) TO SLOG-FREQ
006080     MOVE WS-STI-START-DATE (WS-STI-AT) TO SLOG-START-DATE
006090     MOVE WS-STI-END-DATE (WS-STI-AT) TO SLOG-END-DATE
006100     MOVE WS-STI-STATUS (WS-STI-AT) TO SLOG-STATUS
006110     WRITE STANDING-LOG-RECORD.
006120 8000-EXIT.
006130     EXIT.
006140
006150 9000-TERMINATE.
006160     CLOSE STANDING-LOG-FILE
006170     IF NOT WS-TABLE-CHANGED
006180         GO TO 9000-EXIT
006190     END-IF
006200     OPEN OUTPUT STANDING-FILE
006210     PERFORM 9100-REWRITE-ONE-STANDING THRU 9100-EXIT
006220         VARYING WS-STI-SUB FROM 1 BY 1
006230         UNTIL WS-STI-SUB GREATER THAN WS-STI-ENTRIES
006240     CLOSE STANDING-FILE
006250     DISPLAY "STANDING REWRITTEN - " WS-STI-ENTRIES
006260         " INSTRUCTIONS".
006270 9000-EXIT.
006280     EXIT.
006290
006300 9100-REWRITE-ONE-STANDING.
006310     MOVE WS-STI-ENTRY (WS-STI-SUB) TO STANDING-INSTR-RECORD
006320     WRITE STANDING-INSTR-RECORD.
006330 9100-EXIT.
006340     EXIT.
