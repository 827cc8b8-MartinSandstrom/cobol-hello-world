000010* run cobc -m approval.cbl to compile (as a module - the
000020* sign-on LINKAGE rules out a cobc -x executable build).
000030* run via the MENU00 menu.
000040*-----------------------------------------------------------*
000050* Supervisor release of calculations held for approval.     *
000060* BASCALC writes a good calculation to APPRFILE instead of  *
000070* GLIFILE when its RESULT is over the department's limit on *
000080* APPRLMT (or the "****" shop-wide default).  This program  *
000090* lists the held items and lets a supervisor (OPER-SUPER on *
000100* the OPERFILE record) release an item, which appends it to *
000110* GLIFILE for the next GLPOST run stamped with the          *
000120* supervisor's ID, or decline it, which writes it to        *
000130* SUSPFILE with reason DECL for SUSPFIX to repair.  The     *
000140* supervisor may never act on a calculation made under     *
000150* their own ID (APR-USER, the AUD-USER of the original      *
000160* calculation).  The supervisor also maintains the limits   *
000170* themselves here, not in DEPTMNT, so an operator cannot    *
000180* raise their own department's limit.  APPRFILE is         *
000190* rewritten after every release or decline so an item can  *
000200* never be released twice, and every action is appended to *
000210* the APPRLOG log.  CALLed from the MENU00 menu.            *
000220*                                                           *
000230* MODIFICATION HISTORY                                      *
000240*   DATE       INIT  DESCRIPTION                            *
000250*   ---------- ----  ------------------------------------   *
000260*   2026-10-15  MS   Initial version.                       *
000262*   2026-10-15  MS   A released item's GL record now        *
000264*                    carries its op-code (GL-OPCODE) for    *
000266*                    the GLPSTIX posted index.              *
000267*   2026-10-15  MS   A held item now carries its batch's    *
000268*                    business date (APR-BUS-DATE), and a    *
000270*                    released item's GL record names the    *
000272*                    batch (GL-SOURCE, GL-BUS-DATE) so a    *
000274*                    fresh rerun of that batch withdraws    *
000276*                    it rather than post it twice.          *
000278*-----------------------------------------------------------*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. APPROVE.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT APPROVAL-FILE ASSIGN TO "APPRFILE"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-APPR-FILE-STATUS.
000370     SELECT APPROVAL-LIMIT-FILE ASSIGN TO "APPRLMT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ALM-FILE-STATUS.
000400     SELECT GL-INTERFACE-FILE ASSIGN TO "GLIFILE"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-GLI-FILE-STATUS.
000430     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-SUSP-FILE-STATUS.
000460     SELECT APPROVAL-LOG-FILE ASSIGN TO "APPRLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-ALOG-FILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  APPROVAL-FILE.
000530     COPY APPRREC.
000540 FD  APPROVAL-LIMIT-FILE.
000550     COPY APLMREC.
000560 FD  GL-INTERFACE-FILE.
000570     COPY GLIFACE.
000580 FD  SUSPENSE-FILE.
000590     COPY SUSPREC.
000600 FD  APPROVAL-LOG-FILE.
000610 01  APPROVAL-LOG-RECORD.
000620     05  ALOG-DATE           PIC X(08).
000630     05  ALOG-TIME           PIC X(08).
000640     05  ALOG-USER           PIC X(08).
000650     05  ALOG-ACTION         PIC X(10).
000660     05  ALOG-DEPT           PIC X(04).
000670     05  ALOG-MAKER          PIC X(08).
000680     05  ALOG-CALC-DATE      PIC X(08).
000690     05  ALOG-CALC-TIME      PIC X(08).
000700     05  ALOG-NUM1           PIC 9(05).
000710     05  ALOG-NUM2           PIC 9(05).
000720     05  ALOG-OPCODE         PIC X(01).
000730     05  ALOG-RESULT         PIC S9(07).
000740     05  ALOG-OLD-LIMIT      PIC 9(07).
000750     05  ALOG-NEW-LIMIT      PIC 9(07).
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-SWITCHES.
000790     05  WS-APPR-EOF-SW      PIC X(01) VALUE "N".
000800         88  WS-APPR-EOF             VALUE "Y".
000810     05  WS-ALM-EOF-SW       PIC X(01) VALUE "N".
000820         88  WS-ALM-EOF              VALUE "Y".
000830     05  WS-MAINT-DONE-SW    PIC X(01) VALUE "N".
000840         88  WS-MAINT-DONE           VALUE "Y".
000850     05  WS-ALM-FOUND-SW     PIC X(01) VALUE "N".
000860         88  WS-ALM-FOUND            VALUE "Y".
000870     05  WS-LIMITS-CHANGED-SW PIC X(01) VALUE "N".
000880         88  WS-LIMITS-CHANGED       VALUE "Y".
000890     05  WS-ITEM-VALID-SW    PIC X(01) VALUE "N".
000900         88  WS-ITEM-VALID           VALUE "Y".
000910     05  WS-LIMIT-VALID-SW   PIC X(01) VALUE "N".
000920         88  WS-LIMIT-VALID          VALUE "Y".
000930
000940 01  WS-APPR-FILE-STATUS     PIC X(02) VALUE "00".
000950     88  WS-APPR-FILE-NOT-FOUND  VALUE "35".
000960 01  WS-ALM-FILE-STATUS      PIC X(02) VALUE "00".
000970     88  WS-ALM-FILE-NOT-FOUND   VALUE "35".
000980 01  WS-GLI-FILE-STATUS      PIC X(02) VALUE "00".
000990     88  WS-GLI-FILE-NOT-FOUND   VALUE "35".
001000 01  WS-SUSP-FILE-STATUS     PIC X(02) VALUE "00".
001010     88  WS-SUSP-FILE-NOT-FOUND  VALUE "35".
001020 01  WS-ALOG-FILE-STATUS     PIC X(02) VALUE "00".
001030     88  WS-ALOG-FILE-NOT-FOUND  VALUE "35".
001040
001050 01  WS-CURRENT-DATE         PIC X(08) VALUE SPACES.
001060 01  WS-CURRENT-TIME         PIC X(08) VALUE SPACES.
001070 01  WS-USER-ID              PIC X(08) VALUE SPACES.
001080 01  WS-YN-INPUT             PIC X(01) VALUE SPACE.
001090
001100 01  WS-MAINT-CHOICE         PIC X(01) VALUE SPACE.
001110     88  WS-CHOICE-LIST          VALUE "L" "l".
001120     88  WS-CHOICE-RELEASE       VALUE "R" "r".
001130     88  WS-CHOICE-DECLINE       VALUE "D" "d".
001140     88  WS-CHOICE-LIMITS        VALUE "M" "m".
001150     88  WS-CHOICE-SET-LIMIT     VALUE "S" "s".
001160     88  WS-CHOICE-EXIT          VALUE "X" "x".
001170
001180 01  WS-ITEM-INPUT           PIC X(03) JUSTIFIED RIGHT
001190                                       VALUE SPACES.
001200 01  WS-LIMIT-INPUT          PIC X(07) JUSTIFIED RIGHT
001210                                       VALUE SPACES.
001220 01  WS-CODE-INPUT           PIC X(04) VALUE SPACES.
001230 01  WS-NEW-LIMIT            PIC 9(07) VALUE ZERO.
001240
001250*    The items on APPRFILE.  A released or declined item
001260*    stays on the table (so the list numbers do not shift
001270*    during a session) but is left off every rewrite.
001280 01  WS-APPR-TABLE.
001290     05  WS-APPR-ENTRY OCCURS 500 TIMES.
001300         10  WS-APR-DATE         PIC X(08).
001310         10  WS-APR-TIME         PIC X(08).
001320         10  WS-APR-NUM1         PIC 9(05).
001330         10  WS-APR-NUM2         PIC 9(05).
001340         10  WS-APR-OPCODE       PIC X(01).
001350         10  WS-APR-RESULT       PIC S9(07).
001360         10  WS-APR-DEPT         PIC X(04).
001370         10  WS-APR-USER         PIC X(08).
001380         10  WS-APR-LIMIT        PIC 9(07).
001390         10  WS-APR-SOURCE       PIC X(08).
001395         10  WS-APR-BUS-DATE     PIC X(08).
001400         10  WS-APR-ACTION       PIC X(01).
001410             88  WS-APR-PENDING      VALUE SPACE.
001420             88  WS-APR-RELEASED     VALUE "R".
001430             88  WS-APR-DECLINED     VALUE "D".
001440 01  WS-APPR-ENTRIES         PIC 9(03) VALUE ZERO.
001450 01  WS-APPR-SUB             PIC 9(03) VALUE ZERO.
001460 01  WS-APPR-AT              PIC 9(03) VALUE ZERO.
001470 01  WS-PENDING-COUNT        PIC 9(03) VALUE ZERO.
001480
001490 01  WS-ALM-TABLE.
001500     05  WS-ALM-ENTRY OCCURS 101 TIMES.
001510         10  WS-ALM-DEPT         PIC X(04).
001520         10  WS-ALM-LIMIT        PIC 9(07).
001530         10  WS-ALM-USER         PIC X(08).
001540         10  WS-ALM-CHG-DATE     PIC X(08).
001550 01  WS-ALM-ENTRIES          PIC 9(03) VALUE ZERO.
001560 01  WS-ALM-SUB              PIC 9(03) VALUE ZERO.
001570 01  WS-ALM-AT               PIC 9(03) VALUE ZERO.
001580
001590 01  WS-LIST-LINE.
001600     05  LIST-ITEM           PIC ZZ9.
001610     05  FILLER              PIC X(02) VALUE SPACES.
001620     05  LIST-DATE           PIC X(08).
001630     05  FILLER              PIC X(02) VALUE SPACES.
001640     05  LIST-NUM1           PIC ZZZZ9.
001650     05  FILLER              PIC X(01) VALUE SPACE.
001660     05  LIST-OP             PIC X(01).
001670     05  FILLER              PIC X(01) VALUE SPACE.
001680     05  LIST-NUM2           PIC ZZZZ9.
001690     05  FILLER              PIC X(02) VALUE SPACES.
001700     05  LIST-RESULT         PIC -ZZZZZZ9.
001710     05  FILLER              PIC X(02) VALUE SPACES.
001720     05  LIST-DEPT           PIC X(04).
001730     05  FILLER              PIC X(02) VALUE SPACES.
001740     05  LIST-USER           PIC X(08).
001750     05  FILLER              PIC X(02) VALUE SPACES.
001760     05  LIST-LIMIT          PIC ZZZZZZ9.
001770 01  WS-LIMIT-LINE.
001780     05  LMT-DEPT            PIC X(04).
001790     05  FILLER              PIC X(02) VALUE SPACES.
001800     05  LMT-LIMIT           PIC ZZZZZZ9.
001810     05  FILLER              PIC X(02) VALUE SPACES.
001820     05  LMT-USER            PIC X(08).
001830     05  FILLER              PIC X(02) VALUE SPACES.
001840     05  LMT-CHG-DATE        PIC X(08).
001850
001860 LINKAGE SECTION.
001870     COPY SIGNON.
001880
001890 PROCEDURE DIVISION USING SIGNON-AREA.
001900 0000-MAINLINE.
001910*    MENU00 can CALL this program more than once per session,
001920*    so the switches are reset on every entry.
001930     MOVE "N" TO WS-MAINT-DONE-SW
001940     MOVE "N" TO WS-LIMITS-CHANGED-SW
001950     MOVE SPACES TO WS-USER-ID
001960     IF ADDRESS OF SIGNON-AREA NOT = NULL
001970         IF SO-SIGNED-ON
001980             MOVE SO-USER-ID TO WS-USER-ID
001990         END-IF
002000     END-IF
002010     IF WS-USER-ID = SPACES
002020         DISPLAY "NO SIGN-ON AREA - APPROVAL REFUSED"
002030         GOBACK
002040     END-IF
002050     IF NOT SO-SUPERVISOR
002060         DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
002070         GOBACK
002080     END-IF
002090     PERFORM 1000-LOAD-APPR-TABLE THRU 1000-EXIT
002100     PERFORM 1500-LOAD-LIMIT-TABLE THRU 1500-EXIT
002110     PERFORM 1800-OPEN-LOG THRU 1800-EXIT
002120     PERFORM 2000-ONE-ACTION THRU 2000-EXIT
002130         UNTIL WS-MAINT-DONE
002140     PERFORM 9000-TERMINATE THRU 9000-EXIT
002150     GOBACK.
002160
002170 1000-LOAD-APPR-TABLE.
002180     MOVE "N" TO WS-APPR-EOF-SW
002190     MOVE ZERO TO WS-APPR-ENTRIES
002200     OPEN INPUT APPROVAL-FILE
002210     IF WS-APPR-FILE-NOT-FOUND
002220         DISPLAY "APPRFILE NOT FOUND - NOTHING HELD"
002230         GO TO 1000-EXIT
002240     END-IF
002250     PERFORM 1100-LOAD-ONE-APPR THRU 1100-EXIT
002260         UNTIL WS-APPR-EOF
002270     CLOSE APPROVAL-FILE.
002280 1000-EXIT.
002290     EXIT.
002300
002310 1100-LOAD-ONE-APPR.
002320     READ APPROVAL-FILE
002330         AT END
002340             SET WS-APPR-EOF TO TRUE
002350             GO TO 1100-EXIT
002360     END-READ
002370     IF WS-APPR-ENTRIES NOT LESS THAN 500
002380         DISPLAY "APPROVAL TABLE FULL - RUN STOPPED"
002390         STOP RUN
002400     END-IF
002410     ADD 1 TO WS-APPR-ENTRIES
002420     MOVE APR-DATE TO WS-APR-DATE (WS-APPR-ENTRIES)
002430     MOVE APR-TIME TO WS-APR-TIME (WS-APPR-ENTRIES)
002440     MOVE APR-NUM1 TO WS-APR-NUM1 (WS-APPR-ENTRIES)
002450     MOVE APR-NUM2 TO WS-APR-NUM2 (WS-APPR-ENTRIES)
002460     MOVE APR-OPCODE TO WS-APR-OPCODE (WS-APPR-ENTRIES)
002470     MOVE APR-RESULT TO WS-APR-RESULT (WS-APPR-ENTRIES)
002480     MOVE APR-DEPT TO WS-APR-DEPT (WS-APPR-ENTRIES)
002490     MOVE APR-USER TO WS-APR-USER (WS-APPR-ENTRIES)
002500     MOVE APR-LIMIT TO WS-APR-LIMIT (WS-APPR-ENTRIES)
002510     MOVE APR-SOURCE TO WS-APR-SOURCE (WS-APPR-ENTRIES)
002515     MOVE APR-BUS-DATE TO WS-APR-BUS-DATE (WS-APPR-ENTRIES)
002520     MOVE SPACE TO WS-APR-ACTION (WS-APPR-ENTRIES).
002530 1100-EXIT.
002540     EXIT.
002550
002560 1500-LOAD-LIMIT-TABLE.
002570     MOVE "N" TO WS-ALM-EOF-SW
002580     MOVE ZERO TO WS-ALM-ENTRIES
002590     OPEN INPUT APPROVAL-LIMIT-FILE
002600     IF WS-ALM-FILE-NOT-FOUND
002610         DISPLAY "APPRLMT NOT FOUND - A NEW TABLE IS BUILT"
002620         GO TO 1500-EXIT
002630     END-IF
002640     PERFORM 1600-LOAD-ONE-LIMIT THRU 1600-EXIT
002650         UNTIL WS-ALM-EOF
002660     CLOSE APPROVAL-LIMIT-FILE.
002670 1500-EXIT.
002680     EXIT.
002690
002700 1600-LOAD-ONE-LIMIT.
002710     READ APPROVAL-LIMIT-FILE
002720         AT END
002730             SET WS-ALM-EOF TO TRUE
002740             GO TO 1600-EXIT
002750     END-READ
002760     IF WS-ALM-ENTRIES NOT LESS THAN 101
002770         DISPLAY "LIMIT TABLE FULL - RUN STOPPED"
002780         STOP RUN
002790     END-IF
002800     ADD 1 TO WS-ALM-ENTRIES
002810     MOVE ALM-DEPT TO WS-ALM-DEPT (WS-ALM-ENTRIES)
002820     IF ALM-LIMIT IS NUMERIC
002830         MOVE ALM-LIMIT TO WS-ALM-LIMIT (WS-ALM-ENTRIES)
002840     ELSE
002850         MOVE ZERO TO WS-ALM-LIMIT (WS-ALM-ENTRIES)
002860     END-IF
002870     MOVE ALM-USER TO WS-ALM-USER (WS-ALM-ENTRIES)
002880     MOVE ALM-CHG-DATE TO WS-ALM-CHG-DATE (WS-ALM-ENTRIES).
002890 1600-EXIT.
002900     EXIT.
002910
002920 1800-OPEN-LOG.
002930     OPEN EXTEND APPROVAL-LOG-FILE
002940     IF WS-ALOG-FILE-NOT-FOUND
002950         OPEN OUTPUT APPROVAL-LOG-FILE
002960     END-IF.
002970 1800-EXIT.
002980     EXIT.
002990
003000 2000-ONE-ACTION.
003010     DISPLAY "-----------------------------------------"
003020     DISPLAY "  Approval of held calculations"
003030     DISPLAY "  L.  List held items"
003040     DISPLAY "  R.  Release an item to the GL"
003050     DISPLAY "  D.  Decline an item to suspense"
003060     DISPLAY "  M.  List approval limits"
003070     DISPLAY "  S.  Set a department or default limit"
003080     DISPLAY "  X.  Return to menu"
003090     DISPLAY "Enter your choice"
003100     MOVE SPACE TO WS-MAINT-CHOICE
003110     ACCEPT WS-MAINT-CHOICE
003120     EVALUATE TRUE
003130         WHEN WS-CHOICE-LIST
003140             PERFORM 3000-LIST-HELD THRU 3000-EXIT
003150         WHEN WS-CHOICE-RELEASE
003160             PERFORM 4000-RELEASE-ITEM THRU 4000-EXIT
003170         WHEN WS-CHOICE-DECLINE
003180             PERFORM 5000-DECLINE-ITEM THRU 5000-EXIT
003190         WHEN WS-CHOICE-LIMITS
003200             PERFORM 6000-LIST-LIMITS THRU 6000-EXIT
003210         WHEN WS-CHOICE-SET-LIMIT
003220             PERFORM 6500-SET-LIMIT THRU 6500-EXIT
003230         WHEN WS-CHOICE-EXIT
003240             SET WS-MAINT-DONE TO TRUE
003250         WHEN OTHER
003260             DISPLAY "invalid entry, re-key"
003270     END-EVALUATE.
003280 2000-EXIT.
003290     EXIT.
003300
003310 3000-LIST-HELD.
003320     MOVE ZERO TO WS-PENDING-COUNT
003330     DISPLAY "ITEM  DATE         NUM1 OP NUM2    RESULT  DEPT"
003340         "  MADE BY     LIMIT"
003350     PERFORM 3100-LIST-ONE-HELD THRU 3100-EXIT
003360         VARYING WS-APPR-SUB FROM 1 BY 1
003370         UNTIL WS-APPR-SUB GREATER THAN WS-APPR-ENTRIES
003380     DISPLAY "ITEMS HELD FOR APPROVAL " WS-PENDING-COUNT.
003390 3000-EXIT.
003400     EXIT.
003410
003420 3100-LIST-ONE-HELD.
003430     IF NOT WS-APR-PENDING (WS-APPR-SUB)
003440         GO TO 3100-EXIT
003450     END-IF
003460     ADD 1 TO WS-PENDING-COUNT
003470     MOVE WS-APPR-SUB TO LIST-ITEM
003480     MOVE WS-APR-DATE (WS-APPR-SUB) TO LIST-DATE
003490     MOVE WS-APR-NUM1 (WS-APPR-SUB) TO LIST-NUM1
003500     MOVE WS-APR-OPCODE (WS-APPR-SUB) TO LIST-OP
003510     MOVE WS-APR-NUM2 (WS-APPR-SUB) TO LIST-NUM2
003520     MOVE WS-APR-RESULT (WS-APPR-SUB) TO LIST-RESULT
003530     MOVE WS-APR-DEPT (WS-APPR-SUB) TO LIST-DEPT
003540     MOVE WS-APR-USER (WS-APPR-SUB) TO LIST-USER
003550     MOVE WS-APR-LIMIT (WS-APPR-SUB) TO LIST-LIMIT
003560     DISPLAY WS-LIST-LINE.
003570 3100-EXIT.
003580     EXIT.
003590
003600 4000-RELEASE-ITEM.
003610     PERFORM 7000-GET-ITEM THRU 7000-EXIT
003620     IF NOT WS-ITEM-VALID
003630         GO TO 4000-EXIT
003640     END-IF
003650     DISPLAY "Release this item to the GL? (Y/N)"
003660     MOVE SPACE TO WS-YN-INPUT
003670     ACCEPT WS-YN-INPUT
003680     IF WS-YN-INPUT NOT = "Y" AND WS-YN-INPUT NOT = "y"
003690         DISPLAY "ITEM NOT RELEASED"
003700         GO TO 4000-EXIT
003710     END-IF
003720*    The GL record carries the original calculation date, so
003730*    the posting lands in the period the work was done, and
003732*    the batch it came from, so BASCALC keeps it on GLIFILE
003734*    across a later batch run unless that batch itself is
003736*    rerun fresh.
003740     OPEN EXTEND GL-INTERFACE-FILE
003750     IF WS-GLI-FILE-NOT-FOUND
003760         OPEN OUTPUT GL-INTERFACE-FILE
003770     END-IF
003780     MOVE WS-APR-RESULT (WS-APPR-AT) TO GL-RESULT
003790     MOVE WS-APR-NUM1 (WS-APPR-AT) TO GL-NUM1
003800     MOVE WS-APR-NUM2 (WS-APPR-AT) TO GL-NUM2
003810     MOVE WS-APR-DATE (WS-APPR-AT) TO GL-TRAN-DATE
003820     MOVE WS-APR-DEPT (WS-APPR-AT) TO GL-DEPT
003830     MOVE WS-USER-ID TO GL-APPROVER
003835     MOVE WS-APR-OPCODE (WS-APPR-AT) TO GL-OPCODE
003836     MOVE WS-APR-SOURCE (WS-APPR-AT) TO GL-SOURCE
003837     MOVE WS-APR-BUS-DATE (WS-APPR-AT) TO GL-BUS-DATE
003840     MOVE SPACES TO GL-RESERVED
003850     WRITE GL-INTERFACE-RECORD
003860     CLOSE GL-INTERFACE-FILE
003870     SET WS-APR-RELEASED (WS-APPR-AT) TO TRUE
003880     PERFORM 8500-REWRITE-HELD THRU 8500-EXIT
003890     MOVE "RELEASE   " TO ALOG-ACTION
003900     PERFORM 8000-WRITE-ITEM-LOG THRU 8000-EXIT
003910     DISPLAY "ITEM RELEASED TO GLIFILE FOR THE NEXT GLPOST RUN".
003920 4000-EXIT.
003930     EXIT.
003940
003950 5000-DECLINE-ITEM.
003960     PERFORM 7000-GET-ITEM THRU 7000-EXIT
003970     IF NOT WS-ITEM-VALID
003980         GO TO 5000-EXIT
003990     END-IF
004000     DISPLAY "Decline this item to suspense? (Y/N)"
004010     MOVE SPACE TO WS-YN-INPUT
004020     ACCEPT WS-YN-INPUT
004030     IF WS-YN-INPUT NOT = "Y" AND WS-YN-INPUT NOT = "y"
004040         DISPLAY "ITEM NOT DECLINED"
004050         GO TO 5000-EXIT
004060     END-IF
004070     OPEN EXTEND SUSPENSE-FILE
004080     IF WS-SUSP-FILE-NOT-FOUND
004090         OPEN OUTPUT SUSPENSE-FILE
004100     END-IF
004110     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004120     ACCEPT WS-CURRENT-TIME FROM TIME
004130     MOVE WS-CURRENT-DATE TO SUSP-DATE
004140     MOVE WS-CURRENT-TIME TO SUSP-TIME
004150     MOVE WS-APR-NUM1 (WS-APPR-AT) TO SUSP-NUM1
004160     MOVE WS-APR-NUM2 (WS-APPR-AT) TO SUSP-NUM2
004170     MOVE WS-APR-OPCODE (WS-APPR-AT) TO SUSP-OPCODE
004180     MOVE WS-APR-DEPT (WS-APPR-AT) TO SUSP-DEPT
004190     SET SUSP-REASON-DECL TO TRUE
004200     WRITE SUSPENSE-RECORD
004210     CLOSE SUSPENSE-FILE
004220     SET WS-APR-DECLINED (WS-APPR-AT) TO TRUE
004230     PERFORM 8500-REWRITE-HELD THRU 8500-EXIT
004240     MOVE "DECLINE   " TO ALOG-ACTION
004250     PERFORM 8000-WRITE-ITEM-LOG THRU 8000-EXIT
004260     DISPLAY "ITEM DECLINED TO SUSPFILE WITH REASON DECL".
004270 5000-EXIT.
004280     EXIT.
004290
004300 6000-LIST-LIMITS.
004310     IF WS-ALM-ENTRIES = ZERO
004320         DISPLAY "NO APPROVAL LIMITS SET - NOTHING IS HELD"
004330         GO TO 6000-EXIT
004340     END-IF
004350     DISPLAY "DEPT    LIMIT  SET BY    DATE"
004360     PERFORM 6100-LIST-ONE-LIMIT THRU 6100-EXIT
004370         VARYING WS-ALM-SUB FROM 1 BY 1
004380         UNTIL WS-ALM-SUB GREATER THAN WS-ALM-ENTRIES
004390     DISPLAY "DEPT **** IS THE SHOP-WIDE DEFAULT".
004400 6000-EXIT.
004410     EXIT.
004420
004430 6100-LIST-ONE-LIMIT.
004440     MOVE WS-ALM-DEPT (WS-ALM-SUB) TO LMT-DEPT
004450     MOVE WS-ALM-LIMIT (WS-ALM-SUB) TO LMT-LIMIT
004460     MOVE WS-ALM-USER (WS-ALM-SUB) TO LMT-USER
004470     MOVE WS-ALM-CHG-DATE (WS-ALM-SUB) TO LMT-CHG-DATE
004480     DISPLAY WS-LIMIT-LINE.
004490 6100-EXIT.
004500     EXIT.
004510
004520 6500-SET-LIMIT.
004530     DISPLAY "Department code (**** for the shop-wide default)"
004540     MOVE SPACES TO WS-CODE-INPUT
004550     ACCEPT WS-CODE-INPUT
004560     IF WS-CODE-INPUT = SPACES
004570         DISPLAY "invalid entry, re-key"
004580         GO TO 6500-EXIT
004590     END-IF
004600     MOVE "N" TO WS-LIMIT-VALID-SW
004610     PERFORM 6600-GET-LIMIT THRU 6600-EXIT
004620         UNTIL WS-LIMIT-VALID
004630     MOVE "N" TO WS-ALM-FOUND-SW
004640     PERFORM 6700-MATCH-ONE-LIMIT THRU 6700-EXIT
004650         VARYING WS-ALM-SUB FROM 1 BY 1
004660         UNTIL WS-ALM-FOUND
004670            OR WS-ALM-SUB GREATER THAN WS-ALM-ENTRIES
004680     IF WS-ALM-FOUND
004690         MOVE WS-ALM-LIMIT (WS-ALM-AT) TO ALOG-OLD-LIMIT
004700     ELSE
004710         IF WS-ALM-ENTRIES NOT LESS THAN 101
004720             DISPLAY "LIMIT TABLE FULL - CANNOT ADD"
004730             GO TO 6500-EXIT
004740         END-IF
004750         ADD 1 TO WS-ALM-ENTRIES
004760         MOVE WS-ALM-ENTRIES TO WS-ALM-AT
004770         MOVE WS-CODE-INPUT TO WS-ALM-DEPT (WS-ALM-AT)
004780         MOVE ZERO TO ALOG-OLD-LIMIT
004790     END-IF
004800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004810     MOVE WS-NEW-LIMIT TO WS-ALM-LIMIT (WS-ALM-AT)
004820     MOVE WS-USER-ID TO WS-ALM-USER (WS-ALM-AT)
004830     MOVE WS-CURRENT-DATE TO WS-ALM-CHG-DATE (WS-ALM-AT)
004840     SET WS-LIMITS-CHANGED TO TRUE
004850     PERFORM 8100-WRITE-LIMIT-LOG THRU 8100-EXIT
004860     DISPLAY "LIMIT SET FOR " WS-CODE-INPUT.
004870 6500-EXIT.
004880     EXIT.
004890
004900 6600-GET-LIMIT.
004910     DISPLAY "Approval limit (whole amount, up to 9999999)"
004920     MOVE SPACES TO WS-LIMIT-INPUT
004930     ACCEPT WS-LIMIT-INPUT
004940     INSPECT WS-LIMIT-INPUT REPLACING LEADING SPACE BY ZERO
004950     IF WS-LIMIT-INPUT IS NUMERIC
004960         MOVE WS-LIMIT-INPUT TO WS-NEW-LIMIT
004970         SET WS-LIMIT-VALID TO TRUE
004980     ELSE
004990         DISPLAY "invalid entry, re-key"
005000     END-IF.
005010 6600-EXIT.
005020     EXIT.
005030
005040 6700-MATCH-ONE-LIMIT.
005050     IF WS-ALM-DEPT (WS-ALM-SUB) = WS-CODE-INPUT
005060         SET WS-ALM-FOUND TO TRUE
005070         MOVE WS-ALM-SUB TO WS-ALM-AT
005080     END-IF.
005090 6700-EXIT.
005100     EXIT.
005110
005120 7000-GET-ITEM.
005130*    The item must still be held, and the supervisor may not
005140*    act on a calculation made under their own ID.
005150     MOVE "N" TO WS-ITEM-VALID-SW
005160     DISPLAY "Item number"
005170     MOVE SPACES TO WS-ITEM-INPUT
005180     ACCEPT WS-ITEM-INPUT
005190     INSPECT WS-ITEM-INPUT REPLACING LEADING SPACE BY ZERO
005200     IF WS-ITEM-INPUT IS NOT NUMERIC
005210         DISPLAY "invalid entry, re-key"
005220         GO TO 7000-EXIT
005230     END-IF
005240     MOVE WS-ITEM-INPUT TO WS-APPR-AT
005250     IF WS-APPR-AT = ZERO
005260        OR WS-APPR-AT GREATER THAN WS-APPR-ENTRIES
005270         DISPLAY "NO SUCH ITEM"
005280         GO TO 7000-EXIT
005290     END-IF
005300     IF NOT WS-APR-PENDING (WS-APPR-AT)
005310         DISPLAY "ITEM ALREADY RELEASED OR DECLINED"
005320         GO TO 7000-EXIT
005330     END-IF
005340     IF WS-APR-USER (WS-APPR-AT) = WS-USER-ID
005350         DISPLAY "ITEM WAS MADE UNDER YOUR OWN ID - "
005360             "ANOTHER SUPERVISOR MUST ACT ON IT"
005370         GO TO 7000-EXIT
005380     END-IF
005390     MOVE WS-APPR-AT TO WS-APPR-SUB
005400     PERFORM 3100-LIST-ONE-HELD THRU 3100-EXIT
005410     SET WS-ITEM-VALID TO TRUE.
005420 7000-EXIT.
005430     EXIT.
005440
005450 8000-WRITE-ITEM-LOG.
005460     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
005470     ACCEPT WS-CURRENT-TIME FROM TIME
005480     MOVE WS-CURRENT-DATE TO ALOG-DATE
005490     MOVE WS-CURRENT-TIME TO ALOG-TIME
005500     MOVE WS-USER-ID TO ALOG-USER
005510     MOVE WS-APR-DEPT (WS-APPR-AT) TO ALOG-DEPT
005520     MOVE WS-APR-USER (WS-APPR-AT) TO ALOG-MAKER
005530     MOVE WS-APR-DATE (WS-APPR-AT) TO ALOG-CALC-DATE
005540     MOVE WS-APR-TIME (WS-APPR-AT) TO ALOG-CALC-TIME
005550     MOVE WS-APR-NUM1 (WS-APPR-AT) TO ALOG-NUM1
005560     MOVE WS-APR-NUM2 (WS-APPR-AT) TO ALOG-NUM2
005570     MOVE WS-APR-OPCODE (WS-APPR-AT) TO ALOG-OPCODE
005580     MOVE WS-APR-RESULT (WS-APPR-AT) TO ALOG-RESULT
005590     MOVE WS-APR-LIMIT (WS-APPR-AT) TO ALOG-OLD-LIMIT
005600     MOVE WS-APR-LIMIT (WS-APPR-AT) TO ALOG-NEW-LIMIT
005610     WRITE APPROVAL-LOG-RECORD.
005620 8000-EXIT.
005630     EXIT.
005640
005650 8100-WRITE-LIMIT-LOG.
005660     ACCEPT WS-CURRENT-TIME FROM TIME
005670     MOVE WS-CURRENT-DATE TO ALOG-DATE
005680     MOVE WS-CURRENT-TIME TO ALOG-TIME
005690     MOVE WS-USER-ID TO ALOG-USER
005700     MOVE "LIMIT     " TO ALOG-ACTION
005710     MOVE WS-CODE-INPUT TO ALOG-DEPT
005720     MOVE SPACES TO ALOG-MAKER
005730     MOVE SPACES TO ALOG-CALC-DATE
005740     MOVE SPACES TO ALOG-CALC-TIME
005750     MOVE ZERO TO ALOG-NUM1
005760     MOVE ZERO TO ALOG-NUM2
005770     MOVE SPACE TO ALOG-OPCODE
005780     MOVE ZERO TO ALOG-RESULT
005790     MOVE WS-NEW-LIMIT TO ALOG-NEW-LIMIT
005800     WRITE APPROVAL-LOG-RECORD.
005810 8100-EXIT.
005820     EXIT.
005830
005840 8500-REWRITE-HELD.
005850*    Rewritten after every release or decline, not just at
005860*    exit, so an item acted on can never be acted on again.
005870     OPEN OUTPUT APPROVAL-FILE
005880     PERFORM 8550-REWRITE-ONE-HELD THRU 8550-EXIT
005890         VARYING WS-APPR-SUB FROM 1 BY 1
005900         UNTIL WS-APPR-SUB GREATER THAN WS-APPR-ENTRIES
005910     CLOSE APPROVAL-FILE.
005920 8500-EXIT.
005930     EXIT.
005940
005950 8550-REWRITE-ONE-HELD.
005960     IF NOT WS-APR-PENDING (WS-APPR-SUB)
005970         GO TO 8550-EXIT
005980     END-IF
005990     MOVE WS-APR-DATE (WS-APPR-SUB) TO APR-DATE
006000     MOVE WS-APR-TIME (WS-APPR-SUB) TO APR-TIME
006010     MOVE WS-APR-NUM1 (WS-APPR-SUB) TO APR-NUM1
006020     MOVE WS-APR-NUM2 (WS-APPR-SUB) TO APR-NUM2
006030     MOVE WS-APR-OPCODE (WS-APPR-SUB) TO APR-OPCODE
006040     MOVE WS-APR-RESULT (WS-APPR-SUB) TO APR-RESULT
006050     MOVE WS-APR-DEPT (WS-APPR-SUB) TO APR-DEPT
006060     MOVE WS-APR-USER (WS-APPR-SUB) TO APR-USER
006070     MOVE WS-APR-LIMIT (WS-APPR-SUB) TO APR-LIMIT
006080     MOVE WS-APR-SOURCE (WS-APPR-SUB) TO APR-SOURCE
006085     MOVE WS-APR-BUS-DATE (WS-APPR-SUB) TO APR-BUS-DATE
006090     WRITE APPROVAL-RECORD.
006100 8550-EXIT.
006110     EXIT.
006120
006130 9000-TERMINATE.
006140     CLOSE APPROVAL-LOG-FILE
006150     IF NOT WS-LIMITS-CHANGED
006160         GO TO 9000-EXIT
006170     END-IF
006180     OPEN OUTPUT APPROVAL-LIMIT-FILE
006190     PERFORM 9100-REWRITE-ONE-LIMIT THRU 9100-EXIT
006200         VARYING WS-ALM-SUB FROM 1 BY 1
006210         UNTIL WS-ALM-SUB GREATER THAN WS-ALM-ENTRIES
006220     CLOSE APPROVAL-LIMIT-FILE
006230     DISPLAY "APPRLMT REWRITTEN - " WS-ALM-ENTRIES " LIMITS".
006240 9000-EXIT.
006250     EXIT.
006260
006270 9100-REWRITE-ONE-LIMIT.
006280     MOVE WS-ALM-DEPT (WS-ALM-SUB) TO ALM-DEPT
006290     MOVE WS-ALM-LIMIT (WS-ALM-SUB) TO ALM-LIMIT
006300     MOVE WS-ALM-USER (WS-ALM-SUB) TO ALM-USER
006310     MOVE WS-ALM-CHG-DATE (WS-ALM-SUB) TO ALM-CHG-DATE
006320     WRITE APPROVAL-LIMIT-RECORD.
006330 9100-EXIT.
006340     EXIT.
