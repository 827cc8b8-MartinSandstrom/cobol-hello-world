000010* run cobc -x eod-backup.cbl to compile.
000020* run ./eod-backup to run the compiled program.
000030*-----------------------------------------------------------*
000040* End-of-day backup for the sampleCOBOL utility family.     *
000050* Copies every file of the end-of-day set (EODSET) to the   *
000060* next numbered generation on the EODGENS archive and       *
000070* writes one EODMANIF manifest record per file giving       *
000080* whether it was there, its record count and the hash       *
000090* total of its record images, so EODRSTR can check a        *
000100* generation before it puts it back.  Generations older     *
000110* than the number kept are dropped from both.  RUNSEQ runs  *
000120* this twice a day: as PREBKUP after AUDVRFY and ahead of   *
000130* BASCALC, and as POSTBKUP after HISTLOAD, so each day      *
000140* leaves a restore point at either end of the chain taken   *
000150* in step with it.  The business date and backup point      *
000160* come from the RUNCTL step RUNSEQ has marked running; run  *
000170* on its own the backup is for today with no point.  An     *
000180* optional EODPARM card gives the number of generations     *
000190* to keep in columns 1-2 (default 14, one week of both      *
000200* points).  The new generation is built on the EODGENWK     *
000210* and EODMANWK work files and copied back, archive first,   *
000220* only once every file has been read, so a failed run       *
000230* leaves the last good archive and manifest as they were.   *
000240* RETURN-CODE is 0 when the generation is taken and 8       *
000250* when the run is stopped.                                  *
000260*                                                           *
000270* MODIFICATION HISTORY                                      *
000280*   DATE       INIT  DESCRIPTION                            *
000290*   ---------- ----  ------------------------------------   *
000300*   2026-10-15  MS   Initial version.                       *
000310*-----------------------------------------------------------*
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. EODBKUP.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EOD-PARM-FILE ASSIGN TO "EODPARM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-EPRM-FILE-STATUS.
000410     SELECT MANIFEST-FILE ASSIGN TO "EODMANIF"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-MANI-FILE-STATUS.
000440     SELECT MANIFEST-WORK-FILE ASSIGN TO "EODMANWK"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-MANW-FILE-STATUS.
000470     SELECT ARCHIVE-FILE ASSIGN TO "EODGENS"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ARCH-FILE-STATUS.
000500     SELECT ARCHIVE-WORK-FILE ASSIGN TO "EODGENWK"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-ARCW-FILE-STATUS.
000530     SELECT BACKUP-REPORT-FILE ASSIGN TO "EODBRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-BRPT-FILE-STATUS.
000560*    The end-of-day set, one SELECT per EODSET entry in the
000570*    same order.  They share one file status: only one is
000580*    open at a time.
000590     SELECT SET-TRAN-FILE ASSIGN TO "TRANFILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-SET-FILE-STATUS.
000620     SELECT SET-AUDIT-FILE ASSIGN TO "AUDITFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SET-FILE-STATUS.
000650     SELECT SET-ACHN-FILE ASSIGN TO "AUDCHAIN"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-SET-FILE-STATUS.
000680     SELECT SET-ARCH-FILE ASSIGN TO "AUDARCHV"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-SET-FILE-STATUS.
000710     SELECT SET-RESULT-FILE ASSIGN TO "RESULTFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SET-FILE-STATUS.
000740     SELECT SET-BLOG-FILE ASSIGN TO "BATCHLOG"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-SET-FILE-STATUS.
000770     SELECT SET-CHKPT-FILE ASSIGN TO "CHKPTFILE"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-SET-FILE-STATUS.
000800     SELECT SET-DUPH-FILE ASSIGN TO "DUPHIST"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-SET-FILE-STATUS.
000830     SELECT SET-SUSP-FILE ASSIGN TO "SUSPFILE"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-SET-FILE-STATUS.
000860     SELECT SET-APPR-FILE ASSIGN TO "APPRFILE"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-SET-FILE-STATUS.
000890     SELECT SET-STI-FILE ASSIGN TO "STANDING"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-SET-FILE-STATUS.
000920     SELECT SET-GLI-FILE ASSIGN TO "GLIFILE"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-SET-FILE-STATUS.
000950     SELECT SET-GCK-FILE ASSIGN TO "GLCHKPT"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-SET-FILE-STATUS.
000980     SELECT SET-GLM-FILE ASSIGN TO "GLMASTER"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-SET-FILE-STATUS.
001010     SELECT SET-BFW-FILE ASSIGN TO "GLBALFWD"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-SET-FILE-STATUS.
001040     SELECT SET-JRNL-FILE ASSIGN TO "GLJRNL"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-SET-FILE-STATUS.
001070     SELECT SET-PSTD-FILE ASSIGN TO "GLPOSTED"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-SET-FILE-STATUS.
001100     SELECT SET-PSTX-FILE ASSIGN TO "GLPSTIX"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS SEQUENTIAL
001130         RECORD KEY IS PSTX-KEY
001140         FILE STATUS IS WS-SET-FILE-STATUS.
001150     SELECT SET-DEPT-FILE ASSIGN TO "DEPTFILE"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-SET-FILE-STATUS.
001180     SELECT SET-OPER-FILE ASSIGN TO "OPERFILE"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-SET-FILE-STATUS.
001210     SELECT SET-ALM-FILE ASSIGN TO "APPRLMT"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-SET-FILE-STATUS.
001240     SELECT SET-GLX-FILE ASSIGN TO "GLXREF"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-SET-FILE-STATUS.
001270     SELECT SET-FCL-FILE ASSIGN TO "FISCCAL"
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-SET-FILE-STATUS.
001300     SELECT SET-HOL-FILE ASSIGN TO "HOLIDAY"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-SET-FILE-STATUS.
001330     SELECT SET-BUD-FILE ASSIGN TO "BUDGET"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS WS-SET-FILE-STATUS.
001360     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-SET-FILE-STATUS.
001390
001400 DATA DIVISION.
001410 FILE SECTION.
001420 FD  EOD-PARM-FILE.
001430 01  EOD-PARM-RECORD.
001440     05  EPRM-KEEP-GENS      PIC X(02).
001450 FD  MANIFEST-FILE.
001460     COPY BKMREC.
001470 FD  MANIFEST-WORK-FILE.
001480     COPY BKMREC REPLACING ==BACKUP-MANIFEST-RECORD==
001490                        BY ==MANIFEST-WORK-RECORD==
001500                    LEADING ==BKM-== BY ==BMW-==.
001510 FD  ARCHIVE-FILE.
001520     COPY BKAREC.
001530 FD  ARCHIVE-WORK-FILE.
001540     COPY BKAREC REPLACING ==BACKUP-ARCHIVE-RECORD==
001550                        BY ==ARCHIVE-WORK-RECORD==
001560                    LEADING ==BKA-== BY ==BAW-==.
001570 FD  BACKUP-REPORT-FILE.
001580 01  BACKUP-REPORT-RECORD    PIC X(80).
001590 FD  SET-TRAN-FILE.
001600 01  SET-TRAN-RECORD         PIC X(100).
001610 FD  SET-AUDIT-FILE.
001620 01  SET-AUDIT-RECORD        PIC X(100).
001630 FD  SET-ACHN-FILE.
001640 01  SET-ACHN-RECORD         PIC X(100).
001650 FD  SET-ARCH-FILE.
001660 01  SET-ARCH-RECORD         PIC X(100).
001670 FD  SET-RESULT-FILE.
001680 01  SET-RESULT-RECORD       PIC X(100).
001690 FD  SET-BLOG-FILE.
001700 01  SET-BLOG-RECORD         PIC X(100).
001710 FD  SET-CHKPT-FILE.
001720 01  SET-CHKPT-RECORD        PIC X(100).
001730 FD  SET-DUPH-FILE.
001740 01  SET-DUPH-RECORD         PIC X(100).
001750 FD  SET-SUSP-FILE.
001760 01  SET-SUSP-RECORD         PIC X(100).
001770 FD  SET-APPR-FILE.
001780 01  SET-APPR-RECORD         PIC X(100).
001790 FD  SET-STI-FILE.
001800 01  SET-STI-RECORD          PIC X(100).
001810 FD  SET-GLI-FILE.
001820 01  SET-GLI-RECORD          PIC X(100).
001830 FD  SET-GCK-FILE.
001840 01  SET-GCK-RECORD          PIC X(100).
001850 FD  SET-GLM-FILE.
001860 01  SET-GLM-RECORD          PIC X(100).
001870 FD  SET-BFW-FILE.
001880 01  SET-BFW-RECORD          PIC X(100).
001890 FD  SET-JRNL-FILE.
001900 01  SET-JRNL-RECORD         PIC X(100).
001910 FD  SET-PSTD-FILE.
001920 01  SET-PSTD-RECORD         PIC X(100).
001930 FD  SET-PSTX-FILE.
001940     COPY PSTIXREC.
001950 FD  SET-DEPT-FILE.
001960 01  SET-DEPT-RECORD         PIC X(100).
001970 FD  SET-OPER-FILE.
001980 01  SET-OPER-RECORD         PIC X(100).
001990 FD  SET-ALM-FILE.
002000 01  SET-ALM-RECORD          PIC X(100).
002010 FD  SET-GLX-FILE.
002020 01  SET-GLX-RECORD          PIC X(100).
002030 FD  SET-FCL-FILE.
002040 01  SET-FCL-RECORD          PIC X(100).
002050 FD  SET-HOL-FILE.
002060 01  SET-HOL-RECORD          PIC X(100).
002070 FD  SET-BUD-FILE.
002080 01  SET-BUD-RECORD          PIC X(100).
002090 FD  RUN-CONTROL-FILE.
002100     COPY RCTLREC.
002110
002120 WORKING-STORAGE SECTION.
002130 01  WS-SWITCHES.
002140     05  WS-RCTL-EOF-SW      PIC X(01) VALUE "N".
002150         88  WS-RCTL-EOF             VALUE "Y".
002160     05  WS-POINT-FOUND-SW   PIC X(01) VALUE "N".
002170         88  WS-POINT-FOUND          VALUE "Y".
002180     05  WS-MANI-EOF-SW      PIC X(01) VALUE "N".
002190         88  WS-MANI-EOF             VALUE "Y".
002200     05  WS-ARCH-EOF-SW      PIC X(01) VALUE "N".
002210         88  WS-ARCH-EOF             VALUE "Y".
002220     05  WS-SET-EOF-SW       PIC X(01) VALUE "N".
002230         88  WS-SET-EOF              VALUE "Y".
002240
002250 01  WS-EPRM-FILE-STATUS     PIC X(02) VALUE "00".
002260     88  WS-EPRM-FILE-NOT-FOUND  VALUE "35".
002270 01  WS-MANI-FILE-STATUS     PIC X(02) VALUE "00".
002280     88  WS-MANI-FILE-NOT-FOUND  VALUE "35".
002290 01  WS-MANW-FILE-STATUS     PIC X(02) VALUE "00".
002300 01  WS-ARCH-FILE-STATUS     PIC X(02) VALUE "00".
002310     88  WS-ARCH-FILE-NOT-FOUND  VALUE "35".
002320 01  WS-ARCW-FILE-STATUS     PIC X(02) VALUE "00".
002330 01  WS-BRPT-FILE-STATUS     PIC X(02) VALUE "00".
002340 01  WS-SET-FILE-STATUS      PIC X(02) VALUE "00".
002350     88  WS-SET-FILE-OK          VALUE "00".
002360     88  WS-SET-FILE-NOT-FOUND   VALUE "35".
002370
002380 01  WS-CURRENT-DATE         PIC X(08) VALUE SPACES.
002390 01  WS-CURRENT-TIME         PIC X(08) VALUE SPACES.
002400 01  WS-BUS-DATE             PIC X(08) VALUE SPACES.
002410 01  WS-BKUP-POINT           PIC X(08) VALUE SPACES.
002420 01  WS-KEEP-GENS            PIC 9(02) VALUE 14.
002430
002440*    Generation numbers: the highest on the manifest, the one
002450*    being taken and the oldest kept alongside it.
002460 01  WS-LAST-GEN             PIC 9(05) VALUE ZERO.
002470 01  WS-NEW-GEN              PIC 9(05) VALUE ZERO.
002480 01  WS-KEEP-FROM-GEN        PIC 9(05) VALUE ZERO.
002490 01  WS-PREV-GEN             PIC 9(05) VALUE ZERO.
002500 01  WS-GENS-KEPT            PIC 9(05) VALUE ZERO.
002510 01  WS-GENS-DROPPED         PIC 9(05) VALUE ZERO.
002520
002530     COPY EODSET.
002540 01  WS-SET-SUB              PIC 9(02) VALUE ZERO.
002550 01  WS-SET-IMAGE            PIC X(100) VALUE SPACES.
002560
002570*    What this generation found of each file of the set.
002580 01  WS-GEN-TABLE.
002590     05  WS-GEN-ENTRY OCCURS 26 TIMES.
002600         10  WS-GEN-PRESENT-SW   PIC X(01).
002610         10  WS-GEN-COUNT        PIC 9(09).
002620         10  WS-GEN-HASH         PIC 9(09).
002630 01  WS-RECORDS-TAKEN        PIC 9(09) VALUE ZERO.
002640 01  WS-IMAGES-KEPT          PIC 9(09) VALUE ZERO.
002650 01  WS-IMAGES-DROPPED       PIC 9(09) VALUE ZERO.
002660
002670*    The hash total, computed the way BASCALC's audit check
002680*    value is: the running remainder, over each byte of each
002690*    record image, of (total * 31 + the byte's ordinal)
002700*    divided by the prime 999999937.
002710 01  WS-HASH-TOTAL           PIC 9(09) VALUE ZERO.
002720 01  WS-HASH-SUB             PIC 9(03) VALUE ZERO.
002730 01  WS-HASH-WORK            PIC 9(11) VALUE ZERO.
002740 01  WS-HASH-QUOT            PIC 9(11) VALUE ZERO.
002750
002760 01  WS-BRPT-HEADER-LINE.
002770     05  FILLER              PIC X(19)
002780         VALUE "END-OF-DAY BACKUP  ".
002790     05  FILLER              PIC X(11) VALUE "GENERATION ".
002800     05  BRPT-HDR-GEN        PIC 9(05).
002810     05  FILLER              PIC X(16) VALUE "  BUSINESS DATE ".
002820     05  BRPT-HDR-BUS-DATE   PIC X(08).
002830     05  FILLER              PIC X(02) VALUE SPACES.
002840     05  BRPT-HDR-POINT      PIC X(08).
002850     05  FILLER              PIC X(11) VALUE SPACES.
002860 01  WS-BRPT-COLUMN-LINE     PIC X(80) VALUE
002870         "FILE        PRESENT      RECORDS  HASH TOTAL".
002880 01  WS-BRPT-DETAIL-LINE.
002890     05  BRPT-DTL-FILE       PIC X(10).
002900     05  FILLER              PIC X(02) VALUE SPACES.
002910     05  BRPT-DTL-PRESENT    PIC X(07).
002920     05  FILLER              PIC X(02) VALUE SPACES.
002930     05  BRPT-DTL-COUNT      PIC ZZZZZZZZ9.
002940     05  FILLER              PIC X(02) VALUE SPACES.
002950     05  BRPT-DTL-HASH       PIC 9(09).
002960     05  FILLER              PIC X(39) VALUE SPACES.
002970 01  WS-BRPT-DROP-LINE.
002980     05  FILLER              PIC X(11) VALUE "GENERATION ".
002990     05  BRPT-DROP-GEN       PIC 9(05).
003000     05  FILLER              PIC X(33)
003010         VALUE " DROPPED - OLDER THAN THOSE KEPT".
003020     05  FILLER              PIC X(31) VALUE SPACES.
003030 01  WS-BRPT-TOTAL-LINE.
003040     05  BRPT-TOT-TEXT       PIC X(32).
003050     05  BRPT-TOT-COUNT      PIC ZZZZZZZZ9.
003060     05  FILLER              PIC X(39) VALUE SPACES.
003070
003080 PROCEDURE DIVISION.
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003110     PERFORM 2000-FIND-LAST-GEN THRU 2000-EXIT
003120     PERFORM 3000-COPY-KEPT-ARCHIVE THRU 3000-EXIT
003130     PERFORM 4000-BACKUP-ONE-FILE THRU 4000-EXIT
003140         VARYING WS-SET-SUB FROM 1 BY 1
003150         UNTIL WS-SET-SUB GREATER THAN EOD-SET-FILES
003160     CLOSE ARCHIVE-WORK-FILE
003170     PERFORM 5000-BUILD-MANIFEST THRU 5000-EXIT
003180     PERFORM 6000-COMMIT-GENERATION THRU 6000-EXIT
003190     PERFORM 9000-TERMINATE THRU 9000-EXIT
003200     GOBACK.
003210
003220 1000-INITIALIZE.
003230*    RUNSEQ calls this twice in one run, so nothing is left
003240*    to its VALUE clause.
003250     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003260     ACCEPT WS-CURRENT-TIME FROM TIME
003270     MOVE 14 TO WS-KEEP-GENS
003280     MOVE ZERO TO WS-LAST-GEN
003290     MOVE ZERO TO WS-GENS-KEPT
003300     MOVE ZERO TO WS-GENS-DROPPED
003310     MOVE ZERO TO WS-RECORDS-TAKEN
003320     MOVE ZERO TO WS-IMAGES-KEPT
003330     MOVE ZERO TO WS-IMAGES-DROPPED
003340     PERFORM 1100-FIND-BUS-DATE THRU 1100-EXIT
003350     PERFORM 1200-READ-PARM-FILE THRU 1200-EXIT.
003360 1000-EXIT.
003370     EXIT.
003380
003390 1100-FIND-BUS-DATE.
003400*    The backup step RUNSEQ has marked running names the
003410*    business date and the point; the latest wins should an
003420*    earlier run have died in its backup step.
003430     MOVE WS-CURRENT-DATE TO WS-BUS-DATE
003440     MOVE SPACES TO WS-BKUP-POINT
003450     MOVE "N" TO WS-POINT-FOUND-SW
003460     MOVE "N" TO WS-RCTL-EOF-SW
003470     OPEN INPUT RUN-CONTROL-FILE
003480     IF WS-SET-FILE-OK
003490         PERFORM 1150-CHECK-ONE-RCTL THRU 1150-EXIT
003500             UNTIL WS-RCTL-EOF
003510         CLOSE RUN-CONTROL-FILE
003520     END-IF
003530     IF WS-POINT-FOUND
003540         DISPLAY "EODBKUP TAKING THE " WS-BKUP-POINT
003550             " BACKUP FOR " WS-BUS-DATE
003560     ELSE
003570         DISPLAY "EODBKUP RUN OUTSIDE RUNSEQ - BUSINESS DATE "
003580             WS-BUS-DATE
003590     END-IF.
003600 1100-EXIT.
003610     EXIT.
003620
003630 1150-CHECK-ONE-RCTL.
003640     READ RUN-CONTROL-FILE
003650         AT END
003660             SET WS-RCTL-EOF TO TRUE
003670             GO TO 1150-EXIT
003680     END-READ
003690     IF NOT RCTL-BACKUP-STEP OR NOT RCTL-RUNNING
003700         GO TO 1150-EXIT
003710     END-IF
003720     IF WS-POINT-FOUND
003730        AND RCTL-DATE LESS THAN WS-BUS-DATE
003740         GO TO 1150-EXIT
003750     END-IF
003760     SET WS-POINT-FOUND TO TRUE
003770     MOVE RCTL-DATE TO WS-BUS-DATE
003780     MOVE RCTL-STEP TO WS-BKUP-POINT.
003790 1150-EXIT.
003800     EXIT.
003810
003820 1200-READ-PARM-FILE.
003830     OPEN INPUT EOD-PARM-FILE
003840     IF WS-EPRM-FILE-NOT-FOUND
003850         GO TO 1200-EXIT
003860     END-IF
003870     READ EOD-PARM-FILE
003880         AT END
003890             CLOSE EOD-PARM-FILE
003900             GO TO 1200-EXIT
003910     END-READ
003920     CLOSE EOD-PARM-FILE
003930     IF EPRM-KEEP-GENS = SPACES
003940         GO TO 1200-EXIT
003950     END-IF
003960     IF EPRM-KEEP-GENS IS NOT NUMERIC
003970        OR EPRM-KEEP-GENS = "00"
003980         DISPLAY "EODPARM INVALID - RUN STOPPED"
003990         MOVE 8 TO RETURN-CODE
004000         STOP RUN
004010     END-IF
004020     MOVE EPRM-KEEP-GENS TO WS-KEEP-GENS
004030     DISPLAY "EODPARM CONTROLS THIS RUN - GENERATIONS KEPT "
004040         WS-KEEP-GENS.
004050 1200-EXIT.
004060     EXIT.
004070
004080 2000-FIND-LAST-GEN.
004090     MOVE "N" TO WS-MANI-EOF-SW
004100     OPEN INPUT MANIFEST-FILE
004110     IF WS-MANI-FILE-NOT-FOUND
004120         DISPLAY "EODMANIF NOT FOUND - FIRST GENERATION TAKEN"
004130     ELSE
004140         PERFORM 2100-READ-ONE-MANIFEST THRU 2100-EXIT
004150             UNTIL WS-MANI-EOF
004160         CLOSE MANIFEST-FILE
004170     END-IF
004180     ADD 1 TO WS-LAST-GEN GIVING WS-NEW-GEN
004190     IF WS-NEW-GEN GREATER THAN WS-KEEP-GENS
004200         COMPUTE WS-KEEP-FROM-GEN = WS-NEW-GEN - WS-KEEP-GENS + 1
004210     ELSE
004220         MOVE 1 TO WS-KEEP-FROM-GEN
004230     END-IF
004240     OPEN OUTPUT BACKUP-REPORT-FILE
004250     MOVE WS-NEW-GEN TO BRPT-HDR-GEN
004260     MOVE WS-BUS-DATE TO BRPT-HDR-BUS-DATE
004270     MOVE WS-BKUP-POINT TO BRPT-HDR-POINT
004280     MOVE WS-BRPT-HEADER-LINE TO BACKUP-REPORT-RECORD
004290     WRITE BACKUP-REPORT-RECORD
004300     MOVE WS-BRPT-COLUMN-LINE TO BACKUP-REPORT-RECORD
004310     WRITE BACKUP-REPORT-RECORD.
004320 2000-EXIT.
004330     EXIT.
004340
004350 2100-READ-ONE-MANIFEST.
004360     READ MANIFEST-FILE
004370         AT END
004380             SET WS-MANI-EOF TO TRUE
004390             GO TO 2100-EXIT
004400     END-READ
004410     IF BKM-GEN GREATER THAN WS-LAST-GEN
004420         MOVE BKM-GEN TO WS-LAST-GEN
004430     END-IF.
004440 2100-EXIT.
004450     EXIT.
004460
004470 3000-COPY-KEPT-ARCHIVE.
004480*    The kept generations go to the work archive ahead of the
004490*    new one.  Images numbered past the last manifest
004500*    generation were left by a run that died before its
004510*    manifest was written, and are dropped with the old.
004520     MOVE "N" TO WS-ARCH-EOF-SW
004530     OPEN OUTPUT ARCHIVE-WORK-FILE
004540     OPEN INPUT ARCHIVE-FILE
004550     IF WS-ARCH-FILE-NOT-FOUND
004560         GO TO 3000-EXIT
004570     END-IF
004580     PERFORM 3100-COPY-ONE-IMAGE THRU 3100-EXIT
004590         UNTIL WS-ARCH-EOF
004600     CLOSE ARCHIVE-FILE.
004610 3000-EXIT.
004620     EXIT.
004630
004640 3100-COPY-ONE-IMAGE.
004650     READ ARCHIVE-FILE
004660         AT END
004670             SET WS-ARCH-EOF TO TRUE
004680             GO TO 3100-EXIT
004690     END-READ
004700     IF BKA-GEN LESS THAN WS-KEEP-FROM-GEN
004710        OR BKA-GEN GREATER THAN WS-LAST-GEN
004720         ADD 1 TO WS-IMAGES-DROPPED
004730         GO TO 3100-EXIT
004740     END-IF
004750     WRITE ARCHIVE-WORK-RECORD FROM BACKUP-ARCHIVE-RECORD
004760     ADD 1 TO WS-IMAGES-KEPT.
004770 3100-EXIT.
004780     EXIT.
004790
004800 4000-BACKUP-ONE-FILE.
004810     MOVE "N" TO WS-GEN-PRESENT-SW (WS-SET-SUB)
004820     MOVE ZERO TO WS-GEN-COUNT (WS-SET-SUB)
004830     MOVE ZERO TO WS-GEN-HASH (WS-SET-SUB)
004840     MOVE ZERO TO WS-HASH-TOTAL
004850     MOVE "N" TO WS-SET-EOF-SW
004860     PERFORM 4100-OPEN-SET-FILE THRU 4100-EXIT
004870     IF WS-SET-FILE-NOT-FOUND
004880         DISPLAY EOD-SET-NAME (WS-SET-SUB)
004890             " NOT FOUND - RECORDED ABSENT"
004900         GO TO 4000-REPORT
004910     END-IF
004920     IF NOT WS-SET-FILE-OK
004930         DISPLAY EOD-SET-NAME (WS-SET-SUB)
004940             " OPEN FAILED - STATUS " WS-SET-FILE-STATUS
004950         DISPLAY "EODBKUP STOPPED - NO GENERATION TAKEN"
004960         MOVE 8 TO RETURN-CODE
004970         STOP RUN
004980     END-IF
004990     MOVE "Y" TO WS-GEN-PRESENT-SW (WS-SET-SUB)
005000     PERFORM 4200-BACKUP-ONE-RECORD THRU 4200-EXIT
005010         UNTIL WS-SET-EOF
005020     PERFORM 4500-CLOSE-SET-FILE THRU 4500-EXIT
005030     MOVE WS-HASH-TOTAL TO WS-GEN-HASH (WS-SET-SUB).
005040 4000-REPORT.
005050     MOVE EOD-SET-NAME (WS-SET-SUB) TO BRPT-DTL-FILE
005060     IF WS-GEN-PRESENT-SW (WS-SET-SUB) = "Y"
005070         MOVE "YES" TO BRPT-DTL-PRESENT
005080     ELSE
005090         MOVE "ABSENT" TO BRPT-DTL-PRESENT
005100     END-IF
005110     MOVE WS-GEN-COUNT (WS-SET-SUB) TO BRPT-DTL-COUNT
005120     MOVE WS-GEN-HASH (WS-SET-SUB) TO BRPT-DTL-HASH
005130     MOVE WS-BRPT-DETAIL-LINE TO BACKUP-REPORT-RECORD
005140     WRITE BACKUP-REPORT-RECORD.
005150 4000-EXIT.
005160     EXIT.
005170
005180 4100-OPEN-SET-FILE.
005190     EVALUATE WS-SET-SUB
005200         WHEN 1
005210             OPEN INPUT SET-TRAN-FILE
005220         WHEN 2
005230             OPEN INPUT SET-AUDIT-FILE
005240         WHEN 3
005250             OPEN INPUT SET-ACHN-FILE
005260         WHEN 4
005270             OPEN INPUT SET-ARCH-FILE
005280         WHEN 5
005290             OPEN INPUT SET-RESULT-FILE
005300         WHEN 6
005310             OPEN INPUT SET-BLOG-FILE
005320         WHEN 7
005330             OPEN INPUT SET-CHKPT-FILE
005340         WHEN 8
005350             OPEN INPUT SET-DUPH-FILE
005360         WHEN 9
005370             OPEN INPUT SET-SUSP-FILE
005380         WHEN 10
005390             OPEN INPUT SET-APPR-FILE
005400         WHEN 11
005410             OPEN INPUT SET-STI-FILE
005420         WHEN 12
005430             OPEN INPUT SET-GLI-FILE
005440         WHEN 13
005450             OPEN INPUT SET-GCK-FILE
005460         WHEN 14
005470             OPEN INPUT SET-GLM-FILE
005480         WHEN 15
005490             OPEN INPUT SET-BFW-FILE
005500         WHEN 16
005510             OPEN INPUT SET-JRNL-FILE
005520         WHEN 17
005530             OPEN INPUT SET-PSTD-FILE
005540         WHEN 18
005550             OPEN INPUT SET-PSTX-FILE
005560         WHEN 19
005570             OPEN INPUT SET-DEPT-FILE
005580         WHEN 20
005590             OPEN INPUT SET-OPER-FILE
005600         WHEN 21
005610             OPEN INPUT SET-ALM-FILE
005620         WHEN 22
005630             OPEN INPUT SET-GLX-FILE
005640         WHEN 23
005650             OPEN INPUT SET-FCL-FILE
005660         WHEN 24
005670             OPEN INPUT SET-HOL-FILE
005680         WHEN 25
005690             OPEN INPUT SET-BUD-FILE
005700         WHEN 26
005710             OPEN INPUT RUN-CONTROL-FILE
005720     END-EVALUATE.
005730 4100-EXIT.
005740     EXIT.
005750
005760 4200-BACKUP-ONE-RECORD.
005770     PERFORM 4300-READ-SET-FILE THRU 4300-EXIT
005780     IF WS-SET-EOF
005790         GO TO 4200-EXIT
005800     END-IF
005810     ADD 1 TO WS-GEN-COUNT (WS-SET-SUB)
005820     ADD 1 TO WS-RECORDS-TAKEN
005830     PERFORM 4400-HASH-IMAGE THRU 4400-EXIT
005840     MOVE WS-NEW-GEN TO BAW-GEN
005850     MOVE EOD-SET-NAME (WS-SET-SUB) TO BAW-FILE
005860     MOVE WS-SET-IMAGE TO BAW-IMAGE
005870     WRITE ARCHIVE-WORK-RECORD.
005880 4200-EXIT.
005890     EXIT.
005900
005910 4300-READ-SET-FILE.
005920     EVALUATE WS-SET-SUB
005930         WHEN 1
005940             READ SET-TRAN-FILE INTO WS-SET-IMAGE
005950                 AT END SET WS-SET-EOF TO TRUE
005960             END-READ
005970         WHEN 2
005980             READ SET-AUDIT-FILE INTO WS-SET-IMAGE
005990                 AT END SET WS-SET-EOF TO TRUE
006000             END-READ
006010         WHEN 3
006020             READ SET-ACHN-FILE INTO WS-SET-IMAGE
006030                 AT END SET WS-SET-EOF TO TRUE
006040             END-READ
006050         WHEN 4
006060             READ SET-ARCH-FILE INTO WS-SET-IMAGE
006070                 AT END SET WS-SET-EOF TO TRUE
006080             END-READ
006090         WHEN 5
006100             READ SET-RESULT-FILE INTO WS-SET-IMAGE
006110                 AT END SET WS-SET-EOF TO TRUE
006120             END-READ
006130         WHEN 6
006140             READ SET-BLOG-FILE INTO WS-SET-IMAGE
006150                 AT END SET WS-SET-EOF TO TRUE
006160             END-READ
006170         WHEN 7
006180             READ SET-CHKPT-FILE INTO WS-SET-IMAGE
006190                 AT END SET WS-SET-EOF TO TRUE
006200             END-READ
006210         WHEN 8
006220             READ SET-DUPH-FILE INTO WS-SET-IMAGE
006230                 AT END SET WS-SET-EOF TO TRUE
006240             END-READ
006250         WHEN 9
006260             READ SET-SUSP-FILE INTO WS-SET-IMAGE
006270                 AT END SET WS-SET-EOF TO TRUE
006280             END-READ
006290         WHEN 10
006300             READ SET-APPR-FILE INTO WS-SET-IMAGE
006310                 AT END SET WS-SET-EOF TO TRUE
006320             END-READ
006330         WHEN 11
006340             READ SET-STI-FILE INTO WS-SET-IMAGE
006350                 AT END SET WS-SET-EOF TO TRUE
006360             END-READ
006370         WHEN 12
006380             READ SET-GLI-FILE INTO WS-SET-IMAGE
006390                 AT END SET WS-SET-EOF TO TRUE
006400             END-READ
006410         WHEN 13
006420             READ SET-GCK-FILE INTO WS-SET-IMAGE
006430                 AT END SET WS-SET-EOF TO TRUE
006440             END-READ
006450         WHEN 14
006460             READ SET-GLM-FILE INTO WS-SET-IMAGE
006470                 AT END SET WS-SET-EOF TO TRUE
006480             END-READ
006490         WHEN 15
006500             READ SET-BFW-FILE INTO WS-SET-IMAGE
006510                 AT END SET WS-SET-EOF TO TRUE
006520             END-READ
006530         WHEN 16
006540             READ SET-JRNL-FILE INTO WS-SET-IMAGE
006550                 AT END SET WS-SET-EOF TO TRUE
006560             END-READ
006570         WHEN 17
006580             READ SET-PSTD-FILE INTO WS-SET-IMAGE
006590                 AT END SET WS-SET-EOF TO TRUE
006600             END-READ
006610         WHEN 18
006620             READ SET-PSTX-FILE INTO WS-SET-IMAGE
006630                 AT END SET WS-SET-EOF TO TRUE
006640             END-READ
006650         WHEN 19
006660             READ SET-DEPT-FILE INTO WS-SET-IMAGE
006670                 AT END SET WS-SET-EOF TO TRUE
006680             END-READ
006690         WHEN 20
006700             READ SET-OPER-FILE INTO WS-SET-IMAGE
006710                 AT END SET WS-SET-EOF TO TRUE
006720             END-READ
006730         WHEN 21
006740             READ SET-ALM-FILE INTO WS-SET-IMAGE
006750                 AT END SET WS-SET-EOF TO TRUE
006760             END-READ
006770         WHEN 22
006780             READ SET-GLX-FILE INTO WS-SET-IMAGE
006790                 AT END SET WS-SET-EOF TO TRUE
006800             END-READ
006810         WHEN 23
006820             READ SET-FCL-FILE INTO WS-SET-IMAGE
006830                 AT END SET WS-SET-EOF TO TRUE
006840             END-READ
006850         WHEN 24
006860             READ SET-HOL-FILE INTO WS-SET-IMAGE
006870                 AT END SET WS-SET-EOF TO TRUE
006880             END-READ
006890         WHEN 25
006900             READ SET-BUD-FILE INTO WS-SET-IMAGE
006910                 AT END SET WS-SET-EOF TO TRUE
006920             END-READ
006930         WHEN 26
006940             READ RUN-CONTROL-FILE INTO WS-SET-IMAGE
006950                 AT END SET WS-SET-EOF TO TRUE
006960             END-READ
006970     END-EVALUATE.
006980 4300-EXIT.
006990     EXIT.
007000
007010 4400-HASH-IMAGE.
007020     PERFORM 4450-HASH-ONE-BYTE THRU 4450-EXIT
007030         VARYING WS-HASH-SUB FROM 1 BY 1
007040         UNTIL WS-HASH-SUB GREATER THAN 100.
007050 4400-EXIT.
007060     EXIT.
007070
007080 4450-HASH-ONE-BYTE.
007090     COMPUTE WS-HASH-WORK = WS-HASH-TOTAL * 31
007100         + FUNCTION ORD (WS-SET-IMAGE (WS-HASH-SUB:1))
007110     DIVIDE WS-HASH-WORK BY 999999937
007120         GIVING WS-HASH-QUOT REMAINDER WS-HASH-TOTAL.
007130 4450-EXIT.
007140     EXIT.
007150
007160 4500-CLOSE-SET-FILE.
007170     EVALUATE WS-SET-SUB
007180         WHEN 1
007190             CLOSE SET-TRAN-FILE
007200         WHEN 2
007210             CLOSE SET-AUDIT-FILE
007220         WHEN 3
007230             CLOSE SET-ACHN-FILE
007240         WHEN 4
007250             CLOSE SET-ARCH-FILE
007260         WHEN 5
007270             CLOSE SET-RESULT-FILE
007280         WHEN 6
007290             CLOSE SET-BLOG-FILE
007300         WHEN 7
007310             CLOSE SET-CHKPT-FILE
007320         WHEN 8
007330             CLOSE SET-DUPH-FILE
007340         WHEN 9
007350             CLOSE SET-SUSP-FILE
007360         WHEN 10
007370             CLOSE SET-APPR-FILE
007380         WHEN 11
007390             CLOSE SET-STI-FILE
007400         WHEN 12
007410             CLOSE SET-GLI-FILE
007420         WHEN 13
007430             CLOSE SET-GCK-FILE
007440         WHEN 14
007450             CLOSE SET-GLM-FILE
007460         WHEN 15
007470             CLOSE SET-BFW-FILE
007480         WHEN 16
007490             CLOSE SET-JRNL-FILE
007500         WHEN 17
007510             CLOSE SET-PSTD-FILE
007520         WHEN 18
007530             CLOSE SET-PSTX-FILE
007540         WHEN 19
007550             CLOSE SET-DEPT-FILE
007560         WHEN 20
007570             CLOSE SET-OPER-FILE
007580         WHEN 21
007590             CLOSE SET-ALM-FILE
007600         WHEN 22
007610             CLOSE SET-GLX-FILE
007620         WHEN 23
007630             CLOSE SET-FCL-FILE
007640         WHEN 24
007650             CLOSE SET-HOL-FILE
007660         WHEN 25
007670             CLOSE SET-BUD-FILE
007680         WHEN 26
007690             CLOSE RUN-CONTROL-FILE
007700     END-EVALUATE.
007710 4500-EXIT.
007720     EXIT.
007730
007740 5000-BUILD-MANIFEST.
007750*    The kept generations' manifest records, then one for
007760*    each file of the new generation.
007770     MOVE "N" TO WS-MANI-EOF-SW
007780     MOVE ZERO TO WS-PREV-GEN
007790     OPEN OUTPUT MANIFEST-WORK-FILE
007800     OPEN INPUT MANIFEST-FILE
007810     IF NOT WS-MANI-FILE-NOT-FOUND
007820         PERFORM 5100-COPY-ONE-MANIFEST THRU 5100-EXIT
007830             UNTIL WS-MANI-EOF
007840         CLOSE MANIFEST-FILE
007850     END-IF
007860     PERFORM 5200-WRITE-NEW-MANIFEST THRU 5200-EXIT
007870         VARYING WS-SET-SUB FROM 1 BY 1
007880         UNTIL WS-SET-SUB GREATER THAN EOD-SET-FILES
007890     ADD 1 TO WS-GENS-KEPT
007900     CLOSE MANIFEST-WORK-FILE.
007910 5000-EXIT.
007920     EXIT.
007930
007940 5100-COPY-ONE-MANIFEST.
007950     READ MANIFEST-FILE
007960         AT END
007970             SET WS-MANI-EOF TO TRUE
007980             GO TO 5100-EXIT
007990     END-READ
008000     IF BKM-GEN NOT = WS-PREV-GEN
008010         MOVE BKM-GEN TO WS-PREV-GEN
008020         IF BKM-GEN LESS THAN WS-KEEP-FROM-GEN
008030             ADD 1 TO WS-GENS-DROPPED
008040             MOVE BKM-GEN TO BRPT-DROP-GEN
008050             MOVE WS-BRPT-DROP-LINE TO BACKUP-REPORT-RECORD
008060             WRITE BACKUP-REPORT-RECORD
008070         ELSE
008080             ADD 1 TO WS-GENS-KEPT
008090         END-IF
008100     END-IF
008110     IF BKM-GEN LESS THAN WS-KEEP-FROM-GEN
008120         GO TO 5100-EXIT
008130     END-IF
008140     WRITE MANIFEST-WORK-RECORD FROM BACKUP-MANIFEST-RECORD.
008150 5100-EXIT.
008160     EXIT.
008170
008180 5200-WRITE-NEW-MANIFEST.
008190     MOVE SPACES TO MANIFEST-WORK-RECORD
008200     MOVE WS-NEW-GEN TO BMW-GEN
008210     MOVE WS-BUS-DATE TO BMW-BUS-DATE
008220     MOVE WS-BKUP-POINT TO BMW-POINT
008230     MOVE WS-CURRENT-DATE TO BMW-RUN-DATE
008240     MOVE WS-CURRENT-TIME (1:6) TO BMW-RUN-TIME
008250     MOVE EOD-SET-NAME (WS-SET-SUB) TO BMW-FILE
008260     MOVE WS-GEN-PRESENT-SW (WS-SET-SUB) TO BMW-PRESENT-SW
008270     MOVE WS-GEN-COUNT (WS-SET-SUB) TO BMW-COUNT
008280     MOVE WS-GEN-HASH (WS-SET-SUB) TO BMW-HASH
008290     WRITE MANIFEST-WORK-RECORD.
008300 5200-EXIT.
008310     EXIT.
008320
008330 6000-COMMIT-GENERATION.
008340*    The archive goes back before the manifest: should the
008350*    run die between the two, the manifest still describes
008360*    the generations the old archive held, the new images
008370*    are past its last generation, and the next run drops
008380*    them and takes the same generation number again.
008390     MOVE "N" TO WS-ARCH-EOF-SW
008400     OPEN INPUT ARCHIVE-WORK-FILE
008410     OPEN OUTPUT ARCHIVE-FILE
008420     PERFORM 6100-COMMIT-ONE-IMAGE THRU 6100-EXIT
008430         UNTIL WS-ARCH-EOF
008440     CLOSE ARCHIVE-WORK-FILE
008450     CLOSE ARCHIVE-FILE
008460     MOVE "N" TO WS-MANI-EOF-SW
008470     OPEN INPUT MANIFEST-WORK-FILE
008480     OPEN OUTPUT MANIFEST-FILE
008490     PERFORM 6200-COMMIT-ONE-MANIFEST THRU 6200-EXIT
008500         UNTIL WS-MANI-EOF
008510     CLOSE MANIFEST-WORK-FILE
008520     CLOSE MANIFEST-FILE.
008530 6000-EXIT.
008540     EXIT.
008550
008560 6100-COMMIT-ONE-IMAGE.
008570     READ ARCHIVE-WORK-FILE
008580         AT END
008590             SET WS-ARCH-EOF TO TRUE
008600             GO TO 6100-EXIT
008610     END-READ
008620     WRITE BACKUP-ARCHIVE-RECORD FROM ARCHIVE-WORK-RECORD.
008630 6100-EXIT.
008640     EXIT.
008650
008660 6200-COMMIT-ONE-MANIFEST.
008670     READ MANIFEST-WORK-FILE
008680         AT END
008690             SET WS-MANI-EOF TO TRUE
008700             GO TO 6200-EXIT
008710     END-READ
008720     WRITE BACKUP-MANIFEST-RECORD FROM MANIFEST-WORK-RECORD.
008730 6200-EXIT.
008740     EXIT.
008750
008760 9000-TERMINATE.
008770     MOVE "RECORDS BACKED UP" TO BRPT-TOT-TEXT
008780     MOVE WS-RECORDS-TAKEN TO BRPT-TOT-COUNT
008790     MOVE WS-BRPT-TOTAL-LINE TO BACKUP-REPORT-RECORD
008800     WRITE BACKUP-REPORT-RECORD
008810     MOVE "EARLIER IMAGES KEPT" TO BRPT-TOT-TEXT
008820     MOVE WS-IMAGES-KEPT TO BRPT-TOT-COUNT
008830     MOVE WS-BRPT-TOTAL-LINE TO BACKUP-REPORT-RECORD
008840     WRITE BACKUP-REPORT-RECORD
008850     MOVE "EARLIER IMAGES DROPPED" TO BRPT-TOT-TEXT
008860     MOVE WS-IMAGES-DROPPED TO BRPT-TOT-COUNT
008870     MOVE WS-BRPT-TOTAL-LINE TO BACKUP-REPORT-RECORD
008880     WRITE BACKUP-REPORT-RECORD
008890     MOVE "GENERATIONS DROPPED" TO BRPT-TOT-TEXT
008900     MOVE WS-GENS-DROPPED TO BRPT-TOT-COUNT
008910     MOVE WS-BRPT-TOTAL-LINE TO BACKUP-REPORT-RECORD
008920     WRITE BACKUP-REPORT-RECORD
008930     MOVE "GENERATIONS KEPT" TO BRPT-TOT-TEXT
008940     MOVE WS-GENS-KEPT TO BRPT-TOT-COUNT
008950     MOVE WS-BRPT-TOTAL-LINE TO BACKUP-REPORT-RECORD
008960     WRITE BACKUP-REPORT-RECORD
008970     CLOSE BACKUP-REPORT-FILE
008980     DISPLAY "EODBKUP COMPLETE - GENERATION " WS-NEW-GEN
008990         " TAKEN, " WS-GENS-KEPT " KEPT".
009000 9000-EXIT.
009010     EXIT.
