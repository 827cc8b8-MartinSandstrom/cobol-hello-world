000010* run cobc -x eod-restore.cbl to compile.
000020* run ./eod-restore to run the compiled program.
000030*-----------------------------------------------------------*
000040* End-of-day restore for the sampleCOBOL utility family.    *
000050* Puts one generation EODBKUP took of the end-of-day file   *
000060* set back over the live files.  The operator picks the     *
000070* generation from the list on EODMANIF (the latest by       *
000080* default) and confirms it; the generation's records on     *
000090* the EODGENS archive are then counted and hash-totalled    *
000100* file by file and checked against its manifest, and if     *
000110* any file does not agree - or any file of the set is       *
000120* missing from the manifest - nothing is restored and the   *
000130* run ends with RETURN-CODE 8.  A file that was absent at   *
000140* the backup is not re-created, since an empty file and a   *
000150* missing one mean different things to the programs that    *
000160* read them; it is named for the operator to remove.        *
000170* RUNCTL is part of the set, so it comes back as it stood   *
000180* when the backup was taken, with no record of any later    *
000190* run; the backup step RUNSEQ had marked running is then    *
000200* marked complete, so RUNSEQ restarts at BASCALC after a    *
000210* PREBKUP generation and finds the business date complete   *
000220* after a POSTBKUP one.                                     *
000222* Each restore is reported on EODRRPT.  CORPXLOG is not     *
000224* part of the set, and a batch CORPEXT has sent stays sent  *
000226* whatever the restore does; so every batch CORPXLOG shows  *
000228* as sent is then looked for on the restored GLJRNL.  One   *
000231* missing from it was posted after the backup and will be   *
000233* posted again under a new batch; each is listed on EODRRPT *
000235* and the run ends with RETURN-CODE 4, to be settled with   *
000237* corporate before CORPEXT next runs.                       *
000240*                                                           *
000250* MODIFICATION HISTORY                                      *
000260*   DATE       INIT  DESCRIPTION                            *
000270*   ---------- ----  ------------------------------------   *
000280*   2026-10-15  MS   Initial version.                       *
000290*-----------------------------------------------------------*
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. EODRSTR.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT MANIFEST-FILE ASSIGN TO "EODMANIF"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-MANI-FILE-STATUS.
000390     SELECT ARCHIVE-FILE ASSIGN TO "EODGENS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ARCH-FILE-STATUS.
000420     SELECT RESTORE-REPORT-FILE ASSIGN TO "EODRRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RRPT-FILE-STATUS.
000442     SELECT CORP-XMIT-LOG-FILE ASSIGN TO "CORPXLOG"
000445         ORGANIZATION IS LINE SEQUENTIAL
000447         FILE STATUS IS WS-XLOG-FILE-STATUS.
000450*    The end-of-day set, one SELECT per EODSET entry in the
000460*    same order.  They share one file status.
000470     SELECT SET-TRAN-FILE ASSIGN TO "TRANFILE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SET-FILE-STATUS.
000500     SELECT SET-AUDIT-FILE ASSIGN TO "AUDITFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SET-FILE-STATUS.
000530     SELECT SET-ACHN-FILE ASSIGN TO "AUDCHAIN"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-SET-FILE-STATUS.
000560     SELECT SET-ARCH-FILE ASSIGN TO "AUDARCHV"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-SET-FILE-STATUS.
000590     SELECT SET-RESULT-FILE ASSIGN TO "RESULTFILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-SET-FILE-STATUS.
000620     SELECT SET-BLOG-FILE ASSIGN TO "BATCHLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SET-FILE-STATUS.
000650     SELECT SET-CHKPT-FILE ASSIGN TO "CHKPTFILE"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-SET-FILE-STATUS.
000680     SELECT SET-DUPH-FILE ASSIGN TO "DUPHIST"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-SET-FILE-STATUS.
000710     SELECT SET-SUSP-FILE ASSIGN TO "SUSPFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SET-FILE-STATUS.
000740     SELECT SET-APPR-FILE ASSIGN TO "APPRFILE"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-SET-FILE-STATUS.
000770     SELECT SET-STI-FILE ASSIGN TO "STANDING"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-SET-FILE-STATUS.
000800     SELECT SET-GLI-FILE ASSIGN TO "GLIFILE"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-SET-FILE-STATUS.
000830     SELECT SET-GCK-FILE ASSIGN TO "GLCHKPT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-SET-FILE-STATUS.
000860     SELECT SET-GLM-FILE ASSIGN TO "GLMASTER"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-SET-FILE-STATUS.
000890     SELECT SET-BFW-FILE ASSIGN TO "GLBALFWD"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-SET-FILE-STATUS.
000920     SELECT SET-JRNL-FILE ASSIGN TO "GLJRNL"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-SET-FILE-STATUS.
000950     SELECT SET-PSTD-FILE ASSIGN TO "GLPOSTED"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-SET-FILE-STATUS.
000980     SELECT SET-PSTX-FILE ASSIGN TO "GLPSTIX"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS SEQUENTIAL
001010         RECORD KEY IS PSTX-KEY
001020         FILE STATUS IS WS-SET-FILE-STATUS.
001030     SELECT SET-DEPT-FILE ASSIGN TO "DEPTFILE"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-SET-FILE-STATUS.
001060     SELECT SET-OPER-FILE ASSIGN TO "OPERFILE"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-SET-FILE-STATUS.
001090     SELECT SET-ALM-FILE ASSIGN TO "APPRLMT"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-SET-FILE-STATUS.
001120     SELECT SET-GLX-FILE ASSIGN TO "GLXREF"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-SET-FILE-STATUS.
001150     SELECT SET-FCL-FILE ASSIGN TO "FISCCAL"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-SET-FILE-STATUS.
001180     SELECT SET-HOL-FILE ASSIGN TO "HOLIDAY"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-SET-FILE-STATUS.
001210     SELECT SET-BUD-FILE ASSIGN TO "BUDGET"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-SET-FILE-STATUS.
001240     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-SET-FILE-STATUS.
001270
001280 DATA DIVISION.
001290 FILE SECTION.
001300 FD  MANIFEST-FILE.
001310     COPY BKMREC.
001320 FD  ARCHIVE-FILE.
001330     COPY BKAREC.
001340 FD  RESTORE-REPORT-FILE.
001350 01  RESTORE-REPORT-RECORD   PIC X(80).
001351*    CORPEXT's transmission log; only the batch sent and when
001353*    are wanted here.
001354 FD  CORP-XMIT-LOG-FILE.
001356 01  CORP-XMIT-LOG-RECORD.
001357     05  XLOG-ACTION         PIC X(01).
001359         88  XLOG-SENT               VALUE "S".
001360     05  XLOG-BATCH-ID       PIC X(14).
001362     05  XLOG-BUS-DATE       PIC X(08).
001363     05  XLOG-SENT-DATE      PIC X(08).
001365     05  XLOG-SENT-TIME      PIC X(08).
001366     05  FILLER              PIC X(57).
001368 FD  SET-TRAN-FILE.
001370 01  SET-TRAN-RECORD         PIC X(100).
001380 FD  SET-AUDIT-FILE.
001390 01  SET-AUDIT-RECORD        PIC X(100).
001400 FD  SET-ACHN-FILE.
001410 01  SET-ACHN-RECORD         PIC X(100).
001420 FD  SET-ARCH-FILE.
001430 01  SET-ARCH-RECORD         PIC X(100).
001440 FD  SET-RESULT-FILE.
001450 01  SET-RESULT-RECORD       PIC X(100).
001460 FD  SET-BLOG-FILE.
001470 01  SET-BLOG-RECORD         PIC X(100).
001480 FD  SET-CHKPT-FILE.
001490 01  SET-CHKPT-RECORD        PIC X(100).
001500 FD  SET-DUPH-FILE.
001510 01  SET-DUPH-RECORD         PIC X(100).
001520 FD  SET-SUSP-FILE.
001530 01  SET-SUSP-RECORD         PIC X(100).
001540 FD  SET-APPR-FILE.
001550 01  SET-APPR-RECORD         PIC X(100).
001560 FD  SET-STI-FILE.
001570 01  SET-STI-RECORD          PIC X(100).
001580 FD  SET-GLI-FILE.
001590 01  SET-GLI-RECORD          PIC X(100).
001600 FD  SET-GCK-FILE.
001610 01  SET-GCK-RECORD          PIC X(100).
001620 FD  SET-GLM-FILE.
001630 01  SET-GLM-RECORD          PIC X(100).
001640 FD  SET-BFW-FILE.
001650 01  SET-BFW-RECORD          PIC X(100).
001660 FD  SET-JRNL-FILE.
001670 01  SET-JRNL-RECORD         PIC X(100).
001680 FD  SET-PSTD-FILE.
001690 01  SET-PSTD-RECORD         PIC X(100).
001700 FD  SET-PSTX-FILE.
001710     COPY PSTIXREC.
001720 FD  SET-DEPT-FILE.
001730 01  SET-DEPT-RECORD         PIC X(100).
001740 FD  SET-OPER-FILE.
001750 01  SET-OPER-RECORD         PIC X(100).
001760 FD  SET-ALM-FILE.
001770 01  SET-ALM-RECORD          PIC X(100).
001780 FD  SET-GLX-FILE.
001790 01  SET-GLX-RECORD          PIC X(100).
001800 FD  SET-FCL-FILE.
001810 01  SET-FCL-RECORD          PIC X(100).
001820 FD  SET-HOL-FILE.
001830 01  SET-HOL-RECORD          PIC X(100).
001840 FD  SET-BUD-FILE.
001850 01  SET-BUD-RECORD          PIC X(100).
001860 FD  RUN-CONTROL-FILE.
001870     COPY RCTLREC.
001880
001890 WORKING-STORAGE SECTION.
001900 01  WS-SWITCHES.
001910     05  WS-MANI-EOF-SW      PIC X(01) VALUE "N".
001920         88  WS-MANI-EOF             VALUE "Y".
001930     05  WS-ARCH-EOF-SW      PIC X(01) VALUE "N".
001940         88  WS-ARCH-EOF             VALUE "Y".
001950     05  WS-GEN-VALID-SW     PIC X(01) VALUE "N".
001960         88  WS-GEN-VALID            VALUE "Y".
001970     05  WS-CONFIRM-VALID-SW PIC X(01) VALUE "N".
001980         88  WS-CONFIRM-VALID        VALUE "Y".
001990     05  WS-CONFIRM-SW       PIC X(01) VALUE "N".
002000         88  WS-RESTORE-CONFIRMED    VALUE "Y" "y".
002010     05  WS-RCTL-RESET-SW    PIC X(01) VALUE "N".
002020         88  WS-RCTL-RESET           VALUE "Y".
002022     05  WS-XLOG-EOF-SW      PIC X(01) VALUE "N".
002024         88  WS-XLOG-EOF             VALUE "Y".
002026     05  WS-JRNL-EOF-SW      PIC X(01) VALUE "N".
002028         88  WS-JRNL-EOF             VALUE "Y".
002030
002040 01  WS-MANI-FILE-STATUS     PIC X(02) VALUE "00".
002050     88  WS-MANI-FILE-NOT-FOUND  VALUE "35".
002060 01  WS-ARCH-FILE-STATUS     PIC X(02) VALUE "00".
002070     88  WS-ARCH-FILE-NOT-FOUND  VALUE "35".
002080 01  WS-RRPT-FILE-STATUS     PIC X(02) VALUE "00".
002083 01  WS-XLOG-FILE-STATUS     PIC X(02) VALUE "00".
002086     88  WS-XLOG-FILE-NOT-FOUND  VALUE "35".
002090 01  WS-SET-FILE-STATUS      PIC X(02) VALUE "00".
002100     88  WS-SET-FILE-OK          VALUE "00".
002110
002120 01  WS-CURRENT-DATE         PIC X(08) VALUE SPACES.
002130 01  WS-GEN-INPUT            PIC X(05) VALUE SPACES.
002140 01  WS-GENS-LISTED          PIC 9(05) VALUE ZERO.
002150 01  WS-LAST-GEN             PIC 9(05) VALUE ZERO.
002160 01  WS-PREV-GEN             PIC 9(05) VALUE ZERO.
002170
002180*    The generation being restored, as its manifest gives it.
002190 01  WS-RSTR-GEN             PIC 9(05) VALUE ZERO.
002200 01  WS-BUS-DATE             PIC X(08) VALUE SPACES.
002210 01  WS-BKUP-POINT           PIC X(08) VALUE SPACES.
002220 01  WS-BKUP-RUN-DATE        PIC X(08) VALUE SPACES.
002230 01  WS-BKUP-RUN-TIME        PIC X(06) VALUE SPACES.
002240
002250     COPY EODSET.
002260 01  WS-SET-SUB              PIC 9(02) VALUE ZERO.
002270 01  WS-FIND-SUB             PIC 9(02) VALUE ZERO.
002280 01  WS-FIND-NAME            PIC X(10) VALUE SPACES.
002290
002300*    Per file of the set: the manifest's figures and those
002310*    counted off the archive.
002320 01  WS-GEN-TABLE.
002330     05  WS-GEN-ENTRY OCCURS 26 TIMES.
002340         10  WS-MAN-LISTED-SW    PIC X(01).
002350         10  WS-MAN-PRESENT-SW   PIC X(01).
002360         10  WS-MAN-COUNT        PIC 9(09).
002370         10  WS-MAN-HASH         PIC 9(09).
002380         10  WS-ARC-COUNT        PIC 9(09).
002390         10  WS-ARC-HASH         PIC 9(09).
002400 01  WS-STRAY-COUNT          PIC 9(09) VALUE ZERO.
002410 01  WS-MISMATCH-COUNT       PIC 9(05) VALUE ZERO.
002420 01  WS-FILES-RESTORED       PIC 9(05) VALUE ZERO.
002430 01  WS-FILES-ABSENT         PIC 9(05) VALUE ZERO.
002440 01  WS-RECORDS-RESTORED     PIC 9(09) VALUE ZERO.
002450
002460*    The hash total, re-computed the way EODBKUP takes it.
002470 01  WS-HASH-IMAGE           PIC X(100) VALUE SPACES.
002480 01  WS-HASH-TOTAL           PIC 9(09) VALUE ZERO.
002490 01  WS-HASH-SUB             PIC 9(03) VALUE ZERO.
002500 01  WS-HASH-WORK            PIC 9(11) VALUE ZERO.
002510 01  WS-HASH-QUOT            PIC 9(11) VALUE ZERO.
002520
002521*    Every batch CORPXLOG shows as sent, marked once its header
002522*    turns up on the restored GLJRNL.
002523 01  WS-SENT-TABLE.
002524     05  WS-SENT-ENTRY OCCURS 5000 TIMES.
002525         10  WS-SENT-BATCH       PIC X(14).
002526         10  WS-SENT-BUS-DATE    PIC X(08).
002527         10  WS-SENT-DATE        PIC X(08).
002528         10  WS-SENT-TIME        PIC X(08).
002529         10  WS-SENT-JRNL-SW     PIC X(01).
002530             88  WS-SENT-ON-JRNL     VALUE "Y".
002531 01  WS-SENT-ENTRIES         PIC 9(04) VALUE ZERO.
002532 01  WS-SENT-SUB             PIC 9(04) VALUE ZERO.
002533 01  WS-SENT-LOST            PIC 9(05) VALUE ZERO.
002534 01  WS-SENT-UNCHECKED       PIC 9(05) VALUE ZERO.
002535
002536     COPY GLJREC.
002537
002538 01  WS-RRPT-HEADER-LINE.
002540     05  FILLER              PIC X(19)
002550         VALUE "END-OF-DAY RESTORE ".
002560     05  FILLER              PIC X(11) VALUE "GENERATION ".
002570     05  RRPT-HDR-GEN        PIC 9(05).
002580     05  FILLER              PIC X(16) VALUE "  BUSINESS DATE ".
002590     05  RRPT-HDR-BUS-DATE   PIC X(08).
002600     05  FILLER              PIC X(02) VALUE SPACES.
002610     05  RRPT-HDR-POINT      PIC X(08).
002620     05  FILLER              PIC X(11) VALUE SPACES.
002630 01  WS-RRPT-COLUMN-LINE     PIC X(80) VALUE
002640         "FILE         MANIFEST    ARCHIVE  VERDICT".
002650 01  WS-RRPT-DETAIL-LINE.
002660     05  RRPT-DTL-FILE       PIC X(10).
002670     05  FILLER              PIC X(02) VALUE SPACES.
002680     05  RRPT-DTL-MAN-COUNT  PIC ZZZZZZZZ9.
002690     05  FILLER              PIC X(02) VALUE SPACES.
002700     05  RRPT-DTL-ARC-COUNT  PIC ZZZZZZZZ9.
002710     05  FILLER              PIC X(02) VALUE SPACES.
002720     05  RRPT-DTL-VERDICT    PIC X(46).
002730 01  WS-RRPT-TOTAL-LINE.
002740     05  RRPT-TOT-TEXT       PIC X(32).
002750     05  RRPT-TOT-COUNT      PIC ZZZZZZZZ9.
002760     05  FILLER              PIC X(39) VALUE SPACES.
002770 01  WS-RRPT-VERDICT-LINE    PIC X(80) VALUE SPACES.
002771 01  WS-RRPT-SENT-HEADER     PIC X(80) VALUE
002772         "SENT TO CORPORATE, NOT ON THE RESTORED GLJRNL".
002773 01  WS-RRPT-SENT-COLUMN     PIC X(80) VALUE
002775         "BATCH           BUS DATE  SENT".
002776 01  WS-RRPT-SENT-LINE.
002777     05  RRPT-SNT-BATCH      PIC X(14).
002778     05  FILLER              PIC X(02) VALUE SPACES.
002780     05  RRPT-SNT-BUS-DATE   PIC X(08).
002781     05  FILLER              PIC X(02) VALUE SPACES.
002782     05  RRPT-SNT-DATE       PIC X(08).
002783     05  FILLER              PIC X(01) VALUE SPACES.
002785     05  RRPT-SNT-TIME       PIC X(08).
002786     05  FILLER              PIC X(37) VALUE SPACES.
002787 01  WS-RRPT-SENT-VERDICT    PIC X(80) VALUE SPACES.
002788
002790 PROCEDURE DIVISION.
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002820     PERFORM 2000-LIST-GENERATIONS THRU 2000-EXIT
002830     MOVE "N" TO WS-GEN-VALID-SW
002840     PERFORM 2500-GET-GENERATION THRU 2500-EXIT
002850         UNTIL WS-GEN-VALID
002860     MOVE "N" TO WS-CONFIRM-VALID-SW
002870     PERFORM 2800-GET-CONFIRMATION THRU 2800-EXIT
002880         UNTIL WS-CONFIRM-VALID
002890     IF NOT WS-RESTORE-CONFIRMED
002900         DISPLAY "EODRSTR ENDED - NOTHING RESTORED"
002910         STOP RUN
002920     END-IF
002930     PERFORM 3000-VERIFY-GENERATION THRU 3000-EXIT
002940     PERFORM 4000-RESTORE-GENERATION THRU 4000-EXIT
002945     PERFORM 5000-CHECK-CORP-SENT THRU 5000-EXIT
002950     PERFORM 9000-TERMINATE THRU 9000-EXIT
002960     STOP RUN.
002970
002980 1000-INITIALIZE.
002990     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003000     MOVE ZERO TO WS-STRAY-COUNT
003010     MOVE ZERO TO WS-MISMATCH-COUNT
003020     MOVE ZERO TO WS-FILES-RESTORED
003030     MOVE ZERO TO WS-FILES-ABSENT
003040     MOVE ZERO TO WS-RECORDS-RESTORED
003042     MOVE ZERO TO WS-SENT-ENTRIES
003045     MOVE ZERO TO WS-SENT-LOST
003047     MOVE ZERO TO WS-SENT-UNCHECKED.
003050 1000-EXIT.
003060     EXIT.
003070
003080 2000-LIST-GENERATIONS.
003090     MOVE "N" TO WS-MANI-EOF-SW
003100     MOVE ZERO TO WS-GENS-LISTED
003110     MOVE ZERO TO WS-PREV-GEN
003120     OPEN INPUT MANIFEST-FILE
003130     IF WS-MANI-FILE-NOT-FOUND
003140         DISPLAY "EODMANIF NOT FOUND - NOTHING TO RESTORE"
003150         MOVE 8 TO RETURN-CODE
003160         STOP RUN
003170     END-IF
003180     PERFORM 2100-LIST-ONE-MANIFEST THRU 2100-EXIT
003190         UNTIL WS-MANI-EOF
003200     CLOSE MANIFEST-FILE
003210     IF WS-GENS-LISTED = ZERO
003220         DISPLAY "EODMANIF EMPTY - NOTHING TO RESTORE"
003230         MOVE 8 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260 2000-EXIT.
003270     EXIT.
003280
003290 2100-LIST-ONE-MANIFEST.
003300     READ MANIFEST-FILE
003310         AT END
003320             SET WS-MANI-EOF TO TRUE
003330             GO TO 2100-EXIT
003340     END-READ
003350     IF BKM-GEN = WS-PREV-GEN
003360         GO TO 2100-EXIT
003370     END-IF
003380     MOVE BKM-GEN TO WS-PREV-GEN
003390     ADD 1 TO WS-GENS-LISTED
003400     IF BKM-GEN GREATER THAN WS-LAST-GEN
003410         MOVE BKM-GEN TO WS-LAST-GEN
003420     END-IF
003430     DISPLAY "GENERATION " BKM-GEN " BUSINESS DATE " BKM-BUS-DATE
003440         " " BKM-POINT " TAKEN " BKM-RUN-DATE " " BKM-RUN-TIME.
003450 2100-EXIT.
003460     EXIT.
003470
003480 2500-GET-GENERATION.
003490     DISPLAY "Generation to restore, 5 digits (blank for the "
003500         "latest)"
003510     MOVE SPACES TO WS-GEN-INPUT
003520     ACCEPT WS-GEN-INPUT
003530     IF WS-GEN-INPUT = SPACES
003540         MOVE WS-LAST-GEN TO WS-RSTR-GEN
003550     ELSE
003560         IF WS-GEN-INPUT IS NOT NUMERIC
003570             DISPLAY "invalid entry, re-key"
003580             GO TO 2500-EXIT
003590         END-IF
003600         MOVE WS-GEN-INPUT TO WS-RSTR-GEN
003610     END-IF
003620     PERFORM 2600-LOAD-GEN-MANIFEST THRU 2600-EXIT
003630     IF NOT WS-GEN-VALID
003640         DISPLAY "GENERATION " WS-RSTR-GEN
003650             " NOT ON EODMANIF, re-key"
003660     END-IF.
003670 2500-EXIT.
003680     EXIT.
003690
003700 2600-LOAD-GEN-MANIFEST.
003710     PERFORM 2610-CLEAR-ONE-ENTRY THRU 2610-EXIT
003720         VARYING WS-SET-SUB FROM 1 BY 1
003730         UNTIL WS-SET-SUB GREATER THAN EOD-SET-FILES
003740     MOVE "N" TO WS-MANI-EOF-SW
003750     OPEN INPUT MANIFEST-FILE
003760     PERFORM 2650-LOAD-ONE-MANIFEST THRU 2650-EXIT
003770         UNTIL WS-MANI-EOF
003780     CLOSE MANIFEST-FILE.
003790 2600-EXIT.
003800     EXIT.
003810
003820 2610-CLEAR-ONE-ENTRY.
003830     MOVE "N" TO WS-MAN-LISTED-SW (WS-SET-SUB)
003840     MOVE "N" TO WS-MAN-PRESENT-SW (WS-SET-SUB)
003850     MOVE ZERO TO WS-MAN-COUNT (WS-SET-SUB)
003860     MOVE ZERO TO WS-MAN-HASH (WS-SET-SUB)
003870     MOVE ZERO TO WS-ARC-COUNT (WS-SET-SUB)
003880     MOVE ZERO TO WS-ARC-HASH (WS-SET-SUB).
003890 2610-EXIT.
003900     EXIT.
003910
003920 2650-LOAD-ONE-MANIFEST.
003930     READ MANIFEST-FILE
003940         AT END
003950             SET WS-MANI-EOF TO TRUE
003960             GO TO 2650-EXIT
003970     END-READ
003980     IF BKM-GEN NOT = WS-RSTR-GEN
003990         GO TO 2650-EXIT
004000     END-IF
004010     SET WS-GEN-VALID TO TRUE
004020     MOVE BKM-BUS-DATE TO WS-BUS-DATE
004030     MOVE BKM-POINT TO WS-BKUP-POINT
004040     MOVE BKM-RUN-DATE TO WS-BKUP-RUN-DATE
004050     MOVE BKM-RUN-TIME TO WS-BKUP-RUN-TIME
004060*    A manifest record for a file no longer in the set is of
004070*    no use to the restore and is passed over.
004080     MOVE BKM-FILE TO WS-FIND-NAME
004090     PERFORM 7000-FIND-SET-FILE THRU 7000-EXIT
004100     IF WS-SET-SUB = ZERO
004110         GO TO 2650-EXIT
004120     END-IF
004130     MOVE "Y" TO WS-MAN-LISTED-SW (WS-SET-SUB)
004140     MOVE BKM-PRESENT-SW TO WS-MAN-PRESENT-SW (WS-SET-SUB)
004150     MOVE BKM-COUNT TO WS-MAN-COUNT (WS-SET-SUB)
004160     MOVE BKM-HASH TO WS-MAN-HASH (WS-SET-SUB).
004170 2650-EXIT.
004180     EXIT.
004190
004200 2800-GET-CONFIRMATION.
004210     DISPLAY "Restore generation " WS-RSTR-GEN " of "
004220         WS-BUS-DATE " " WS-BKUP-POINT
004230         " over the live files? (Y/N)"
004240     MOVE SPACE TO WS-CONFIRM-SW
004250     ACCEPT WS-CONFIRM-SW
004260     IF WS-CONFIRM-SW = "Y" OR "y" OR "N" OR "n"
004270         SET WS-CONFIRM-VALID TO TRUE
004280     ELSE
004290         DISPLAY "invalid entry, re-key"
004300     END-IF.
004310 2800-EXIT.
004320     EXIT.
004330
004340 3000-VERIFY-GENERATION.
004350     OPEN OUTPUT RESTORE-REPORT-FILE
004360     MOVE WS-RSTR-GEN TO RRPT-HDR-GEN
004370     MOVE WS-BUS-DATE TO RRPT-HDR-BUS-DATE
004380     MOVE WS-BKUP-POINT TO RRPT-HDR-POINT
004390     MOVE WS-RRPT-HEADER-LINE TO RESTORE-REPORT-RECORD
004400     WRITE RESTORE-REPORT-RECORD
004410     MOVE WS-RRPT-COLUMN-LINE TO RESTORE-REPORT-RECORD
004420     WRITE RESTORE-REPORT-RECORD
004430     MOVE "N" TO WS-ARCH-EOF-SW
004440     OPEN INPUT ARCHIVE-FILE
004450     IF WS-ARCH-FILE-NOT-FOUND
004460         DISPLAY "EODGENS NOT FOUND - NO RECORDS TO CHECK"
004470     ELSE
004480         PERFORM 3100-COUNT-ONE-IMAGE THRU 3100-EXIT
004490             UNTIL WS-ARCH-EOF
004500         CLOSE ARCHIVE-FILE
004510     END-IF
004520     PERFORM 3200-CHECK-ONE-FILE THRU 3200-EXIT
004530         VARYING WS-SET-SUB FROM 1 BY 1
004540         UNTIL WS-SET-SUB GREATER THAN EOD-SET-FILES
004550     IF WS-STRAY-COUNT NOT = ZERO
004560         ADD 1 TO WS-MISMATCH-COUNT
004570         MOVE "IMAGES FOR NO FILE OF THE SET" TO RRPT-TOT-TEXT
004580         MOVE WS-STRAY-COUNT TO RRPT-TOT-COUNT
004590         MOVE WS-RRPT-TOTAL-LINE TO RESTORE-REPORT-RECORD
004600         WRITE RESTORE-REPORT-RECORD
004610     END-IF
004620     IF WS-MISMATCH-COUNT = ZERO
004630         GO TO 3000-EXIT
004640     END-IF
004650     MOVE SPACES TO WS-RRPT-VERDICT-LINE
004660     STRING "GENERATION " WS-RSTR-GEN
004670         " FAILS ITS MANIFEST - NOTHING RESTORED"
004680         DELIMITED BY SIZE INTO WS-RRPT-VERDICT-LINE
004690     MOVE WS-RRPT-VERDICT-LINE TO RESTORE-REPORT-RECORD
004700     WRITE RESTORE-REPORT-RECORD
004710     CLOSE RESTORE-REPORT-FILE
004720     DISPLAY WS-RRPT-VERDICT-LINE
004730     MOVE 8 TO RETURN-CODE
004740     STOP RUN.
004750 3000-EXIT.
004760     EXIT.
004770
004780 3100-COUNT-ONE-IMAGE.
004790     READ ARCHIVE-FILE
004800         AT END
004810             SET WS-ARCH-EOF TO TRUE
004820             GO TO 3100-EXIT
004830     END-READ
004840     IF BKA-GEN NOT = WS-RSTR-GEN
004850         GO TO 3100-EXIT
004860     END-IF
004870     MOVE BKA-FILE TO WS-FIND-NAME
004880     PERFORM 7000-FIND-SET-FILE THRU 7000-EXIT
004890     IF WS-SET-SUB = ZERO
004900         ADD 1 TO WS-STRAY-COUNT
004910         GO TO 3100-EXIT
004920     END-IF
004930     ADD 1 TO WS-ARC-COUNT (WS-SET-SUB)
004940     MOVE BKA-IMAGE TO WS-HASH-IMAGE
004950     MOVE WS-ARC-HASH (WS-SET-SUB) TO WS-HASH-TOTAL
004960     PERFORM 7100-HASH-IMAGE THRU 7100-EXIT
004970     MOVE WS-HASH-TOTAL TO WS-ARC-HASH (WS-SET-SUB).
004980 3100-EXIT.
004990     EXIT.
005000
005010 3200-CHECK-ONE-FILE.
005020     MOVE EOD-SET-NAME (WS-SET-SUB) TO RRPT-DTL-FILE
005030     MOVE WS-MAN-COUNT (WS-SET-SUB) TO RRPT-DTL-MAN-COUNT
005040     MOVE WS-ARC-COUNT (WS-SET-SUB) TO RRPT-DTL-ARC-COUNT
005050     EVALUATE TRUE
005060         WHEN WS-MAN-LISTED-SW (WS-SET-SUB) NOT = "Y"
005070             MOVE "NOT ON THE MANIFEST" TO RRPT-DTL-VERDICT
005080             ADD 1 TO WS-MISMATCH-COUNT
005090         WHEN WS-ARC-COUNT (WS-SET-SUB)
005100                 NOT = WS-MAN-COUNT (WS-SET-SUB)
005110             MOVE "RECORD COUNT DIFFERS" TO RRPT-DTL-VERDICT
005120             ADD 1 TO WS-MISMATCH-COUNT
005130         WHEN WS-ARC-HASH (WS-SET-SUB)
005140                 NOT = WS-MAN-HASH (WS-SET-SUB)
005150             MOVE "HASH TOTAL DIFFERS" TO RRPT-DTL-VERDICT
005160             ADD 1 TO WS-MISMATCH-COUNT
005170         WHEN WS-MAN-PRESENT-SW (WS-SET-SUB) NOT = "Y"
005180             MOVE "ABSENT AT BACKUP" TO RRPT-DTL-VERDICT
005190         WHEN OTHER
005200             MOVE "AGREES" TO RRPT-DTL-VERDICT
005210     END-EVALUATE
005220     MOVE WS-RRPT-DETAIL-LINE TO RESTORE-REPORT-RECORD
005230     WRITE RESTORE-REPORT-RECORD.
005240 3200-EXIT.
005250     EXIT.
005260
005270 4000-RESTORE-GENERATION.
005280*    Every file present at the backup is opened for output
005290*    (so one backed up empty comes back empty), then the
005300*    generation's images are written back in archive order.
005310     PERFORM 4100-OPEN-ONE-FILE THRU 4100-EXIT
005320         VARYING WS-SET-SUB FROM 1 BY 1
005330         UNTIL WS-SET-SUB GREATER THAN EOD-SET-FILES
005340     MOVE "N" TO WS-ARCH-EOF-SW
005350     OPEN INPUT ARCHIVE-FILE
005360     IF NOT WS-ARCH-FILE-NOT-FOUND
005370         PERFORM 4200-RESTORE-ONE-IMAGE THRU 4200-EXIT
005380             UNTIL WS-ARCH-EOF
005390         CLOSE ARCHIVE-FILE
005400     END-IF
005410     PERFORM 4400-CLOSE-ONE-FILE THRU 4400-EXIT
005420         VARYING WS-SET-SUB FROM 1 BY 1
005430         UNTIL WS-SET-SUB GREATER THAN EOD-SET-FILES.
005440 4000-EXIT.
005450     EXIT.
005460
005470 4100-OPEN-ONE-FILE.
005480     IF WS-MAN-PRESENT-SW (WS-SET-SUB) NOT = "Y"
005490         ADD 1 TO WS-FILES-ABSENT
005500         DISPLAY EOD-SET-NAME (WS-SET-SUB)
005510             " WAS ABSENT AT THE BACKUP - REMOVE ANY LIVE COPY"
005520         GO TO 4100-EXIT
005530     END-IF
005540     EVALUATE WS-SET-SUB
005550         WHEN 1
005560             OPEN OUTPUT SET-TRAN-FILE
005570         WHEN 2
005580             OPEN OUTPUT SET-AUDIT-FILE
005590         WHEN 3
005600             OPEN OUTPUT SET-ACHN-FILE
005610         WHEN 4
005620             OPEN OUTPUT SET-ARCH-FILE
005630         WHEN 5
005640             OPEN OUTPUT SET-RESULT-FILE
005650         WHEN 6
005660             OPEN OUTPUT SET-BLOG-FILE
005670         WHEN 7
005680             OPEN OUTPUT SET-CHKPT-FILE
005690         WHEN 8
005700             OPEN OUTPUT SET-DUPH-FILE
005710         WHEN 9
005720             OPEN OUTPUT SET-SUSP-FILE
005730         WHEN 10
005740             OPEN OUTPUT SET-APPR-FILE
005750         WHEN 11
005760             OPEN OUTPUT SET-STI-FILE
005770         WHEN 12
005780             OPEN OUTPUT SET-GLI-FILE
005790         WHEN 13
005800             OPEN OUTPUT SET-GCK-FILE
005810         WHEN 14
005820             OPEN OUTPUT SET-GLM-FILE
005830         WHEN 15
005840             OPEN OUTPUT SET-BFW-FILE
005850         WHEN 16
005860             OPEN OUTPUT SET-JRNL-FILE
005870         WHEN 17
005880             OPEN OUTPUT SET-PSTD-FILE
005890         WHEN 18
005900             OPEN OUTPUT SET-PSTX-FILE
005910         WHEN 19
005920             OPEN OUTPUT SET-DEPT-FILE
005930         WHEN 20
005940             OPEN OUTPUT SET-OPER-FILE
005950         WHEN 21
005960             OPEN OUTPUT SET-ALM-FILE
005970         WHEN 22
005980             OPEN OUTPUT SET-GLX-FILE
005990         WHEN 23
006000             OPEN OUTPUT SET-FCL-FILE
006010         WHEN 24
006020             OPEN OUTPUT SET-HOL-FILE
006030         WHEN 25
006040             OPEN OUTPUT SET-BUD-FILE
006050         WHEN 26
006060             OPEN OUTPUT RUN-CONTROL-FILE
006070     END-EVALUATE
006080     IF NOT WS-SET-FILE-OK
006090         DISPLAY EOD-SET-NAME (WS-SET-SUB)
006100             " OPEN FAILED - STATUS " WS-SET-FILE-STATUS
006110         DISPLAY "EODRSTR STOPPED - RESTORE INCOMPLETE, RERUN IT"
006120         MOVE 8 TO RETURN-CODE
006130         STOP RUN
006140     END-IF
006150     ADD 1 TO WS-FILES-RESTORED.
006160 4100-EXIT.
006170     EXIT.
006180
006190 4200-RESTORE-ONE-IMAGE.
006200     READ ARCHIVE-FILE
006210         AT END
006220             SET WS-ARCH-EOF TO TRUE
006230             GO TO 4200-EXIT
006240     END-READ
006250     IF BKA-GEN NOT = WS-RSTR-GEN
006260         GO TO 4200-EXIT
006270     END-IF
006280     MOVE BKA-FILE TO WS-FIND-NAME
006290     PERFORM 7000-FIND-SET-FILE THRU 7000-EXIT
006300     ADD 1 TO WS-RECORDS-RESTORED
006310     EVALUATE WS-SET-SUB
006320         WHEN 1
006330             WRITE SET-TRAN-RECORD FROM BKA-IMAGE
006340         WHEN 2
006350             WRITE SET-AUDIT-RECORD FROM BKA-IMAGE
006360         WHEN 3
006370             WRITE SET-ACHN-RECORD FROM BKA-IMAGE
006380         WHEN 4
006390             WRITE SET-ARCH-RECORD FROM BKA-IMAGE
006400         WHEN 5
006410             WRITE SET-RESULT-RECORD FROM BKA-IMAGE
006420         WHEN 6
006430             WRITE SET-BLOG-RECORD FROM BKA-IMAGE
006440         WHEN 7
006450             WRITE SET-CHKPT-RECORD FROM BKA-IMAGE
006460         WHEN 8
006470             WRITE SET-DUPH-RECORD FROM BKA-IMAGE
006480         WHEN 9
006490             WRITE SET-SUSP-RECORD FROM BKA-IMAGE
006500         WHEN 10
006510             WRITE SET-APPR-RECORD FROM BKA-IMAGE
006520         WHEN 11
006530             WRITE SET-STI-RECORD FROM BKA-IMAGE
006540         WHEN 12
006550             WRITE SET-GLI-RECORD FROM BKA-IMAGE
006560         WHEN 13
006570             WRITE SET-GCK-RECORD FROM BKA-IMAGE
006580         WHEN 14
006590             WRITE SET-GLM-RECORD FROM BKA-IMAGE
006600         WHEN 15
006610             WRITE SET-BFW-RECORD FROM BKA-IMAGE
006620         WHEN 16
006630             WRITE SET-JRNL-RECORD FROM BKA-IMAGE
006640         WHEN 17
006650             WRITE SET-PSTD-RECORD FROM BKA-IMAGE
006660         WHEN 18
006670             WRITE POSTED-INDEX-RECORD FROM BKA-IMAGE
006680                 INVALID KEY
006690                     DISPLAY "GLPSTIX WRITE FAILED - STATUS "
006700                         WS-SET-FILE-STATUS
006710                     MOVE 8 TO RETURN-CODE
006720                     STOP RUN
006730             END-WRITE
006740         WHEN 19
006750             WRITE SET-DEPT-RECORD FROM BKA-IMAGE
006760         WHEN 20
006770             WRITE SET-OPER-RECORD FROM BKA-IMAGE
006780         WHEN 21
006790             WRITE SET-ALM-RECORD FROM BKA-IMAGE
006800         WHEN 22
006810             WRITE SET-GLX-RECORD FROM BKA-IMAGE
006820         WHEN 23
006830             WRITE SET-FCL-RECORD FROM BKA-IMAGE
006840         WHEN 24
006850             WRITE SET-HOL-RECORD FROM BKA-IMAGE
006860         WHEN 25
006870             WRITE SET-BUD-RECORD FROM BKA-IMAGE
006880         WHEN 26
006890             PERFORM 4300-RESET-ONE-RCTL THRU 4300-EXIT
006900     END-EVALUATE.
006910 4200-EXIT.
006920     EXIT.
006930
006940 4300-RESET-ONE-RCTL.
006950*    The backup step was running when its own copy of RUNCTL
006960*    was taken; it finished, so it goes back complete.
006970     MOVE BKA-IMAGE TO RUN-CONTROL-RECORD
006980     IF RCTL-DATE = WS-BUS-DATE
006990        AND RCTL-STEP = WS-BKUP-POINT
007000        AND RCTL-BACKUP-STEP
007010        AND RCTL-RUNNING
007020         MOVE "C" TO RCTL-STATUS
007030         SET WS-RCTL-RESET TO TRUE
007040     END-IF
007050     WRITE RUN-CONTROL-RECORD.
007060 4300-EXIT.
007070     EXIT.
007080
007090 4400-CLOSE-ONE-FILE.
007100     IF WS-MAN-PRESENT-SW (WS-SET-SUB) NOT = "Y"
007110         GO TO 4400-EXIT
007120     END-IF
007130     EVALUATE WS-SET-SUB
007140         WHEN 1
007150             CLOSE SET-TRAN-FILE
007160         WHEN 2
007170             CLOSE SET-AUDIT-FILE
007180         WHEN 3
007190             CLOSE SET-ACHN-FILE
007200         WHEN 4
007210             CLOSE SET-ARCH-FILE
007220         WHEN 5
007230             CLOSE SET-RESULT-FILE
007240         WHEN 6
007250             CLOSE SET-BLOG-FILE
007260         WHEN 7
007270             CLOSE SET-CHKPT-FILE
007280         WHEN 8
007290             CLOSE SET-DUPH-FILE
007300         WHEN 9
007310             CLOSE SET-SUSP-FILE
007320         WHEN 10
007330             CLOSE SET-APPR-FILE
007340         WHEN 11
007350             CLOSE SET-STI-FILE
007360         WHEN 12
007370             CLOSE SET-GLI-FILE
007380         WHEN 13
007390             CLOSE SET-GCK-FILE
007400         WHEN 14
007410             CLOSE SET-GLM-FILE
007420         WHEN 15
007430             CLOSE SET-BFW-FILE
007440         WHEN 16
007450             CLOSE SET-JRNL-FILE
007460         WHEN 17
007470             CLOSE SET-PSTD-FILE
007480         WHEN 18
007490             CLOSE SET-PSTX-FILE
007500         WHEN 19
007510             CLOSE SET-DEPT-FILE
007520         WHEN 20
007530             CLOSE SET-OPER-FILE
007540         WHEN 21
007550             CLOSE SET-ALM-FILE
007560         WHEN 22
007570             CLOSE SET-GLX-FILE
007580         WHEN 23
007590             CLOSE SET-FCL-FILE
007600         WHEN 24
007610             CLOSE SET-HOL-FILE
007620         WHEN 25
007630             CLOSE SET-BUD-FILE
007640         WHEN 26
007650             CLOSE RUN-CONTROL-FILE
007660     END-EVALUATE.
007670 4400-EXIT.
007680     EXIT.
007690
007691 5000-CHECK-CORP-SENT.
007692*    A batch already sent to corporate but not on the GLJRNL
007693*    just restored was posted after the backup; GLPOST will
007694*    post its records again under a new batch, and CORPEXT
007695*    would then send them a second time.
007696     MOVE "N" TO WS-XLOG-EOF-SW
007697     OPEN INPUT CORP-XMIT-LOG-FILE
007698     IF WS-XLOG-FILE-NOT-FOUND
007699         DISPLAY "CORPXLOG NOT FOUND - NO BATCH SENT TO CORPORATE"
007700         GO TO 5000-EXIT
007701     END-IF
007702     PERFORM 5100-LOAD-ONE-SENT THRU 5100-EXIT
007703         UNTIL WS-XLOG-EOF
007704     CLOSE CORP-XMIT-LOG-FILE
007705     IF WS-SENT-ENTRIES = ZERO
007707         GO TO 5000-EXIT
007708     END-IF
007709*    A GLJRNL absent at the backup was not restored, so none
007710*    of the sent batches is on it.
007711     MOVE "GLJRNL" TO WS-FIND-NAME
007712     PERFORM 7000-FIND-SET-FILE THRU 7000-EXIT
007713     IF WS-MAN-PRESENT-SW (WS-SET-SUB) = "Y"
007714         PERFORM 5200-SCAN-RESTORED-JOURNAL THRU 5200-EXIT
007715     END-IF
007716     PERFORM 5400-LIST-ONE-SENT THRU 5400-EXIT
007717         VARYING WS-SENT-SUB FROM 1 BY 1
007718         UNTIL WS-SENT-SUB GREATER THAN WS-SENT-ENTRIES.
007719 5000-EXIT.
007720     EXIT.
007721
007723 5100-LOAD-ONE-SENT.
007724     READ CORP-XMIT-LOG-FILE
007725         AT END
007726             SET WS-XLOG-EOF TO TRUE
007727             GO TO 5100-EXIT
007728     END-READ
007729     IF NOT XLOG-SENT
007730         GO TO 5100-EXIT
007731     END-IF
007732     IF WS-SENT-ENTRIES NOT LESS THAN 5000
007733         ADD 1 TO WS-SENT-UNCHECKED
007734         GO TO 5100-EXIT
007735     END-IF
007736     ADD 1 TO WS-SENT-ENTRIES
007737     MOVE XLOG-BATCH-ID TO WS-SENT-BATCH (WS-SENT-ENTRIES)
007739     MOVE XLOG-BUS-DATE TO WS-SENT-BUS-DATE (WS-SENT-ENTRIES)
007740     MOVE XLOG-SENT-DATE TO WS-SENT-DATE (WS-SENT-ENTRIES)
007741     MOVE XLOG-SENT-TIME TO WS-SENT-TIME (WS-SENT-ENTRIES)
007742     MOVE "N" TO WS-SENT-JRNL-SW (WS-SENT-ENTRIES).
007743 5100-EXIT.
007744     EXIT.
007745
007746 5200-SCAN-RESTORED-JOURNAL.
007747     MOVE "N" TO WS-JRNL-EOF-SW
007748     OPEN INPUT SET-JRNL-FILE
007749     IF NOT WS-SET-FILE-OK
007750         DISPLAY "GLJRNL OPEN FAILED - STATUS " WS-SET-FILE-STATUS
007751             " - EVERY SENT BATCH IS LISTED"
007752         GO TO 5200-EXIT
007753     END-IF
007755     PERFORM 5250-READ-ONE-JRNL-LINE THRU 5250-EXIT
007756         UNTIL WS-JRNL-EOF
007757     CLOSE SET-JRNL-FILE.
007758 5200-EXIT.
007759     EXIT.
007760
007761 5250-READ-ONE-JRNL-LINE.
007762     READ SET-JRNL-FILE
007763         AT END
007764             SET WS-JRNL-EOF TO TRUE
007765             GO TO 5250-EXIT
007766     END-READ
007767     IF SET-JRNL-RECORD (1:19) NOT = GLJ-HEADER-LINE (1:19)
007768         GO TO 5250-EXIT
007769     END-IF
007770     MOVE SET-JRNL-RECORD TO GLJ-HEADER-LINE
007772     PERFORM 5300-MARK-ONE-SENT THRU 5300-EXIT
007773         VARYING WS-SENT-SUB FROM 1 BY 1
007774         UNTIL WS-SENT-SUB GREATER THAN WS-SENT-ENTRIES.
007775 5250-EXIT.
007776     EXIT.
007777
007778 5300-MARK-ONE-SENT.
007779     IF WS-SENT-BATCH (WS-SENT-SUB) = GLJ-HDR-BATCH
007780         MOVE "Y" TO WS-SENT-JRNL-SW (WS-SENT-SUB)
007781     END-IF.
007782 5300-EXIT.
007783     EXIT.
007784
007785 5400-LIST-ONE-SENT.
007786     IF WS-SENT-ON-JRNL (WS-SENT-SUB)
007788         GO TO 5400-EXIT
007789     END-IF
007790     IF WS-SENT-LOST = ZERO
007791         MOVE WS-RRPT-SENT-HEADER TO RESTORE-REPORT-RECORD
007792         WRITE RESTORE-REPORT-RECORD
007793         MOVE WS-RRPT-SENT-COLUMN TO RESTORE-REPORT-RECORD
007794         WRITE RESTORE-REPORT-RECORD
007795     END-IF
007796     ADD 1 TO WS-SENT-LOST
007797     MOVE WS-SENT-BATCH (WS-SENT-SUB) TO RRPT-SNT-BATCH
007798     MOVE WS-SENT-BUS-DATE (WS-SENT-SUB) TO RRPT-SNT-BUS-DATE
007799     MOVE WS-SENT-DATE (WS-SENT-SUB) TO RRPT-SNT-DATE
007800     MOVE WS-SENT-TIME (WS-SENT-SUB) TO RRPT-SNT-TIME
007801     MOVE WS-RRPT-SENT-LINE TO RESTORE-REPORT-RECORD
007802     WRITE RESTORE-REPORT-RECORD.
007804 5400-EXIT.
007805     EXIT.
007806
007807 7000-FIND-SET-FILE.
007808     MOVE ZERO TO WS-SET-SUB
007809     PERFORM 7050-MATCH-ONE-NAME THRU 7050-EXIT
007810         VARYING WS-FIND-SUB FROM 1 BY 1
007811         UNTIL WS-FIND-SUB GREATER THAN EOD-SET-FILES.
007812 7000-EXIT.
007813     EXIT.
007814
007815 7050-MATCH-ONE-NAME.
007816     IF EOD-SET-NAME (WS-FIND-SUB) = WS-FIND-NAME
007817         MOVE WS-FIND-SUB TO WS-SET-SUB
007818     END-IF.
007820 7050-EXIT.
007830     EXIT.
007840
007850 7100-HASH-IMAGE.
007860     PERFORM 7150-HASH-ONE-BYTE THRU 7150-EXIT
007870         VARYING WS-HASH-SUB FROM 1 BY 1
007880         UNTIL WS-HASH-SUB GREATER THAN 100.
007890 7100-EXIT.
007900     EXIT.
007910
007920 7150-HASH-ONE-BYTE.
007930     COMPUTE WS-HASH-WORK = WS-HASH-TOTAL * 31
007940         + FUNCTION ORD (WS-HASH-IMAGE (WS-HASH-SUB:1))
007950     DIVIDE WS-HASH-WORK BY 999999937
007960         GIVING WS-HASH-QUOT REMAINDER WS-HASH-TOTAL.
007970 7150-EXIT.
007980     EXIT.
007990
008000 9000-TERMINATE.
008010     MOVE "FILES RESTORED" TO RRPT-TOT-TEXT
008020     MOVE WS-FILES-RESTORED TO RRPT-TOT-COUNT
008030     MOVE WS-RRPT-TOTAL-LINE TO RESTORE-REPORT-RECORD
008040     WRITE RESTORE-REPORT-RECORD
008050     MOVE "RECORDS RESTORED" TO RRPT-TOT-TEXT
008060     MOVE WS-RECORDS-RESTORED TO RRPT-TOT-COUNT
008070     MOVE WS-RRPT-TOTAL-LINE TO RESTORE-REPORT-RECORD
008080     WRITE RESTORE-REPORT-RECORD
008090     MOVE "FILES ABSENT AT THE BACKUP" TO RRPT-TOT-TEXT
008100     MOVE WS-FILES-ABSENT TO RRPT-TOT-COUNT
008110     MOVE WS-RRPT-TOTAL-LINE TO RESTORE-REPORT-RECORD
008120     WRITE RESTORE-REPORT-RECORD
008121     MOVE "SENT BATCHES NOT ON GLJRNL" TO RRPT-TOT-TEXT
008123     MOVE WS-SENT-LOST TO RRPT-TOT-COUNT
008125     MOVE WS-RRPT-TOTAL-LINE TO RESTORE-REPORT-RECORD
008126     WRITE RESTORE-REPORT-RECORD
008128     IF WS-SENT-UNCHECKED NOT = ZERO
008130         MOVE "SENT BATCHES NOT CHECKED" TO RRPT-TOT-TEXT
008131         MOVE WS-SENT-UNCHECKED TO RRPT-TOT-COUNT
008133         MOVE WS-RRPT-TOTAL-LINE TO RESTORE-REPORT-RECORD
008135         WRITE RESTORE-REPORT-RECORD
008136     END-IF
008138     MOVE SPACES TO WS-RRPT-VERDICT-LINE
008140     EVALUATE TRUE
008150         WHEN NOT WS-RCTL-RESET
008160             STRING "RUNCTL RESTORED AS IT STOOD AT THE BACKUP"
008170                 DELIMITED BY SIZE INTO WS-RRPT-VERDICT-LINE
008180         WHEN WS-BKUP-POINT = "PREBKUP "
008190             STRING "RUNCTL RESET - RUNSEQ FOR " WS-BUS-DATE
008200                 " RESTARTS AT BASCALC"
008210                 DELIMITED BY SIZE INTO WS-RRPT-VERDICT-LINE
008220         WHEN OTHER
008230             STRING "RUNCTL RESET - THE CHAIN FOR " WS-BUS-DATE
008240                 " IS COMPLETE"
008250                 DELIMITED BY SIZE INTO WS-RRPT-VERDICT-LINE
008260     END-EVALUATE
008270     MOVE WS-RRPT-VERDICT-LINE TO RESTORE-REPORT-RECORD
008280     WRITE RESTORE-REPORT-RECORD
008281     MOVE SPACES TO WS-RRPT-SENT-VERDICT
008282     IF WS-SENT-LOST NOT = ZERO
008283        OR WS-SENT-UNCHECKED NOT = ZERO
008284         STRING "CORPORATE MAY HOLD BATCHES THE RESTORE REMOVED"
008285             " - SETTLE BEFORE CORPEXT"
008286             DELIMITED BY SIZE INTO WS-RRPT-SENT-VERDICT
008287         MOVE WS-RRPT-SENT-VERDICT TO RESTORE-REPORT-RECORD
008288         WRITE RESTORE-REPORT-RECORD
008289     END-IF
008290     CLOSE RESTORE-REPORT-FILE
008300     DISPLAY "EODRSTR COMPLETE - GENERATION " WS-RSTR-GEN
008310         " RESTORED, FILES " WS-FILES-RESTORED
008320         " RECORDS " WS-RECORDS-RESTORED
008330     DISPLAY WS-RRPT-VERDICT-LINE
008331     IF WS-RRPT-SENT-VERDICT NOT = SPACES
008332         DISPLAY "SENT BATCHES NOT ON THE RESTORED GLJRNL "
008334             WS-SENT-LOST " - LISTED ON EODRRPT"
008335         DISPLAY WS-RRPT-SENT-VERDICT
008337         MOVE 4 TO RETURN-CODE
008338     END-IF.
008340 9000-EXIT.
008350     EXIT.
