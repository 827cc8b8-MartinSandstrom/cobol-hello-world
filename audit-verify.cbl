000010* run cobc -x audit-verify.cbl to compile.
000020* run ./audit-verify to run the compiled program.
000030*-----------------------------------------------------------*
000040* Audit trail chain verification job for the sampleCOBOL    *
000050* utility family.  Every AUDITFILE record BASCALC writes    *
000060* carries the next AUD-SEQ of one unbroken sequence and an  *
000070* AUD-CHECK value computed from its own contents and the    *
000080* previous record's check value.  This job walks the        *
000090* mounted AUDARCHV archive (concatenate the month archives  *
000100* oldest first) and then the live AUDITFILE, re-computes    *
000110* every check value and prints an exception report          *
000120* (AUDVRPT) of any gap in the sequence, any record out of   *
000130* order or inserted, and any record whose contents no       *
000140* longer match its check value.  The AUDCHAIN anchor holds  *
000150* where AUDARCH last cut the chain and where BASCALC last   *
000160* ended it, so a record cut off either end is caught too,   *
000170* and with no archive mounted the live file is checked      *
000180* from the cut alone.  RETURN-CODE is 0 when the trail      *
000190* verifies and 8 when it does not, so RUNSEQ runs this      *
000200* ahead of BASCALC and stops the chain on a broken trail.   *
000210*                                                           *
000220* Records written before the chain existed have no AUD-SEQ  *
000230* and are counted, not checked; one found after the chain   *
000240* has started is an insertion.                              *
000250*                                                           *
000260* MODIFICATION HISTORY                                      *
000270*   DATE       INIT  DESCRIPTION                            *
000280*   ---------- ----  ------------------------------------   *
000290*   2026-10-15  MS   Initial version.                       *
000300*-----------------------------------------------------------*
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. AUDVRFY.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000400     SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-ARCH-FILE-STATUS.
000430     SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ACH-FILE-STATUS.
000460     SELECT VERIFY-REPORT-FILE ASSIGN TO "AUDVRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-VRPT-FILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  AUDIT-FILE.
000530     COPY AUDREC.
000540 FD  ARCHIVE-FILE.
000550     COPY AUDREC REPLACING ==AUDIT-RECORD== BY ==ARCHIVE-RECORD==
000560                           LEADING ==AUD-== BY ==ARCH-==.
000570 FD  AUDIT-CHAIN-FILE.
000580     COPY ACHNREC.
000590 FD  VERIFY-REPORT-FILE.
000600 01  VERIFY-REPORT-RECORD    PIC X(80).
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-SWITCHES.
000640     05  WS-AUDIT-EOF-SW     PIC X(01) VALUE "N".
000650         88  WS-AUDIT-EOF            VALUE "Y".
000660     05  WS-ARCH-EOF-SW      PIC X(01) VALUE "N".
000670         88  WS-ARCH-EOF             VALUE "Y".
000680     05  WS-ACH-PRESENT-SW   PIC X(01) VALUE "N".
000690         88  WS-ACH-PRESENT          VALUE "Y".
000700     05  WS-PREV-KNOWN-SW    PIC X(01) VALUE "N".
000710         88  WS-PREV-KNOWN           VALUE "Y".
000720     05  WS-CHAIN-STARTED-SW PIC X(01) VALUE "N".
000730         88  WS-CHAIN-STARTED        VALUE "Y".
000740
000750 01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE "00".
000760     88  WS-AUDIT-FILE-NOT-FOUND VALUE "35".
000770 01  WS-ARCH-FILE-STATUS     PIC X(02) VALUE "00".
000780     88  WS-ARCH-FILE-NOT-FOUND  VALUE "35".
000790 01  WS-ACH-FILE-STATUS      PIC X(02) VALUE "00".
000800     88  WS-ACH-FILE-NOT-FOUND   VALUE "35".
000810 01  WS-VRPT-FILE-STATUS     PIC X(02) VALUE "00".
000820
000830 01  WS-CURRENT-DATE         PIC X(08) VALUE SPACES.
000840 01  WS-FILE-NAME            PIC X(09) VALUE SPACES.
000850 01  WS-FILE-REC-NO          PIC 9(07) VALUE ZERO.
000860
000870*    The record being checked, from either file.
000880     COPY AUDREC REPLACING ==AUDIT-RECORD== BY ==WS-VRFY-RECORD==
000890                           LEADING ==AUD-== BY ==VRF-==.
000900
000910*    The AUDCHAIN anchor as read.
000920 01  WS-ACH-BASE-SEQ         PIC 9(09) VALUE ZERO.
000930 01  WS-ACH-BASE-CHECK       PIC 9(09) VALUE ZERO.
000940 01  WS-ACH-LAST-SEQ         PIC 9(09) VALUE ZERO.
000950 01  WS-ACH-LAST-CHECK       PIC 9(09) VALUE ZERO.
000960
000970*    The last good link in the chain, and the check value
000980*    re-computed the way BASCALC's 6050-COMPUTE-CHECK does:
000990*    the running remainder, over each byte of the record up
001000*    to AUD-CHECK, of (check * 31 + the byte's ordinal)
001010*    divided by the prime 999999937, started from the
001020*    previous record's check value.
001030 01  WS-PREV-SEQ             PIC 9(09) VALUE ZERO.
001040 01  WS-PREV-CHECK           PIC 9(09) VALUE ZERO.
001050 01  WS-EXPECT-SEQ           PIC 9(09) VALUE ZERO.
001060 01  WS-CHAIN-CHECK          PIC 9(09) VALUE ZERO.
001070 01  WS-CHAIN-DATA           PIC X(56) VALUE SPACES.
001080 01  WS-CHAIN-SUB            PIC 9(03) VALUE ZERO.
001090 01  WS-CHAIN-WORK           PIC 9(11) VALUE ZERO.
001100 01  WS-CHAIN-QUOT           PIC 9(11) VALUE ZERO.
001110
001120 01  WS-ARCH-COUNT           PIC 9(07) VALUE ZERO.
001130 01  WS-LIVE-COUNT           PIC 9(07) VALUE ZERO.
001140 01  WS-LEGACY-COUNT         PIC 9(07) VALUE ZERO.
001150 01  WS-CHAINED-COUNT        PIC 9(07) VALUE ZERO.
001160 01  WS-GAP-COUNT            PIC 9(07) VALUE ZERO.
001170 01  WS-INSERT-COUNT         PIC 9(07) VALUE ZERO.
001180 01  WS-ALTER-COUNT          PIC 9(07) VALUE ZERO.
001190 01  WS-ANCHOR-COUNT         PIC 9(07) VALUE ZERO.
001200 01  WS-ERROR-COUNT          PIC 9(07) VALUE ZERO.
001210
001220 01  WS-VRPT-HEADER-LINE.
001230     05  FILLER              PIC X(31)
001240         VALUE "AUDIT TRAIL CHAIN VERIFICATION ".
001250     05  VRPT-HDR-DATE       PIC X(08).
001260     05  FILLER              PIC X(41) VALUE SPACES.
001270 01  WS-VRPT-COLUMN-LINE     PIC X(80) VALUE
001280         "FILE       RECORD NO        SEQ  EXCEPTION".
001290 01  WS-VRPT-EXC-LINE.
001300     05  VRPT-EXC-FILE       PIC X(09).
001310     05  FILLER              PIC X(04) VALUE SPACES.
001320     05  VRPT-EXC-REC        PIC ZZZZZZ9.
001330     05  FILLER              PIC X(02) VALUE SPACES.
001340     05  VRPT-EXC-SEQ        PIC ZZZZZZZZ9.
001350     05  FILLER              PIC X(02) VALUE SPACES.
001360     05  VRPT-EXC-TEXT       PIC X(47).
001370 01  WS-VRPT-TOTAL-LINE.
001380     05  VRPT-TOT-TEXT       PIC X(32).
001390     05  VRPT-TOT-COUNT      PIC ZZZZZZ9.
001400     05  FILLER              PIC X(41) VALUE SPACES.
001410 01  WS-VRPT-VERDICT-LINE    PIC X(80) VALUE SPACES.
001420
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001460     PERFORM 3000-VERIFY-ARCHIVE THRU 3000-EXIT
001470     PERFORM 4000-VERIFY-LIVE-FILE THRU 4000-EXIT
001480     PERFORM 6000-CHECK-CHAIN-END THRU 6000-EXIT
001490     PERFORM 9000-TERMINATE THRU 9000-EXIT
001500     GOBACK.
001510
001520 1000-INITIALIZE.
001530     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001540     MOVE "N" TO WS-ACH-PRESENT-SW
001550     MOVE "N" TO WS-PREV-KNOWN-SW
001560     MOVE "N" TO WS-CHAIN-STARTED-SW
001570     MOVE ZERO TO WS-PREV-SEQ
001580     MOVE ZERO TO WS-PREV-CHECK
001590     MOVE ZERO TO WS-ARCH-COUNT
001600     MOVE ZERO TO WS-LIVE-COUNT
001610     MOVE ZERO TO WS-LEGACY-COUNT
001620     MOVE ZERO TO WS-CHAINED-COUNT
001630     MOVE ZERO TO WS-GAP-COUNT
001640     MOVE ZERO TO WS-INSERT-COUNT
001650     MOVE ZERO TO WS-ALTER-COUNT
001660     MOVE ZERO TO WS-ANCHOR-COUNT
001670     MOVE ZERO TO WS-ERROR-COUNT
001680     OPEN OUTPUT VERIFY-REPORT-FILE
001690     MOVE WS-CURRENT-DATE TO VRPT-HDR-DATE
001700     MOVE WS-VRPT-HEADER-LINE TO VERIFY-REPORT-RECORD
001710     WRITE VERIFY-REPORT-RECORD
001720     MOVE WS-VRPT-COLUMN-LINE TO VERIFY-REPORT-RECORD
001730     WRITE VERIFY-REPORT-RECORD
001740     PERFORM 2000-READ-ANCHOR THRU 2000-EXIT.
001750 1000-EXIT.
001760     EXIT.
001770
001780 2000-READ-ANCHOR.
001790     OPEN INPUT AUDIT-CHAIN-FILE
001800     IF WS-ACH-FILE-NOT-FOUND
001810         DISPLAY "AUDCHAIN NOT FOUND - CHAIN ENDS NOT CHECKED"
001820         GO TO 2000-EXIT
001830     END-IF
001840     READ AUDIT-CHAIN-FILE
001850         AT END
001860             DISPLAY "AUDCHAIN EMPTY - CHAIN ENDS NOT CHECKED"
001870             CLOSE AUDIT-CHAIN-FILE
001880             GO TO 2000-EXIT
001890     END-READ
001900     SET WS-ACH-PRESENT TO TRUE
001910     MOVE ACH-BASE-SEQ TO WS-ACH-BASE-SEQ
001920     MOVE ACH-BASE-CHECK TO WS-ACH-BASE-CHECK
001930     MOVE ACH-LAST-SEQ TO WS-ACH-LAST-SEQ
001940     MOVE ACH-LAST-CHECK TO WS-ACH-LAST-CHECK
001950     CLOSE AUDIT-CHAIN-FILE.
001960 2000-EXIT.
001970     EXIT.
001980
001990 3000-VERIFY-ARCHIVE.
002000     MOVE "N" TO WS-ARCH-EOF-SW
002010     OPEN INPUT ARCHIVE-FILE
002020     IF WS-ARCH-FILE-NOT-FOUND
002030         DISPLAY "AUDARCHV NOT FOUND - AUDITFILE CHECKED FROM "
002040             "THE AUDCHAIN BASE"
002050         GO TO 3000-EXIT
002060     END-IF
002070     MOVE "AUDARCHV" TO WS-FILE-NAME
002080     MOVE ZERO TO WS-FILE-REC-NO
002090     PERFORM 3100-VERIFY-ONE-ARCHIVED THRU 3100-EXIT
002100         UNTIL WS-ARCH-EOF
002110     CLOSE ARCHIVE-FILE
002120     IF NOT WS-ACH-PRESENT
002130        OR NOT WS-CHAIN-STARTED
002140         GO TO 3000-EXIT
002150     END-IF
002160*    The archive must end where AUDARCH last cut the chain;
002170*    the live file is then checked from the cut either way,
002180*    so a short or stale archive is reported only once.
002190     IF WS-PREV-SEQ NOT = WS-ACH-BASE-SEQ
002200        OR WS-PREV-CHECK NOT = WS-ACH-BASE-CHECK
002210         MOVE WS-PREV-SEQ TO VRPT-EXC-SEQ
002220         MOVE "ARCHIVE DOES NOT END AT THE AUDCHAIN CUT"
002230             TO VRPT-EXC-TEXT
002240         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
002250         ADD 1 TO WS-ANCHOR-COUNT
002260         MOVE WS-ACH-BASE-SEQ TO WS-PREV-SEQ
002270         MOVE WS-ACH-BASE-CHECK TO WS-PREV-CHECK
002280     END-IF.
002290 3000-EXIT.
002300     EXIT.
002310
002320 3100-VERIFY-ONE-ARCHIVED.
002330     READ ARCHIVE-FILE
002340         AT END
002350             SET WS-ARCH-EOF TO TRUE
002360             GO TO 3100-EXIT
002370     END-READ
002380     ADD 1 TO WS-FILE-REC-NO
002390     ADD 1 TO WS-ARCH-COUNT
002400     MOVE ARCHIVE-RECORD TO WS-VRFY-RECORD
002410     PERFORM 5000-CHECK-ONE-RECORD THRU 5000-EXIT.
002420 3100-EXIT.
002430     EXIT.
002440
002450 4000-VERIFY-LIVE-FILE.
002460*    With no chained archive records read, the first live
002470*    record chains from the AUDCHAIN base.
002480     IF WS-ACH-PRESENT
002490        AND NOT WS-CHAIN-STARTED
002500         MOVE WS-ACH-BASE-SEQ TO WS-PREV-SEQ
002510         MOVE WS-ACH-BASE-CHECK TO WS-PREV-CHECK
002520         SET WS-PREV-KNOWN TO TRUE
002530     END-IF
002540     MOVE "N" TO WS-AUDIT-EOF-SW
002550     OPEN INPUT AUDIT-FILE
002560     IF WS-AUDIT-FILE-NOT-FOUND
002570         DISPLAY "AUDITFILE NOT FOUND - NO LIVE RECORDS"
002580         GO TO 4000-EXIT
002590     END-IF
002600     MOVE "AUDITFILE" TO WS-FILE-NAME
002610     MOVE ZERO TO WS-FILE-REC-NO
002620     PERFORM 4100-VERIFY-ONE-LIVE THRU 4100-EXIT
002630         UNTIL WS-AUDIT-EOF
002640     CLOSE AUDIT-FILE.
002650 4000-EXIT.
002660     EXIT.
002670
002680 4100-VERIFY-ONE-LIVE.
002690     READ AUDIT-FILE
002700         AT END
002710             SET WS-AUDIT-EOF TO TRUE
002720             GO TO 4100-EXIT
002730     END-READ
002740     ADD 1 TO WS-FILE-REC-NO
002750     ADD 1 TO WS-LIVE-COUNT
002760     MOVE AUDIT-RECORD TO WS-VRFY-RECORD
002770     PERFORM 5000-CHECK-ONE-RECORD THRU 5000-EXIT.
002780 4100-EXIT.
002790     EXIT.
002800
002810 5000-CHECK-ONE-RECORD.
002820     IF VRF-SEQ IS NOT NUMERIC
002830         IF WS-CHAIN-STARTED
002840             MOVE ZERO TO VRPT-EXC-SEQ
002850             MOVE "NO SEQ INSIDE THE CHAIN - INSERTED RECORD"
002860                 TO VRPT-EXC-TEXT
002870             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
002880             ADD 1 TO WS-INSERT-COUNT
002890         ELSE
002900             ADD 1 TO WS-LEGACY-COUNT
002910         END-IF
002920         GO TO 5000-EXIT
002930     END-IF
002940     ADD 1 TO WS-CHAINED-COUNT
002950     IF NOT WS-PREV-KNOWN
002960*    The first chained record with nothing before it: the
002970*    very first record of the chain links from zero, and
002980*    any other is where the mounted archives pick it up.
002990         SET WS-PREV-KNOWN TO TRUE
003000         IF VRF-SEQ NOT = 1
003010             MOVE VRF-SEQ TO VRPT-EXC-SEQ
003020             MOVE "CHAIN PICKED UP HERE - EARLIER NOT MOUNTED"
003030                 TO VRPT-EXC-TEXT
003040             PERFORM 8100-WRITE-NOTE THRU 8100-EXIT
003050             SET WS-CHAIN-STARTED TO TRUE
003060             MOVE VRF-SEQ TO WS-PREV-SEQ
003070             MOVE VRF-CHECK TO WS-PREV-CHECK
003080             GO TO 5000-EXIT
003090         END-IF
003100     END-IF
003110     SET WS-CHAIN-STARTED TO TRUE
003120     MOVE VRF-SEQ TO VRPT-EXC-SEQ
003130*    A record numbered at or behind the last good link is an
003140*    insertion or a copy; the chain carries on past it from
003150*    that link, so the records that follow still verify.
003160     IF VRF-SEQ NOT GREATER THAN WS-PREV-SEQ
003170         MOVE "SEQ OUT OF ORDER - INSERTED OR REPEATED"
003180             TO VRPT-EXC-TEXT
003190         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003200         ADD 1 TO WS-INSERT-COUNT
003210         GO TO 5000-EXIT
003220     END-IF
003230     COMPUTE WS-EXPECT-SEQ = WS-PREV-SEQ + 1
003240     IF VRF-SEQ GREATER THAN WS-EXPECT-SEQ
003250         MOVE "GAP - RECORDS MISSING BEFORE THIS ONE"
003260             TO VRPT-EXC-TEXT
003270         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003280         ADD 1 TO WS-GAP-COUNT
003290     ELSE
003300         MOVE WS-PREV-CHECK TO WS-CHAIN-CHECK
003310         PERFORM 5100-COMPUTE-CHECK THRU 5100-EXIT
003320         IF WS-CHAIN-CHECK NOT = VRF-CHECK
003330             MOVE "CHECK VALUE WRONG - RECORD ALTERED"
003340                 TO VRPT-EXC-TEXT
003350             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003360             ADD 1 TO WS-ALTER-COUNT
003370         END-IF
003380     END-IF
003390     MOVE VRF-SEQ TO WS-PREV-SEQ
003400     MOVE VRF-CHECK TO WS-PREV-CHECK.
003410 5000-EXIT.
003420     EXIT.
003430
003440 5100-COMPUTE-CHECK.
003450     MOVE WS-VRFY-RECORD (1:56) TO WS-CHAIN-DATA
003460     PERFORM 5150-CHECK-ONE-BYTE THRU 5150-EXIT
003470         VARYING WS-CHAIN-SUB FROM 1 BY 1
003480         UNTIL WS-CHAIN-SUB GREATER THAN 56.
003490 5100-EXIT.
003500     EXIT.
003510
003520 5150-CHECK-ONE-BYTE.
003530     COMPUTE WS-CHAIN-WORK = WS-CHAIN-CHECK * 31
003540         + FUNCTION ORD (WS-CHAIN-DATA (WS-CHAIN-SUB:1))
003550     DIVIDE WS-CHAIN-WORK BY 999999937
003560         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-CHECK.
003570 5150-EXIT.
003580     EXIT.
003590
003600 6000-CHECK-CHAIN-END.
003610     MOVE "AUDITFILE" TO WS-FILE-NAME
003620     MOVE WS-PREV-SEQ TO VRPT-EXC-SEQ
003630     IF NOT WS-ACH-PRESENT
003640         IF WS-CHAIN-STARTED
003650             MOVE ZERO TO WS-FILE-REC-NO
003660             MOVE "AUDCHAIN MISSING - CHAIN ENDS NOT ANCHORED"
003670                 TO VRPT-EXC-TEXT
003680             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003690             ADD 1 TO WS-ANCHOR-COUNT
003700         END-IF
003710         GO TO 6000-EXIT
003720     END-IF
003730     IF WS-PREV-SEQ LESS THAN WS-ACH-LAST-SEQ
003740         MOVE "FILE ENDS SHORT OF AUDCHAIN - TAIL MISSING"
003750             TO VRPT-EXC-TEXT
003760         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003770         ADD 1 TO WS-ANCHOR-COUNT
003780         GO TO 6000-EXIT
003790     END-IF
003800     IF WS-PREV-SEQ GREATER THAN WS-ACH-LAST-SEQ
003810         MOVE "CHAIN RUNS PAST THE AUDCHAIN END"
003820             TO VRPT-EXC-TEXT
003830         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003840         ADD 1 TO WS-ANCHOR-COUNT
003850         GO TO 6000-EXIT
003860     END-IF
003870     IF WS-PREV-CHECK NOT = WS-ACH-LAST-CHECK
003880         MOVE "LAST RECORD DOES NOT MATCH AUDCHAIN"
003890             TO VRPT-EXC-TEXT
003900         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003910         ADD 1 TO WS-ANCHOR-COUNT
003920     END-IF.
003930 6000-EXIT.
003940     EXIT.
003950
003960 8000-WRITE-EXCEPTION.
003970     ADD 1 TO WS-ERROR-COUNT
003980     PERFORM 8100-WRITE-NOTE THRU 8100-EXIT.
003990 8000-EXIT.
004000     EXIT.
004010
004020 8100-WRITE-NOTE.
004030     MOVE WS-FILE-NAME TO VRPT-EXC-FILE
004040     MOVE WS-FILE-REC-NO TO VRPT-EXC-REC
004050     MOVE WS-VRPT-EXC-LINE TO VERIFY-REPORT-RECORD
004060     WRITE VERIFY-REPORT-RECORD.
004070 8100-EXIT.
004080     EXIT.
004090
004100 9000-TERMINATE.
004110     MOVE SPACES TO VERIFY-REPORT-RECORD
004120     WRITE VERIFY-REPORT-RECORD
004130     MOVE "ARCHIVED RECORDS READ" TO VRPT-TOT-TEXT
004140     MOVE WS-ARCH-COUNT TO VRPT-TOT-COUNT
004150     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004160     MOVE "LIVE RECORDS READ" TO VRPT-TOT-TEXT
004170     MOVE WS-LIVE-COUNT TO VRPT-TOT-COUNT
004180     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004190     MOVE "RECORDS FROM BEFORE THE CHAIN" TO VRPT-TOT-TEXT
004200     MOVE WS-LEGACY-COUNT TO VRPT-TOT-COUNT
004210     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004220     MOVE "CHAINED RECORDS CHECKED" TO VRPT-TOT-TEXT
004230     MOVE WS-CHAINED-COUNT TO VRPT-TOT-COUNT
004240     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004250     MOVE "GAPS IN THE SEQUENCE" TO VRPT-TOT-TEXT
004260     MOVE WS-GAP-COUNT TO VRPT-TOT-COUNT
004270     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004280     MOVE "INSERTED OR OUT OF ORDER" TO VRPT-TOT-TEXT
004290     MOVE WS-INSERT-COUNT TO VRPT-TOT-COUNT
004300     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004310     MOVE "ALTERED RECORDS" TO VRPT-TOT-TEXT
004320     MOVE WS-ALTER-COUNT TO VRPT-TOT-COUNT
004330     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004340     MOVE "AUDCHAIN ANCHOR EXCEPTIONS" TO VRPT-TOT-TEXT
004350     MOVE WS-ANCHOR-COUNT TO VRPT-TOT-COUNT
004360     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004370     IF WS-ERROR-COUNT = ZERO
004380         MOVE "AUDIT TRAIL VERIFIED - CHAIN UNBROKEN"
004390             TO WS-VRPT-VERDICT-LINE
004400         MOVE ZERO TO RETURN-CODE
004410     ELSE
004420         MOVE "AUDIT TRAIL CHAIN BROKEN - INVESTIGATE"
004430             TO WS-VRPT-VERDICT-LINE
004440         MOVE 8 TO RETURN-CODE
004450     END-IF
004460     MOVE WS-VRPT-VERDICT-LINE TO VERIFY-REPORT-RECORD
004470     WRITE VERIFY-REPORT-RECORD
004480     CLOSE VERIFY-REPORT-FILE
004490     DISPLAY "AUDVRFY " WS-VRPT-VERDICT-LINE (1:40)
004500     DISPLAY "AUDVRFY EXCEPTIONS " WS-ERROR-COUNT.
004510 9000-EXIT.
004520     EXIT.
004530
004540 9100-WRITE-TOTAL.
004550     MOVE WS-VRPT-TOTAL-LINE TO VERIFY-REPORT-RECORD
004560     WRITE VERIFY-REPORT-RECORD.
004570 9100-EXIT.
004580     EXIT.
