000010* run cobc -x corp-extract.cbl to compile.
000020* run ./corp-extract to run the compiled program.
000030*-----------------------------------------------------------*
000040* Outbound corporate ledger extract for the sampleCOBOL     *
000050* utility family.  Reads the GLJRNL posting journal GLPOST  *
000060* appends to and, for every posting batch ID not yet on the *
000070* CORPXLOG transmission log, writes one CORPREC.cpy group   *
000080* to the CORPFEED corporate feed file: a header with our    *
000090* entity code, the batch's business date and its batch ID,  *
000100* one line per GL account and department total, and a       *
000110* trailer with the record count and the debit and credit    *
000120* control totals.  Every batch sent is then logged on       *
000130* CORPXLOG with its send date and time and its totals, so   *
000140* the same batch is never sent twice.                       *
000150*                                                           *
000160* Only a batch whose journal footer was written is sent; a  *
000170* batch cut short by a GLPOST crash waits for the rerun     *
000180* that completes it.  Where a crashed commit appended a     *
000190* batch's lines to GLJRNL twice, the later (complete) copy  *
000200* is the one totalled.                                      *
000210*                                                           *
000220* An optional CORPPARM card selects the run:                *
000230*   col 1      E  extract the unsent batches (the default)  *
000240*              R  re-create a feed file already sent        *
000250*   col 2-9    send date of the file to re-create           *
000260*   col 10-17  send time (blank = every file that day)      *
000270*   col 18-25  entity code (blank = the shop default)       *
000273*   col 26-33  first business date to send (CCYYMMDD,       *
000276*              blank = every unsent batch)                  *
000280* A re-create rebuilds the feed from GLJRNL for the batches *
000290* CORPXLOG shows were sent at that date (and time), under   *
000300* the entity code they went out with, and checks each       *
000310* batch against its logged totals, so a lost file can be    *
000320* re-created exactly; any difference sets RETURN-CODE 8.    *
000321* The first business date is the cut-over to the corporate  *
000323* ledger: an extract skips every GLJRNL batch with an       *
000325* earlier business date, so the first run does not send    *
000326* the whole journal history.  Leave it on the card; once    *
000328* the early batches have gone it only keeps them unsent.    *
000330*                                                           *
000340* MODIFICATION HISTORY                                      *
000350*   DATE       INIT  DESCRIPTION                            *
000360*   ---------- ----  ------------------------------------   *
000370*   2026-10-15  MS   Initial version.                       *
000371*   2026-10-15  MS   CORPPARM columns 26-33 give the first  *
000373*                    business date an extract sends;        *
000375*                    earlier GLJRNL batches are skipped.  A *
000376*                    full batch table now stops the run     *
000378*                    with RETURN-CODE 8.                    *
000380*-----------------------------------------------------------*
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. CORPEXT.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-JRNL-FILE-STATUS.
000480     SELECT CORP-FEED-FILE ASSIGN TO "CORPFEED"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FEED-FILE-STATUS.
000510     SELECT CORP-XMIT-LOG-FILE ASSIGN TO "CORPXLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-XLOG-FILE-STATUS.
000540     SELECT CORP-PARM-FILE ASSIGN TO "CORPPARM"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CPRM-FILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  GL-JOURNAL-FILE.
000610 01  GL-JOURNAL-RECORD       PIC X(80).
000620 FD  CORP-FEED-FILE.
000630     COPY CORPREC.
000640 FD  CORP-XMIT-LOG-FILE.
000650 01  CORP-XMIT-LOG-RECORD.
000660     05  XLOG-ACTION         PIC X(01).
000670         88  XLOG-SENT               VALUE "S".
000680         88  XLOG-RECREATED          VALUE "R".
000690     05  XLOG-BATCH-ID       PIC X(14).
000700     05  XLOG-BUS-DATE       PIC X(08).
000710     05  XLOG-SENT-DATE      PIC X(08).
000720     05  XLOG-SENT-TIME      PIC X(08).
000730     05  XLOG-RUN-DATE       PIC X(08).
000740     05  XLOG-RUN-TIME       PIC X(08).
000750     05  XLOG-ENTITY         PIC X(08).
000760     05  XLOG-DETAIL-COUNT   PIC 9(07).
000770     05  XLOG-DEBIT-TOTAL    PIC 9(13).
000780     05  XLOG-CREDIT-TOTAL   PIC 9(13).
000790 FD  CORP-PARM-FILE.
000800 01  CORP-PARM-RECORD.
000810     05  CPRM-MODE           PIC X(01).
000820     05  CPRM-SENT-DATE      PIC X(08).
000830     05  CPRM-SENT-TIME      PIC X(08).
000840     05  CPRM-ENTITY         PIC X(08).
000845     05  CPRM-FIRST-DATE     PIC X(08).
000850
000860 WORKING-STORAGE SECTION.
000870 01  WS-SWITCHES.
000880     05  WS-JRNL-EOF-SW      PIC X(01) VALUE "N".
000890         88  WS-JRNL-EOF             VALUE "Y".
000900     05  WS-XLOG-EOF-SW      PIC X(01) VALUE "N".
000910         88  WS-XLOG-EOF             VALUE "Y".
000920     05  WS-RUN-ENDED-SW     PIC X(01) VALUE "N".
000930         88  WS-RUN-ENDED            VALUE "Y".
000940     05  WS-IN-BATCH-SW      PIC X(01) VALUE "N".
000950         88  WS-IN-BATCH             VALUE "Y".
000960     05  WS-IN-DETAIL-SW     PIC X(01) VALUE "N".
000970         88  WS-IN-DETAIL            VALUE "Y".
000980     05  WS-SENT-FOUND-SW    PIC X(01) VALUE "N".
000990         88  WS-SENT-FOUND           VALUE "Y".
001000     05  WS-BAT-FOUND-SW     PIC X(01) VALUE "N".
001010         88  WS-BAT-FOUND            VALUE "Y".
001020     05  WS-TOT-FOUND-SW     PIC X(01) VALUE "N".
001030         88  WS-TOT-FOUND            VALUE "Y".
001040     05  WS-BATCH-DONE-SW    PIC X(01) VALUE "N".
001050         88  WS-BATCH-DONE           VALUE "Y".
001060     05  WS-MISMATCH-SW      PIC X(01) VALUE "N".
001070         88  WS-MISMATCH             VALUE "Y".
001080
001090 01  WS-JRNL-FILE-STATUS     PIC X(02) VALUE "00".
001100     88  WS-JRNL-FILE-NOT-FOUND  VALUE "35".
001110 01  WS-FEED-FILE-STATUS     PIC X(02) VALUE "00".
001120     88  WS-FEED-FILE-NOT-FOUND  VALUE "35".
001130 01  WS-XLOG-FILE-STATUS     PIC X(02) VALUE "00".
001140     88  WS-XLOG-FILE-NOT-FOUND  VALUE "35".
001150 01  WS-CPRM-FILE-STATUS     PIC X(02) VALUE "00".
001160     88  WS-CPRM-FILE-NOT-FOUND  VALUE "35".
001170
001180 01  WS-CURRENT-DATE         PIC X(08) VALUE SPACES.
001190 01  WS-CURRENT-TIME         PIC X(08) VALUE SPACES.
001200 01  WS-RUN-MODE             PIC X(01) VALUE "E".
001210     88  WS-MODE-EXTRACT         VALUE "E".
001220     88  WS-MODE-RECREATE        VALUE "R".
001230 01  WS-REQ-SENT-DATE        PIC X(08) VALUE SPACES.
001240 01  WS-REQ-SENT-TIME        PIC X(08) VALUE SPACES.
001250*    Our entity code on the corporate ledger, unless the
001260*    CORPPARM card names another.
001270 01  WS-ENTITY-CODE          PIC X(08) VALUE "SAMPCOBL".
001275 01  WS-FIRST-BUS-DATE       PIC X(08) VALUE SPACES.
001280 01  WS-LINE-AMOUNT          PIC S9(07) VALUE ZERO.
001290 01  WS-LOW-KEY              PIC X(08) VALUE SPACES.
001300 01  WS-CUR-BAT              PIC 9(03) VALUE ZERO.
001310 01  WS-SEL-COUNT            PIC 9(05) VALUE ZERO.
001320 01  WS-READY-COUNT          PIC 9(05) VALUE ZERO.
001330 01  WS-WRITTEN-COUNT        PIC 9(05) VALUE ZERO.
001340 01  WS-HELD-COUNT           PIC 9(05) VALUE ZERO.
001345 01  WS-EARLY-COUNT          PIC 9(05) VALUE ZERO.
001350 01  WS-DETAIL-COUNT         PIC 9(07) VALUE ZERO.
001360
001370*    Every batch CORPXLOG shows as sent.  On a re-create the
001380*    entries for the requested send are marked selected, and
001390*    found once their batch turns up on GLJRNL.
001400 01  WS-SENT-TABLE.
001410     05  WS-SENT-ENTRY OCCURS 5000 TIMES.
001420         10  WS-SENT-BATCH       PIC X(14).
001430         10  WS-SENT-BUS-DATE    PIC X(08).
001440         10  WS-SENT-DATE        PIC X(08).
001450         10  WS-SENT-TIME        PIC X(08).
001460         10  WS-SENT-ENTITY      PIC X(08).
001470         10  WS-SENT-COUNT       PIC 9(07).
001480         10  WS-SENT-DEBIT       PIC 9(13).
001490         10  WS-SENT-CREDIT      PIC 9(13).
001500         10  WS-SENT-SEL-SW      PIC X(01).
001510             88  WS-SENT-SELECTED    VALUE "Y" "F".
001520             88  WS-SENT-ON-JRNL     VALUE "F".
001530 01  WS-SENT-ENTRIES         PIC 9(04) VALUE ZERO.
001540 01  WS-SENT-SUB             PIC 9(04) VALUE ZERO.
001550 01  WS-SENT-AT              PIC 9(04) VALUE ZERO.
001560
001570*    The batches going into this run's feed, in GLJRNL order.
001580 01  WS-BAT-TABLE.
001590     05  WS-BAT-ENTRY OCCURS 200 TIMES.
001600         10  WS-BAT-ID           PIC X(14).
001610         10  WS-BAT-BUS-DATE     PIC X(08).
001620         10  WS-BAT-ENTITY       PIC X(08).
001630         10  WS-BAT-SENT-SUB     PIC 9(04).
001640         10  WS-BAT-COMPLETE-SW  PIC X(01).
001650             88  WS-BAT-COMPLETE     VALUE "Y".
001660         10  WS-BAT-COUNT        PIC 9(07).
001670         10  WS-BAT-DEBIT        PIC 9(13).
001680         10  WS-BAT-CREDIT       PIC 9(13).
001690 01  WS-BAT-ENTRIES          PIC 9(03) VALUE ZERO.
001700 01  WS-BAT-SUB              PIC 9(03) VALUE ZERO.
001710
001720*    Net totals per batch, GL account and department.  An
001730*    entry cleared because its batch repeated on GLJRNL keeps
001740*    a zero line count and is never written.
001750 01  WS-TOT-TABLE.
001760     05  WS-TOT-ENTRY OCCURS 3000 TIMES.
001770         10  WS-TOT-BAT          PIC 9(03).
001780         10  WS-TOT-KEY.
001790             15  WS-TOT-ACCOUNT  PIC X(04).
001800             15  WS-TOT-DEPT     PIC X(04).
001810         10  WS-TOT-AMOUNT       PIC S9(11).
001820         10  WS-TOT-LINES        PIC 9(07).
001830         10  WS-TOT-DONE-SW      PIC X(01).
001840             88  WS-TOT-DONE         VALUE "Y".
001850 01  WS-TOT-ENTRIES          PIC 9(04) VALUE ZERO.
001860 01  WS-TOT-SUB              PIC 9(04) VALUE ZERO.
001870 01  WS-TOT-AT               PIC 9(04) VALUE ZERO.
001880
001890     COPY GLJREC.
001900
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001940     IF NOT WS-RUN-ENDED
001950         PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
001960         PERFORM 3000-WRITE-FEED THRU 3000-EXIT
001970         IF WS-MODE-RECREATE
001980             PERFORM 5000-CHECK-RECREATE THRU 5000-EXIT
001990         END-IF
002000         PERFORM 4000-LOG-TRANSMISSION THRU 4000-EXIT
002010         PERFORM 9000-TERMINATE THRU 9000-EXIT
002020     END-IF
002030     GOBACK.
002040
002050 1000-INITIALIZE.
002060     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002070     ACCEPT WS-CURRENT-TIME FROM TIME
002080     PERFORM 1100-READ-PARM-FILE THRU 1100-EXIT
002090     IF WS-RUN-ENDED
002100         GO TO 1000-EXIT
002110     END-IF
002120     PERFORM 1200-LOAD-XMIT-LOG THRU 1200-EXIT
002130     IF WS-MODE-RECREATE
002140        AND WS-SEL-COUNT = ZERO
002150         DISPLAY "NO FEED SENT " WS-REQ-SENT-DATE " "
002160             WS-REQ-SENT-TIME " ON CORPXLOG - RUN STOPPED"
002170         MOVE 8 TO RETURN-CODE
002180         SET WS-RUN-ENDED TO TRUE
002190     END-IF.
002200 1000-EXIT.
002210     EXIT.
002220
002230 1100-READ-PARM-FILE.
002240     OPEN INPUT CORP-PARM-FILE
002250     IF WS-CPRM-FILE-NOT-FOUND
002260         GO TO 1100-EXIT
002270     END-IF
002280     READ CORP-PARM-FILE
002290         AT END
002300             DISPLAY "CORPPARM EMPTY - EXTRACTING UNSENT BATCHES"
002310             CLOSE CORP-PARM-FILE
002320             GO TO 1100-EXIT
002330     END-READ
002340     IF CPRM-ENTITY NOT = SPACES
002350         MOVE CPRM-ENTITY TO WS-ENTITY-CODE
002360     END-IF
002370     EVALUATE TRUE
002380         WHEN CPRM-MODE = "E" OR "e" OR SPACE
002390             CONTINUE
002400         WHEN (CPRM-MODE = "R" OR "r")
002410          AND CPRM-SENT-DATE IS NUMERIC
002420             MOVE "R" TO WS-RUN-MODE
002430             MOVE CPRM-SENT-DATE TO WS-REQ-SENT-DATE
002440             MOVE CPRM-SENT-TIME TO WS-REQ-SENT-TIME
002450             DISPLAY "CORPPARM CONTROLS THIS RUN - RE-CREATE "
002460                 "FEED SENT " WS-REQ-SENT-DATE " "
002470                 WS-REQ-SENT-TIME
002480         WHEN OTHER
002490*    A card that cannot be read stops the run rather than
002500*    falling back to an extract, so a re-create that was
002510*    asked for can never send new batches instead.
002520             DISPLAY "CORPPARM INVALID - RUN STOPPED"
002530             MOVE 8 TO RETURN-CODE
002540             SET WS-RUN-ENDED TO TRUE
002550     END-EVALUATE
002551     IF WS-RUN-ENDED
002552        OR CPRM-FIRST-DATE = SPACES
002553         CLOSE CORP-PARM-FILE
002554         GO TO 1100-EXIT
002555     END-IF
002556     IF CPRM-FIRST-DATE IS NOT NUMERIC
002557         DISPLAY "CORPPARM FIRST BUSINESS DATE INVALID"
002558             " - RUN STOPPED"
002559         MOVE 8 TO RETURN-CODE
002560         SET WS-RUN-ENDED TO TRUE
002561         CLOSE CORP-PARM-FILE
002562         GO TO 1100-EXIT
002563     END-IF
002564     MOVE CPRM-FIRST-DATE TO WS-FIRST-BUS-DATE
002565     IF WS-MODE-EXTRACT
002566         DISPLAY "CORPPARM CUT-OVER - NO BATCH BEFORE "
002567             WS-FIRST-BUS-DATE " IS SENT"
002568     END-IF
002569     CLOSE CORP-PARM-FILE.
002570 1100-EXIT.
002580     EXIT.
002590
002600 1200-LOAD-XMIT-LOG.
002610     MOVE ZERO TO WS-SENT-ENTRIES
002620     MOVE ZERO TO WS-SEL-COUNT
002630     MOVE "N" TO WS-XLOG-EOF-SW
002640     OPEN INPUT CORP-XMIT-LOG-FILE
002650     IF WS-XLOG-FILE-NOT-FOUND
002660         DISPLAY "CORPXLOG NOT FOUND - NO BATCH SENT YET"
002670         GO TO 1200-EXIT
002680     END-IF
002690     PERFORM 1250-LOAD-ONE-SENT THRU 1250-EXIT
002700         UNTIL WS-XLOG-EOF
002710     CLOSE CORP-XMIT-LOG-FILE.
002720 1200-EXIT.
002730     EXIT.
002740
002750 1250-LOAD-ONE-SENT.
002760     READ CORP-XMIT-LOG-FILE
002770         AT END
002780             SET WS-XLOG-EOF TO TRUE
002790             GO TO 1250-EXIT
002800     END-READ
002810     IF NOT XLOG-SENT
002820         GO TO 1250-EXIT
002830     END-IF
002840     IF WS-SENT-ENTRIES NOT LESS THAN 5000
002850         DISPLAY "TRANSMISSION LOG TABLE FULL - RUN STOPPED"
002860         STOP RUN
002870     END-IF
002880     ADD 1 TO WS-SENT-ENTRIES
002890     MOVE XLOG-BATCH-ID TO WS-SENT-BATCH (WS-SENT-ENTRIES)
002900     MOVE XLOG-BUS-DATE TO WS-SENT-BUS-DATE (WS-SENT-ENTRIES)
002910     MOVE XLOG-SENT-DATE TO WS-SENT-DATE (WS-SENT-ENTRIES)
002920     MOVE XLOG-SENT-TIME TO WS-SENT-TIME (WS-SENT-ENTRIES)
002930     MOVE XLOG-ENTITY TO WS-SENT-ENTITY (WS-SENT-ENTRIES)
002940     MOVE XLOG-DETAIL-COUNT TO WS-SENT-COUNT (WS-SENT-ENTRIES)
002950     MOVE XLOG-DEBIT-TOTAL TO WS-SENT-DEBIT (WS-SENT-ENTRIES)
002960     MOVE XLOG-CREDIT-TOTAL TO WS-SENT-CREDIT (WS-SENT-ENTRIES)
002970     MOVE "N" TO WS-SENT-SEL-SW (WS-SENT-ENTRIES)
002980     IF WS-MODE-RECREATE
002990        AND XLOG-SENT-DATE = WS-REQ-SENT-DATE
003000        AND (WS-REQ-SENT-TIME = SPACES
003010             OR XLOG-SENT-TIME = WS-REQ-SENT-TIME)
003020         MOVE "Y" TO WS-SENT-SEL-SW (WS-SENT-ENTRIES)
003030         ADD 1 TO WS-SEL-COUNT
003040     END-IF.
003050 1250-EXIT.
003060     EXIT.
003070
003080 2000-READ-JOURNAL.
003090     MOVE "N" TO WS-JRNL-EOF-SW
003100     OPEN INPUT GL-JOURNAL-FILE
003110     IF WS-JRNL-FILE-NOT-FOUND
003120         DISPLAY "GLJRNL NOT FOUND - NOTHING TO EXTRACT"
003130         GO TO 2000-EXIT
003140     END-IF
003150     PERFORM 2100-READ-ONE-LINE THRU 2100-EXIT
003160         UNTIL WS-JRNL-EOF
003170     CLOSE GL-JOURNAL-FILE.
003180 2000-EXIT.
003190     EXIT.
003200
003210 2100-READ-ONE-LINE.
003220     READ GL-JOURNAL-FILE
003230         AT END
003240             SET WS-JRNL-EOF TO TRUE
003250             GO TO 2100-EXIT
003260     END-READ
003270     IF GL-JOURNAL-RECORD (1:19) = GLJ-HEADER-LINE (1:19)
003280         PERFORM 2200-START-BATCH THRU 2200-EXIT
003290         GO TO 2100-EXIT
003300     END-IF
003310     IF NOT WS-IN-BATCH
003320         GO TO 2100-EXIT
003330     END-IF
003340     IF GL-JOURNAL-RECORD (1:20) = GLJ-FOOTER-LINE (1:20)
003350         SET WS-BAT-COMPLETE (WS-CUR-BAT) TO TRUE
003360         MOVE "N" TO WS-IN-BATCH-SW
003370         MOVE "N" TO WS-IN-DETAIL-SW
003380         GO TO 2100-EXIT
003390     END-IF
003400     IF NOT WS-IN-DETAIL
003410        OR GL-JOURNAL-RECORD (1:21) = GLJ-COLUMN-LINE (1:21)
003420         GO TO 2100-EXIT
003430     END-IF
003440     MOVE GL-JOURNAL-RECORD TO GLJ-DETAIL-LINE
003450*    The detail lines end at the first line of the unmapped
003460*    departments or prior-period adjustments section; those
003470*    sections only repeat records already on detail lines.
003480     IF GLJ-DTL-DATE IS NOT NUMERIC
003490         MOVE "N" TO WS-IN-DETAIL-SW
003500         GO TO 2100-EXIT
003510     END-IF
003520     PERFORM 2400-ADD-DETAIL THRU 2400-EXIT.
003530 2100-EXIT.
003540     EXIT.
003550
003560 2200-START-BATCH.
003570     MOVE GL-JOURNAL-RECORD TO GLJ-HEADER-LINE
003580     MOVE "N" TO WS-IN-BATCH-SW
003590     MOVE "N" TO WS-IN-DETAIL-SW
003600     PERFORM 2250-FIND-SENT THRU 2250-EXIT
003610     IF WS-MODE-EXTRACT
003620         IF WS-SENT-FOUND
003630             GO TO 2200-EXIT
003640         END-IF
003641         IF WS-FIRST-BUS-DATE NOT = SPACES
003643            AND GLJ-HDR-DATE LESS THAN WS-FIRST-BUS-DATE
003645             ADD 1 TO WS-EARLY-COUNT
003646             GO TO 2200-EXIT
003648         END-IF
003650     ELSE
003660         IF NOT WS-SENT-FOUND
003670             GO TO 2200-EXIT
003680         END-IF
003690         IF NOT WS-SENT-SELECTED (WS-SENT-AT)
003700             GO TO 2200-EXIT
003710         END-IF
003720     END-IF
003730     PERFORM 2270-FIND-RUN-BATCH THRU 2270-EXIT
003740     IF WS-BAT-FOUND
003750*    GLPOST appends a batch's journal again when it completes
003760*    a commit that died mid-append, so the earlier copy may
003770*    be partial: its totals are dropped for the later copy.
003780         DISPLAY "BATCH " GLJ-HDR-BATCH
003790             " REPEATED ON GLJRNL - LATER COPY USED"
003800         PERFORM 2280-CLEAR-ONE-TOTAL THRU 2280-EXIT
003810             VARYING WS-TOT-SUB FROM 1 BY 1
003820             UNTIL WS-TOT-SUB GREATER THAN WS-TOT-ENTRIES
003830         MOVE "N" TO WS-BAT-COMPLETE-SW (WS-CUR-BAT)
003840     ELSE
003850         IF WS-BAT-ENTRIES NOT LESS THAN 200
003860             DISPLAY "CORPORATE BATCH TABLE FULL - RUN STOPPED"
003863             DISPLAY "SET A LATER CORPPARM FIRST BUSINESS DATE"
003866             MOVE 8 TO RETURN-CODE
003870             STOP RUN
003880         END-IF
003890         ADD 1 TO WS-BAT-ENTRIES
003900         MOVE WS-BAT-ENTRIES TO WS-CUR-BAT
003910         MOVE GLJ-HDR-BATCH TO WS-BAT-ID (WS-CUR-BAT)
003920         MOVE GLJ-HDR-DATE TO WS-BAT-BUS-DATE (WS-CUR-BAT)
003930         MOVE "N" TO WS-BAT-COMPLETE-SW (WS-CUR-BAT)
003940         IF WS-MODE-RECREATE
003950             MOVE WS-SENT-ENTITY (WS-SENT-AT)
003960                 TO WS-BAT-ENTITY (WS-CUR-BAT)
003970             MOVE WS-SENT-AT TO WS-BAT-SENT-SUB (WS-CUR-BAT)
003980             MOVE "F" TO WS-SENT-SEL-SW (WS-SENT-AT)
003990         ELSE
004000             MOVE WS-ENTITY-CODE TO WS-BAT-ENTITY (WS-CUR-BAT)
004010             MOVE ZERO TO WS-BAT-SENT-SUB (WS-CUR-BAT)
004020         END-IF
004030     END-IF
004040     SET WS-IN-BATCH TO TRUE
004050     SET WS-IN-DETAIL TO TRUE.
004060 2200-EXIT.
004070     EXIT.
004080
004090 2250-FIND-SENT.
004100     MOVE "N" TO WS-SENT-FOUND-SW
004110     MOVE ZERO TO WS-SENT-AT
004120     PERFORM 2260-MATCH-ONE-SENT THRU 2260-EXIT
004130         VARYING WS-SENT-SUB FROM 1 BY 1
004140         UNTIL WS-SENT-SUB GREATER THAN WS-SENT-ENTRIES
004150            OR WS-SENT-FOUND.
004160 2250-EXIT.
004170     EXIT.
004180
004190 2260-MATCH-ONE-SENT.
004200     IF WS-SENT-BATCH (WS-SENT-SUB) = GLJ-HDR-BATCH
004210         SET WS-SENT-FOUND TO TRUE
004220         MOVE WS-SENT-SUB TO WS-SENT-AT
004230     END-IF.
004240 2260-EXIT.
004250     EXIT.
004260
004270 2270-FIND-RUN-BATCH.
004280     MOVE "N" TO WS-BAT-FOUND-SW
004290     PERFORM 2275-MATCH-ONE-BATCH THRU 2275-EXIT
004300         VARYING WS-BAT-SUB FROM 1 BY 1
004310         UNTIL WS-BAT-SUB GREATER THAN WS-BAT-ENTRIES
004320            OR WS-BAT-FOUND.
004330 2270-EXIT.
004340     EXIT.
004350
004360 2275-MATCH-ONE-BATCH.
004370     IF WS-BAT-ID (WS-BAT-SUB) = GLJ-HDR-BATCH
004380         SET WS-BAT-FOUND TO TRUE
004390         MOVE WS-BAT-SUB TO WS-CUR-BAT
004400     END-IF.
004410 2275-EXIT.
004420     EXIT.
004430
004440 2280-CLEAR-ONE-TOTAL.
004450     IF WS-TOT-BAT (WS-TOT-SUB) = WS-CUR-BAT
004460         MOVE ZERO TO WS-TOT-AMOUNT (WS-TOT-SUB)
004470         MOVE ZERO TO WS-TOT-LINES (WS-TOT-SUB)
004480     END-IF.
004490 2280-EXIT.
004500     EXIT.
004510
004520 2400-ADD-DETAIL.
004530     MOVE GLJ-DTL-AMOUNT TO WS-LINE-AMOUNT
004540     MOVE "N" TO WS-TOT-FOUND-SW
004550     MOVE ZERO TO WS-TOT-AT
004560     PERFORM 2450-MATCH-ONE-TOTAL THRU 2450-EXIT
004570         VARYING WS-TOT-SUB FROM 1 BY 1
004580         UNTIL WS-TOT-SUB GREATER THAN WS-TOT-ENTRIES
004590            OR WS-TOT-FOUND
004600     IF NOT WS-TOT-FOUND
004610         IF WS-TOT-ENTRIES NOT LESS THAN 3000
004620             DISPLAY "CORPORATE TOTALS TABLE FULL - RUN STOPPED"
004630             STOP RUN
004640         END-IF
004650         ADD 1 TO WS-TOT-ENTRIES
004660         MOVE WS-TOT-ENTRIES TO WS-TOT-AT
004670         MOVE WS-CUR-BAT TO WS-TOT-BAT (WS-TOT-AT)
004680         MOVE GLJ-DTL-ACCOUNT TO WS-TOT-ACCOUNT (WS-TOT-AT)
004690         MOVE GLJ-DTL-DEPT TO WS-TOT-DEPT (WS-TOT-AT)
004700         MOVE ZERO TO WS-TOT-AMOUNT (WS-TOT-AT)
004710         MOVE ZERO TO WS-TOT-LINES (WS-TOT-AT)
004720         MOVE "N" TO WS-TOT-DONE-SW (WS-TOT-AT)
004730     END-IF
004740     ADD WS-LINE-AMOUNT TO WS-TOT-AMOUNT (WS-TOT-AT)
004750     ADD 1 TO WS-TOT-LINES (WS-TOT-AT).
004760 2400-EXIT.
004770     EXIT.
004780
004790 2450-MATCH-ONE-TOTAL.
004800     IF WS-TOT-BAT (WS-TOT-SUB) = WS-CUR-BAT
004810        AND WS-TOT-ACCOUNT (WS-TOT-SUB) = GLJ-DTL-ACCOUNT
004820        AND WS-TOT-DEPT (WS-TOT-SUB) = GLJ-DTL-DEPT
004830         SET WS-TOT-FOUND TO TRUE
004840         MOVE WS-TOT-SUB TO WS-TOT-AT
004850     END-IF.
004860 2450-EXIT.
004870     EXIT.
004880
004890 3000-WRITE-FEED.
004900     MOVE ZERO TO WS-READY-COUNT
004910     MOVE ZERO TO WS-HELD-COUNT
004920     PERFORM 3050-COUNT-ONE-READY THRU 3050-EXIT
004930         VARYING WS-BAT-SUB FROM 1 BY 1
004940         UNTIL WS-BAT-SUB GREATER THAN WS-BAT-ENTRIES
004950     IF WS-READY-COUNT = ZERO
004960         IF WS-MODE-EXTRACT
004970             DISPLAY "NO UNSENT BATCHES ON GLJRNL - "
004980                 "NO FEED WRITTEN"
004990         END-IF
005000         GO TO 3000-EXIT
005010     END-IF
005020     OPEN OUTPUT CORP-FEED-FILE
005030     PERFORM 3100-WRITE-ONE-BATCH THRU 3100-EXIT
005040         VARYING WS-BAT-SUB FROM 1 BY 1
005050         UNTIL WS-BAT-SUB GREATER THAN WS-BAT-ENTRIES
005060     CLOSE CORP-FEED-FILE.
005070 3000-EXIT.
005080     EXIT.
005090
005100 3050-COUNT-ONE-READY.
005110     IF WS-BAT-COMPLETE (WS-BAT-SUB)
005120         ADD 1 TO WS-READY-COUNT
005130     ELSE
005140         DISPLAY "BATCH " WS-BAT-ID (WS-BAT-SUB)
005150             " INCOMPLETE ON GLJRNL - LEFT OUT OF FEED"
005160         ADD 1 TO WS-HELD-COUNT
005170     END-IF.
005180 3050-EXIT.
005190     EXIT.
005200
005210 3100-WRITE-ONE-BATCH.
005220     IF NOT WS-BAT-COMPLETE (WS-BAT-SUB)
005230         GO TO 3100-EXIT
005240     END-IF
005250     MOVE ZERO TO WS-BAT-COUNT (WS-BAT-SUB)
005260     MOVE ZERO TO WS-BAT-DEBIT (WS-BAT-SUB)
005270     MOVE ZERO TO WS-BAT-CREDIT (WS-BAT-SUB)
005280     MOVE SPACES TO CORP-FEED-RECORD
005290     SET CFD-HEADER TO TRUE
005300     MOVE WS-BAT-ENTITY (WS-BAT-SUB) TO CFH-ENTITY
005310     MOVE WS-BAT-BUS-DATE (WS-BAT-SUB) TO CFH-BUS-DATE
005320     MOVE WS-BAT-ID (WS-BAT-SUB) TO CFH-BATCH-ID
005330     WRITE CORP-FEED-RECORD
005340     MOVE "N" TO WS-BATCH-DONE-SW
005350     PERFORM 3200-WRITE-NEXT-DETAIL THRU 3200-EXIT
005360         UNTIL WS-BATCH-DONE
005370     MOVE SPACES TO CORP-FEED-RECORD
005380     SET CFD-TRAILER TO TRUE
005390     MOVE WS-BAT-COUNT (WS-BAT-SUB) TO CFT-RECORD-COUNT
005400     MOVE WS-BAT-DEBIT (WS-BAT-SUB) TO CFT-DEBIT-TOTAL
005410     MOVE WS-BAT-CREDIT (WS-BAT-SUB) TO CFT-CREDIT-TOTAL
005420     WRITE CORP-FEED-RECORD
005430     ADD 1 TO WS-WRITTEN-COUNT.
005440 3100-EXIT.
005450     EXIT.
005460
005470 3200-WRITE-NEXT-DETAIL.
005480*    The batch's totals go out in account then department
005490*    order, so a re-created file matches the original line
005500*    for line.
005510     MOVE ZERO TO WS-TOT-AT
005520     MOVE HIGH-VALUES TO WS-LOW-KEY
005530     PERFORM 3250-TEST-ONE-TOTAL THRU 3250-EXIT
005540         VARYING WS-TOT-SUB FROM 1 BY 1
005550         UNTIL WS-TOT-SUB GREATER THAN WS-TOT-ENTRIES
005560     IF WS-TOT-AT = ZERO
005570         SET WS-BATCH-DONE TO TRUE
005580         GO TO 3200-EXIT
005590     END-IF
005600     SET WS-TOT-DONE (WS-TOT-AT) TO TRUE
005610     MOVE SPACES TO CORP-FEED-RECORD
005620     SET CFD-DETAIL TO TRUE
005630     MOVE WS-TOT-ACCOUNT (WS-TOT-AT) TO CFD-ACCOUNT
005640     MOVE WS-TOT-DEPT (WS-TOT-AT) TO CFD-DEPT
005650     MOVE WS-TOT-AMOUNT (WS-TOT-AT) TO CFD-AMOUNT
005660     MOVE WS-TOT-LINES (WS-TOT-AT) TO CFD-LINE-COUNT
005670     IF WS-TOT-AMOUNT (WS-TOT-AT) LESS THAN ZERO
005680         SET CFD-CREDIT TO TRUE
005690         ADD CFD-AMOUNT TO WS-BAT-CREDIT (WS-BAT-SUB)
005700     ELSE
005710         SET CFD-DEBIT TO TRUE
005720         ADD CFD-AMOUNT TO WS-BAT-DEBIT (WS-BAT-SUB)
005730     END-IF
005740     WRITE CORP-FEED-RECORD
005750     ADD 1 TO WS-BAT-COUNT (WS-BAT-SUB)
005760     ADD 1 TO WS-DETAIL-COUNT.
005770 3200-EXIT.
005780     EXIT.
005790
005800 3250-TEST-ONE-TOTAL.
005810     IF WS-TOT-BAT (WS-TOT-SUB) = WS-BAT-SUB
005820        AND NOT WS-TOT-DONE (WS-TOT-SUB)
005830        AND WS-TOT-LINES (WS-TOT-SUB) GREATER THAN ZERO
005840        AND WS-TOT-KEY (WS-TOT-SUB) LESS THAN WS-LOW-KEY
005850         MOVE WS-TOT-KEY (WS-TOT-SUB) TO WS-LOW-KEY
005860         MOVE WS-TOT-SUB TO WS-TOT-AT
005870     END-IF.
005880 3250-EXIT.
005890     EXIT.
005900
005910 4000-LOG-TRANSMISSION.
005920*    Logged only once the feed file is closed.  A re-create
005930*    is logged too, against the send it re-created.
005940     IF WS-WRITTEN-COUNT = ZERO
005950         GO TO 4000-EXIT
005960     END-IF
005970     OPEN EXTEND CORP-XMIT-LOG-FILE
005980     IF WS-XLOG-FILE-NOT-FOUND
005990         OPEN OUTPUT CORP-XMIT-LOG-FILE
006000     END-IF
006010     PERFORM 4100-LOG-ONE-BATCH THRU 4100-EXIT
006020         VARYING WS-BAT-SUB FROM 1 BY 1
006030         UNTIL WS-BAT-SUB GREATER THAN WS-BAT-ENTRIES
006040     CLOSE CORP-XMIT-LOG-FILE.
006050 4000-EXIT.
006060     EXIT.
006070
006080 4100-LOG-ONE-BATCH.
006090     IF NOT WS-BAT-COMPLETE (WS-BAT-SUB)
006100         GO TO 4100-EXIT
006110     END-IF
006120     MOVE WS-BAT-ID (WS-BAT-SUB) TO XLOG-BATCH-ID
006130     MOVE WS-BAT-BUS-DATE (WS-BAT-SUB) TO XLOG-BUS-DATE
006140     MOVE WS-CURRENT-DATE TO XLOG-RUN-DATE
006150     MOVE WS-CURRENT-TIME TO XLOG-RUN-TIME
006160     IF WS-MODE-RECREATE
006170         SET XLOG-RECREATED TO TRUE
006180         MOVE WS-BAT-SENT-SUB (WS-BAT-SUB) TO WS-SENT-AT
006190         MOVE WS-SENT-DATE (WS-SENT-AT) TO XLOG-SENT-DATE
006200         MOVE WS-SENT-TIME (WS-SENT-AT) TO XLOG-SENT-TIME
006210     ELSE
006220         SET XLOG-SENT TO TRUE
006230         MOVE WS-CURRENT-DATE TO XLOG-SENT-DATE
006240         MOVE WS-CURRENT-TIME TO XLOG-SENT-TIME
006250     END-IF
006260     MOVE WS-BAT-ENTITY (WS-BAT-SUB) TO XLOG-ENTITY
006270     MOVE WS-BAT-COUNT (WS-BAT-SUB) TO XLOG-DETAIL-COUNT
006280     MOVE WS-BAT-DEBIT (WS-BAT-SUB) TO XLOG-DEBIT-TOTAL
006290     MOVE WS-BAT-CREDIT (WS-BAT-SUB) TO XLOG-CREDIT-TOTAL
006300     WRITE CORP-XMIT-LOG-RECORD.
006310 4100-EXIT.
006320     EXIT.
006330
006340 5000-CHECK-RECREATE.
006350     MOVE "N" TO WS-MISMATCH-SW
006360     PERFORM 5100-CHECK-ONE-LOGGED THRU 5100-EXIT
006370         VARYING WS-SENT-SUB FROM 1 BY 1
006380         UNTIL WS-SENT-SUB GREATER THAN WS-SENT-ENTRIES
006390     PERFORM 5200-CHECK-ONE-BATCH THRU 5200-EXIT
006400         VARYING WS-BAT-SUB FROM 1 BY 1
006410         UNTIL WS-BAT-SUB GREATER THAN WS-BAT-ENTRIES
006420     IF WS-MISMATCH
006430         DISPLAY "RE-CREATED FEED DOES NOT MATCH CORPXLOG"
006440         MOVE 8 TO RETURN-CODE
006450     ELSE
006460         DISPLAY "RE-CREATED FEED MATCHES CORPXLOG"
006470     END-IF.
006480 5000-EXIT.
006490     EXIT.
006500
006510 5100-CHECK-ONE-LOGGED.
006520     IF WS-SENT-SELECTED (WS-SENT-SUB)
006530        AND NOT WS-SENT-ON-JRNL (WS-SENT-SUB)
006540         DISPLAY "BATCH " WS-SENT-BATCH (WS-SENT-SUB)
006550             " LOGGED AS SENT BUT NOT ON GLJRNL"
006560         SET WS-MISMATCH TO TRUE
006570     END-IF.
006580 5100-EXIT.
006590     EXIT.
006600
006610 5200-CHECK-ONE-BATCH.
006620     IF NOT WS-BAT-COMPLETE (WS-BAT-SUB)
006630         SET WS-MISMATCH TO TRUE
006640         GO TO 5200-EXIT
006650     END-IF
006660     MOVE WS-BAT-SENT-SUB (WS-BAT-SUB) TO WS-SENT-AT
006670     IF WS-BAT-BUS-DATE (WS-BAT-SUB)
006680            NOT = WS-SENT-BUS-DATE (WS-SENT-AT)
006690        OR WS-BAT-COUNT (WS-BAT-SUB)
006700            NOT = WS-SENT-COUNT (WS-SENT-AT)
006710        OR WS-BAT-DEBIT (WS-BAT-SUB)
006720            NOT = WS-SENT-DEBIT (WS-SENT-AT)
006730        OR WS-BAT-CREDIT (WS-BAT-SUB)
006740            NOT = WS-SENT-CREDIT (WS-SENT-AT)
006750         DISPLAY "BATCH " WS-BAT-ID (WS-BAT-SUB)
006760             " TOTALS DIFFER FROM CORPXLOG"
006770         SET WS-MISMATCH TO TRUE
006780     END-IF.
006790 5200-EXIT.
006800     EXIT.
006810
006820 9000-TERMINATE.
006830     IF WS-MODE-RECREATE
006840         DISPLAY "CORPFEED RE-CREATED - BATCHES    "
006850             WS-WRITTEN-COUNT
006860     ELSE
006870         DISPLAY "CORPFEED WRITTEN - BATCHES SENT  "
006880             WS-WRITTEN-COUNT
006890     END-IF
006900     DISPLAY "ACCOUNT/DEPARTMENT LINES       " WS-DETAIL-COUNT
006910     IF WS-HELD-COUNT GREATER THAN ZERO
006920         DISPLAY "BATCHES INCOMPLETE ON GLJRNL   " WS-HELD-COUNT
006930     END-IF
006932     IF WS-EARLY-COUNT GREATER THAN ZERO
006935         DISPLAY "BATCH HEADERS BEFORE CUT-OVER  " WS-EARLY-COUNT
006937     END-IF.
006940 9000-EXIT.
006950     EXIT.
