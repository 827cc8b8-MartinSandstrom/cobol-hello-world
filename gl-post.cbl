000010* run cobc -x gl-post.cbl pstix-build.cbl to compile.
000020* run ./gl-post to run the compiled program.
000030*-----------------------------------------------------------*
000040* Downstream GL posting job for the sampleCOBOL utility     *
000650*                    commit now continues straight into a   *
000660*                    fresh posting pass under a new batch   *
000670*                    ID instead of asking for a rerun.      *
000671*   2026-10-15  MS   Closed-period lock: each record's      *
000672*                    GL-TRAN-DATE is checked against the    *
000673*                    FISCCAL fiscal calendar.  A record     *
000674*                    dated in a closed period posts to the  *
000675*                    earliest open period as a prior-period *
000676*                    adjustment, marked PPA on its journal  *
000677*                    line (PPA-YE when it crosses a closed  *
000678*                    fiscal year-end) and listed in its own *
000679*                    journal section.  Every journal line   *
000680*                    now shows the period it posted to.  A  *
000681*                    calendar with no open period stops the *
000682*                    run with RETURN-CODE 8; with no        *
000683*                    FISCCAL on file the lock is off.       *
000684*   2026-10-15  MS   Moved the journal line layouts into    *
000685*                    the shared GLJREC copybook so the      *
000686*                    corporate ledger extract reads the     *
000687*                    same layout.                           *
000688*   2026-10-15  MS   GLPSTIX posted index: a new commit     *
000689*                    step after the GLPOSTED append applies *
000690*                    the batch's posted images to the       *
000691*                    indexed cross-reference that BASCALC   *
000692*                    reads to match a reversal, keyed on    *
000693*                    operands, op-code, department and      *
000694*                    amount.  The step records phase I      *
000695*                    before it starts and X when done; a    *
000696*                    run that died inside it, or finds no   *
000697*                    GLPSTIX on file, rebuilds the index    *
000698*                    from the whole of GLPOSTED.  Each      *
000699*                    GLPOSTED image now carries the op-code *
000700*                    after its batch ID.                    *
000701*   2026-10-15  MS   The GLPSTIX rebuild moved out to the   *
000702*                    PSTIXBLD program, CALLed here and by   *
000703*                    BASCALC, so a reversal run before the  *
000704*                    first GLPOST commit still finds its    *
000705*                    original.  A failed rebuild stops the  *
000707*                    run with RETURN-CODE 8 before the      *
000709*                    master is swapped.                     *
000711*-----------------------------------------------------------*
000713 IDENTIFICATION DIVISION.
000715 PROGRAM-ID. GLPOST.
000717
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
001020     SELECT GL-IFACE-WORK-FILE ASSIGN TO "GLIWORK"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-GIW-FILE-STATUS.
001041     SELECT FISCAL-CALENDAR-FILE ASSIGN TO "FISCCAL"
001042         ORGANIZATION IS LINE SEQUENTIAL
001043         FILE STATUS IS WS-FCL-FILE-STATUS.
001044     SELECT GL-POSTED-INDEX-FILE ASSIGN TO "GLPSTIX"
001045         ORGANIZATION IS INDEXED
001046         ACCESS MODE IS DYNAMIC
001047         RECORD KEY IS PSTX-KEY
001048         FILE STATUS IS WS-PSX-FILE-STATUS.
001050
001060 DATA DIVISION.
001070 FILE SECTION.
001320     05  GLX-EFF-DATE        PIC X(08).
001330 FD  GL-IFACE-WORK-FILE.
001340 01  GL-IFACE-WORK-RECORD    PIC X(80).
001341 FD  FISCAL-CALENDAR-FILE.
001342     COPY FCALREC.
001343 FD  GL-POSTED-INDEX-FILE.
001344     COPY PSTIXREC.
001350
001360 WORKING-STORAGE SECTION.
001370 01  WS-SWITCHES.
001530         88  WS-MAP-FOUND            VALUE "Y".
001540     05  WS-UNMP-FOUND-SW    PIC X(01) VALUE "N".
001550         88  WS-UNMP-FOUND           VALUE "Y".
001551     05  WS-FCL-EOF-SW       PIC X(01) VALUE "N".
001552         88  WS-FCL-EOF              VALUE "Y".
001553     05  WS-FCL-LOADED-SW    PIC X(01) VALUE "N".
001554         88  WS-FCL-LOADED           VALUE "Y".
001555     05  WS-PRD-FOUND-SW     PIC X(01) VALUE "N".
001556         88  WS-PRD-FOUND            VALUE "Y".
001557     05  WS-OPEN-FOUND-SW    PIC X(01) VALUE "N".
001558         88  WS-OPEN-FOUND           VALUE "Y".
001559     05  WS-PPA-SW           PIC X(01) VALUE "N".
001560         88  WS-PPA                  VALUE "Y".
001561     05  WS-CROSS-YEAR-SW    PIC X(01) VALUE "N".
001562         88  WS-CROSS-YEAR           VALUE "Y".
001563     05  WS-PSX-FOUND-SW     PIC X(01) VALUE "N".
001564         88  WS-PSX-FOUND            VALUE "Y".
001565     05  WS-PSX-CANCELLED-SW PIC X(01) VALUE "N".
001566         88  WS-PSX-CANCELLED        VALUE "Y".
001568
001570 01  WS-GLI-FILE-STATUS      PIC X(02) VALUE "00".
001580     88  WS-GLI-FILE-NOT-FOUND   VALUE "35".
001590 01  WS-GLM-FILE-STATUS      PIC X(02) VALUE "00".
001740     88  WS-GLX-FILE-NOT-FOUND   VALUE "35".
001750 01  WS-GIW-FILE-STATUS      PIC X(02) VALUE "00".
001760     88  WS-GIW-FILE-NOT-FOUND   VALUE "35".
001761 01  WS-FCL-FILE-STATUS      PIC X(02) VALUE "00".
001762     88  WS-FCL-FILE-NOT-FOUND   VALUE "35".
001763 01  WS-PSX-FILE-STATUS      PIC X(02) VALUE "00".
001764     88  WS-PSX-FILE-NOT-FOUND   VALUE "35".
001770
001780 01  WS-CURRENT-DATE         PIC X(08) VALUE SPACES.
001790 01  WS-CURRENT-TIME         PIC X(08) VALUE SPACES.
001840*      R  posting in progress, live files untouched
001850*      W  work files complete, commit not started
001860*      J  journal appended      P  posted history appended
001865*      I  posted index update begun
001866*      X  posted index updated
001870*      M  master swapped       S  drain survivors sifted
001880*      C  batch complete
001890 01  WS-PHASE                PIC X(01) VALUE "C".
002250         10  WS-UNMP-COUNT       PIC 9(05).
002260 01  WS-UNMP-ENTRIES         PIC 9(03) VALUE ZERO.
002270 01  WS-UNMP-SUB             PIC 9(03) VALUE ZERO.
002271 01  WS-UNMP-AT              PIC 9(03) VALUE ZERO.
002272
002273*    The fiscal calendar loaded from FISCCAL.  Periods close
002274*    in order, so the earliest open period is the current
002275*    one: prior-period adjustments post to it.
002276 01  WS-FCL-TABLE.
002277     05  WS-FCL-ENTRY OCCURS 120 TIMES.
002278         10  WS-FCL-PERIOD       PIC X(06).
002279         10  WS-FCL-START-DATE   PIC X(08).
002280         10  WS-FCL-END-DATE     PIC X(08).
002281         10  WS-FCL-STATUS       PIC X(01).
002282             88  WS-FCL-CLOSED       VALUE "C".
002283         10  WS-FCL-YEAR-END-SW  PIC X(01).
002284             88  WS-FCL-YEAR-END     VALUE "Y".
002285 01  WS-FCL-ENTRIES          PIC 9(03) VALUE ZERO.
002286 01  WS-FCL-SUB              PIC 9(03) VALUE ZERO.
002287 01  WS-FCL-AT               PIC 9(03) VALUE ZERO.
002288 01  WS-OPEN-PERIOD          PIC X(06) VALUE SPACES.
002289 01  WS-TRAN-PERIOD          PIC X(06) VALUE SPACES.
002290 01  WS-POST-PERIOD          PIC X(06) VALUE SPACES.
002291 01  WS-NOCAL-COUNT          PIC 9(07) VALUE ZERO.
002292
002293*    Prior-period adjustments listed in their own journal
002294*    section; past 500 they are still counted and totalled.
002295 01  WS-PPA-TABLE.
002296     05  WS-PPA-ENTRY OCCURS 500 TIMES.
002297         10  WS-PPA-DEPT         PIC X(04).
002298         10  WS-PPA-ACCOUNT      PIC X(04).
002299         10  WS-PPA-DATE         PIC X(08).
002300         10  WS-PPA-PERIOD       PIC X(06).
002301         10  WS-PPA-AMOUNT       PIC S9(07).
002302         10  WS-PPA-MARK         PIC X(06).
002303 01  WS-PPA-ENTRIES          PIC 9(03) VALUE ZERO.
002304 01  WS-PPA-SUB              PIC 9(03) VALUE ZERO.
002305 01  WS-PPA-COUNT            PIC 9(07) VALUE ZERO.
002306 01  WS-PPA-TOTAL            PIC S9(11) VALUE ZERO.
002307
002308 01  WS-POSTED-LINE.
002310     05  WS-PST-IMAGE        PIC X(29).
002311     05  WS-PST-IMAGE-FIELDS REDEFINES WS-PST-IMAGE.
002312         10  WS-PST-RESULT       PIC S9(07).
002313         10  WS-PST-NUM1         PIC 9(05).
002314         10  WS-PST-NUM2         PIC 9(05).
002315         10  WS-PST-TRAN-DATE    PIC X(08).
002316         10  WS-PST-DEPT         PIC X(04).
002320     05  WS-PST-BATCH        PIC X(14).
002325     05  WS-PST-OPCODE       PIC X(01).
002330     05  FILLER              PIC X(36) VALUE SPACES.
002340
002350 01  WS-MASTER-TABLE.
002360     05  WS-MSTR-ENTRY OCCURS 100 TIMES.
002420 01  WS-MSTR-SUB             PIC 9(03) VALUE ZERO.
002430 01  WS-ACCT-SUB             PIC 9(03) VALUE ZERO.
002440
002450     COPY GLJREC.
002670 01  WS-JRNL-EXC-HEADER      PIC X(80) VALUE
002680         "UNMAPPED DEPARTMENTS - POSTED TO SUSPENSE ACCT 9999".
002690 01  WS-JRNL-EXC-LINE.
002720     05  FILLER              PIC X(08) VALUE "  COUNT ".
002730     05  JRNL-EXC-COUNT      PIC ZZZZ9.
002740     05  FILLER              PIC X(57) VALUE SPACES.
002741 01  WS-JRNL-PPA-HEADER.
002742     05  FILLER              PIC X(41)
002743         VALUE "PRIOR-PERIOD ADJUSTMENTS - POSTED TO OPEN".
002744     05  FILLER              PIC X(08) VALUE " PERIOD ".
002745     05  JRNL-PPA-HDR-PERIOD PIC X(06).
002746     05  FILLER              PIC X(25) VALUE SPACES.
002747 01  WS-JRNL-PPA-COLUMN-LINE PIC X(80) VALUE
002748         "DEPT  ACCT  TRAN DATE  CLOSED PERIOD      AMOUNT".
002749 01  WS-JRNL-PPA-LINE.
002750     05  JRNL-PPA-DEPT       PIC X(04).
002751     05  FILLER              PIC X(02) VALUE SPACES.
002752     05  JRNL-PPA-ACCOUNT    PIC X(04).
002753     05  FILLER              PIC X(02) VALUE SPACES.
002754     05  JRNL-PPA-DATE       PIC X(08).
002755     05  FILLER              PIC X(03) VALUE SPACES.
002756     05  JRNL-PPA-PERIOD     PIC X(06).
002757     05  FILLER              PIC X(08) VALUE SPACES.
002758     05  JRNL-PPA-AMOUNT     PIC -ZZZZZZ9.
002759     05  FILLER              PIC X(02) VALUE SPACES.
002760     05  JRNL-PPA-MARK       PIC X(06).
002761     05  FILLER              PIC X(27) VALUE SPACES.
002762 01  WS-JRNL-PPA-FOOTER.
002763     05  FILLER              PIC X(20)
002764                             VALUE "ADJUSTMENTS POSTED  ".
002765     05  JRNL-PPA-FTR-COUNT  PIC ZZZZZZ9.
002766     05  FILLER              PIC X(05) VALUE SPACES.
002767     05  FILLER              PIC X(13) VALUE "TOTAL ADJUSTD".
002768     05  JRNL-PPA-FTR-TOTAL  PIC -ZZZZZZZZZZ9.
002769     05  FILLER              PIC X(23) VALUE SPACES.
002830
002840 PROCEDURE DIVISION.
002850 0000-MAINLINE.
003020     IF WS-RUN-ENDED
003030         GO TO 1000-EXIT
003040     END-IF
003042     PERFORM 2700-LOAD-CALENDAR THRU 2700-EXIT
003044     IF WS-RUN-ENDED
003046         GO TO 1000-EXIT
003048     END-IF
003050     OPEN INPUT GL-INTERFACE-FILE
003060     IF WS-GLI-FILE-NOT-FOUND
003070         DISPLAY "GLIFILE NOT FOUND - NOTHING TO POST"
003400*    backed out by simply starting over.
003410             DISPLAY "PRIOR RUN DIED MID-POSTING - BACKED OUT"
003420             DISPLAY "LIVE FILES UNTOUCHED - STARTING FRESH"
003430         WHEN "W" WHEN "J" WHEN "P" WHEN "I" WHEN "X"
003435         WHEN "M" WHEN "S"
003440             DISPLAY "PRIOR RUN DIED MID-COMMIT - COMPLETING "
003450                 "BATCH " GCK-BATCH-ID
003460             MOVE GCK-BATCH-ID TO WS-BATCH-ID
004370     MOVE GLX-EFF-DATE TO WS-XREF-EFF-DATE (WS-XREF-ENTRIES).
004380 2600-EXIT.
004390     EXIT.
004391
004392 2700-LOAD-CALENDAR.
004393*    With no FISCCAL on file every record posts as it always
004394*    did.  A calendar with every period closed leaves
004395*    nowhere to post, so the run stops before it starts.
004396     MOVE "N" TO WS-FCL-EOF-SW
004397     MOVE "N" TO WS-FCL-LOADED-SW
004398     MOVE "N" TO WS-OPEN-FOUND-SW
004399     MOVE ZERO TO WS-FCL-ENTRIES
004400     MOVE SPACES TO WS-OPEN-PERIOD
004401     OPEN INPUT FISCAL-CALENDAR-FILE
004402     IF WS-FCL-FILE-NOT-FOUND
004403         DISPLAY "FISCCAL NOT FOUND - PERIOD LOCK OFF"
004404         GO TO 2700-EXIT
004405     END-IF
004406     PERFORM 2750-LOAD-ONE-PERIOD THRU 2750-EXIT
004407         UNTIL WS-FCL-EOF
004408     CLOSE FISCAL-CALENDAR-FILE
004409     IF WS-FCL-ENTRIES = ZERO
004410         DISPLAY "FISCCAL EMPTY - PERIOD LOCK OFF"
004411         GO TO 2700-EXIT
004412     END-IF
004413     IF NOT WS-OPEN-FOUND
004414         DISPLAY "NO OPEN PERIOD ON FISCCAL - RUN STOPPED"
004415         DISPLAY "OPEN THE NEXT PERIOD BEFORE POSTING"
004416         MOVE 8 TO RETURN-CODE
004417         SET WS-RUN-ENDED TO TRUE
004418         GO TO 2700-EXIT
004419     END-IF
004420     SET WS-FCL-LOADED TO TRUE
004421     DISPLAY "POSTING INTO OPEN PERIOD " WS-OPEN-PERIOD.
004422 2700-EXIT.
004423     EXIT.
004424
004425 2750-LOAD-ONE-PERIOD.
004426     READ FISCAL-CALENDAR-FILE
004427         AT END
004428             SET WS-FCL-EOF TO TRUE
004429             GO TO 2750-EXIT
004430     END-READ
004431     IF WS-FCL-ENTRIES NOT LESS THAN 120
004432         DISPLAY "CALENDAR TABLE FULL - RUN STOPPED"
004433         STOP RUN
004434     END-IF
004435     ADD 1 TO WS-FCL-ENTRIES
004436     MOVE FCL-PERIOD TO WS-FCL-PERIOD (WS-FCL-ENTRIES)
004437     MOVE FCL-START-DATE TO WS-FCL-START-DATE (WS-FCL-ENTRIES)
004438     MOVE FCL-END-DATE TO WS-FCL-END-DATE (WS-FCL-ENTRIES)
004439     MOVE FCL-STATUS TO WS-FCL-STATUS (WS-FCL-ENTRIES)
004440     MOVE FCL-YEAR-END-SW TO WS-FCL-YEAR-END-SW (WS-FCL-ENTRIES)
004441     IF NOT FCL-CLOSED AND NOT WS-OPEN-FOUND
004442         SET WS-OPEN-FOUND TO TRUE
004443         MOVE FCL-PERIOD TO WS-OPEN-PERIOD
004444     END-IF.
004445 2750-EXIT.
004446     EXIT.
004448
004450 3000-POST-ONE-RECORD.
004452     MOVE GL-DEPT TO WS-POST-DEPT
004454     IF GL-DEPT = SPACES
004456         MOVE "0000" TO WS-POST-ACCOUNT
004458     ELSE
004460         PERFORM 3500-MAP-DEPT-ACCOUNT THRU 3500-EXIT
004470     END-IF
004480     PERFORM 3200-APPLY-TO-MASTER THRU 3200-EXIT
004485     PERFORM 3700-ASSIGN-PERIOD THRU 3700-EXIT
004490     PERFORM 3300-WRITE-JOURNAL-DETAIL THRU 3300-EXIT
004495     IF WS-PPA
004496         PERFORM 3800-NOTE-ADJUSTMENT THRU 3800-EXIT
004497     END-IF
004500     MOVE GL-INTERFACE-RECORD (1:29) TO WS-PST-IMAGE
004510     MOVE WS-BATCH-ID TO WS-PST-BATCH
004515     MOVE GL-OPCODE TO WS-PST-OPCODE
004520     WRITE GL-POSTED-WORK-RECORD FROM WS-POSTED-LINE
004530     ADD 1 TO WS-POSTED-COUNT
004540     ADD GL-RESULT TO WS-POSTED-TOTAL
005610     END-IF.
005620 3650-EXIT.
005630     EXIT.
005631
005632 3700-ASSIGN-PERIOD.
005633*    A record dated in an open period posts to it; one dated
005634*    in a closed period posts to the earliest open period as
005635*    a prior-period adjustment (PPA-YE when a closed fiscal
005636*    year-end lies between).  A date the calendar does not
005637*    cover posts to the open period and is counted.
005638     MOVE "N" TO WS-PPA-SW
005639     MOVE "N" TO WS-CROSS-YEAR-SW
005640     MOVE SPACES TO WS-TRAN-PERIOD
005641     MOVE SPACES TO WS-POST-PERIOD
005642     IF NOT WS-FCL-LOADED
005643         GO TO 3700-EXIT
005644     END-IF
005645     MOVE "N" TO WS-PRD-FOUND-SW
005646     PERFORM 3710-MATCH-ONE-PERIOD THRU 3710-EXIT
005647         VARYING WS-FCL-SUB FROM 1 BY 1
005648         UNTIL WS-PRD-FOUND
005649            OR WS-FCL-SUB GREATER THAN WS-FCL-ENTRIES
005650     IF NOT WS-PRD-FOUND
005651         ADD 1 TO WS-NOCAL-COUNT
005652         MOVE WS-OPEN-PERIOD TO WS-POST-PERIOD
005653         GO TO 3700-EXIT
005654     END-IF
005655     IF NOT WS-FCL-CLOSED (WS-FCL-AT)
005656         MOVE WS-TRAN-PERIOD TO WS-POST-PERIOD
005657         GO TO 3700-EXIT
005658     END-IF
005659     SET WS-PPA TO TRUE
005660     MOVE WS-OPEN-PERIOD TO WS-POST-PERIOD
005661     PERFORM 3720-TEST-ONE-YEAR-END THRU 3720-EXIT
005662         VARYING WS-FCL-SUB FROM WS-FCL-AT BY 1
005663         UNTIL WS-CROSS-YEAR
005664            OR WS-FCL-SUB GREATER THAN WS-FCL-ENTRIES.
005665 3700-EXIT.
005666     EXIT.
005667
005668 3710-MATCH-ONE-PERIOD.
005669     IF GL-TRAN-DATE NOT LESS THAN WS-FCL-START-DATE (WS-FCL-SUB)
005670        AND GL-TRAN-DATE
005671            NOT GREATER THAN WS-FCL-END-DATE (WS-FCL-SUB)
005672         SET WS-PRD-FOUND TO TRUE
005673         MOVE WS-FCL-SUB TO WS-FCL-AT
005674         MOVE WS-FCL-PERIOD (WS-FCL-SUB) TO WS-TRAN-PERIOD
005675     END-IF.
005676 3710-EXIT.
005677     EXIT.
005678
005679 3720-TEST-ONE-YEAR-END.
005680     IF WS-FCL-YEAR-END (WS-FCL-SUB)
005681        AND WS-FCL-CLOSED (WS-FCL-SUB)
005682         SET WS-CROSS-YEAR TO TRUE
005683     END-IF.
005684 3720-EXIT.
005685     EXIT.
005686
005687 3800-NOTE-ADJUSTMENT.
005688     ADD 1 TO WS-PPA-COUNT
005689     ADD GL-RESULT TO WS-PPA-TOTAL
005690     IF WS-PPA-ENTRIES NOT LESS THAN 500
005691         GO TO 3800-EXIT
005692     END-IF
005693     ADD 1 TO WS-PPA-ENTRIES
005694     MOVE WS-POST-DEPT TO WS-PPA-DEPT (WS-PPA-ENTRIES)
005695     MOVE WS-POST-ACCOUNT TO WS-PPA-ACCOUNT (WS-PPA-ENTRIES)
005696     MOVE GL-TRAN-DATE TO WS-PPA-DATE (WS-PPA-ENTRIES)
005697     MOVE WS-TRAN-PERIOD TO WS-PPA-PERIOD (WS-PPA-ENTRIES)
005698     MOVE GL-RESULT TO WS-PPA-AMOUNT (WS-PPA-ENTRIES)
005699     MOVE GLJ-DTL-MARK TO WS-PPA-MARK (WS-PPA-ENTRIES).
005700 3800-EXIT.
005701     EXIT.
005702
005703 3300-WRITE-JOURNAL-DETAIL.
005704     MOVE WS-POST-DEPT TO GLJ-DTL-DEPT
005705     MOVE WS-POST-ACCOUNT TO GLJ-DTL-ACCOUNT
005706     MOVE GL-TRAN-DATE TO GLJ-DTL-DATE
005707     MOVE GL-NUM1 TO GLJ-DTL-NUM1
005708     MOVE GL-NUM2 TO GLJ-DTL-NUM2
005710     MOVE GL-RESULT TO GLJ-DTL-AMOUNT
005712     MOVE WS-POST-PERIOD TO GLJ-DTL-PERIOD
005714     EVALUATE TRUE
005716         WHEN WS-CROSS-YEAR
005718             MOVE "PPA-YE" TO GLJ-DTL-MARK
005720         WHEN WS-PPA
005722             MOVE "PPA" TO GLJ-DTL-MARK
005724         WHEN OTHER
005726             MOVE SPACES TO GLJ-DTL-MARK
005728     END-EVALUATE
005729     MOVE GLJ-DETAIL-LINE TO GL-JOURNAL-WORK-RECORD
005730     WRITE GL-JOURNAL-WORK-RECORD.
005740 3300-EXIT.
005750     EXIT.
005770 7000-OPEN-JOURNAL.
005780*    The journal is built on the GLJRNLWK work file and only
005790*    appended to the live GLJRNL during the commit.
005800     MOVE WS-CURRENT-DATE TO GLJ-HDR-DATE
005810     MOVE WS-BATCH-ID TO GLJ-HDR-BATCH
005820     MOVE GLJ-HEADER-LINE TO GL-JOURNAL-WORK-RECORD
005830     WRITE GL-JOURNAL-WORK-RECORD
005840     MOVE GLJ-COLUMN-LINE TO GL-JOURNAL-WORK-RECORD
005850     WRITE GL-JOURNAL-WORK-RECORD.
005860 7000-EXIT.
005870     EXIT.
006220             VARYING WS-UNMP-SUB FROM 1 BY 1
006230             UNTIL WS-UNMP-SUB GREATER THAN WS-UNMP-ENTRIES
006240     END-IF
006242     IF WS-PPA-COUNT GREATER THAN ZERO
006244         PERFORM 9300-WRITE-ADJUSTMENTS THRU 9300-EXIT
006246     END-IF
006248     IF WS-NOCAL-COUNT GREATER THAN ZERO
006249         DISPLAY "POSTINGS DATED OUTSIDE FISCCAL " WS-NOCAL-COUNT
006250     END-IF
006255     MOVE WS-POSTED-COUNT TO GLJ-FTR-COUNT
006260     MOVE WS-POSTED-TOTAL TO GLJ-FTR-TOTAL
006270     MOVE GLJ-FOOTER-LINE TO GL-JOURNAL-WORK-RECORD
006280     WRITE GL-JOURNAL-WORK-RECORD
006290     CLOSE GL-JOURNAL-WORK-FILE
006300     CLOSE GL-POSTED-WORK-FILE
007560     WRITE GL-JOURNAL-WORK-RECORD.
007570 9200-EXIT.
007580     EXIT.
007581
007582 9300-WRITE-ADJUSTMENTS.
007583     MOVE WS-OPEN-PERIOD TO JRNL-PPA-HDR-PERIOD
007584     MOVE WS-JRNL-PPA-HEADER TO GL-JOURNAL-WORK-RECORD
007585     WRITE GL-JOURNAL-WORK-RECORD
007586     MOVE WS-JRNL-PPA-COLUMN-LINE TO GL-JOURNAL-WORK-RECORD
007587     WRITE GL-JOURNAL-WORK-RECORD
007588     PERFORM 9350-WRITE-ONE-ADJUSTMENT THRU 9350-EXIT
007589         VARYING WS-PPA-SUB FROM 1 BY 1
007590         UNTIL WS-PPA-SUB GREATER THAN WS-PPA-ENTRIES
007591     MOVE WS-PPA-COUNT TO JRNL-PPA-FTR-COUNT
007592     MOVE WS-PPA-TOTAL TO JRNL-PPA-FTR-TOTAL
007593     MOVE WS-JRNL-PPA-FOOTER TO GL-JOURNAL-WORK-RECORD
007594     WRITE GL-JOURNAL-WORK-RECORD
007595     DISPLAY "PRIOR-PERIOD ADJUSTMENTS POSTED " WS-PPA-COUNT.
007596 9300-EXIT.
007597     EXIT.
007598
007599 9350-WRITE-ONE-ADJUSTMENT.
007600     MOVE WS-PPA-DEPT (WS-PPA-SUB) TO JRNL-PPA-DEPT
007601     MOVE WS-PPA-ACCOUNT (WS-PPA-SUB) TO JRNL-PPA-ACCOUNT
007602     MOVE WS-PPA-DATE (WS-PPA-SUB) TO JRNL-PPA-DATE
007603     MOVE WS-PPA-PERIOD (WS-PPA-SUB) TO JRNL-PPA-PERIOD
007604     MOVE WS-PPA-AMOUNT (WS-PPA-SUB) TO JRNL-PPA-AMOUNT
007605     MOVE WS-PPA-MARK (WS-PPA-SUB) TO JRNL-PPA-MARK
007606     MOVE WS-JRNL-PPA-LINE TO GL-JOURNAL-WORK-RECORD
007607     WRITE GL-JOURNAL-WORK-RECORD.
007608 9350-EXIT.
007609     EXIT.
007611
007614 9500-COMPLETE-COMMIT.
007617*    Each step runs once and records its phase before the
007620*    next starts, so a rerun resumes exactly where the
007630*    commit stopped.
007640     IF WS-PHASE = "W"
007720         PERFORM 8500-WRITE-GL-CHECKPOINT THRU 8500-EXIT
007730     END-IF
007740     IF WS-PHASE = "P"
007741         MOVE "I" TO WS-PHASE
007742         PERFORM 8500-WRITE-GL-CHECKPOINT THRU 8500-EXIT
007743         PERFORM 9540-UPDATE-POSTED-INDEX THRU 9540-EXIT
007744         MOVE "X" TO WS-PHASE
007745         PERFORM 8500-WRITE-GL-CHECKPOINT THRU 8500-EXIT
007746     END-IF
007747*    A run that died inside the index update cannot tell the
007748*    images it applied from the rest, so the index is rebuilt
007749*    from GLPOSTED, which already holds the whole batch.
007750     IF WS-PHASE = "I"
007751         PERFORM 9550-REBUILD-POSTED-INDEX THRU 9550-EXIT
007752         MOVE "X" TO WS-PHASE
007753         PERFORM 8500-WRITE-GL-CHECKPOINT THRU 8500-EXIT
007754     END-IF
007755     IF WS-PHASE = "X"
007756         PERFORM 9530-SWAP-MASTER THRU 9530-EXIT
007760         MOVE "M" TO WS-PHASE
007770         PERFORM 8500-WRITE-GL-CHECKPOINT THRU 8500-EXIT
007780     END-IF
008690     WRITE GL-MASTER-RECORD FROM MASTER-WORK-RECORD.
008700 9535-EXIT.
008710     EXIT.
008720
008730 9540-UPDATE-POSTED-INDEX.
008740*    Brings GLPSTIX up to date with this batch's posted images.
008750*    With no GLPSTIX on file it is built from the whole of
008760*    GLPOSTED, which already holds this batch.
008770     OPEN I-O GL-POSTED-INDEX-FILE
008780     IF WS-PSX-FILE-NOT-FOUND
008790         DISPLAY "GLPSTIX NOT FOUND - REBUILT FROM GLPOSTED"
008800         PERFORM 9550-REBUILD-POSTED-INDEX THRU 9550-EXIT
008810         GO TO 9540-EXIT
008820     END-IF
008830     MOVE "N" TO WS-WORK-EOF-SW
008840     OPEN INPUT GL-POSTED-WORK-FILE
008850     IF WS-PWK-FILE-NOT-FOUND
008860         DISPLAY "GLPSTDWK MISSING MID-COMMIT - RUN STOPPED"
008870         STOP RUN
008880     END-IF
008890     PERFORM 9545-INDEX-ONE-WORK THRU 9545-EXIT
008900         UNTIL WS-WORK-EOF
008910     CLOSE GL-POSTED-WORK-FILE
008920     CLOSE GL-POSTED-INDEX-FILE.
008930 9540-EXIT.
008940     EXIT.
008950
008960 9545-INDEX-ONE-WORK.
008970     READ GL-POSTED-WORK-FILE INTO WS-POSTED-LINE
008980         AT END
008990             SET WS-WORK-EOF TO TRUE
009000             GO TO 9545-EXIT
009010     END-READ
009020     PERFORM 9560-INDEX-ONE-IMAGE THRU 9560-EXIT.
009030 9545-EXIT.
009040     EXIT.
009050
009060 9550-REBUILD-POSTED-INDEX.
009070*    PSTIXBLD builds GLPSTIX afresh from the whole of GLPOSTED;
009080*    BASCALC CALLs the same program, so the two can never
009090*    disagree over how the index is built.
009100     CALL "PSTIXBLD"
009110*    The commit phase is left at I, so the rerun builds it again.
009120     IF RETURN-CODE NOT = ZERO
009130         DISPLAY "GLPSTIX REBUILD FAILED - RUN STOPPED"
009140         MOVE 8 TO RETURN-CODE
009150         STOP RUN
009160     END-IF.
009170 9550-EXIT.
009180     EXIT.
009190
009200 9560-INDEX-ONE-IMAGE.
009210*    A negating image left by a reversal takes one open posting
009220*    off the original it backed out, so the open count is what
009230*    a later reversal may still take.  Any other image is one
009240*    more open posting under its own key.  A zero amount is
009250*    never a negating image.
009260     MOVE "N" TO WS-PSX-CANCELLED-SW
009270     IF WS-PST-RESULT NOT = ZERO
009280         PERFORM 9565-CANCEL-ORIGINAL THRU 9565-EXIT
009290     END-IF
009300     IF WS-PSX-CANCELLED
009310         GO TO 9560-EXIT
009320     END-IF
009330     PERFORM 9570-SET-IMAGE-KEY THRU 9570-EXIT
009340     MOVE "Y" TO WS-PSX-FOUND-SW
009350     READ GL-POSTED-INDEX-FILE
009360         INVALID KEY
009370             MOVE "N" TO WS-PSX-FOUND-SW
009380     END-READ
009390     IF WS-PSX-FOUND
009400         ADD 1 TO PSTX-POSTED-COUNT
009410         ADD 1 TO PSTX-OPEN-COUNT
009420         MOVE WS-PST-TRAN-DATE TO PSTX-LAST-DATE
009430         REWRITE POSTED-INDEX-RECORD
009440             INVALID KEY
009450                 DISPLAY "GLPSTIX REWRITE FAILED - STATUS "
009460                     WS-PSX-FILE-STATUS
009470                 STOP RUN
009480         END-REWRITE
009490         GO TO 9560-EXIT
009500     END-IF
009510     MOVE SPACES TO POSTED-INDEX-RECORD
009520     PERFORM 9570-SET-IMAGE-KEY THRU 9570-EXIT
009530     MOVE 1 TO PSTX-POSTED-COUNT
009540     MOVE 1 TO PSTX-OPEN-COUNT
009550     MOVE ZERO TO PSTX-REVERSED-COUNT
009560     MOVE WS-PST-TRAN-DATE TO PSTX-LAST-DATE
009570     WRITE POSTED-INDEX-RECORD
009580         INVALID KEY
009590             DISPLAY "GLPSTIX WRITE FAILED - STATUS "
009600                 WS-PSX-FILE-STATUS
009610             STOP RUN
009620     END-WRITE.
009630 9560-EXIT.
009640     EXIT.
009650
009660 9565-CANCEL-ORIGINAL.
009670     PERFORM 9570-SET-IMAGE-KEY THRU 9570-EXIT
009680     COMPUTE PSTX-RESULT = ZERO - WS-PST-RESULT
009690     PERFORM 9567-TAKE-ONE-OPEN THRU 9567-EXIT
009700     IF WS-PSX-CANCELLED OR WS-PST-OPCODE = SPACE
009710         GO TO 9565-EXIT
009720     END-IF
009730*    An original posted before the images carried the op-code
009740*    is indexed under a blank op-code.
009750     PERFORM 9570-SET-IMAGE-KEY THRU 9570-EXIT
009760     MOVE SPACE TO PSTX-OPCODE
009770     COMPUTE PSTX-RESULT = ZERO - WS-PST-RESULT
009780     PERFORM 9567-TAKE-ONE-OPEN THRU 9567-EXIT.
009790 9565-EXIT.
009800     EXIT.
009810
009820 9567-TAKE-ONE-OPEN.
009830     READ GL-POSTED-INDEX-FILE
009840         INVALID KEY
009850             GO TO 9567-EXIT
009860     END-READ
009870     IF PSTX-OPEN-COUNT = ZERO
009880         GO TO 9567-EXIT
009890     END-IF
009900     SUBTRACT 1 FROM PSTX-OPEN-COUNT
009910     ADD 1 TO PSTX-REVERSED-COUNT
009920     REWRITE POSTED-INDEX-RECORD
009930         INVALID KEY
009940             DISPLAY "GLPSTIX REWRITE FAILED - STATUS "
009950                 WS-PSX-FILE-STATUS
009960             STOP RUN
009970     END-REWRITE
009980     SET WS-PSX-CANCELLED TO TRUE.
009990 9567-EXIT.
010000     EXIT.
010010
010020 9570-SET-IMAGE-KEY.
010030     MOVE WS-PST-NUM1 TO PSTX-NUM1
010040     MOVE WS-PST-NUM2 TO PSTX-NUM2
010050     MOVE WS-PST-OPCODE TO PSTX-OPCODE
010060     MOVE WS-PST-DEPT TO PSTX-DEPT
010070     MOVE WS-PST-RESULT TO PSTX-RESULT.
010080 9570-EXIT.
010090     EXIT.
