000010* run cobc -x run-sequencer.cbl audit-verify.cbl
000015*     eod-backup.cbl basic-calc.cbl recon.cbl
000020*     gl-post.cbl pstix-build.cbl hist-load.cbl to compile
000030*     (the chain steps are CALLed as subprograms, and
000035*     BASCALC and GLPOST both CALL PSTIXBLD).
000040* run ./run-sequencer to run the compiled program.
000050*-----------------------------------------------------------*
000060* End-of-day run sequencer for the sampleCOBOL utility      *
000070* family.  The daily chain must run in exactly this order:  *
000080* AUDVRFY, then the PREBKUP backup, then BASCALC batch,     *
000085* then RECON00 (GLPOST's drain empties GLIFILE and leaves   *
000090* RECON00 nothing to match), then GLPOST, then HISTLOAD,    *
000095* then the POSTBKUP backup.  Both backup steps run EODBKUP, *
000097* which takes a generation of the end-of-day file set in    *
000098* step with the chain.  This driver runs the chain          *
000110* as one job against a RUNCTL run-control file holding each *
000120* step's status for the business date: it refuses to start  *
000130* a step whose predecessor has not completed, refuses to    *
000140* re-run a step already complete for that date, and after a *
000150* failure restarts at the failed step instead of from the   *
000160* top.  A step found still marked running is treated as the *
000170* failed step of a dead run and re-run.  AUDVRFY's and      *
000180* RECON00's verdicts are honored through RETURN-CODE: if    *
000190* the audit trail does not verify, BASCALC does not add to  *
000192* it, and if the run does not reconcile, GLPOST does not    *
000194* start.  BASCALC runs from its PARMFILE the way any        *
000200* unattended run does.                                      *
000210*                                                           *
000220* MODIFICATION HISTORY                                      *
000230*   DATE       INIT  DESCRIPTION                            *
000254*                    RETURN-CODE 8 so an unattended         *
000256*                    scheduler sees the failure, matching   *
000258*                    the convention the chain steps use.    *
000259*   2026-10-15  MS   AUDVRFY runs first, so a broken audit  *
000260*                    trail chain stops the day before       *
000261*                    BASCALC writes onto the end of it.     *
000262*   2026-10-15  MS   EODBKUP backs up the end-of-day file   *
000264*                    set as step PREBKUP ahead of BASCALC   *
000265*                    and as step POSTBKUP after HISTLOAD;   *
000266*                    the RUNCTL layout moved to the RCTLREC *
000267*                    copybook the backup and restore share. *
000269*   2026-10-15  MS   pstix-build.cbl added to the compile   *
000271*                    list: BASCALC and GLPOST CALL PSTIXBLD *
000273*                    to build GLPSTIX from GLPOSTED.        *
000274*   2026-10-15  MS   RUNCTL table raised from 200 to 999    *
000275*                    records: the chain writes seven        *
000276*                    records a business date since the      *
000277*                    backup and audit steps were added.     *
000278*-----------------------------------------------------------*
000279 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. RUNSEQ.
000290
000300 ENVIRONMENT DIVISION.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  RUN-CONTROL-FILE.
000400     COPY RCTLREC.
000440
000450 WORKING-STORAGE SECTION.
000460     COPY SIGNON.
000630 01  WS-STEPS-SKIPPED        PIC 9(03) VALUE ZERO.
000640
000650 01  WS-STEP-NAMES.
000655     05  FILLER              PIC X(08) VALUE "AUDVRFY ".
000657     05  FILLER              PIC X(08) VALUE "PREBKUP ".
000660     05  FILLER              PIC X(08) VALUE "BASCALC ".
000670     05  FILLER              PIC X(08) VALUE "RECON00 ".
000680     05  FILLER              PIC X(08) VALUE "GLPOST  ".
000690     05  FILLER              PIC X(08) VALUE "HISTLOAD".
000695     05  FILLER              PIC X(08) VALUE "POSTBKUP".
000700 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
000710     05  WS-STEP-NAME OCCURS 7 TIMES PIC X(08).
000720 01  WS-STEP-STATUS-TABLE.
000730     05  WS-STEP-STATUS OCCURS 7 TIMES PIC X(01).
000740 01  WS-STEP-SUB             PIC 9(01) VALUE ZERO.
000750 01  WS-PRED-SUB             PIC 9(01) VALUE ZERO.
000760
000770*    Run-control records for business dates other than the
000780*    one being run are carried through the rewrite untouched.
000790 01  WS-RCTL-TABLE.
000800     05  WS-RCTL-ENTRY OCCURS 999 TIMES.
000810         10  WS-RCTL-DATE        PIC X(08).
000820         10  WS-RCTL-STEP        PIC X(08).
000830         10  WS-RCTL-STATUS      PIC X(01).
000840 01  WS-RCTL-ENTRIES         PIC 9(04) VALUE ZERO.
000850 01  WS-RCTL-SUB             PIC 9(04) VALUE ZERO.
000860
000870 PROCEDURE DIVISION.
000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000900     PERFORM 3000-RUN-ONE-STEP THRU 3000-EXIT
000910         VARYING WS-STEP-SUB FROM 1 BY 1
000920         UNTIL WS-STEP-SUB GREATER THAN 7
000930     PERFORM 9000-TERMINATE THRU 9000-EXIT
000940     STOP RUN.
000950
001450             SET WS-RCTL-EOF TO TRUE
001460             GO TO 2100-EXIT
001470     END-READ
001480     IF WS-RCTL-ENTRIES NOT LESS THAN 999
001490         DISPLAY "RUN CONTROL TABLE FULL - RUN STOPPED"
001500         STOP RUN
001510     END-IF
001610*    business date overrides with the recorded status.
001620     PERFORM 2550-MAP-ONE-STEP THRU 2550-EXIT
001630         VARYING WS-STEP-SUB FROM 1 BY 1
001640         UNTIL WS-STEP-SUB GREATER THAN 7.
001650 2500-EXIT.
001660     EXIT.
001670
002130     MOVE ZERO TO RETURN-CODE
002140     EVALUATE WS-STEP-SUB
002150         WHEN 1
002155             CALL "AUDVRFY"
002157         WHEN 2
002158             CALL "EODBKUP"
002159         WHEN 3
002160             CALL "BASCALC" USING SIGNON-AREA
002170         WHEN 4
002180             CALL "RECON00"
002190         WHEN 5
002200             CALL "GLPOST"
002210         WHEN 6
002220             CALL "HISTLOAD"
002225         WHEN 7
002227             CALL "EODBKUP"
002230     END-EVALUATE
002240     IF RETURN-CODE NOT = ZERO
002250         MOVE "F" TO WS-STEP-STATUS (WS-STEP-SUB)
002470         VARYING WS-RCTL-SUB FROM 1 BY 1
002480         UNTIL WS-RCTL-SUB GREATER THAN WS-RCTL-ENTRIES
002490     IF NOT WS-RCTL-POSTED
002500         IF WS-RCTL-ENTRIES NOT LESS THAN 999
002510             DISPLAY "RUN CONTROL TABLE FULL - RUN STOPPED"
002520             STOP RUN
002530         END-IF
002760     END-IF.
002770 8200-EXIT.
002780     EXIT.
002783
002786 8300-WRITE-ONE-RCTL.
002790     MOVE WS-RCTL-DATE (WS-RCTL-SUB) TO RCTL-DATE
002800     MOVE WS-RCTL-STEP (WS-RCTL-SUB) TO RCTL-STEP
002810     MOVE WS-RCTL-STATUS (WS-RCTL-SUB) TO RCTL-STATUS
