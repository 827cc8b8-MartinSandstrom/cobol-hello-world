000010* run cobc -m basic-calc.cbl to compile (as a module - the
000020* sign-on LINKAGE rules out a cobc -x executable build).
000025* run via the MENU00 menu, or cobcrun BASCALC for batch.
000027* PSTIXBLD (cobc -m pstix-build.cbl) must be built alongside.
000030*-----------------------------------------------------------*
000040* MODIFICATION HISTORY                                      *
000050*   DATE       INIT  DESCRIPTION                             *
000926*                    negating image against its original, so a        *
000927*                    calculation reversed in an earlier run can       *
000928*                    no longer be backed out a second time.           *
000929*   2026-10-15  MS   Maker-checker hold: a good calculation whose     *
000930*                    RESULT (either sign) is over its department's    *
000931*                    approval limit on APPRLMT, or the shop-wide      *
000932*                    default, is written to APPRFILE for a            *
000933*                    supervisor's release instead of to GLIFILE,      *
000934*                    with audit status H and a HELD flag and total    *
000935*                    on the report.  Reversals are never held.  No    *
000936*                    APPRLMT on file turns the hold off.              *
000937*   2026-10-15  MS   Duplicate-submission check in batch mode: a      *
000938*                    TRANFILE whose H header source and business      *
000939*                    date are already on BATCHLOG is refused whole    *
000940*                    with RETURN-CODE 8 before anything is opened     *
000941*                    for output, and a good detail matching NUM1,     *
000942*                    NUM2, op-code and department of one posted in    *
000943*                    the last PARM-DUP-DAYS business days (DUPHIST,   *
000944*                    default 5, 000 turns the check off) rejects to   *
000945*                    suspense with reason DUPL.  Both files are       *
000946*                    updated only when the run is finalized.  SUSPFIX *
000947*                    resubmissions are not checked.                   *
000948*   2026-10-15  MS   Tamper-evident audit trail: every audit record   *
000949*                    now carries the next AUD-SEQ of one unbroken     *
000950*                    sequence and an AUD-CHECK value chained from the *
000951*                    record before it.  The chain picks up from the   *
000952*                    last record on AUDITFILE (or the AUDCHAIN anchor *
000953*                    if that is further on); a fresh run, which       *
000954*                    replaces AUDITFILE, picks up from the last       *
000955*                    record AUDARCH cut to the archive.  AUDCHAIN is  *
000956*                    moved to the end of the chain when the audit     *
000957*                    file closes, for AUDVRFY to check the trail      *
000958*                    against.                                         *
000959*   2026-10-15  MS   Details carrying origin S in column 16, written  *
000960*                    by STIGEN from a standing instruction, are       *
000961*                    exempt from the duplicate check because they     *
000962*                    repeat by design; they are still noted on        *
000963*                    DUPHIST, so a hand-keyed copy of one is caught.  *
000964*   2026-10-15  MS   A reversal now finds its original by a keyed     *
000965*                    read of the GLPSTIX posted index (operands,      *
000966*                    op-code, department, amount) instead of loading  *
000967*                    GLPOSTED into a 2000-entry table; originals      *
000968*                    posted before the op-code was carried are found  *
000969*                    under a blank op-code.  Only the postings taken  *
000970*                    by this run's reversals are kept in storage.     *
000971*                    Each GL record now carries its op-code.          *
000972*   2026-10-15  MS   A fresh batch run no longer loses released       *
000973*                    items: GLIFILE records a supervisor released are *
000974*                    carried into the new GLIFILE through GLIKEEP.  A *
000975*                    fresh rerun of a batch also withdraws what its   *
000976*                    earlier run left for a supervisor - its pending  *
000977*                    APPRFILE items (rewritten through APPRWORK) and  *
000978*                    any of them already released - since it routes   *
000979*                    that work again.  Held items now carry the       *
000980*                    batch's business date.  A restart notes each     *
000981*                    skipped good detail on the duplicate history,    *
000982*                    and with no GLPSTIX on file the first reversal   *
000983*                    has PSTIXBLD build it from GLPOSTED.             *
000984*   2026-10-15  MS   A batch too big for the duplicate-history or     *
000985*                    reversal table is refused with RETURN-CODE 8     *
000986*                    before any output is opened, instead of stopping *
000987*                    part-way through.  Standing-instruction details  *
000988*                    are checked for duplicates too, keyed also on    *
000990*                    the date their occurrence stands for.  A failed  *
000991*                    PSTIXBLD build stops the run with RETURN-CODE 8. *
000992*-----------------------------------------------------------*
000993 IDENTIFICATION DIVISION.
000994 PROGRAM-ID. BASCALC.
000995
000997 ENVIRONMENT DIVISION.
000998 INPUT-OUTPUT SECTION.
000999 FILE-CONTROL.
001000     SELECT TRAN-FILE ASSIGN TO "TRANFILE"
001001         ORGANIZATION IS LINE SEQUENTIAL
001002         FILE STATUS IS WS-TRAN-FILE-STATUS.
001004     SELECT RESULT-FILE ASSIGN TO "RESULTFILE"
001005         ORGANIZATION IS LINE SEQUENTIAL
001006         FILE STATUS IS WS-RSLT-FILE-STATUS.
001007     SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
001008         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-AUDIT-FILE-STATUS.
001020     SELECT CHECKPOINT-FILE ASSIGN TO "CHKPTFILE"
001030         ORGANIZATION IS LINE SEQUENTIAL
001114     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
001116         ORGANIZATION IS LINE SEQUENTIAL
001118         FILE STATUS IS WS-DEPT-FILE-STATUS.
001120     SELECT GL-POSTED-INDEX-FILE ASSIGN TO "GLPSTIX"
001121         ORGANIZATION IS INDEXED
001122         ACCESS MODE IS RANDOM
001123         RECORD KEY IS PSTX-KEY
001124         FILE STATUS IS WS-PSX-FILE-STATUS.
001125     SELECT APPROVAL-FILE ASSIGN TO "APPRFILE"
001126         ORGANIZATION IS LINE SEQUENTIAL
001127         FILE STATUS IS WS-APPR-FILE-STATUS.
001128     SELECT APPROVAL-LIMIT-FILE ASSIGN TO "APPRLMT"
001129         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-ALM-FILE-STATUS.
001131     SELECT DUP-HISTORY-FILE ASSIGN TO "DUPHIST"
001132         ORGANIZATION IS LINE SEQUENTIAL
001133         FILE STATUS IS WS-DUPH-FILE-STATUS.
001134     SELECT BATCH-LOG-FILE ASSIGN TO "BATCHLOG"
001135         ORGANIZATION IS LINE SEQUENTIAL
001136         FILE STATUS IS WS-BLOG-FILE-STATUS.
001137     SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
001138         ORGANIZATION IS LINE SEQUENTIAL
001139         FILE STATUS IS WS-ACH-FILE-STATUS.
001140     SELECT GL-IFACE-KEEP-FILE ASSIGN TO "GLIKEEP"
001141         ORGANIZATION IS LINE SEQUENTIAL
001142         FILE STATUS IS WS-GIK-FILE-STATUS.
001143     SELECT APPROVAL-WORK-FILE ASSIGN TO "APPRWORK"
001144         ORGANIZATION IS LINE SEQUENTIAL
001145         FILE STATUS IS WS-APW-FILE-STATUS.
001146
001147 DATA DIVISION.
001148 FILE SECTION.
001149 FD  TRAN-FILE.
001150 01  TRAN-RECORD.
001160     05  TRAN-NUM1           PIC 9(05).
001170     05  TRAN-NUM2           PIC 9(05).
001172     05  TRAN-OPCODE         PIC X(01).
001175     05  TRAN-DEPT           PIC X(04).
001176     05  TRAN-ORIGIN         PIC X(01).
001177         88  TRAN-FROM-STANDING  VALUE "S".
001178*    The calendar date a standing detail's occurrence stands
001179*    for; part of its duplicate-history key.
001181     05  TRAN-SCHED-DATE     PIC X(08).
001182 01  TRAN-HEADER-RECORD.
001184     05  TRAN-HDR-TYPE       PIC X(01).
001185         88  TRAN-IS-HEADER      VALUE "H".
001208     05  TRAN-REV-NUM2       PIC 9(05).
001210     05  TRAN-REV-OPCODE     PIC X(01).
001212     05  TRAN-REV-DEPT       PIC X(04).
001224
001236 FD  RESULT-FILE.
001248     COPY RSLTREC.
001260
001270 FD  AUDIT-FILE.
001280     COPY AUDREC.
001451     05  PARM-RESTART-SW     PIC X(01).
001452     05  PARM-CHKPT-INTERVAL PIC 9(05).
001453     05  PARM-RUN-DATE       PIC X(08).
001454     05  PARM-DUP-DAYS       PIC X(03).
001455
001457 FD  DEPT-FILE.
001458     COPY DEPTREC.
001460
001462 FD  GL-POSTED-INDEX-FILE.
001464     COPY PSTIXREC.
001465
001466 FD  APPROVAL-FILE.
001467     COPY APPRREC.
001468
001469 FD  APPROVAL-LIMIT-FILE.
001470     COPY APLMREC.
001471
001472 FD  DUP-HISTORY-FILE.
001473     COPY DUPHREC.
001474
001475 FD  BATCH-LOG-FILE.
001476     COPY BTCHREC.
001477 FD  AUDIT-CHAIN-FILE.
001478     COPY ACHNREC.
001479 FD  GL-IFACE-KEEP-FILE.
001480 01  GL-IFACE-KEEP-RECORD    PIC X(80).
001482 FD  APPROVAL-WORK-FILE.
001483 01  APPROVAL-WORK-RECORD    PIC X(69).
001484 WORKING-STORAGE SECTION.
001486     COPY CALCREC.
001487
001488 01  WS-SWITCHES.
001490     05  WS-RUN-MODE         PIC X(01) VALUE "I".
001500         88  WS-MODE-INTERACTIVE     VALUE "I" "i".
001510         88  WS-MODE-BATCH           VALUE "B" "b".
001711         88  WS-NOT-POSTED           VALUE "Y".
001713     05  WS-ORIG-FOUND-SW    PIC X(01) VALUE "N".
001715         88  WS-ORIG-FOUND           VALUE "Y".
001717     05  WS-PSX-OPENED-SW    PIC X(01) VALUE "N".
001718         88  WS-PSX-OPENED           VALUE "Y".
001719     05  WS-PSX-AVAIL-SW     PIC X(01) VALUE "N".
001720         88  WS-PSX-AVAIL            VALUE "Y".
001721     05  WS-HOLD-SW          PIC X(01) VALUE "N".
001722         88  WS-HELD                 VALUE "Y".
001723     05  WS-ALM-EOF-SW       PIC X(01) VALUE "N".
001724         88  WS-ALM-EOF              VALUE "Y".
001725     05  WS-ALM-LOADED-SW    PIC X(01) VALUE "N".
001726         88  WS-ALM-LOADED           VALUE "Y".
001727     05  WS-ALM-FOUND-SW     PIC X(01) VALUE "N".
001728         88  WS-ALM-FOUND            VALUE "Y".
001729     05  WS-ALM-DEFAULT-SW   PIC X(01) VALUE "N".
001730         88  WS-ALM-HAS-DEFAULT      VALUE "Y".
001731     05  WS-DUPLICATE-SW     PIC X(01) VALUE "N".
001732         88  WS-DUPLICATE            VALUE "Y".
001733     05  WS-DUPH-EOF-SW      PIC X(01) VALUE "N".
001734         88  WS-DUPH-EOF             VALUE "Y".
001735     05  WS-BLOG-EOF-SW      PIC X(01) VALUE "N".
001736         88  WS-BLOG-EOF             VALUE "Y".
001737     05  WS-BATCH-REFUSED-SW PIC X(01) VALUE "N".
001738         88  WS-BATCH-REFUSED        VALUE "Y".
001739     05  WS-BATCH-HDR-SW     PIC X(01) VALUE "N".
001740         88  WS-BATCH-HAS-HEADER     VALUE "Y".
001741     05  WS-DUP-EXEMPT-SW    PIC X(01) VALUE "N".
001742         88  WS-DUP-EXEMPT           VALUE "Y".
001743     05  WS-AUDIT-EOF-SW     PIC X(01) VALUE "N".
001744         88  WS-AUDIT-EOF            VALUE "Y".
001745     05  WS-GLI-EOF-SW       PIC X(01) VALUE "N".
001746         88  WS-GLI-EOF              VALUE "Y".
001747     05  WS-APPR-EOF-SW      PIC X(01) VALUE "N".
001748         88  WS-APPR-EOF             VALUE "Y".
001749     05  WS-WORK-EOF-SW      PIC X(01) VALUE "N".
001750         88  WS-WORK-EOF             VALUE "Y".
001751     05  WS-WITHDRAW-SW      PIC X(01) VALUE "N".
001752         88  WS-WITHDRAW-BATCH       VALUE "Y".
001753     05  WS-COUNT-EOF-SW     PIC X(01) VALUE "N".
001755         88  WS-COUNT-EOF            VALUE "Y".
001756
001758 01  WS-NUM-INPUT            PIC X(05) JUSTIFIED RIGHT
001760                                       VALUE SPACES.
001761 01  WS-OPCODE-INPUT         PIC X(01) VALUE SPACE.
001763 01  WS-CURRENT-DATE         PIC X(08) VALUE SPACES.
001765 01  WS-CURRENT-TIME         PIC X(08) VALUE SPACES.
001766 01  WS-TRAN-FILE-STATUS     PIC X(02) VALUE "00".
001768     88  WS-TRAN-FILE-NOT-FOUND  VALUE "35".
001770 01  WS-RSLT-FILE-STATUS     PIC X(02) VALUE "00".
001780     88  WS-RSLT-FILE-NOT-FOUND  VALUE "35".
001790 01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE "00".
001868     88  WS-PARM-FILE-NOT-FOUND  VALUE "35".
001869 01  WS-DEPT-FILE-STATUS     PIC X(02) VALUE "00".
001871     88  WS-DEPT-FILE-NOT-FOUND  VALUE "35".
001877 01  WS-PSX-FILE-STATUS      PIC X(02) VALUE "00".
001878     88  WS-PSX-FILE-NOT-FOUND   VALUE "35".
001879 01  WS-APPR-FILE-STATUS     PIC X(02) VALUE "00".
001880     88  WS-APPR-FILE-NOT-FOUND  VALUE "35".
001881 01  WS-ALM-FILE-STATUS      PIC X(02) VALUE "00".
001882     88  WS-ALM-FILE-NOT-FOUND   VALUE "35".
001883 01  WS-DUPH-FILE-STATUS     PIC X(02) VALUE "00".
001884     88  WS-DUPH-FILE-NOT-FOUND  VALUE "35".
001885 01  WS-BLOG-FILE-STATUS     PIC X(02) VALUE "00".
001886     88  WS-BLOG-FILE-NOT-FOUND  VALUE "35".
001887 01  WS-ACH-FILE-STATUS      PIC X(02) VALUE "00".
001888     88  WS-ACH-FILE-NOT-FOUND   VALUE "35".
001889 01  WS-GIK-FILE-STATUS      PIC X(02) VALUE "00".
001890     88  WS-GIK-FILE-NOT-FOUND   VALUE "35".
001891 01  WS-APW-FILE-STATUS      PIC X(02) VALUE "00".
001892     88  WS-APW-FILE-NOT-FOUND   VALUE "35".
001893 01  WS-RUN-DATE-OVERRIDE    PIC X(08) VALUE SPACES.
001894 01  WS-USER-ID              PIC X(08) VALUE SPACES.
001895 01  WS-RESTART-AUTH-SW      PIC X(01) VALUE "N".
001896     88  WS-RESTART-AUTHORIZED   VALUE "Y".
001897
001898 01  WS-RESTART-SW           PIC X(01) VALUE "N".
001899     88  WS-RESTART-REQUESTED    VALUE "Y" "y".
001900 01  WS-CHKPT-INTERVAL       PIC 9(05) VALUE 50.
001910 01  WS-RECS-SINCE-CHKPT     PIC 9(05) VALUE ZERO.
001920 01  WS-REC-COUNT            PIC 9(07) VALUE ZERO.
001998 01  WS-DSUB-FOUND-SW        PIC X(01) VALUE "N".
001999     88  WS-DSUB-FOUND           VALUE "Y".
002000
002001*    Postings taken by this run's reversals, by GLPSTIX key.
002002*    A reversal must match a key whose open postings exceed
002003*    those already taken this run, or it rejects to suspense
002004*    with reason NPST.
002005 01  WS-RUSE-TABLE.
002006     05  WS-RUSE-ENTRY OCCURS 500 TIMES.
002007         10  WS-RUSE-KEY         PIC X(22).
002008         10  WS-RUSE-COUNT       PIC 9(05).
002009 01  WS-RUSE-ENTRIES         PIC 9(03) VALUE ZERO.
002010 01  WS-RUSE-SUB             PIC 9(03) VALUE ZERO.
002011 01  WS-RUSE-AT              PIC 9(03) VALUE ZERO.
002012 01  WS-RUSE-TAKEN           PIC 9(07) VALUE ZERO.
002014
002015 01  WS-RSEC-TABLE.
002016     05  WS-RSEC-ENTRY OCCURS 200 TIMES.
002024 01  WS-REV-COUNT            PIC 9(07) VALUE ZERO.
002025 01  WS-REV-TOTAL            PIC S9(09) VALUE ZERO.
002026
002027*    Approval limits loaded from APPRLMT: a good result over
002028*    its department's limit (or the "****" shop-wide default
002029*    for a department with no limit of its own) is held on
002030*    APPRFILE for a supervisor instead of going to GLIFILE.
002031 01  WS-ALM-TABLE.
002032     05  WS-ALM-ENTRY OCCURS 100 TIMES.
002033         10  WS-ALM-DEPT         PIC X(04).
002034         10  WS-ALM-LIMIT        PIC 9(07).
002035 01  WS-ALM-ENTRIES          PIC 9(03) VALUE ZERO.
002036 01  WS-ALM-SUB              PIC 9(03) VALUE ZERO.
002037 01  WS-ALM-DEFAULT-LIMIT    PIC 9(07) VALUE ZERO.
002038 01  WS-HOLD-LIMIT           PIC 9(07) VALUE ZERO.
002039 01  WS-ABS-RESULT           PIC 9(07) VALUE ZERO.
002040 01  WS-HELD-COUNT           PIC 9(07) VALUE ZERO.
002041 01  WS-HELD-TOTAL           PIC S9(09) VALUE ZERO.
002042 01  WS-KEPT-COUNT           PIC 9(07) VALUE ZERO.
002043 01  WS-WITHDRAWN-COUNT      PIC 9(07) VALUE ZERO.
002044 01  WS-DROPPED-COUNT        PIC 9(07) VALUE ZERO.
002045
002046*    Duplicate history loaded from DUPHIST for the lookback
002047*    window: entries 1 thru WS-DUPH-LOADED are earlier runs'
002048*    details an incoming detail is checked against; this
002049*    run's good details are added after them and the whole
002050*    table is written back when the run is finalized.
002051 01  WS-DUPH-TABLE.
002053     05  WS-DUPH-ENTRY OCCURS 5000 TIMES.
002054         10  WS-DUPH-BUS-DATE    PIC X(08).
002055         10  WS-DUPH-NUM1        PIC 9(05).
002056         10  WS-DUPH-NUM2        PIC 9(05).
002057         10  WS-DUPH-OPCODE      PIC X(01).
002058         10  WS-DUPH-DEPT        PIC X(04).
002059         10  WS-DUPH-SOURCE      PIC X(08).
002060         10  WS-DUPH-SCHED-DATE  PIC X(08).
002061 01  WS-DUPH-ENTRIES         PIC 9(05) VALUE ZERO.
002062 01  WS-DUPH-LOADED          PIC 9(05) VALUE ZERO.
002063 01  WS-DUPH-SUB             PIC 9(05) VALUE ZERO.
002064 01  WS-DUPH-LIMIT           PIC 9(05) VALUE ZERO.
002065 01  WS-DUP-SCHED-DATE       PIC X(08) VALUE SPACES.
002066*    Details and reversals on TRANFILE, counted before any
002067*    output is opened so the batch is known to fit the
002068*    duplicate-history and reversal tables.
002070 01  WS-BATCH-DETAILS        PIC 9(07) VALUE ZERO.
002071 01  WS-BATCH-REVERSALS      PIC 9(07) VALUE ZERO.
002072 01  WS-DUP-DAYS             PIC 9(03) VALUE 5.
002073 01  WS-DUP-DAYS-BACK        PIC 9(03) VALUE ZERO.
002074 01  WS-DUP-BASE-DATE        PIC X(08) VALUE SPACES.
002075 01  WS-DUP-CUTOFF-DATE      PIC X(08) VALUE SPACES.
002076 01  WS-DUP-DATE-NUM         PIC 9(08) VALUE ZERO.
002077 01  WS-DUP-DAY-INT          PIC 9(07) VALUE ZERO.
002078 01  WS-DUP-WEEKS            PIC 9(07) VALUE ZERO.
002080 01  WS-DUP-WEEKDAY          PIC 9(01) VALUE ZERO.
002081 01  WS-DUPL-COUNT           PIC 9(07) VALUE ZERO.
002082 01  WS-BATCH-SOURCE         PIC X(08) VALUE SPACES.
002083 01  WS-BATCH-BUS-DATE       PIC X(08) VALUE SPACES.
002084 01  WS-BATCH-SEEN-DATE      PIC X(08) VALUE SPACES.
002085
002086*    The audit chain: the AUD-SEQ and AUD-CHECK of the last
002087*    record written, and the AUDCHAIN anchor as read.  The
002088*    check value is the running remainder, over each byte of
002090*    the record up to AUD-CHECK, of (check * 31 + the byte's
002091*    ordinal) divided by the prime 999999937, started from
002092*    the previous record's check value; AUDVRFY repeats the
002093*    same calculation.
002094 01  WS-CHAIN-SEQ            PIC 9(09) VALUE ZERO.
002095 01  WS-CHAIN-CHECK          PIC 9(09) VALUE ZERO.
002096 01  WS-ACH-BASE-SEQ         PIC 9(09) VALUE ZERO.
002097 01  WS-ACH-BASE-CHECK       PIC 9(09) VALUE ZERO.
002098 01  WS-CHAIN-DATA           PIC X(56) VALUE SPACES.
002100 01  WS-CHAIN-SUB            PIC 9(03) VALUE ZERO.
002101 01  WS-CHAIN-WORK           PIC 9(11) VALUE ZERO.
002102 01  WS-CHAIN-QUOT           PIC 9(11) VALUE ZERO.
002103
002104 01  WS-RPT-HEADER-LINE.
002105     05  FILLER              PIC X(21)
002106                             VALUE "DAILY CALCULATION RUN".
002107     05  FILLER              PIC X(01) VALUE SPACE.
002108     05  RPT-HDR-DATE        PIC X(10).
002110     05  FILLER              PIC X(48) VALUE SPACES.
002111 01  WS-RPT-COLUMN-LINE      PIC X(80) VALUE
002112         "   NUM1  OP   NUM2      RESULT  DEPT".
002113 01  WS-RPT-DETAIL-LINE.
002114     05  RPT-DTL-NUM1        PIC ZZZZ9.
002115     05  FILLER              PIC X(03) VALUE SPACES.
002116     05  RPT-DTL-OP          PIC X(01).
002117     05  FILLER              PIC X(03) VALUE SPACES.
002118     05  RPT-DTL-NUM2        PIC ZZZZ9.
002120     05  FILLER              PIC X(04) VALUE SPACES.
002130     05  RPT-DTL-RESULT      PIC -ZZZZZZ9.
002132     05  FILLER              PIC X(02) VALUE SPACES.
002134     05  RPT-DTL-DEPT        PIC X(04).
002136     05  FILLER              PIC X(02) VALUE SPACES.
002138     05  RPT-DTL-FLAG        PIC X(04).
002140     05  FILLER              PIC X(28) VALUE SPACES.
002150 01  WS-RPT-FOOTER-LINE.
002160     05  FILLER              PIC X(20)
002170                             VALUE "TRANSACTION COUNT   ".
002248     05  FILLER              PIC X(13) VALUE "REVERSED     ".
002249     05  RSEC-FTR-TOTAL      PIC -ZZZZZZZZ9.
002250     05  FILLER              PIC X(25) VALUE SPACES.
002251 01  WS-RPT-HELD-FOOTER.
002252     05  FILLER              PIC X(20)
002253                             VALUE "HELD FOR APPROVAL   ".
002254     05  HELD-FTR-COUNT      PIC ZZZZZZ9.
002255     05  FILLER              PIC X(05) VALUE SPACES.
002256     05  FILLER              PIC X(13) VALUE "HELD TOTAL   ".
002257     05  HELD-FTR-TOTAL      PIC -ZZZZZZZZ9.
002258     05  FILLER              PIC X(25) VALUE SPACES.
002259 01  WS-RPT-DUPL-FOOTER.
002260     05  FILLER              PIC X(20)
002261                             VALUE "SUSPECTED DUPLICATES".
002262     05  DUPL-FTR-COUNT      PIC ZZZZZZ9.
002263     05  FILLER              PIC X(53) VALUE SPACES.
002264
002265 01  WS-BAL-SOURCE-LINE.
002266     05  FILLER              PIC X(08) VALUE "SOURCE  ".
002267     05  BAL-SOURCE          PIC X(08).
002268     05  FILLER              PIC X(16)
002269                             VALUE "  BUSINESS DATE ".
002270     05  BAL-BUS-DATE        PIC X(08).
002271     05  FILLER              PIC X(40) VALUE SPACES.
002272 01  WS-BAL-DETAIL-LINE.
002273     05  BAL-TEXT            PIC X(16).
002274     05  FILLER              PIC X(10) VALUE "EXPECTED  ".
002275     05  BAL-EXPECTED        PIC ZZZZZZZZ9.
002276     05  FILLER              PIC X(09) VALUE "  ACTUAL ".
002277     05  BAL-ACTUAL          PIC ZZZZZZZZ9.
002278     05  FILLER              PIC X(27) VALUE SPACES.
002279 01  WS-BAL-VERDICT-LINE     PIC X(80) VALUE SPACES.
002280
002281 LINKAGE SECTION.
002282     COPY SIGNON.
002283
002284 PROCEDURE DIVISION USING SIGNON-AREA.
002285 0000-MAINLINE.
002286     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002287     IF WS-MODE-BATCH
002288         PERFORM 4000-BATCH-MODE THRU 4000-EXIT
002289     ELSE
002290         PERFORM 3000-INTERACTIVE-MODE THRU 3000-EXIT
002300     END-IF
002302*    A refused batch opened nothing for output, so there
002304*    is nothing for 9000-TERMINATE to close.
002306     IF NOT WS-BATCH-REFUSED
002310         PERFORM 9000-TERMINATE THRU 9000-EXIT
002315     END-IF
002320     GOBACK.
002330
002340 1000-INITIALIZE.
002380     MOVE ZERO TO WS-DSUB-ENTRIES
002381     MOVE "N" TO WS-REVERSAL-SW
002382     MOVE "N" TO WS-NOT-POSTED-SW
002383     MOVE "N" TO WS-PSX-OPENED-SW
002384     MOVE "N" TO WS-PSX-AVAIL-SW
002385     MOVE ZERO TO WS-RUSE-ENTRIES
002386     MOVE ZERO TO WS-RSEC-ENTRIES
002387     MOVE ZERO TO WS-REV-COUNT
002388     MOVE ZERO TO WS-REV-TOTAL
002389     MOVE "N" TO WS-HOLD-SW
002390     MOVE ZERO TO WS-HELD-COUNT
002391     MOVE ZERO TO WS-HELD-TOTAL
002392     MOVE "N" TO WS-DUPLICATE-SW
002393     MOVE "N" TO WS-BATCH-REFUSED-SW
002394     MOVE 5 TO WS-DUP-DAYS
002395     MOVE ZERO TO WS-DUPL-COUNT
002396     PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-EXIT
002397     PERFORM 1300-LOAD-APPROVAL-LIMITS THRU 1300-EXIT
002398*    The SO-EYE eye-catcher proves the parameter really is a
002399*    sign-on area from MENU00; anything else (including the
002400*    parameter string of a scheduler invocation) runs as
002401*    *BATCH* with no console restart authority.
002402     MOVE "*BATCH* " TO WS-USER-ID
002403     MOVE "N" TO WS-RESTART-AUTH-SW
002404     IF ADDRESS OF SIGNON-AREA NOT = NULL
002405         IF SO-SIGNED-ON
002406             MOVE SO-USER-ID TO WS-USER-ID
002407             MOVE SO-RESTART-AUTH-SW TO WS-RESTART-AUTH-SW
002408         END-IF
002409     END-IF
002410     MOVE ZERO TO WS-REC-COUNT
002411     MOVE ZERO TO WS-RECS-SINCE-CHKPT
002412     MOVE ZERO TO WS-RESTART-POINT
002413     MOVE ZERO TO WS-RPT-TRANS-COUNT
002414     MOVE ZERO TO WS-RPT-GRAND-TOTAL
002415     PERFORM 1100-READ-PARM-FILE THRU 1100-EXIT
002416     IF WS-PARM-PRESENT
002417         GO TO 1000-EXIT
002418     END-IF
002420     DISPLAY "Run in batch mode (file) or interactive (console)?"
002430     DISPLAY "Enter B for batch, I for interactive"
002525            AND PARM-RUN-DATE NOT = "00000000"
002528             MOVE PARM-RUN-DATE TO WS-RUN-DATE-OVERRIDE
002531         END-IF
002532         IF PARM-DUP-DAYS IS NUMERIC
002533             MOVE PARM-DUP-DAYS TO WS-DUP-DAYS
002534         END-IF
002535         DISPLAY "PARMFILE CONTROLS THIS RUN - MODE "
002537             WS-RUN-MODE " RESTART " WS-RESTART-SW
002540     ELSE
002543         DISPLAY "PARMFILE INVALID - USING CONSOLE PROMPTS"
002676     ADD 1 TO WS-DEPT-ENTRIES
002677     MOVE DPT-CODE TO WS-DEPT-CODE (WS-DEPT-ENTRIES).
002678 1250-EXIT.
002679     EXIT.
002680
002681 1300-LOAD-APPROVAL-LIMITS.
002682*    With no APPRLMT on file nothing is held, the behavior
002683*    this program always had.
002684     MOVE "N" TO WS-ALM-EOF-SW
002685     MOVE "N" TO WS-ALM-LOADED-SW
002686     MOVE "N" TO WS-ALM-DEFAULT-SW
002687     MOVE ZERO TO WS-ALM-ENTRIES
002688     MOVE ZERO TO WS-ALM-DEFAULT-LIMIT
002689     OPEN INPUT APPROVAL-LIMIT-FILE
002690     IF WS-ALM-FILE-NOT-FOUND
002691         DISPLAY "APPRLMT NOT FOUND - APPROVAL HOLD OFF"
002692         GO TO 1300-EXIT
002693     END-IF
002694     PERFORM 1350-LOAD-ONE-LIMIT THRU 1350-EXIT
002695         UNTIL WS-ALM-EOF
002696     CLOSE APPROVAL-LIMIT-FILE
002697     IF WS-ALM-ENTRIES GREATER THAN ZERO OR WS-ALM-HAS-DEFAULT
002698         SET WS-ALM-LOADED TO TRUE
002699     ELSE
002700         DISPLAY "APPRLMT EMPTY - APPROVAL HOLD OFF"
002701     END-IF.
002702 1300-EXIT.
002703     EXIT.
002704
002705 1350-LOAD-ONE-LIMIT.
002706     READ APPROVAL-LIMIT-FILE
002707         AT END
002708             SET WS-ALM-EOF TO TRUE
002709             GO TO 1350-EXIT
002710     END-READ
002711     IF ALM-LIMIT IS NOT NUMERIC
002712         GO TO 1350-EXIT
002713     END-IF
002714     IF ALM-DEFAULT
002715         MOVE ALM-LIMIT TO WS-ALM-DEFAULT-LIMIT
002716         SET WS-ALM-HAS-DEFAULT TO TRUE
002717         GO TO 1350-EXIT
002718     END-IF
002719     IF WS-ALM-ENTRIES NOT LESS THAN 100
002720         DISPLAY "LIMIT TABLE FULL - EXTRA LIMITS IGNORED"
002721         SET WS-ALM-EOF TO TRUE
002722         GO TO 1350-EXIT
002723     END-IF
002724     ADD 1 TO WS-ALM-ENTRIES
002725     MOVE ALM-DEPT TO WS-ALM-DEPT (WS-ALM-ENTRIES)
002726     MOVE ALM-LIMIT TO WS-ALM-LIMIT (WS-ALM-ENTRIES).
002727 1350-EXIT.
002728     EXIT.
002729
002730
002731 1500-OPEN-OUTPUT-FILES.
002732     PERFORM 1550-FIND-CHAIN-END THRU 1550-EXIT
002733     IF WS-OPEN-MODE-APPEND
002734         OPEN EXTEND AUDIT-FILE
002735         IF WS-AUDIT-FILE-NOT-FOUND
002736             OPEN OUTPUT AUDIT-FILE
002737         END-IF
002738     ELSE
002739         OPEN OUTPUT AUDIT-FILE
002740     END-IF
002741     PERFORM 7000-OPEN-REPORT THRU 7000-EXIT
002742*    A fresh rerun of a batch withdraws what its earlier run
002743*    left for a supervisor, since it is about to route that
002744*    work again.  SUSPFIX resubmissions share one header per
002745*    day, so a rerun cannot be told from the next session's
002746*    batch and nothing is withdrawn for them.
002747     MOVE "N" TO WS-WITHDRAW-SW
002748     IF WS-OPEN-MODE-FRESH AND WS-BATCH-HAS-HEADER
002749        AND WS-BATCH-SOURCE NOT = "SUSPFIX "
002750         SET WS-WITHDRAW-BATCH TO TRUE
002751     END-IF
002752     IF WS-OPEN-MODE-APPEND
002753         OPEN EXTEND GL-INTERFACE-FILE
002754         IF WS-GLI-FILE-NOT-FOUND
002755             OPEN OUTPUT GL-INTERFACE-FILE
002756         END-IF
002757     ELSE
002758         PERFORM 1570-KEEP-RELEASED-ITEMS THRU 1570-EXIT
002759     END-IF
002760*    APPRFILE is always extended, never opened fresh: it
002761*    carries earlier runs' results still waiting for a
002762*    supervisor.
002763     IF WS-WITHDRAW-BATCH
002764         PERFORM 1600-DROP-BATCH-HOLDS THRU 1600-EXIT
002765     END-IF
002766     OPEN EXTEND APPROVAL-FILE
002767     IF WS-APPR-FILE-NOT-FOUND
002768         OPEN OUTPUT APPROVAL-FILE
002769     END-IF.
002770 1500-EXIT.
002771     EXIT.
002772
002773 1550-FIND-CHAIN-END.
002774*    The chain continues from the last record written.  That
002775*    is the AUDCHAIN anchor unless AUDITFILE runs further (a
002776*    run that died before it could move the anchor); a file
002777*    cut short of the anchor is not followed back, so the gap
002778*    stays for AUDVRFY to report.
002779     MOVE ZERO TO WS-CHAIN-SEQ
002780     MOVE ZERO TO WS-CHAIN-CHECK
002781     MOVE ZERO TO WS-ACH-BASE-SEQ
002782     MOVE ZERO TO WS-ACH-BASE-CHECK
002783     OPEN INPUT AUDIT-CHAIN-FILE
002784     IF NOT WS-ACH-FILE-NOT-FOUND
002785         READ AUDIT-CHAIN-FILE
002786             AT END
002787                 CONTINUE
002788             NOT AT END
002789                 MOVE ACH-BASE-SEQ TO WS-ACH-BASE-SEQ
002790                 MOVE ACH-BASE-CHECK TO WS-ACH-BASE-CHECK
002791                 MOVE ACH-LAST-SEQ TO WS-CHAIN-SEQ
002792                 MOVE ACH-LAST-CHECK TO WS-CHAIN-CHECK
002793         END-READ
002794         CLOSE AUDIT-CHAIN-FILE
002795     END-IF
002796*    A fresh run replaces AUDITFILE, so its first record
002797*    chains from the last record AUDARCH cut to the archive.
002798     IF WS-OPEN-MODE-FRESH
002799         MOVE WS-ACH-BASE-SEQ TO WS-CHAIN-SEQ
002800         MOVE WS-ACH-BASE-CHECK TO WS-CHAIN-CHECK
002801         GO TO 1550-EXIT
002802     END-IF
002803     MOVE "N" TO WS-AUDIT-EOF-SW
002804     OPEN INPUT AUDIT-FILE
002805     IF WS-AUDIT-FILE-NOT-FOUND
002806         GO TO 1550-EXIT
002807     END-IF
002808     PERFORM 1560-READ-ONE-AUDIT THRU 1560-EXIT
002809         UNTIL WS-AUDIT-EOF
002810     CLOSE AUDIT-FILE.
002811 1550-EXIT.
002812     EXIT.
002813
002814 1560-READ-ONE-AUDIT.
002815     READ AUDIT-FILE
002816         AT END
002817             SET WS-AUDIT-EOF TO TRUE
002818             GO TO 1560-EXIT
002819     END-READ
002820     IF AUD-SEQ IS NUMERIC
002821        AND AUD-SEQ GREATER THAN WS-CHAIN-SEQ
002822         MOVE AUD-SEQ TO WS-CHAIN-SEQ
002823         MOVE AUD-CHECK TO WS-CHAIN-CHECK
002824     END-IF.
002825 1560-EXIT.
002826     EXIT.
002827
002828 1570-KEEP-RELEASED-ITEMS.
002829*    A fresh run replaces GLIFILE, but an item a supervisor
002830*    released since the last GLPOST is not this run's work:
002831*    it is sifted to GLIKEEP and written back to the new
002832*    GLIFILE ahead of this run's records.  A release out of
002833*    the batch being rerun is withdrawn instead, as the
002834*    rerun holds (or posts) that calculation afresh.
002835     MOVE "N" TO WS-GLI-EOF-SW
002836     MOVE ZERO TO WS-KEPT-COUNT
002837     MOVE ZERO TO WS-WITHDRAWN-COUNT
002838     OPEN INPUT GL-INTERFACE-FILE
002839     IF WS-GLI-FILE-NOT-FOUND
002840         OPEN OUTPUT GL-INTERFACE-FILE
002841         GO TO 1570-EXIT
002842     END-IF
002843     OPEN OUTPUT GL-IFACE-KEEP-FILE
002844     PERFORM 1575-SIFT-ONE-RELEASE THRU 1575-EXIT
002845         UNTIL WS-GLI-EOF
002846     CLOSE GL-INTERFACE-FILE
002847     CLOSE GL-IFACE-KEEP-FILE
002848     MOVE "N" TO WS-WORK-EOF-SW
002849     OPEN INPUT GL-IFACE-KEEP-FILE
002850     OPEN OUTPUT GL-INTERFACE-FILE
002851     PERFORM 1580-COPY-ONE-RELEASE THRU 1580-EXIT
002852         UNTIL WS-WORK-EOF
002853     CLOSE GL-IFACE-KEEP-FILE
002854     IF WS-KEPT-COUNT GREATER THAN ZERO
002855         DISPLAY "RELEASED ITEMS KEPT ON GLIFILE " WS-KEPT-COUNT
002856     END-IF
002857     IF WS-WITHDRAWN-COUNT GREATER THAN ZERO
002858         DISPLAY "RELEASED ITEMS OF THIS BATCH WITHDRAWN "
002859             WS-WITHDRAWN-COUNT
002860     END-IF.
002861 1570-EXIT.
002862     EXIT.
002863
002864 1575-SIFT-ONE-RELEASE.
002865     READ GL-INTERFACE-FILE
002866         AT END
002867             SET WS-GLI-EOF TO TRUE
002868             GO TO 1575-EXIT
002869     END-READ
002870     IF GL-APPROVER = SPACES
002871         GO TO 1575-EXIT
002872     END-IF
002873     IF WS-WITHDRAW-BATCH
002874        AND GL-SOURCE = WS-BATCH-SOURCE
002875        AND GL-BUS-DATE = WS-BATCH-BUS-DATE
002876         ADD 1 TO WS-WITHDRAWN-COUNT
002877         GO TO 1575-EXIT
002878     END-IF
002879     WRITE GL-IFACE-KEEP-RECORD FROM GL-INTERFACE-RECORD
002880     ADD 1 TO WS-KEPT-COUNT.
002881 1575-EXIT.
002882     EXIT.
002883
002884 1580-COPY-ONE-RELEASE.
002885     READ GL-IFACE-KEEP-FILE
002886         AT END
002887             SET WS-WORK-EOF TO TRUE
002888             GO TO 1580-EXIT
002889     END-READ
002890     WRITE GL-INTERFACE-RECORD FROM GL-IFACE-KEEP-RECORD.
002891 1580-EXIT.
002892     EXIT.
002893
002894 1600-DROP-BATCH-HOLDS.
002895*    The items the batch's earlier run left pending on APPRFILE
002896*    are dropped before the rerun holds them again, so no item
002897*    can be released twice.  Every other pending item is kept.
002898*    APPRFILE goes through the APPRWORK work file and is only
002899*    rewritten when something is dropped.
002900     MOVE "N" TO WS-APPR-EOF-SW
002901     MOVE ZERO TO WS-KEPT-COUNT
002902     MOVE ZERO TO WS-DROPPED-COUNT
002903     OPEN INPUT APPROVAL-FILE
002904     IF WS-APPR-FILE-NOT-FOUND
002905         GO TO 1600-EXIT
002906     END-IF
002907     OPEN OUTPUT APPROVAL-WORK-FILE
002908     PERFORM 1650-SIFT-ONE-HOLD THRU 1650-EXIT
002909         UNTIL WS-APPR-EOF
002910     CLOSE APPROVAL-FILE
002911     CLOSE APPROVAL-WORK-FILE
002912     IF WS-DROPPED-COUNT = ZERO
002913         GO TO 1600-EXIT
002914     END-IF
002915     MOVE "N" TO WS-WORK-EOF-SW
002916     OPEN INPUT APPROVAL-WORK-FILE
002917     OPEN OUTPUT APPROVAL-FILE
002918     PERFORM 1680-COPY-ONE-HOLD THRU 1680-EXIT
002919         UNTIL WS-WORK-EOF
002920     CLOSE APPROVAL-WORK-FILE
002921     CLOSE APPROVAL-FILE
002922     DISPLAY "PENDING ITEMS OF THIS BATCH DROPPED FROM APPRFILE "
002923         WS-DROPPED-COUNT.
002924 1600-EXIT.
002925     EXIT.
002926
002927 1650-SIFT-ONE-HOLD.
002928     READ APPROVAL-FILE
002929         AT END
002930             SET WS-APPR-EOF TO TRUE
002931             GO TO 1650-EXIT
002932     END-READ
002933     IF APR-SOURCE = WS-BATCH-SOURCE
002934        AND APR-BUS-DATE = WS-BATCH-BUS-DATE
002935         ADD 1 TO WS-DROPPED-COUNT
002936         GO TO 1650-EXIT
002937     END-IF
002938     WRITE APPROVAL-WORK-RECORD FROM APPROVAL-RECORD
002939     ADD 1 TO WS-KEPT-COUNT.
002940 1650-EXIT.
002941     EXIT.
002942
002943 1680-COPY-ONE-HOLD.
002944     READ APPROVAL-WORK-FILE
002945         AT END
002946             SET WS-WORK-EOF TO TRUE
002947             GO TO 1680-EXIT
002948     END-READ
002949     WRITE APPROVAL-RECORD FROM APPROVAL-WORK-RECORD.
002950 1680-EXIT.
002951     EXIT.
002952
002953 3000-INTERACTIVE-MODE.
002954     PERFORM 1500-OPEN-OUTPUT-FILES THRU 1500-EXIT
002955     MOVE "N" TO WS-NUM1-VALID-SW
002956     MOVE "N" TO WS-NUM2-VALID-SW
002957     MOVE "N" TO WS-OPCODE-VALID-SW
002958     MOVE "N" TO WS-DEPT-VALID-SW
002959     MOVE "N" TO WS-HOLD-SW
002960     PERFORM 2100-GET-NUM1 THRU 2100-EXIT
002961         UNTIL WS-NUM1-VALID
002962     PERFORM 2200-GET-NUM2 THRU 2200-EXIT
002963         UNTIL WS-NUM2-VALID
002964     PERFORM 2300-GET-OPCODE THRU 2300-EXIT
002965         UNTIL WS-OPCODE-VALID
002966     PERFORM 2400-GET-DEPT THRU 2400-EXIT
002967         UNTIL WS-DEPT-VALID
002968     PERFORM 5000-COMPUTE-RESULT THRU 5000-EXIT
002969     EVALUATE TRUE
002970         WHEN WS-SIZE-ERROR
002971             DISPLAY "RESULT OVERFLOW - VALUE TOO LARGE, ABORTED"
002972         WHEN WS-DIVIDE-BY-ZERO
002973             DISPLAY "CANNOT DIVIDE BY ZERO - RUN ABORTED"
002974         WHEN OTHER
002975             DISPLAY Result
002976             PERFORM 8050-ROUTE-GL-RECORD THRU 8050-EXIT
002977             IF WS-HELD
002978                 DISPLAY "OVER APPROVAL LIMIT - HELD"
002979             END-IF
002980     END-EVALUATE
002981     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
002982     PERFORM 7100-WRITE-REPORT-DETAIL THRU 7100-EXIT.
002983 3000-EXIT.
002984     EXIT.
002985
002986 2100-GET-NUM1.
002987     DISPLAY "Enter first number"
002988     MOVE SPACES TO WS-NUM-INPUT
002989     ACCEPT WS-NUM-INPUT
002990     INSPECT WS-NUM-INPUT REPLACING LEADING SPACE BY ZERO
003000     IF WS-NUM-INPUT IS NUMERIC
003010         MOVE WS-NUM-INPUT TO Num1
003367     EXIT.
003368
003370 4000-BATCH-MODE.
003371     PERFORM 4010-CHECK-BATCH-SEEN THRU 4010-EXIT
003372     IF WS-BATCH-REFUSED
003373         MOVE 8 TO RETURN-CODE
003374         GO TO 4000-EXIT
003376     END-IF
003377     PERFORM 4015-COUNT-BATCH THRU 4015-EXIT
003378     PERFORM 4030-LOAD-DUP-HISTORY THRU 4030-EXIT
003380     IF WS-BATCH-REFUSED
003381         MOVE 8 TO RETURN-CODE
003383         GO TO 4000-EXIT
003385     END-IF
003386     IF NOT WS-PARM-PRESENT
003388         DISPLAY "Restart from last checkpoint? (Y/N)"
003390         ACCEPT WS-RESTART-SW
003391         IF WS-RESTART-REQUESTED
003392            AND NOT WS-RESTART-AUTHORIZED
003512     PERFORM 4700-BALANCE-RUN THRU 4700-EXIT
003514     IF WS-RUN-BALANCED
003520         PERFORM 4950-WRITE-FINAL-CHECKPOINT THRU 4950-EXIT
003521         PERFORM 4960-WRITE-DUP-HISTORY THRU 4960-EXIT
003522         PERFORM 4970-LOG-BATCH THRU 4970-EXIT
003523     ELSE
003524         DISPLAY "RUN OUT OF BALANCE - NOT FINALIZED"
003526         DISPLAY "CHECKPOINT LEFT STANDING FOR A RESTART"
003527         MOVE 8 TO RETURN-CODE
003528     END-IF
003530     PERFORM 4900-CLOSE-BATCH-FILES THRU 4900-EXIT.
003531 4000-EXIT.
003532     EXIT.
003533
003534 4010-CHECK-BATCH-SEEN.
003535*    The H header is read ahead here, before the restart
003536*    question and before any output file is opened fresh, so
003537*    a resent batch is refused without disturbing the first
003538*    run's results.  SUSPFIX resubmissions are the operator's
003539*    own repaired work and are not checked.
003540     MOVE "N" TO WS-BATCH-REFUSED-SW
003541     MOVE "N" TO WS-BATCH-HDR-SW
003542     MOVE "N" TO WS-DUP-EXEMPT-SW
003543     MOVE SPACES TO WS-BATCH-SOURCE
003544     MOVE SPACES TO WS-BATCH-BUS-DATE
003545     OPEN INPUT TRAN-FILE
003546     IF WS-TRAN-FILE-NOT-FOUND
003547         GO TO 4010-EXIT
003548     END-IF
003549     READ TRAN-FILE
003550         AT END
003551             CLOSE TRAN-FILE
003552             GO TO 4010-EXIT
003553     END-READ
003554     IF TRAN-IS-HEADER
003555         SET WS-BATCH-HAS-HEADER TO TRUE
003556         MOVE TRAN-HDR-SOURCE TO WS-BATCH-SOURCE
003557         MOVE TRAN-HDR-BUS-DATE TO WS-BATCH-BUS-DATE
003558     END-IF
003559     CLOSE TRAN-FILE
003560     IF NOT WS-BATCH-HAS-HEADER
003561         GO TO 4010-EXIT
003562     END-IF
003563     IF WS-BATCH-SOURCE = "SUSPFIX "
003564         SET WS-DUP-EXEMPT TO TRUE
003565         GO TO 4010-EXIT
003566     END-IF
003567     MOVE "N" TO WS-BLOG-EOF-SW
003568     OPEN INPUT BATCH-LOG-FILE
003569     IF WS-BLOG-FILE-NOT-FOUND
003570         GO TO 4010-EXIT
003571     END-IF
003572     PERFORM 4020-TEST-ONE-BATCH THRU 4020-EXIT
003573         UNTIL WS-BLOG-EOF
003574            OR WS-BATCH-REFUSED
003575     CLOSE BATCH-LOG-FILE
003576     IF WS-BATCH-REFUSED
003577         DISPLAY "BATCH " WS-BATCH-SOURCE " BUSINESS DATE "
003578             WS-BATCH-BUS-DATE " ALREADY PROCESSED ON "
003579             WS-BATCH-SEEN-DATE
003580         DISPLAY "REPEATED BATCH REFUSED - NOTHING POSTED"
003581     END-IF.
003582 4010-EXIT.
003583     EXIT.
003584
003585 4020-TEST-ONE-BATCH.
003586     READ BATCH-LOG-FILE
003587         AT END
003588             SET WS-BLOG-EOF TO TRUE
003589             GO TO 4020-EXIT
003590     END-READ
003591     IF BLOG-SOURCE = WS-BATCH-SOURCE
003592        AND BLOG-BUS-DATE = WS-BATCH-BUS-DATE
003593         SET WS-BATCH-REFUSED TO TRUE
003594         MOVE BLOG-RUN-DATE TO WS-BATCH-SEEN-DATE
003595     END-IF.
003596 4020-EXIT.
003597     EXIT.
003598
003599 4015-COUNT-BATCH.
003600*    The duplicate-history table takes one entry per good
003601*    detail and the reversal table one per original taken,
003602*    so a batch too big for either is refused here, before
003603*    any output is opened, rather than stopping part-way.
003604     MOVE ZERO TO WS-BATCH-DETAILS
003605     MOVE ZERO TO WS-BATCH-REVERSALS
003606     MOVE "N" TO WS-COUNT-EOF-SW
003607     OPEN INPUT TRAN-FILE
003608     IF WS-TRAN-FILE-NOT-FOUND
003609         GO TO 4015-EXIT
003610     END-IF
003611     PERFORM 4018-COUNT-ONE-RECORD THRU 4018-EXIT
003612         UNTIL WS-COUNT-EOF
003613     CLOSE TRAN-FILE
003614     IF WS-BATCH-REVERSALS GREATER THAN 500
003615         DISPLAY "BATCH HOLDS " WS-BATCH-REVERSALS
003616             " REVERSALS - 500 IS THE MOST ONE RUN TAKES"
003617         DISPLAY "SPLIT THE BATCH - NOTHING POSTED"
003618         SET WS-BATCH-REFUSED TO TRUE
003619     END-IF.
003620 4015-EXIT.
003621     EXIT.
003622
003623 4018-COUNT-ONE-RECORD.
003624     READ TRAN-FILE
003625         AT END
003626             SET WS-COUNT-EOF TO TRUE
003628             GO TO 4018-EXIT
003629     END-READ
003630     IF TRAN-IS-HEADER
003631         GO TO 4018-EXIT
003632     END-IF
003633     IF TRAN-IS-TRAILER
003634         SET WS-COUNT-EOF TO TRUE
003635         GO TO 4018-EXIT
003636     END-IF
003637     IF TRAN-IS-REVERSAL
003638         ADD 1 TO WS-BATCH-REVERSALS
003639     ELSE
003640         ADD 1 TO WS-BATCH-DETAILS
003641     END-IF.
003642 4018-EXIT.
003643     EXIT.
003644
003645 4030-LOAD-DUP-HISTORY.
003646*    The window is counted back in business days (Monday to
003647*    Friday) from the batch's business date, or the run date
003648*    when the file has no usable header.
003649     MOVE ZERO TO WS-DUPH-ENTRIES
003650     MOVE ZERO TO WS-DUPH-LOADED
003651     IF WS-DUP-DAYS = ZERO
003652         DISPLAY "DUPLICATE CHECK OFF - PARM-DUP-DAYS IS ZERO"
003653         GO TO 4030-EXIT
003654     END-IF
003655     PERFORM 4040-COMPUTE-CUTOFF THRU 4040-EXIT
003656     MOVE "N" TO WS-DUPH-EOF-SW
003658     OPEN INPUT DUP-HISTORY-FILE
003659     IF WS-DUPH-FILE-NOT-FOUND
003660         DISPLAY "DUPHIST NOT FOUND - NO HISTORY TO CHECK"
003661         GO TO 4030-EXIT
003662     END-IF
003663     PERFORM 4035-LOAD-ONE-DUPH THRU 4035-EXIT
003664         UNTIL WS-DUPH-EOF
003665     CLOSE DUP-HISTORY-FILE
003666     MOVE WS-DUPH-ENTRIES TO WS-DUPH-LOADED
003667     IF WS-BATCH-REFUSED
003668         GO TO 4030-EXIT
003669     END-IF
003670     IF WS-DUPH-ENTRIES + WS-BATCH-DETAILS GREATER THAN 5000
003671         DISPLAY "DUPLICATE HISTORY " WS-DUPH-ENTRIES
003672             " PLUS BATCH DETAILS " WS-BATCH-DETAILS
003673             " EXCEED 5000"
003674         DISPLAY "SHORTEN PARM-DUP-DAYS OR SPLIT THE BATCH"
003675             " - NOTHING POSTED"
003676         SET WS-BATCH-REFUSED TO TRUE
003677     END-IF.
003678 4030-EXIT.
003679     EXIT.
003680
003681 4035-LOAD-ONE-DUPH.
003682     READ DUP-HISTORY-FILE
003683         AT END
003684             SET WS-DUPH-EOF TO TRUE
003685             GO TO 4035-EXIT
003686     END-READ
003687     IF DUPH-BUS-DATE LESS THAN WS-DUP-CUTOFF-DATE
003689         GO TO 4035-EXIT
003690     END-IF
003691     IF WS-DUPH-ENTRIES NOT LESS THAN 5000
003692         DISPLAY "DUPLICATE HISTORY TABLE FULL - NOTHING POSTED"
003693         DISPLAY "SHORTEN PARM-DUP-DAYS TO CUT THE WINDOW"
003694         SET WS-BATCH-REFUSED TO TRUE
003695         SET WS-DUPH-EOF TO TRUE
003696         GO TO 4035-EXIT
003697     END-IF
003698     ADD 1 TO WS-DUPH-ENTRIES
003699     MOVE DUPH-BUS-DATE TO WS-DUPH-BUS-DATE (WS-DUPH-ENTRIES)
003700     MOVE DUPH-NUM1 TO WS-DUPH-NUM1 (WS-DUPH-ENTRIES)
003701     MOVE DUPH-NUM2 TO WS-DUPH-NUM2 (WS-DUPH-ENTRIES)
003702     MOVE DUPH-OPCODE TO WS-DUPH-OPCODE (WS-DUPH-ENTRIES)
003703     MOVE DUPH-DEPT TO WS-DUPH-DEPT (WS-DUPH-ENTRIES)
003704     MOVE DUPH-SOURCE TO WS-DUPH-SOURCE (WS-DUPH-ENTRIES)
003705     MOVE DUPH-SCHED-DATE TO WS-DUPH-SCHED-DATE (WS-DUPH-ENTRIES).
003706 4035-EXIT.
003707     EXIT.
003708
003709 4040-COMPUTE-CUTOFF.
003710     IF WS-BATCH-BUS-DATE IS NUMERIC
003711        AND WS-BATCH-BUS-DATE NOT = "00000000"
003712         MOVE WS-BATCH-BUS-DATE TO WS-DUP-BASE-DATE
003713     ELSE
003714         IF WS-RUN-DATE-OVERRIDE NOT = SPACES
003715             MOVE WS-RUN-DATE-OVERRIDE TO WS-DUP-BASE-DATE
003716         ELSE
003717             ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003719             MOVE WS-CURRENT-DATE TO WS-DUP-BASE-DATE
003720         END-IF
003721     END-IF
003722     MOVE WS-DUP-BASE-DATE TO WS-DUP-DATE-NUM
003723     COMPUTE WS-DUP-DAY-INT =
003724         FUNCTION INTEGER-OF-DATE (WS-DUP-DATE-NUM)
003725     MOVE ZERO TO WS-DUP-DAYS-BACK
003726     PERFORM 4045-STEP-BACK-ONE-DAY THRU 4045-EXIT
003727         UNTIL WS-DUP-DAYS-BACK NOT LESS THAN WS-DUP-DAYS
003728     COMPUTE WS-DUP-DATE-NUM =
003729         FUNCTION DATE-OF-INTEGER (WS-DUP-DAY-INT)
003730     MOVE WS-DUP-DATE-NUM TO WS-DUP-CUTOFF-DATE
003731     DISPLAY "DUPLICATE CHECK BACK TO " WS-DUP-CUTOFF-DATE
003732         " (" WS-DUP-DAYS " BUSINESS DAYS)".
003733 4040-EXIT.
003734     EXIT.
003735
003736 4045-STEP-BACK-ONE-DAY.
003737*    Day 1 of the integer calendar (1601-01-01) was a Monday,
003738*    so the remainder by 7 is 6 on a Saturday and 0 on a
003739*    Sunday.
003740     SUBTRACT 1 FROM WS-DUP-DAY-INT
003741     DIVIDE WS-DUP-DAY-INT BY 7 GIVING WS-DUP-WEEKS
003742         REMAINDER WS-DUP-WEEKDAY
003743     IF WS-DUP-WEEKDAY NOT = 6 AND WS-DUP-WEEKDAY NOT = 0
003744         ADD 1 TO WS-DUP-DAYS-BACK
003745     END-IF.
003746 4045-EXIT.
003747     EXIT.
003748
003750 4100-OPEN-BATCH-FILES.
003751     OPEN INPUT TRAN-FILE
003752     IF WS-TRAN-FILE-NOT-FOUND
003753         DISPLAY "TRANFILE NOT FOUND - NO TRANSACTIONS TO PROCESS"
003754         SET WS-TRAN-EOF TO TRUE
003755     END-IF
003756     IF WS-OPEN-MODE-APPEND
003757         OPEN EXTEND RESULT-FILE
003758         IF WS-RSLT-FILE-NOT-FOUND
003759             OPEN OUTPUT RESULT-FILE
003760         END-IF
003761     ELSE
003762         OPEN OUTPUT RESULT-FILE
003763     END-IF
003764     IF WS-OPEN-MODE-APPEND
003765         OPEN EXTEND SUSPENSE-FILE
003766         IF WS-SUSP-FILE-NOT-FOUND
003767             OPEN OUTPUT SUSPENSE-FILE
003768         END-IF
003769     ELSE
003770         OPEN OUTPUT SUSPENSE-FILE
003771     END-IF.
003772 4100-EXIT.
003773     EXIT.
003774
003775 4050-READ-CHECKPOINT.
003776     MOVE ZERO TO WS-RESTART-POINT
003777     OPEN INPUT CHECKPOINT-FILE
003778     IF WS-CHKPT-FILE-NOT-FOUND
003780         DISPLAY "NO CHECKPOINT ON FILE - STARTING AT RECORD 1"
003790     ELSE
003800         READ CHECKPOINT-FILE
003980
003990 4160-SKIP-ONE-RECORD.
004000     PERFORM 4200-READ-TRAN THRU 4200-EXIT
004010     IF WS-TRAN-EOF
004020         GO TO 4160-EXIT
004022     END-IF
004024     ADD 1 TO WS-REC-COUNT
004026     IF NOT TRAN-IS-REVERSAL
004028         PERFORM 4170-RENOTE-SKIPPED-DETAIL THRU 4170-EXIT
004030     END-IF.
004040 4160-EXIT.
004042     EXIT.
004044
004046 4170-RENOTE-SKIPPED-DETAIL.
004048*    DUPHIST is rewritten from the table when the run is
004050*    finalized, so a detail the abended run already posted
004051*    (or held) is noted again here just as the first run
004052*    noted it; one it rejected is not.
004053     MOVE TRAN-NUM1 TO Num1
004054     MOVE TRAN-NUM2 TO Num2
004055     MOVE TRAN-OPCODE TO Op-Code
004056     MOVE TRAN-DEPT TO Dept-Code
004057     PERFORM 5000-COMPUTE-RESULT THRU 5000-EXIT
004058     PERFORM 5500-VALIDATE-DEPT THRU 5500-EXIT
004059     IF WS-SIZE-ERROR OR WS-DIVIDE-BY-ZERO OR WS-BAD-OPCODE
004060        OR WS-BAD-DEPT
004061         GO TO 4170-EXIT
004062     END-IF
004063     PERFORM 4380-CHECK-DUPLICATE THRU 4380-EXIT
004064     IF NOT WS-DUPLICATE
004065         PERFORM 4390-NOTE-DUP-HISTORY THRU 4390-EXIT
004066     END-IF.
004067 4170-EXIT.
004068     EXIT.
004069
004070 4200-READ-TRAN.
004072*    Control records are handled here so every caller sees
004074*    only detail records: the header is captured and skipped,
004134     ADD 1 TO WS-ACTUAL-COUNT
004135     ADD TRAN-NUM1 TO WS-ACTUAL-HASH1
004136     ADD TRAN-NUM2 TO WS-ACTUAL-HASH2.
004137 4200-EXIT.
004138     EXIT.
004139
004140 4300-PROCESS-TRAN.
004141     MOVE "N" TO WS-REVERSAL-SW
004142     MOVE "N" TO WS-NOT-POSTED-SW
004143     MOVE "N" TO WS-HOLD-SW
004144     MOVE "N" TO WS-DUPLICATE-SW
004145     IF TRAN-IS-REVERSAL
004146         PERFORM 4600-PROCESS-REVERSAL THRU 4600-EXIT
004147     ELSE
004148         PERFORM 4350-PROCESS-DETAIL THRU 4350-EXIT
004149     END-IF
004150     ADD 1 TO WS-REC-COUNT
004151     ADD 1 TO WS-RECS-SINCE-CHKPT
004152     IF WS-RECS-SINCE-CHKPT NOT LESS THAN WS-CHKPT-INTERVAL
004153         PERFORM 4500-WRITE-CHECKPOINT THRU 4500-EXIT
004154         MOVE ZERO TO WS-RECS-SINCE-CHKPT
004155     END-IF
004156     PERFORM 4200-READ-TRAN THRU 4200-EXIT.
004157 4300-EXIT.
004158     EXIT.
004159
004160 4350-PROCESS-DETAIL.
004161     MOVE TRAN-NUM1 TO Num1
004162     MOVE TRAN-NUM2 TO Num2
004163     MOVE TRAN-OPCODE TO Op-Code
004164     MOVE TRAN-DEPT TO Dept-Code
004165     PERFORM 5000-COMPUTE-RESULT THRU 5000-EXIT
004166     PERFORM 5500-VALIDATE-DEPT THRU 5500-EXIT
004167     IF NOT WS-SIZE-ERROR AND NOT WS-DIVIDE-BY-ZERO
004168        AND NOT WS-BAD-OPCODE AND NOT WS-BAD-DEPT
004169         PERFORM 4380-CHECK-DUPLICATE THRU 4380-EXIT
004170     END-IF
004171     MOVE Num1 TO RSLT-NUM1
004172     MOVE Num2 TO RSLT-NUM2
004173     MOVE Op-Code TO RSLT-OPCODE
004174     IF WS-SIZE-ERROR OR WS-DIVIDE-BY-ZERO OR WS-BAD-OPCODE
004175        OR WS-BAD-DEPT OR WS-DUPLICATE
004176         IF WS-DUPLICATE
004177             DISPLAY "SUSPECTED DUPLICATE - WRITTEN TO SUSPENSE"
004178             ADD 1 TO WS-DUPL-COUNT
004179         ELSE
004180             DISPLAY "TRANSACTION REJECTED - WRITTEN TO SUSPENSE"
004181         END-IF
004182         MOVE ZERO TO Result
004183         MOVE ZERO TO RSLT-RESULT
004184         PERFORM 4400-WRITE-SUSPENSE THRU 4400-EXIT
004185     ELSE
004186         MOVE Result TO RSLT-RESULT
004187         PERFORM 8050-ROUTE-GL-RECORD THRU 8050-EXIT
004188         PERFORM 4390-NOTE-DUP-HISTORY THRU 4390-EXIT
004189     END-IF
004190     WRITE RESULT-RECORD
004191     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
004192     PERFORM 7100-WRITE-REPORT-DETAIL THRU 7100-EXIT.
004193 4350-EXIT.
004194     EXIT.
004195
004196 4380-CHECK-DUPLICATE.
004197*    Only earlier runs' details are checked: the same
004198*    calculation twice in one file is taken as genuine.  A
004199*    standing instruction's detail repeats by design, so its
004200*    key also holds the date its occurrence stands for: the
004201*    same occurrence again, even within this file, is caught
004202*    and the next scheduled one is not.
004203     MOVE "N" TO WS-DUPLICATE-SW
004204     IF WS-DUP-DAYS = ZERO OR WS-DUP-EXEMPT
004205         GO TO 4380-EXIT
004206     END-IF
004207     PERFORM 4375-SET-DUP-KEY THRU 4375-EXIT
004208     MOVE WS-DUPH-LOADED TO WS-DUPH-LIMIT
004209     IF TRAN-FROM-STANDING
004210         MOVE WS-DUPH-ENTRIES TO WS-DUPH-LIMIT
004211     END-IF
004212     PERFORM 4385-TEST-ONE-DUPH THRU 4385-EXIT
004213         VARYING WS-DUPH-SUB FROM 1 BY 1
004214         UNTIL WS-DUPLICATE
004215            OR WS-DUPH-SUB GREATER THAN WS-DUPH-LIMIT.
004216 4380-EXIT.
004217     EXIT.
004218
004219 4375-SET-DUP-KEY.
004220     MOVE SPACES TO WS-DUP-SCHED-DATE
004221     IF TRAN-FROM-STANDING
004222         MOVE TRAN-SCHED-DATE TO WS-DUP-SCHED-DATE
004223     END-IF.
004224 4375-EXIT.
004225     EXIT.
004226
004227 4385-TEST-ONE-DUPH.
004228     IF WS-DUPH-NUM1 (WS-DUPH-SUB) = Num1
004229        AND WS-DUPH-NUM2 (WS-DUPH-SUB) = Num2
004230        AND WS-DUPH-OPCODE (WS-DUPH-SUB) = Op-Code
004231        AND WS-DUPH-DEPT (WS-DUPH-SUB) = Dept-Code
004232        AND WS-DUPH-SCHED-DATE (WS-DUPH-SUB) = WS-DUP-SCHED-DATE
004233         SET WS-DUPLICATE TO TRUE
004234     END-IF.
004235 4385-EXIT.
004236     EXIT.
004237
004238 4390-NOTE-DUP-HISTORY.
004239     IF WS-DUP-DAYS = ZERO
004240         GO TO 4390-EXIT
004241     END-IF
004242*    4015 and 4030 sized the table for the whole batch, so
004243*    this stop is a safeguard only.
004244     IF WS-DUPH-ENTRIES NOT LESS THAN 5000
004245         DISPLAY "DUPLICATE HISTORY TABLE FULL - RUN STOPPED"
004246         MOVE 8 TO RETURN-CODE
004247         STOP RUN
004248     END-IF
004249     PERFORM 4375-SET-DUP-KEY THRU 4375-EXIT
004250     ADD 1 TO WS-DUPH-ENTRIES
004251     MOVE WS-DUP-BASE-DATE TO WS-DUPH-BUS-DATE (WS-DUPH-ENTRIES)
004252     MOVE Num1 TO WS-DUPH-NUM1 (WS-DUPH-ENTRIES)
004253     MOVE Num2 TO WS-DUPH-NUM2 (WS-DUPH-ENTRIES)
004254     MOVE Op-Code TO WS-DUPH-OPCODE (WS-DUPH-ENTRIES)
004255     MOVE Dept-Code TO WS-DUPH-DEPT (WS-DUPH-ENTRIES)
004256     MOVE WS-BATCH-SOURCE TO WS-DUPH-SOURCE (WS-DUPH-ENTRIES)
004257     MOVE WS-DUP-SCHED-DATE
004258         TO WS-DUPH-SCHED-DATE (WS-DUPH-ENTRIES).
004259 4390-EXIT.
004260     EXIT.
004261
004262 4400-WRITE-SUSPENSE.
004263     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004264     ACCEPT WS-CURRENT-TIME FROM TIME
004265     MOVE WS-CURRENT-DATE TO SUSP-DATE
004266     MOVE WS-CURRENT-TIME TO SUSP-TIME
004267     MOVE TRAN-NUM1 TO SUSP-NUM1
004268     MOVE TRAN-NUM2 TO SUSP-NUM2
004269     MOVE TRAN-OPCODE TO SUSP-OPCODE
004270     MOVE TRAN-DEPT TO SUSP-DEPT
004271     EVALUATE TRUE
004272         WHEN WS-SIZE-ERROR
004273             SET SUSP-REASON-SIZE TO TRUE
004274         WHEN WS-DIVIDE-BY-ZERO
004275             SET SUSP-REASON-DIV0 TO TRUE
004276         WHEN WS-BAD-OPCODE
004277             SET SUSP-REASON-OPCD TO TRUE
004278         WHEN WS-DUPLICATE
004279             SET SUSP-REASON-DUPL TO TRUE
004280         WHEN OTHER
004281             SET SUSP-REASON-DEPT TO TRUE
004282     END-EVALUATE
004283     WRITE SUSPENSE-RECORD.
004284 4400-EXIT.
004285     EXIT.
004286
004287 4600-PROCESS-REVERSAL.
004288*    A reversal identifies the original calculation by its
004289*    operands, op-code and department; it must match an
004290*    open GLPSTIX posting or it rejects to suspense.  The
004291*    negated amount flows to the GL interface so GLPOST
004292*    reduces the account balance.
004293     SET WS-REVERSAL TO TRUE
004294     MOVE "N" TO WS-BAD-DEPT-SW
004295     IF NOT WS-PSX-OPENED
004296         PERFORM 4650-OPEN-POSTED-INDEX THRU 4650-EXIT
004297     END-IF
004298     MOVE TRAN-REV-NUM1 TO Num1
004299     MOVE TRAN-REV-NUM2 TO Num2
004300     MOVE TRAN-REV-OPCODE TO Op-Code
004301     MOVE TRAN-REV-DEPT TO Dept-Code
004302     PERFORM 5000-COMPUTE-RESULT THRU 5000-EXIT
004303     MOVE "N" TO WS-ORIG-FOUND-SW
004304     IF NOT WS-SIZE-ERROR AND NOT WS-DIVIDE-BY-ZERO
004305        AND NOT WS-BAD-OPCODE
004306         PERFORM 4680-FIND-POSTED-ORIGINAL THRU 4680-EXIT
004307     END-IF
004308     MOVE Num1 TO RSLT-NUM1
004309     MOVE Num2 TO RSLT-NUM2
004310     MOVE Op-Code TO RSLT-OPCODE
004311     IF NOT WS-ORIG-FOUND
004312         SET WS-NOT-POSTED TO TRUE
004313         DISPLAY "REVERSAL NOT ON FILE AS POSTED - TO SUSPENSE"
004314         MOVE ZERO TO Result
004315         MOVE ZERO TO RSLT-RESULT
004316         PERFORM 4690-WRITE-REV-SUSPENSE THRU 4690-EXIT
004317         WRITE RESULT-RECORD
004318         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
004319         PERFORM 7100-WRITE-REPORT-DETAIL THRU 7100-EXIT
004320         GO TO 4600-EXIT
004321     END-IF
004322     COMPUTE Result = ZERO - Result
004323     MOVE Result TO RSLT-RESULT
004324     PERFORM 8100-WRITE-GL-RECORD THRU 8100-EXIT
004325     WRITE RESULT-RECORD
004326     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
004327     PERFORM 4670-NOTE-REVERSAL THRU 4670-EXIT.
004328 4600-EXIT.
004329     EXIT.
004330
004331 4650-OPEN-POSTED-INDEX.
004332     SET WS-PSX-OPENED TO TRUE
004333     OPEN INPUT GL-POSTED-INDEX-FILE
004334*    GLPOST first builds GLPSTIX at its own commit, so until
004335*    then it is built here from GLPOSTED by the same program.
004336     IF WS-PSX-FILE-NOT-FOUND
004337         DISPLAY "GLPSTIX NOT FOUND - BUILDING FROM GLPOSTED"
004338         CALL "PSTIXBLD"
004339         IF RETURN-CODE NOT = ZERO
004340             DISPLAY "GLPSTIX BUILD FAILED - RUN STOPPED"
004341             MOVE 8 TO RETURN-CODE
004342             STOP RUN
004343         END-IF
004344         OPEN INPUT GL-POSTED-INDEX-FILE
004345     END-IF
004346     IF WS-PSX-FILE-NOT-FOUND
004347         DISPLAY "GLPSTIX NOT FOUND - REVERSALS WILL REJECT"
004348         GO TO 4650-EXIT
004349     END-IF
004350     SET WS-PSX-AVAIL TO TRUE.
004351 4650-EXIT.
004352     EXIT.
004353
004354 4670-NOTE-REVERSAL.
004355     ADD 1 TO WS-RPT-TRANS-COUNT
004356     ADD Result TO WS-RPT-GRAND-TOTAL
004357     PERFORM 7150-ADD-DEPT-SUBTOTAL THRU 7150-EXIT
004358     ADD 1 TO WS-REV-COUNT
004359     ADD Result TO WS-REV-TOTAL
004360     IF WS-RSEC-ENTRIES LESS THAN 200
004361         ADD 1 TO WS-RSEC-ENTRIES
004362         MOVE Num1 TO WS-RSEC-NUM1 (WS-RSEC-ENTRIES)
004363         MOVE Num2 TO WS-RSEC-NUM2 (WS-RSEC-ENTRIES)
004364         MOVE Op-Code TO WS-RSEC-OPCODE (WS-RSEC-ENTRIES)
004365         MOVE Dept-Code TO WS-RSEC-DEPT (WS-RSEC-ENTRIES)
004366         MOVE Result TO WS-RSEC-AMOUNT (WS-RSEC-ENTRIES)
004367     END-IF.
004368 4670-EXIT.
004369     EXIT.
004370
004371 4680-FIND-POSTED-ORIGINAL.
004372     IF NOT WS-PSX-AVAIL
004373         GO TO 4680-EXIT
004374     END-IF
004375     PERFORM 4683-SET-LOOKUP-KEY THRU 4683-EXIT
004376     PERFORM 4685-TRY-ONE-KEY THRU 4685-EXIT
004377     IF WS-ORIG-FOUND
004378         GO TO 4680-EXIT
004379     END-IF
004380*    An original posted before the images carried the op-code
004381*    is indexed under a blank op-code.
004382     PERFORM 4683-SET-LOOKUP-KEY THRU 4683-EXIT
004383     MOVE SPACE TO PSTX-OPCODE
004384     PERFORM 4685-TRY-ONE-KEY THRU 4685-EXIT.
004385 4680-EXIT.
004386     EXIT.
004387
004388 4683-SET-LOOKUP-KEY.
004389     MOVE Num1 TO PSTX-NUM1
004390     MOVE Num2 TO PSTX-NUM2
004391     MOVE Op-Code TO PSTX-OPCODE
004392     MOVE Dept-Code TO PSTX-DEPT
004393     MOVE Result TO PSTX-RESULT.
004394 4683-EXIT.
004395     EXIT.
004396
004397 4685-TRY-ONE-KEY.
004398     READ GL-POSTED-INDEX-FILE
004399         INVALID KEY
004400             GO TO 4685-EXIT
004401     END-READ
004402     MOVE ZERO TO WS-RUSE-AT
004403     PERFORM 4687-FIND-ONE-USE THRU 4687-EXIT
004404         VARYING WS-RUSE-SUB FROM 1 BY 1
004405         UNTIL WS-RUSE-AT GREATER THAN ZERO
004406            OR WS-RUSE-SUB GREATER THAN WS-RUSE-ENTRIES
004407     MOVE ZERO TO WS-RUSE-TAKEN
004408     IF WS-RUSE-AT GREATER THAN ZERO
004409         MOVE WS-RUSE-COUNT (WS-RUSE-AT) TO WS-RUSE-TAKEN
004410     END-IF
004411     IF PSTX-OPEN-COUNT NOT GREATER THAN WS-RUSE-TAKEN
004412         GO TO 4685-EXIT
004413     END-IF
004414     SET WS-ORIG-FOUND TO TRUE
004415     IF WS-RUSE-AT GREATER THAN ZERO
004416         ADD 1 TO WS-RUSE-COUNT (WS-RUSE-AT)
004417         GO TO 4685-EXIT
004418     END-IF
004419*    4015 refused any batch with more reversals than the
004420*    table holds, so this stop is a safeguard only.
004421     IF WS-RUSE-ENTRIES NOT LESS THAN 500
004422         DISPLAY "REVERSAL TABLE FULL - RUN STOPPED"
004423         MOVE 8 TO RETURN-CODE
004424         STOP RUN
004425     END-IF
004426     ADD 1 TO WS-RUSE-ENTRIES
004427     MOVE PSTX-KEY TO WS-RUSE-KEY (WS-RUSE-ENTRIES)
004428     MOVE 1 TO WS-RUSE-COUNT (WS-RUSE-ENTRIES).
004429 4685-EXIT.
004430     EXIT.
004431
004432 4687-FIND-ONE-USE.
004433     IF WS-RUSE-KEY (WS-RUSE-SUB) = PSTX-KEY
004434         MOVE WS-RUSE-SUB TO WS-RUSE-AT
004435     END-IF.
004436 4687-EXIT.
004437     EXIT.
004438
004439 4690-WRITE-REV-SUSPENSE.
004440     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004441     ACCEPT WS-CURRENT-TIME FROM TIME
004442     MOVE WS-CURRENT-DATE TO SUSP-DATE
004443     MOVE WS-CURRENT-TIME TO SUSP-TIME
004444     MOVE Num1 TO SUSP-NUM1
004445     MOVE Num2 TO SUSP-NUM2
004446     MOVE Op-Code TO SUSP-OPCODE
004447     MOVE Dept-Code TO SUSP-DEPT
004448     SET SUSP-REASON-NPST TO TRUE
004449     WRITE SUSPENSE-RECORD.
004450 4690-EXIT.
004451     EXIT.
004452
004453 4700-BALANCE-RUN.
004454     IF NOT WS-HEADER-SEEN AND NOT WS-TRAILER-SEEN
004455         DISPLAY "NO CONTROL RECORDS ON TRANFILE - NOT BALANCED"
004456         GO TO 4700-EXIT
004457     END-IF
004458     IF WS-HEADER-SEEN
004459         MOVE WS-RUN-SOURCE TO BAL-SOURCE
004460         MOVE WS-RUN-BUS-DATE TO BAL-BUS-DATE
004461         MOVE WS-BAL-SOURCE-LINE TO REPORT-RECORD
004462         WRITE REPORT-RECORD
004463     END-IF
004464     IF NOT WS-TRAILER-SEEN
004465         MOVE "NO TRAILER ON TRANFILE - FILE MAY BE TRUNCATED"
004466             TO WS-BAL-VERDICT-LINE
004467         MOVE WS-BAL-VERDICT-LINE TO REPORT-RECORD
004468         WRITE REPORT-RECORD
004469         MOVE "N" TO WS-RUN-BALANCED-SW
004470         GO TO 4700-EXIT
004471     END-IF
004472     MOVE "DETAIL COUNT    " TO BAL-TEXT
004473     MOVE WS-EXPECT-COUNT TO BAL-EXPECTED
004474     MOVE WS-ACTUAL-COUNT TO BAL-ACTUAL
004475     MOVE WS-BAL-DETAIL-LINE TO REPORT-RECORD
004476     WRITE REPORT-RECORD
004478     MOVE "NUM1 HASH TOTAL " TO BAL-TEXT
004480     MOVE WS-EXPECT-HASH1 TO BAL-EXPECTED
004550     CLOSE CHECKPOINT-FILE.
004560 4950-EXIT.
004570     EXIT.
004571
004572 4960-WRITE-DUP-HISTORY.
004573*    Entries older than the window were dropped on the way
004574*    in, so the rewrite keeps DUPHIST to the window's size.
004575     IF WS-DUP-DAYS = ZERO
004576         GO TO 4960-EXIT
004577     END-IF
004578     OPEN OUTPUT DUP-HISTORY-FILE
004579     PERFORM 4965-WRITE-ONE-DUPH THRU 4965-EXIT
004580         VARYING WS-DUPH-SUB FROM 1 BY 1
004581         UNTIL WS-DUPH-SUB GREATER THAN WS-DUPH-ENTRIES
004582     CLOSE DUP-HISTORY-FILE.
004583 4960-EXIT.
004584     EXIT.
004585
004586 4965-WRITE-ONE-DUPH.
004587     MOVE WS-DUPH-BUS-DATE (WS-DUPH-SUB) TO DUPH-BUS-DATE
004588     MOVE WS-DUPH-NUM1 (WS-DUPH-SUB) TO DUPH-NUM1
004589     MOVE WS-DUPH-NUM2 (WS-DUPH-SUB) TO DUPH-NUM2
004590     MOVE WS-DUPH-OPCODE (WS-DUPH-SUB) TO DUPH-OPCODE
004591     MOVE WS-DUPH-DEPT (WS-DUPH-SUB) TO DUPH-DEPT
004592     MOVE WS-DUPH-SOURCE (WS-DUPH-SUB) TO DUPH-SOURCE
004593     MOVE WS-DUPH-SCHED-DATE (WS-DUPH-SUB) TO DUPH-SCHED-DATE
004594     WRITE DUP-HISTORY-RECORD.
004595 4965-EXIT.
004596     EXIT.
004597
004598 4970-LOG-BATCH.
004599     IF NOT WS-BATCH-HAS-HEADER
004600         GO TO 4970-EXIT
004601     END-IF
004602     OPEN EXTEND BATCH-LOG-FILE
004603     IF WS-BLOG-FILE-NOT-FOUND
004604         OPEN OUTPUT BATCH-LOG-FILE
004605     END-IF
004606     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004607     ACCEPT WS-CURRENT-TIME FROM TIME
004608     MOVE WS-BATCH-SOURCE TO BLOG-SOURCE
004609     MOVE WS-BATCH-BUS-DATE TO BLOG-BUS-DATE
004610     MOVE WS-CURRENT-DATE TO BLOG-RUN-DATE
004611     MOVE WS-CURRENT-TIME TO BLOG-RUN-TIME
004612     MOVE WS-ACTUAL-COUNT TO BLOG-COUNT
004613     MOVE WS-USER-ID TO BLOG-USER
004614     WRITE BATCH-LOG-RECORD
004615     CLOSE BATCH-LOG-FILE.
004616 4970-EXIT.
004617     EXIT.
004618
004619 4900-CLOSE-BATCH-FILES.
004620     CLOSE TRAN-FILE
004621     CLOSE RESULT-FILE
004622     CLOSE SUSPENSE-FILE
004623     IF WS-PSX-AVAIL
004624         CLOSE GL-POSTED-INDEX-FILE
004625         MOVE "N" TO WS-PSX-AVAIL-SW
004626         MOVE "N" TO WS-PSX-OPENED-SW
004627     END-IF.
004628 4900-EXIT.
004630     EXIT.
004640
004650 6000-WRITE-AUDIT-RECORD.
004731     MOVE Dept-Code TO AUD-DEPT
004732     MOVE WS-USER-ID TO AUD-USER
004733     IF WS-SIZE-ERROR OR WS-DIVIDE-BY-ZERO OR WS-BAD-OPCODE
004735        OR WS-BAD-DEPT OR WS-NOT-POSTED OR WS-DUPLICATE
004736         SET AUD-REJECTED TO TRUE
004737     ELSE
004738         IF WS-REVERSAL
004739             SET AUD-REVERSED TO TRUE
004741         ELSE
004742             IF WS-HELD
004743                 SET AUD-HELD TO TRUE
004744             ELSE
004745                 MOVE "P" TO AUD-STATUS
004746             END-IF
004747         END-IF
004748     END-IF
004750     ADD 1 TO WS-CHAIN-SEQ
004751     MOVE WS-CHAIN-SEQ TO AUD-SEQ
004753     PERFORM 6050-COMPUTE-CHECK THRU 6050-EXIT
004755     MOVE WS-CHAIN-CHECK TO AUD-CHECK
004756     WRITE AUDIT-RECORD.
004758 6000-EXIT.
004760     EXIT.
004761
004762 6050-COMPUTE-CHECK.
004763*    Chains the record to the one before it: WS-CHAIN-CHECK
004764*    goes in as the previous record's check value and comes
004765*    out as this record's.
004766     MOVE AUDIT-RECORD (1:56) TO WS-CHAIN-DATA
004767     PERFORM 6060-CHECK-ONE-BYTE THRU 6060-EXIT
004768         VARYING WS-CHAIN-SUB FROM 1 BY 1
004769         UNTIL WS-CHAIN-SUB GREATER THAN 56.
004770 6050-EXIT.
004771     EXIT.
004772
004773 6060-CHECK-ONE-BYTE.
004774     COMPUTE WS-CHAIN-WORK = WS-CHAIN-CHECK * 31
004775         + FUNCTION ORD (WS-CHAIN-DATA (WS-CHAIN-SUB:1))
004776     DIVIDE WS-CHAIN-WORK BY 999999937
004777         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-CHECK.
004778 6060-EXIT.
004779     EXIT.
004780
004781 6100-WRITE-CHAIN-ANCHOR.
004782*    The anchor moves to the end of the chain; the base
004783*    stays where AUDARCH last put it.
004784     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004785     ACCEPT WS-CURRENT-TIME FROM TIME
004786     MOVE WS-ACH-BASE-SEQ TO ACH-BASE-SEQ
004787     MOVE WS-ACH-BASE-CHECK TO ACH-BASE-CHECK
004788     MOVE WS-CHAIN-SEQ TO ACH-LAST-SEQ
004789     MOVE WS-CHAIN-CHECK TO ACH-LAST-CHECK
004790     MOVE WS-CURRENT-DATE TO ACH-UPD-DATE
004791     MOVE WS-CURRENT-TIME TO ACH-UPD-TIME
004792     MOVE "BASCALC" TO ACH-UPD-PROGRAM
004793     OPEN OUTPUT AUDIT-CHAIN-FILE
004794     WRITE AUDIT-CHAIN-RECORD
004795     CLOSE AUDIT-CHAIN-FILE.
004796 6100-EXIT.
004797     EXIT.
004799
004802 5000-COMPUTE-RESULT.
004804     MOVE "N" TO WS-SIZE-ERROR-SW
004807     MOVE "N" TO WS-DIVIDE-ZERO-SW
004810     MOVE "N" TO WS-BAD-OPCODE-SW
004820     MOVE ZERO TO Result
004830     EVALUATE TRUE
005186
005188 9000-TERMINATE.
005190     CLOSE AUDIT-FILE
005191     PERFORM 6100-WRITE-CHAIN-ANCHOR THRU 6100-EXIT
005200     PERFORM 7200-WRITE-REPORT-FOOTER THRU 7200-EXIT
005210     CLOSE GL-INTERFACE-FILE
005215     CLOSE APPROVAL-FILE.
005220 9000-EXIT.
005230     EXIT.
005240
005460     MOVE Num2 TO RPT-DTL-NUM2
005470     MOVE Result TO RPT-DTL-RESULT
005475     MOVE Dept-Code TO RPT-DTL-DEPT
005477     IF WS-HELD
005478         MOVE "HELD" TO RPT-DTL-FLAG
005479     ELSE
005480         IF WS-DUPLICATE
005481             MOVE "DUPL" TO RPT-DTL-FLAG
005482         ELSE
005484             MOVE SPACES TO RPT-DTL-FLAG
005485         END-IF
005487     END-IF
005488     MOVE WS-RPT-DETAIL-LINE TO REPORT-RECORD
005490     WRITE REPORT-RECORD
005500     ADD 1 TO WS-RPT-TRANS-COUNT
005510     ADD Result TO WS-RPT-GRAND-TOTAL
005565     IF WS-REV-COUNT GREATER THAN ZERO
005566         PERFORM 7300-WRITE-REVERSAL-SECTION THRU 7300-EXIT
005567     END-IF
005568     IF WS-HELD-COUNT GREATER THAN ZERO
005569         MOVE WS-HELD-COUNT TO HELD-FTR-COUNT
005570         MOVE WS-HELD-TOTAL TO HELD-FTR-TOTAL
005571         MOVE WS-RPT-HELD-FOOTER TO REPORT-RECORD
005572         WRITE REPORT-RECORD
005573     END-IF
005574     IF WS-DUPL-COUNT GREATER THAN ZERO
005575         MOVE WS-DUPL-COUNT TO DUPL-FTR-COUNT
005576         MOVE WS-RPT-DUPL-FOOTER TO REPORT-RECORD
005578         WRITE REPORT-RECORD
005579     END-IF
005581     PERFORM 7250-WRITE-ONE-DSUB THRU 7250-EXIT
005582         VARYING WS-DSUB-SUB FROM 1 BY 1
005584         UNTIL WS-DSUB-SUB GREATER THAN WS-DSUB-ENTRIES
005585     MOVE WS-RPT-TRANS-COUNT TO RPT-FTR-COUNT
005587     MOVE WS-RPT-GRAND-TOTAL TO RPT-FTR-TOTAL
005588     MOVE WS-RPT-FOOTER-LINE TO REPORT-RECORD
005590     WRITE REPORT-RECORD
005600     CLOSE REPORT-FILE.
005610 7200-EXIT.
005653     WRITE REPORT-RECORD.
005654 7350-EXIT.
005655     EXIT.
005656
005657 8050-ROUTE-GL-RECORD.
005658*    A good calculation goes to GLIFILE unless its result is
005660*    over the approval limit, in which case it waits on
005661*    APPRFILE for a supervisor's release.
005662     PERFORM 8200-CHECK-APPROVAL-LIMIT THRU 8200-EXIT
005664     IF WS-HELD
005665         PERFORM 8300-WRITE-APPROVAL-RECORD THRU 8300-EXIT
005666     ELSE
005668         PERFORM 8100-WRITE-GL-RECORD THRU 8100-EXIT
005669     END-IF.
005670 8050-EXIT.
005672     EXIT.
005673
005674 8100-WRITE-GL-RECORD.
005676     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
005677     MOVE Result TO GL-RESULT
005678     MOVE Num1 TO GL-NUM1
005680     MOVE Num2 TO GL-NUM2
005690     MOVE WS-CURRENT-DATE TO GL-TRAN-DATE
005695     MOVE Dept-Code TO GL-DEPT
005696     MOVE SPACES TO GL-APPROVER
005697     MOVE Op-Code TO GL-OPCODE
005698     MOVE SPACES TO GL-SOURCE
005699     MOVE SPACES TO GL-BUS-DATE
005700     MOVE SPACES TO GL-RESERVED
005710     WRITE GL-INTERFACE-RECORD.
005720 8100-EXIT.
005730     EXIT.
005740
005750 8200-CHECK-APPROVAL-LIMIT.
005760     MOVE "N" TO WS-HOLD-SW
005770     IF NOT WS-ALM-LOADED
005780         GO TO 8200-EXIT
005790     END-IF
005800     MOVE "N" TO WS-ALM-FOUND-SW
005810     PERFORM 8250-MATCH-ONE-LIMIT THRU 8250-EXIT
005820         VARYING WS-ALM-SUB FROM 1 BY 1
005830         UNTIL WS-ALM-FOUND
005840            OR WS-ALM-SUB GREATER THAN WS-ALM-ENTRIES
005850     IF NOT WS-ALM-FOUND
005860         IF NOT WS-ALM-HAS-DEFAULT
005870             GO TO 8200-EXIT
005880         END-IF
005890         MOVE WS-ALM-DEFAULT-LIMIT TO WS-HOLD-LIMIT
005900     END-IF
005910     IF Result LESS THAN ZERO
005920         COMPUTE WS-ABS-RESULT = ZERO - Result
005930     ELSE
005940         MOVE Result TO WS-ABS-RESULT
005950     END-IF
005960     IF WS-ABS-RESULT GREATER THAN WS-HOLD-LIMIT
005970         SET WS-HELD TO TRUE
005980     END-IF.
005990 8200-EXIT.
006000     EXIT.
006010
006020 8250-MATCH-ONE-LIMIT.
006030     IF WS-ALM-DEPT (WS-ALM-SUB) = Dept-Code
006040         SET WS-ALM-FOUND TO TRUE
006050         MOVE WS-ALM-LIMIT (WS-ALM-SUB) TO WS-HOLD-LIMIT
006060     END-IF.
006070 8250-EXIT.
006080     EXIT.
006090
006100 8300-WRITE-APPROVAL-RECORD.
006110     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
006120     ACCEPT WS-CURRENT-TIME FROM TIME
006130     MOVE WS-CURRENT-DATE TO APR-DATE
006140     MOVE WS-CURRENT-TIME TO APR-TIME
006150     MOVE Num1 TO APR-NUM1
006160     MOVE Num2 TO APR-NUM2
006170     MOVE Op-Code TO APR-OPCODE
006180     MOVE Result TO APR-RESULT
006190     MOVE Dept-Code TO APR-DEPT
006200     MOVE WS-USER-ID TO APR-USER
006210     MOVE WS-HOLD-LIMIT TO APR-LIMIT
006220     MOVE WS-RUN-SOURCE TO APR-SOURCE
006225     MOVE WS-RUN-BUS-DATE TO APR-BUS-DATE
006230     WRITE APPROVAL-RECORD
006240     ADD 1 TO WS-HELD-COUNT
006250     ADD Result TO WS-HELD-TOTAL.
006260 8300-EXIT.
006270     EXIT.
