000050* utility family.  BASCALC processes one TRANFILE per run,  *
000060* so when branch offices and SUSPFIX's RESUBFILE both have  *
000070* work on the same day the runs multiply.  This job reads   *
000077* up to five input files in TRANFILE layout (route the      *
000085* branch feeds to TRANIN1 through TRANIN4; TRANIN5 is       *
000093* STIGEN's standing-instruction feed; a missing input is    *
000101* skipped), verifies each source's T trailer count and      *
000109* NUM1/NUM2 hash totals on the way in, rejects a whole      *
000117* source that is out of balance or truncated without        *
000125* poisoning the others, and writes one consolidated         *
000133* TRANFILE under a single COLLECT header and a combined     *
000141* trailer that BASCALC's balancing accepts.  A source with  *
000148* no control records at all is accepted as-is, the same     *
000156* allowance BASCALC makes for hand-built files.  R reversal *
000164* records pass through and count in the totals like any     *
000172* detail.  The TRANCRPT control report shows records in,    *
000180* accepted, rejected and hash totals per source, so a short *
000188* feed is visible at a glance.  An accepted TRANIN5 is      *
000196* emptied once TRANFILE is written, which is how STIGEN     *
000204* knows its last feed was collected and a new one may be    *
000212* written over it.                                          *
000220*                                                           *
000230* MODIFICATION HISTORY                                      *
000240*   DATE       INIT  DESCRIPTION                            *
000250*   ---------- ----  ------------------------------------   *
000260*   2026-09-02  MS   Initial version.                       *
000261*   2026-10-15  MS   TRANIN5 added as a fifth source for    *
000263*                    STIGEN's standing-instruction feed,    *
000265*                    which had been written over the        *
000266*                    TRANIN4 branch feed; TRANIN5 is        *
000268*                    emptied once accepted.                 *
000270*-----------------------------------------------------------*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. TRANCOLL.
000430     SELECT TRAN-IN4-FILE ASSIGN TO "TRANIN4"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-TI4-FILE-STATUS.
000452     SELECT TRAN-IN5-FILE ASSIGN TO "TRANIN5"
000455         ORGANIZATION IS LINE SEQUENTIAL
000457         FILE STATUS IS WS-TI5-FILE-STATUS.
000460     SELECT TRAN-OUT-FILE ASSIGN TO "TRANFILE"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-TOUT-FILE-STATUS.
000600 01  TRIN3-RECORD            PIC X(80).
000610 FD  TRAN-IN4-FILE.
000620 01  TRIN4-RECORD            PIC X(80).
000623 FD  TRAN-IN5-FILE.
000626 01  TRIN5-RECORD            PIC X(80).
000630 FD  TRAN-OUT-FILE.
000640 01  TRAN-OUT-RECORD         PIC X(30).
000650 FD  COLLECT-REPORT-FILE.
000750         88  WS-SRC-TRAILER-SEEN     VALUE "Y".
000760     05  WS-SRC-ACCEPT-SW    PIC X(01) VALUE "N".
000770         88  WS-SRC-ACCEPTED         VALUE "Y".
000773     05  WS-SRC5-ACCEPT-SW   PIC X(01) VALUE "N".
000776         88  WS-SRC5-ACCEPTED        VALUE "Y".
000780
000790 01  WS-TI1-FILE-STATUS      PIC X(02) VALUE "00".
000800     88  WS-TI1-FILE-NOT-FOUND   VALUE "35".
000840     88  WS-TI3-FILE-NOT-FOUND   VALUE "35".
000850 01  WS-TI4-FILE-STATUS      PIC X(02) VALUE "00".
000860     88  WS-TI4-FILE-NOT-FOUND   VALUE "35".
000863 01  WS-TI5-FILE-STATUS      PIC X(02) VALUE "00".
000866     88  WS-TI5-FILE-NOT-FOUND   VALUE "35".
000870 01  WS-TOUT-FILE-STATUS     PIC X(02) VALUE "00".
000880 01  WS-CRPT-FILE-STATUS     PIC X(02) VALUE "00".
000890
001880     PERFORM 3020-COLLECT-SOURCE-2 THRU 3020-EXIT
001890     PERFORM 3030-COLLECT-SOURCE-3 THRU 3030-EXIT
001900     PERFORM 3040-COLLECT-SOURCE-4 THRU 3040-EXIT
001905     PERFORM 3050-COLLECT-SOURCE-5 THRU 3050-EXIT
001910     PERFORM 9000-TERMINATE THRU 9000-EXIT
001920     GOBACK.
001930
003090     PERFORM 5000-HANDLE-ONE-RECORD THRU 5000-EXIT.
003100 3140-EXIT.
003110     EXIT.
003111
003112 3050-COLLECT-SOURCE-5.
003113     OPEN INPUT TRAN-IN5-FILE
003114     IF WS-TI5-FILE-NOT-FOUND
003116         DISPLAY "TRANIN5 NOT PRESENT - SKIPPED"
003117         GO TO 3050-EXIT
003118     END-IF
003119     MOVE "TRANIN5 " TO WS-SRC-LABEL
003120     PERFORM 4900-START-SOURCE THRU 4900-EXIT
003122     PERFORM 3150-READ-SOURCE-5 THRU 3150-EXIT
003123         UNTIL WS-SRC-EOF
003124     CLOSE TRAN-IN5-FILE
003125     PERFORM 5500-FINISH-SOURCE THRU 5500-EXIT
003126     IF WS-SRC-ACCEPTED
003128         SET WS-SRC5-ACCEPTED TO TRUE
003129     END-IF.
003130 3050-EXIT.
003131     EXIT.
003133
003134 3150-READ-SOURCE-5.
003135     READ TRAN-IN5-FILE
003136         AT END
003137             SET WS-SRC-EOF TO TRUE
003139             GO TO 3150-EXIT
003140     END-READ
003141     MOVE TRIN5-RECORD TO WS-TRAN-IMAGE
003142     PERFORM 5000-HANDLE-ONE-RECORD THRU 5000-EXIT.
003143 3150-EXIT.
003145     EXIT.
003146
003147 4900-START-SOURCE.
003148     ADD 1 TO WS-SOURCES-IN
003150     MOVE "N" TO WS-SRC-EOF-SW
003160     MOVE "N" TO WS-SRC-HDR-SW
003170     MOVE "N" TO WS-SRC-TLR-SW
004260     MOVE WS-OUT-HASH2 TO WS-TT-HASH2
004270     WRITE TRAN-OUT-RECORD FROM WS-TRAN-IMAGE (1:30)
004280     CLOSE TRAN-OUT-FILE
004281*    STIGEN will not write over a feed that still holds
004282*    details, so an accepted TRANIN5 is emptied now that its
004283*    records are safely on TRANFILE.
004285     IF WS-SRC5-ACCEPTED
004286         OPEN OUTPUT TRAN-IN5-FILE
004287         CLOSE TRAN-IN5-FILE
004288     END-IF
004290     MOVE WS-OUT-COUNT TO CRPT-TOT-OUT
004300     MOVE WS-OUT-HASH1 TO CRPT-TOT-HASH1
004310     MOVE WS-OUT-HASH2 TO CRPT-TOT-HASH2
