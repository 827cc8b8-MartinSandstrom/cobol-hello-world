000010* run cobc -m pstix-build.cbl to compile (as a module - it is
000020* CALLed by GLPOST and BASCALC).
000025* run cobcrun PSTIXBLD to rebuild GLPSTIX on its own.
000030*-----------------------------------------------------------*
000040* Posted-index rebuild for the sampleCOBOL utility family.  *
000050* Builds GLPSTIX, the indexed cross-reference of GLPOSTED,  *
000060* afresh from the whole of GLPOSTED: one record per         *
000070* original operands, op-code, department and amount with    *
000080* the number of postings made under that key and the number *
000090* still open.  A negating image left by a reversal takes    *
000100* one open posting off the original it backed out.  GLPOST  *
000110* CALLs it when a commit finds no GLPSTIX on file or died   *
000120* inside the index step, and BASCALC CALLs it when the      *
000130* first reversal of a run finds no GLPSTIX, so reversals    *
000140* against postings made before the index existed still      *
000150* match.  With no GLPOSTED on file an empty GLPSTIX is      *
000160* built.  It may also be run on its own to rebuild a        *
000170* damaged index.  A failed build ends with RETURN-CODE 8    *
000175* for the caller to stop on.                                *
000180*                                                           *
000190* MODIFICATION HISTORY                                      *
000200*   DATE       INIT  DESCRIPTION                            *
000210*   ---------- ----  ------------------------------------   *
000220*   2026-10-15  MS   Initial version - the rebuild moved    *
000230*                    out of GLPOST so BASCALC can share it. *
000240*-----------------------------------------------------------*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PSTIXBLD.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT GL-POSTED-FILE ASSIGN TO "GLPOSTED"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PSTD-FILE-STATUS.
000340     SELECT GL-POSTED-INDEX-FILE ASSIGN TO "GLPSTIX"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PSTX-KEY
000380         FILE STATUS IS WS-PSX-FILE-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  GL-POSTED-FILE.
000430 01  GL-POSTED-RECORD        PIC X(80).
000440 FD  GL-POSTED-INDEX-FILE.
000450     COPY PSTIXREC.
000460
000470 WORKING-STORAGE SECTION.
000480 01  WS-SWITCHES.
000490     05  WS-PSTD-EOF-SW      PIC X(01) VALUE "N".
000500         88  WS-PSTD-EOF             VALUE "Y".
000510     05  WS-PSX-FOUND-SW     PIC X(01) VALUE "N".
000520         88  WS-PSX-FOUND            VALUE "Y".
000530     05  WS-PSX-CANCELLED-SW PIC X(01) VALUE "N".
000540         88  WS-PSX-CANCELLED        VALUE "Y".
000550
000560 01  WS-PSTD-FILE-STATUS     PIC X(02) VALUE "00".
000570     88  WS-PSTD-FILE-NOT-FOUND  VALUE "35".
000580 01  WS-PSX-FILE-STATUS      PIC X(02) VALUE "00".
000590     88  WS-PSX-FILE-NOT-FOUND   VALUE "35".
000600
000610 01  WS-PSX-IMAGE-COUNT      PIC 9(07) VALUE ZERO.
000620
000630*    One GLPOSTED image, as GLPOST writes it.
000640 01  WS-POSTED-LINE.
000650     05  WS-PST-IMAGE        PIC X(29).
000660     05  WS-PST-IMAGE-FIELDS REDEFINES WS-PST-IMAGE.
000670         10  WS-PST-RESULT       PIC S9(07).
000680         10  WS-PST-NUM1         PIC 9(05).
000690         10  WS-PST-NUM2         PIC 9(05).
000700         10  WS-PST-TRAN-DATE    PIC X(08).
000710         10  WS-PST-DEPT         PIC X(04).
000720     05  WS-PST-BATCH        PIC X(14).
000730     05  WS-PST-OPCODE       PIC X(01).
000740     05  FILLER              PIC X(36) VALUE SPACES.
000750
000760 PROCEDURE DIVISION.
000770 0000-MAINLINE.
000780*    BASCALC and GLPOST can each CALL this program, so the
000790*    switches, count and return code are reset on every entry.
000795     MOVE ZERO TO RETURN-CODE
000800     MOVE "N" TO WS-PSTD-EOF-SW
000810     MOVE ZERO TO WS-PSX-IMAGE-COUNT
000820     OPEN OUTPUT GL-POSTED-INDEX-FILE
000830     CLOSE GL-POSTED-INDEX-FILE
000840     OPEN I-O GL-POSTED-INDEX-FILE
000842     IF WS-PSX-FILE-STATUS NOT = "00"
000844         DISPLAY "GLPSTIX OPEN FAILED - STATUS "
000846             WS-PSX-FILE-STATUS
000848         MOVE 8 TO RETURN-CODE
000849         GOBACK
000850     END-IF
000855     OPEN INPUT GL-POSTED-FILE
000860     IF WS-PSTD-FILE-NOT-FOUND
000870         CLOSE GL-POSTED-INDEX-FILE
000880         DISPLAY "GLPOSTED NOT FOUND - EMPTY GLPSTIX BUILT"
000890         GOBACK
000900     END-IF
000910     PERFORM 1000-INDEX-ONE-POSTED THRU 1000-EXIT
000920         UNTIL WS-PSTD-EOF
000930     CLOSE GL-POSTED-FILE
000940     CLOSE GL-POSTED-INDEX-FILE
000950     DISPLAY "GLPSTIX REBUILT - " WS-PSX-IMAGE-COUNT
000960         " GLPOSTED IMAGES INDEXED"
000970     GOBACK.
000980
000990 1000-INDEX-ONE-POSTED.
001000     READ GL-POSTED-FILE INTO WS-POSTED-LINE
001010         AT END
001020             SET WS-PSTD-EOF TO TRUE
001030             GO TO 1000-EXIT
001040     END-READ
001050     ADD 1 TO WS-PSX-IMAGE-COUNT
001060     PERFORM 2000-INDEX-ONE-IMAGE THRU 2000-EXIT.
001070 1000-EXIT.
001080     EXIT.
001090
001100 2000-INDEX-ONE-IMAGE.
001110*    A negating image left by a reversal takes one open posting
001120*    off the original it backed out, so the open count is what
001130*    a later reversal may still take.  Any other image is one
001140*    more open posting under its own key.  A zero amount is
001150*    never a negating image.
001160     MOVE "N" TO WS-PSX-CANCELLED-SW
001170     IF WS-PST-RESULT NOT = ZERO
001180         PERFORM 2100-CANCEL-ORIGINAL THRU 2100-EXIT
001190     END-IF
001200     IF WS-PSX-CANCELLED
001210         GO TO 2000-EXIT
001220     END-IF
001230     PERFORM 2300-SET-IMAGE-KEY THRU 2300-EXIT
001240     MOVE "Y" TO WS-PSX-FOUND-SW
001250     READ GL-POSTED-INDEX-FILE
001260         INVALID KEY
001270             MOVE "N" TO WS-PSX-FOUND-SW
001280     END-READ
001290     IF WS-PSX-FOUND
001300         ADD 1 TO PSTX-POSTED-COUNT
001310         ADD 1 TO PSTX-OPEN-COUNT
001320         MOVE WS-PST-TRAN-DATE TO PSTX-LAST-DATE
001330         REWRITE POSTED-INDEX-RECORD
001340             INVALID KEY
001350                 DISPLAY "GLPSTIX REWRITE FAILED - STATUS "
001360                     WS-PSX-FILE-STATUS
001370                 PERFORM 9000-ABANDON-BUILD THRU 9000-EXIT
001375                 GOBACK
001380         END-REWRITE
001390         GO TO 2000-EXIT
001400     END-IF
001410     MOVE SPACES TO POSTED-INDEX-RECORD
001420     PERFORM 2300-SET-IMAGE-KEY THRU 2300-EXIT
001430     MOVE 1 TO PSTX-POSTED-COUNT
001440     MOVE 1 TO PSTX-OPEN-COUNT
001450     MOVE ZERO TO PSTX-REVERSED-COUNT
001460     MOVE WS-PST-TRAN-DATE TO PSTX-LAST-DATE
001470     WRITE POSTED-INDEX-RECORD
001480         INVALID KEY
001490             DISPLAY "GLPSTIX WRITE FAILED - STATUS "
001500                 WS-PSX-FILE-STATUS
001510             PERFORM 9000-ABANDON-BUILD THRU 9000-EXIT
001515             GOBACK
001520     END-WRITE.
001530 2000-EXIT.
001540     EXIT.
001550
001560 2100-CANCEL-ORIGINAL.
001570     PERFORM 2300-SET-IMAGE-KEY THRU 2300-EXIT
001580     COMPUTE PSTX-RESULT = ZERO - WS-PST-RESULT
001590     PERFORM 2200-TAKE-ONE-OPEN THRU 2200-EXIT
001600     IF WS-PSX-CANCELLED OR WS-PST-OPCODE = SPACE
001610         GO TO 2100-EXIT
001620     END-IF
001630*    An original posted before the images carried the op-code
001640*    is indexed under a blank op-code.
001650     PERFORM 2300-SET-IMAGE-KEY THRU 2300-EXIT
001660     MOVE SPACE TO PSTX-OPCODE
001670     COMPUTE PSTX-RESULT = ZERO - WS-PST-RESULT
001680     PERFORM 2200-TAKE-ONE-OPEN THRU 2200-EXIT.
001690 2100-EXIT.
001700     EXIT.
001710
001720 2200-TAKE-ONE-OPEN.
001730     READ GL-POSTED-INDEX-FILE
001740         INVALID KEY
001750             GO TO 2200-EXIT
001760     END-READ
001770     IF PSTX-OPEN-COUNT = ZERO
001780         GO TO 2200-EXIT
001790     END-IF
001800     SUBTRACT 1 FROM PSTX-OPEN-COUNT
001810     ADD 1 TO PSTX-REVERSED-COUNT
001820     REWRITE POSTED-INDEX-RECORD
001830         INVALID KEY
001840             DISPLAY "GLPSTIX REWRITE FAILED - STATUS "
001850                 WS-PSX-FILE-STATUS
001860             PERFORM 9000-ABANDON-BUILD THRU 9000-EXIT
001865             GOBACK
001870     END-REWRITE
001880     SET WS-PSX-CANCELLED TO TRUE.
001890 2200-EXIT.
001900     EXIT.
001910
001920 2300-SET-IMAGE-KEY.
001930     MOVE WS-PST-NUM1 TO PSTX-NUM1
001940     MOVE WS-PST-NUM2 TO PSTX-NUM2
001950     MOVE WS-PST-OPCODE TO PSTX-OPCODE
001960     MOVE WS-PST-DEPT TO PSTX-DEPT
001970     MOVE WS-PST-RESULT TO PSTX-RESULT.
001980 2300-EXIT.
001990     EXIT.
002000
002010 9000-ABANDON-BUILD.
002020*    The index is only part built, so both files are closed
002030*    and RETURN-CODE 8 tells the caller to stop; the next
002040*    rebuild starts GLPSTIX afresh.
002050     CLOSE GL-POSTED-FILE
002060     CLOSE GL-POSTED-INDEX-FILE
002070     MOVE 8 TO RETURN-CODE.
002080 9000-EXIT.
002090     EXIT.
