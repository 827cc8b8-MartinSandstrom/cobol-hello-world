000122*   2026-08-21  MS   Added SUSPFIX so the operator can       *
000124*                    repair and resubmit suspense records    *
000126*                    from the menu.                          *
000127*   2026-08-21  MS   Added HISTINQ for on-line inquiries     *
000128*                    against the calculation-history         *
000129*                    master.                                 *
000130*   2026-09-02  MS   Added DEPTMNT so the department table   *
000131*                    is maintained from the menu instead of  *
000132*                    hand-edited; the sign-on area rides     *
000133*                    along so changes are attributable.      *
000134*   2026-08-21  MS   Operators must now sign on against      *
000135*                    OPERFILE (three attempts) before the    *
000136*                    menu is shown; the authenticated user   *
000155*                    time and terminal.  SECADM (choice 6)   *
000156*                    is the supervisor administration        *
000157*                    function.                               *
000158*   2026-09-02  MS   Added ARCHINQ (choice 7) for inquiries  *
000159*                    against a mounted AUDARCHV archive.     *
000160*   2026-10-15  MS   Added BUDMNT (choice 8) to maintain the *
000161*                    BUDGET file the variance report reads.  *
000162*   2026-10-15  MS   Added APPROVE (choice 9) so a           *
000163*                    supervisor can release or decline       *
000164*                    calculations held over their approval   *
000165*                    limit.                                  *
000166*   2026-10-15  MS   Added STDMNT (choice S) to maintain the *
000167*                    standing instructions STIGEN generates. *
000168*-----------------------------------------------------------*
000169 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. MENU00.
000171
000172 ENVIRONMENT DIVISION.
000173 INPUT-OUTPUT SECTION.
000174 FILE-CONTROL.
000175     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000176         ORGANIZATION IS LINE SEQUENTIAL
000177         FILE STATUS IS WS-OPER-FILE-STATUS.
000178     SELECT SIGN-LOG-FILE ASSIGN TO "SIGNLOG"
000180         ORGANIZATION IS LINE SEQUENTIAL
000182         FILE STATUS IS WS-SLOG-FILE-STATUS.
000226     88  WS-CHOICE-DEPTMAINT     VALUE "5".
000228     88  WS-CHOICE-SECADMIN      VALUE "6".
000229     88  WS-CHOICE-ARCHIVE       VALUE "7".
000230     88  WS-CHOICE-BUDGET        VALUE "8".
000231     88  WS-CHOICE-APPROVAL      VALUE "9".
000232     88  WS-CHOICE-STANDING      VALUE "S" "s".
000233     88  WS-CHOICE-EXIT          VALUE "X" "x".
000234
000235 01  WS-OPER-FILE-STATUS     PIC X(02) VALUE "00".
000236     88  WS-OPER-FILE-NOT-FOUND  VALUE "35".
000238 01  WS-SLOG-FILE-STATUS     PIC X(02) VALUE "00".
000240     88  WS-SLOG-FILE-NOT-FOUND  VALUE "35".
000830     DISPLAY "  5.  Department maintenance (dept-maint)"
000832     DISPLAY "  6.  Security admin (oper-admin)"
000833     DISPLAY "  7.  Archive inquiry (arch-inquiry)"
000834     DISPLAY "  8.  Budget maintenance (budget-maint)"
000835     DISPLAY "  9.  Approval of held items (approval)"
000836     DISPLAY "  S.  Standing instructions (standing-maint)"
000837     DISPLAY "  X.  Exit"
000838     DISPLAY "-----------------------------------------"
000839     DISPLAY "Enter your choice"
000840     ACCEPT WS-MENU-CHOICE
000842     EVALUATE TRUE
000844         WHEN WS-CHOICE-GREETING
000866             CALL "SECADM" USING SIGNON-AREA
000867         WHEN WS-CHOICE-ARCHIVE
000869             CALL "ARCHINQ"
000879         WHEN WS-CHOICE-BUDGET
000889             CALL "BUDMNT" USING SIGNON-AREA
000899         WHEN WS-CHOICE-APPROVAL
000909             CALL "APPROVE" USING SIGNON-AREA
000919         WHEN WS-CHOICE-STANDING
000929             CALL "STDMNT" USING SIGNON-AREA
000939         WHEN WS-CHOICE-EXIT
000949             CONTINUE
000959         WHEN OTHER
000969             DISPLAY "Invalid choice, please try again"
000979     END-EVALUATE.
000989 1000-EXIT.
000999     EXIT.
