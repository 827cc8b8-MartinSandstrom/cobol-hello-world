000010******************************************************************
000020* GLJREC.CPY                                                     *
000030* Shared layouts of the GLJRNL posting journal lines: the batch  *
000040* header, the column line, one detail line per posted record     *
000050* and the batch footer.  GLPOST builds its journal from them;    *
000060* the corporate ledger extract reads the same layout back to     *
000070* total each batch by account and department.                    *
000080*                                                                *
000090* MODIFICATION HISTORY                                           *
000100*   DATE       INIT  DESCRIPTION                                 *
000110*   ---------- ----  -------------------------------------       *
000120*   2026-10-15  MS   Pulled the journal line layouts out of      *
000130*                    gl-post so the corporate ledger extract     *
000140*                    reads the same layout instead of a private  *
000150*                    copy.                                       *
000160******************************************************************
000170 01  GLJ-HEADER-LINE.
000180     05  FILLER              PIC X(19)
000190                             VALUE "GL POSTING JOURNAL ".
000200     05  GLJ-HDR-DATE        PIC X(08).
000210     05  FILLER              PIC X(08) VALUE "  BATCH ".
000220     05  GLJ-HDR-BATCH       PIC X(14).
000230     05  FILLER              PIC X(31) VALUE SPACES.
000240 01  GLJ-COLUMN-LINE         PIC X(80) VALUE
000250         "DEPT  ACCT  TRAN DATE   NUM1   NUM2      AMOUNT  PERIOD
000260-        "ADJ".
000270 01  GLJ-DETAIL-LINE.
000280     05  GLJ-DTL-DEPT        PIC X(04).
000290     05  FILLER              PIC X(02) VALUE SPACES.
000300     05  GLJ-DTL-ACCOUNT     PIC X(04).
000310     05  FILLER              PIC X(02) VALUE SPACES.
000320     05  GLJ-DTL-DATE        PIC X(08).
000330     05  FILLER              PIC X(02) VALUE SPACES.
000340     05  GLJ-DTL-NUM1        PIC ZZZZ9.
000350     05  FILLER              PIC X(02) VALUE SPACES.
000360     05  GLJ-DTL-NUM2        PIC ZZZZ9.
000370     05  FILLER              PIC X(04) VALUE SPACES.
000380     05  GLJ-DTL-AMOUNT      PIC -ZZZZZZ9.
000390     05  FILLER              PIC X(02) VALUE SPACES.
000400     05  GLJ-DTL-PERIOD      PIC X(06).
000410     05  FILLER              PIC X(02) VALUE SPACES.
000420     05  GLJ-DTL-MARK        PIC X(06).
000430     05  FILLER              PIC X(18) VALUE SPACES.
000440 01  GLJ-FOOTER-LINE.
000450     05  FILLER              PIC X(20)
000460                             VALUE "RECORDS POSTED      ".
000470     05  GLJ-FTR-COUNT       PIC ZZZZZZ9.
000480     05  FILLER              PIC X(05) VALUE SPACES.
000490     05  FILLER              PIC X(13) VALUE "TOTAL POSTED ".
000500     05  GLJ-FTR-TOTAL       PIC -ZZZZZZZZZZ9.
000510     05  FILLER              PIC X(23) VALUE SPACES.
