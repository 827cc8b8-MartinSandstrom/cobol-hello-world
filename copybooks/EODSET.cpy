000010******************************************************************
000020* EODSET.CPY                                                     *
000030* The end-of-day file set EODBKUP copies to each backup          *
000040* generation and EODRSTR puts back, in archive order.  It is     *
000050* every file the end-of-day chain and the day's maintenance      *
000060* programs carry forward from one run to the next.  It leaves    *
000070* out HISTFILE and ARCHHIST (HISTLOAD rebuilds HISTFILE from     *
000080* AUDITFILE), the CORPXLOG record of feeds already sent to       *
000090* corporate, the maintenance and sign-on logs, and the parameter *
000100* cards, work files and reports.  No record in the set is wider  *
000110* than BKA-IMAGE.  Both programs hold one SELECT per entry, in   *
000120* the same order, and pick the file by its number in this table. *
000130*                                                                *
000140* MODIFICATION HISTORY                                           *
000150*   DATE       INIT  DESCRIPTION                                 *
000160*   ---------- ----  -------------------------------------       *
000170*   2026-10-15  MS   Initial version.                            *
000180******************************************************************
000190 01  EOD-SET-NAMES.
000200     05  FILLER              PIC X(10) VALUE "TRANFILE  ".
000210     05  FILLER              PIC X(10) VALUE "AUDITFILE ".
000220     05  FILLER              PIC X(10) VALUE "AUDCHAIN  ".
000230     05  FILLER              PIC X(10) VALUE "AUDARCHV  ".
000240     05  FILLER              PIC X(10) VALUE "RESULTFILE".
000250     05  FILLER              PIC X(10) VALUE "BATCHLOG  ".
000260     05  FILLER              PIC X(10) VALUE "CHKPTFILE ".
000270     05  FILLER              PIC X(10) VALUE "DUPHIST   ".
000280     05  FILLER              PIC X(10) VALUE "SUSPFILE  ".
000290     05  FILLER              PIC X(10) VALUE "APPRFILE  ".
000300     05  FILLER              PIC X(10) VALUE "STANDING  ".
000310     05  FILLER              PIC X(10) VALUE "GLIFILE   ".
000320     05  FILLER              PIC X(10) VALUE "GLCHKPT   ".
000330     05  FILLER              PIC X(10) VALUE "GLMASTER  ".
000340     05  FILLER              PIC X(10) VALUE "GLBALFWD  ".
000350     05  FILLER              PIC X(10) VALUE "GLJRNL    ".
000360     05  FILLER              PIC X(10) VALUE "GLPOSTED  ".
000370     05  FILLER              PIC X(10) VALUE "GLPSTIX   ".
000380     05  FILLER              PIC X(10) VALUE "DEPTFILE  ".
000390     05  FILLER              PIC X(10) VALUE "OPERFILE  ".
000400     05  FILLER              PIC X(10) VALUE "APPRLMT   ".
000410     05  FILLER              PIC X(10) VALUE "GLXREF    ".
000420     05  FILLER              PIC X(10) VALUE "FISCCAL   ".
000430     05  FILLER              PIC X(10) VALUE "HOLIDAY   ".
000440     05  FILLER              PIC X(10) VALUE "BUDGET    ".
000450     05  FILLER              PIC X(10) VALUE "RUNCTL    ".
000460 01  EOD-SET-NAME-TABLE REDEFINES EOD-SET-NAMES.
000470     05  EOD-SET-NAME OCCURS 26 TIMES PIC X(10).
000480 01  EOD-SET-FILES            PIC 9(02) VALUE 26.
