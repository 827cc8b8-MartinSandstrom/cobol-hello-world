000010******************************************************************
000020* FCALREC.CPY                                                    *
000030* Shared layout of one FISCCAL fiscal-calendar record: one       *
000040* accounting period per record, in period order, with its start  *
000050* and end dates, its open/closed status and a flag on the last   *
000060* period of each fiscal year.  GLPOST checks every interface     *
000070* record's GL-TRAN-DATE against it and posts anything dated in   *
000080* a closed period to the earliest open period as a prior-period  *
000090* adjustment; GLRPT's period close marks that period closed.     *
000092* FCL-PERIOD names the period as CCYYMM, month 01 to 12, the     *
000095* form BUDVAR reports and BUDGET records are keyed on; GLRPT     *
000097* and BUDVAR stop on a calendar holding any other form.          *
000100*                                                                *
000110* MODIFICATION HISTORY                                           *
000120*   DATE       INIT  DESCRIPTION                                 *
000130*   ---------- ----  -------------------------------------       *
000140*   2026-10-15  MS   Initial version.                            *
000150******************************************************************
000160 01  FISCAL-CALENDAR-RECORD.
000170     05  FCL-PERIOD          PIC X(06).
000180     05  FCL-START-DATE      PIC X(08).
000190     05  FCL-END-DATE        PIC X(08).
000200     05  FCL-STATUS          PIC X(01).
000210         88  FCL-OPEN            VALUE "O".
000220         88  FCL-CLOSED          VALUE "C".
000230     05  FCL-YEAR-END-SW     PIC X(01).
000240         88  FCL-YEAR-END        VALUE "Y".
000250     05  FCL-CLOSE-DATE      PIC X(08).
