000010******************************************************************
000020* STNDREC.CPY                                                    *
000030* Shared layout of one STANDING standing-instruction record: a   *
000040* calculation the branches would otherwise key by hand every     *
000050* day, every week or at every month-end.  STDMNT adds, changes   *
000060* and stops instructions; STIGEN writes each one that falls due  *
000070* to its TRANIN5 feed and moves STI-NEXT-DUE on to the next      *
000080* business day it falls on.  STI-SCHED-DATE is the calendar date *
000090* the next occurrence stands for (a weekly instruction keeps its *
000100* weekday and a month-end one its month even when a weekend or   *
000110* holiday moves the day it is generated on); both dates are      *
000120* blank until STIGEN first schedules the instruction.            *
000130* STI-LAST-GEN and STI-LAST-COUNT record the business date of    *
000140* the last feed the instruction went on and how many occurrences *
000150* it carried, and STI-LAST-SCHED and STI-LAST-DUE the schedule   *
000160* that feed started from, so a rerun for the same date rebuilds  *
000170* the same feed with the same occurrence dates.                  *
000180*                                                                *
000190* MODIFICATION HISTORY                                           *
000200*   DATE       INIT  DESCRIPTION                                 *
000210*   ---------- ----  -------------------------------------       *
000220*   2026-10-15  MS   Initial version.                            *
000230******************************************************************
000240 01  STANDING-INSTR-RECORD.
000250     05  STI-ID              PIC 9(06).
000260     05  STI-NUM1            PIC 9(05).
000270     05  STI-NUM2            PIC 9(05).
000280     05  STI-OPCODE          PIC X(01).
000290     05  STI-DEPT            PIC X(04).
000300     05  STI-FREQ            PIC X(01).
000310         88  STI-DAILY           VALUE "D".
000320         88  STI-WEEKLY          VALUE "W".
000330         88  STI-MONTH-END       VALUE "E".
000340         88  STI-FREQ-VALID      VALUE "D" "W" "E".
000350     05  STI-START-DATE      PIC X(08).
000360     05  STI-END-DATE        PIC X(08).
000370     05  STI-NEXT-DUE        PIC X(08).
000380     05  STI-SCHED-DATE      PIC X(08).
000390     05  STI-STATUS          PIC X(01).
000400         88  STI-ACTIVE          VALUE "A".
000410         88  STI-STOPPED         VALUE "S".
000420         88  STI-ENDED           VALUE "E".
000430     05  STI-LAST-GEN        PIC X(08).
000440     05  STI-LAST-COUNT      PIC 9(03).
000450     05  STI-LAST-SCHED      PIC X(08).
000460     05  STI-LAST-DUE        PIC X(08).
000470     05  STI-USER            PIC X(08).
000480     05  STI-CHG-DATE        PIC X(08).
