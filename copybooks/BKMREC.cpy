000010******************************************************************
000020* BKMREC.CPY                                                     *
000030* Shared layout of one EODMANIF backup manifest record.  EODBKUP *
000040* writes one per file of the end-of-day set for every generation *
000050* it takes: whether the file was there to copy, how many records *
000060* went to the EODGENS archive and the hash total of their images.*
000070* EODRSTR checks a generation's archive records against these    *
000080* before it puts any file back.  The hash total is the running   *
000090* remainder, over every byte of every record image in turn, of   *
000100* (total * 31 + the byte's ordinal) divided by the prime         *
000110* 999999937 - the same arithmetic as the audit trail check value.*
000120* BKM-POINT is the RUNCTL step the generation was taken under    *
000130* (PREBKUP ahead of BASCALC, POSTBKUP after HISTLOAD), or spaces *
000140* for a backup run outside RUNSEQ.                               *
000150*                                                                *
000160* MODIFICATION HISTORY                                           *
000170*   DATE       INIT  DESCRIPTION                                 *
000180*   ---------- ----  -------------------------------------       *
000190*   2026-10-15  MS   Initial version.                            *
000200******************************************************************
000210 01  BACKUP-MANIFEST-RECORD.
000220     05  BKM-GEN             PIC 9(05).
000230     05  BKM-BUS-DATE        PIC X(08).
000240     05  BKM-POINT           PIC X(08).
000250     05  BKM-RUN-DATE        PIC X(08).
000260     05  BKM-RUN-TIME        PIC X(06).
000270     05  BKM-FILE            PIC X(10).
000280     05  BKM-PRESENT-SW      PIC X(01).
000290         88  BKM-FILE-PRESENT        VALUE "Y".
000300         88  BKM-FILE-ABSENT         VALUE "N".
000310     05  BKM-COUNT           PIC 9(09).
000320     05  BKM-HASH            PIC 9(09).
000330     05  FILLER              PIC X(16).
