000010******************************************************************
000020* BKAREC.CPY                                                     *
000030* Shared layout of one EODGENS backup archive record: one record *
000040* image of one file of the end-of-day set, as EODBKUP copied it, *
000050* tagged with its generation and the file it came from.  A       *
000060* generation's records follow the order of the EODSET file table,*
000070* each file's in the order they were read.                       *
000080*                                                                *
000090* MODIFICATION HISTORY                                           *
000100*   DATE       INIT  DESCRIPTION                                 *
000110*   ---------- ----  -------------------------------------       *
000120*   2026-10-15  MS   Initial version.                            *
000130******************************************************************
000140 01  BACKUP-ARCHIVE-RECORD.
000150     05  BKA-GEN             PIC 9(05).
000160     05  BKA-FILE            PIC X(10).
000170     05  BKA-IMAGE           PIC X(100).
