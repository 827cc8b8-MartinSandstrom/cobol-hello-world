000140*   18-25        08    GL-TRAN-DATE    X(08)        CCYYMMDD      *
000142*   26-29        04    GL-DEPT         X(04)        department /  *
000144*                                                   cost-center   *
000146*   30-37        08    GL-APPROVER     X(08)        releasing     *
000147*                                                   supervisor of *
000148*                                                   a held result *
000149*                                                   else spaces   *
000150*   38-38        01    GL-OPCODE       X(01)        op-code of    *
000151*                                                   the calcula-  *
000152*                                                   tion          *
000153*   39-46        08    GL-SOURCE       X(08)        H header      *
000154*                                                   source and    *
000155*   47-54        08    GL-BUS-DATE     X(08)        business date *
000156*                                                   of a released *
000157*                                                   held result,  *
000158*                                                   else spaces   *
000159*   55-80        26    GL-RESERVED     X(26)        spaces        *
000160*                                                                *
000170* MODIFICATION HISTORY                                           *
000180*   DATE       INIT  DESCRIPTION                                 *
000212*   2026-08-21  MS   Carved GL-DEPT out of GL-RESERVED so each   *
000214*                    posting carries its department and GLPOST   *
000216*                    can charge the right cost center.           *
000217*   2026-10-15  MS   Carved GL-APPROVER out of GL-RESERVED: a    *
000218*                    record released from the approval hold      *
000219*                    carries the releasing supervisor's ID.      *
000220*   2026-10-15  MS   Carved GL-OPCODE out of GL-RESERVED so the  *
000221*                    posted history can be indexed on operands,  *
000222*                    op-code and department.                     *
000223*   2026-10-15  MS   Carved GL-SOURCE and GL-BUS-DATE out of     *
000225*                    GL-RESERVED: a released record names the    *
000226*                    batch its held calculation came from, so a  *
000227*                    fresh rerun of that batch can withdraw it.  *
000228******************************************************************
000230 01  GL-INTERFACE-RECORD.
000240     05  GL-RESULT           PIC S9(07).
000250     05  GL-NUM1             PIC 9(05).
000260     05  GL-NUM2             PIC 9(05).
000270     05  GL-TRAN-DATE        PIC X(08).
000275     05  GL-DEPT             PIC X(04).
000277     05  GL-APPROVER         PIC X(08).
000278     05  GL-OPCODE           PIC X(01).
000279     05  GL-SOURCE           PIC X(08).
000289     05  GL-BUS-DATE         PIC X(08).
000299     05  GL-RESERVED         PIC X(26).
