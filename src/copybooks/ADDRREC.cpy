000010*****************************************************************
000020* Copybook:   ADDRREC
000030* Purpose:    Customer address/contact record layout for
000040*             ADDRESS-FILE (ADDRFILE), the companion file to
000050*             CUSTOMER-FILE keyed on the same CUST-ID. Holds
000060*             the statement mailing address, phone, email and
000070*             the returned-mail flag. Maintained by CUSTMNT
000080*             (MAINT-FILE codes M, N, P and R) and by the
000090*             address panel on the CMNT screen; read by
000100*             CUSTSTMT for the statement extract header. A
000110*             customer with no record here has no address on
000120*             file. The returned-mail flag is set when the
000130*             post office returns a statement and cleared by
000140*             the next mailing-address change.
000150* Author:     Stormer Mainframes
000160* Date-Written: 2026
000170*****************************************************************
000180 01  ADDRESS-RECORD.
000190     05  ADR-CUST-ID                 PIC 9(06).
000200     05  ADR-MAILING-ADDRESS.
000210         10  ADR-ADDRESS-LINE-1      PIC X(30).
000220         10  ADR-ADDRESS-LINE-2      PIC X(30).
000230         10  ADR-CITY                PIC X(20).
000240         10  ADR-STATE               PIC X(02).
000250         10  ADR-POSTAL-CODE         PIC X(10).
000260     05  ADR-PHONE                   PIC X(15).
000270     05  ADR-EMAIL                   PIC X(50).
000280     05  ADR-RETURNED-MAIL-FLAG      PIC X(01).
000290         88  ADR-MAIL-RETURNED            VALUE 'Y'.
000300         88  ADR-MAIL-GOOD                VALUE 'N'.
000310     05  ADR-RETURNED-MAIL-DATE      PIC 9(08).
000320     05  ADR-LAST-CHANGE-DATE        PIC 9(08).
000330     05  FILLER                      PIC X(20).
