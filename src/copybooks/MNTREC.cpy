000020* Copybook:   MNTREC
000030* Purpose:    Customer maintenance transaction record layout for
000040*             MAINT-FILE, applied against CUSTOMER-FILE by
000050*             CUSTMNT - adds, changes and closures, and the
000055*             address/contact changes against ADDRFILE.
000060* Author:     Stormer Mainframes
000070* Date-Written: 2026
000072*-----------------------------------------------------------------
000079*                 statement cycle to place the account on;
000080*                 blank on a change leaves the cycle alone,
000081*                 the same convention as the credit limit.
000082* 2026       SM   Address/contact codes M (street lines), N
000083*                 (city, state, postal code), P (phone and
000084*                 email) and R (returned-mail flag) against the
000085*                 ADDRFILE companion file; the name/limit area
000086*                 is now a group redefined per code.
000088*****************************************************************
000090 01  MAINT-RECORD.
000100     05  MNT-CUST-ID                 PIC 9(06).
000110     05  MNT-TRANS-CODE              PIC X(01).
000120         88  MNT-CODE-ADD                 VALUE 'A'.
000130         88  MNT-CODE-CHANGE              VALUE 'C'.
000140         88  MNT-CODE-CLOSE               VALUE 'X'.
000141         88  MNT-CODE-ADDRESS             VALUE 'M'.
000142         88  MNT-CODE-CITY-STATE          VALUE 'N'.
000143         88  MNT-CODE-CONTACT             VALUE 'P'.
000144         88  MNT-CODE-RETURNED-MAIL       VALUE 'R'.
000145         88  MNT-CODE-ADDRESS-FILE        VALUES 'M' 'N' 'P' 'R'.
000146     05  MNT-CUSTOMER-DATA.
000150         10  MNT-LAST-NAME           PIC X(20).
000160         10  MNT-FIRST-NAME          PIC X(15).
000170         10  MNT-CREDIT-LIMIT        PIC 9(07)V99.
000180         10  MNT-CREDIT-LIMIT-X REDEFINES MNT-CREDIT-LIMIT
000190                                     PIC X(09).
000200         10  MNT-STMT-CYCLE          PIC X(02).
000210         10  FILLER                  PIC X(27).
000220*-----------------------------------------------------------------
000230* Code M - street lines; both replaced, a blank line 2 clears it.
000240*-----------------------------------------------------------------
000250     05  MNT-ADDRESS-DATA REDEFINES MNT-CUSTOMER-DATA.
000260         10  MNT-ADDRESS-LINE-1      PIC X(30).
000270         10  MNT-ADDRESS-LINE-2      PIC X(30).
000280         10  FILLER                  PIC X(13).
000290*-----------------------------------------------------------------
000300* Code N - city, state and postal code, replaced together.
000310*-----------------------------------------------------------------
000320     05  MNT-CITY-STATE-DATA REDEFINES MNT-CUSTOMER-DATA.
000330         10  MNT-CITY                PIC X(20).
000340         10  MNT-STATE               PIC X(02).
000350         10  MNT-POSTAL-CODE         PIC X(10).
000360         10  FILLER                  PIC X(41).
000370*-----------------------------------------------------------------
000380* Code P - phone and email; a blank field is left alone.
000390*-----------------------------------------------------------------
000400     05  MNT-CONTACT-DATA REDEFINES MNT-CUSTOMER-DATA.
000410         10  MNT-PHONE               PIC X(15).
000420         10  MNT-EMAIL               PIC X(50).
000430         10  FILLER                  PIC X(08).
000440*-----------------------------------------------------------------
000450* Code R - returned-mail flag, Y to set or N to clear.
000460*-----------------------------------------------------------------
000470     05  MNT-MAIL-FLAG-DATA REDEFINES MNT-CUSTOMER-DATA.
000480         10  MNT-RETURNED-MAIL-FLAG  PIC X(01).
000490         10  FILLER                  PIC X(72).
