000130*             interface feed.
000140* Author:     Stormer Mainframes
000150* Date-Written: 2026
000152*-----------------------------------------------------------------
000153* Modification History
000154* Date       By   Description
000155* 2026       SM   Original 80-byte layout.
000156* 2026       SM   Record lengthened to 180 bytes - the type 01
000157*                 header carries the ADDRFILE mailing address in
000158*                 STX-MAILING-DATA (spaces on types 02 and 03 and
000159*                 on an account with no address on file).
000160*****************************************************************
000170 01  STMT-EXTRACT-RECORD.
000180     05  STX-RECORD-TYPE             PIC X(02).
000450         10  STX-AVAILABLE-CREDIT    PIC S9(9)V99
000460                                     SIGN TRAILING SEPARATE.
000470         10  FILLER                  PIC X(38).
000480     05  STX-MAILING-DATA.
000490         10  STX-ADDRESS-LINE-1      PIC X(30).
000500         10  STX-ADDRESS-LINE-2      PIC X(30).
000510         10  STX-CITY                PIC X(20).
000520         10  STX-STATE               PIC X(02).
000530         10  STX-POSTAL-CODE         PIC X(10).
000540         10  FILLER                  PIC X(08).
