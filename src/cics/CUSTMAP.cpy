000010*****************************************************************
000020* Copybook:   CUSTMAP
000030* Purpose:    Symbolic maps for mapset CUSTMAP (maps CUSTMP1,
000040*             CUSTMP2, CUSTMP3, CUSTMP4, CUSTMP5 and CUSTMP6), as
000050*             produced by the BMS assembler from CUSTMAP.bms.
000060*             CUSTMP1 is the CINQ inquiry screen (CUSTINQC);
000070*             CUSTMP2 is the CMNT maintenance screen
000075*             (CUSTMNTC); CUSTMP3 is the CSRC name-search
000080*             screen (CUSTSRCH); CUSTMP4 is the CADJ
000082*             adjustment-entry screen (CUSTADJC);
000084*             CUSTMP5 is the CREJ reject repair screen
000086*             (CUSTREJC); CUSTMP6 is the CCOL collections
000087*             contact screen (CUSTCOLC).
000090* Author:     Stormer Mainframes
000100* Date-Written: 2026
000110*****************************************************************
000940     05  FILLER REDEFINES SUPV2F.
000950         10  SUPV2A                  PIC X.
000960     05  SUPV2I                      PIC X(01).
000961     05  ADDRA2L                     PIC S9(4) COMP.
000962     05  ADDRA2F                     PIC X.
000963     05  FILLER REDEFINES ADDRA2F.
000964         10  ADDRA2A                 PIC X.
000965     05  ADDRA2I                     PIC X(30).
000966     05  ADDRB2L                     PIC S9(4) COMP.
000967     05  ADDRB2F                     PIC X.
000968     05  FILLER REDEFINES ADDRB2F.
000969         10  ADDRB2A                 PIC X.
000970     05  ADDRB2I                     PIC X(30).
000971     05  CITY2L                      PIC S9(4) COMP.
000972     05  CITY2F                      PIC X.
000973     05  FILLER REDEFINES CITY2F.
000974         10  CITY2A                  PIC X.
000975     05  CITY2I                      PIC X(20).
000976     05  STATE2L                     PIC S9(4) COMP.
000977     05  STATE2F                     PIC X.
000978     05  FILLER REDEFINES STATE2F.
000979         10  STATE2A                 PIC X.
000980     05  STATE2I                     PIC X(02).
000981     05  ZIP2L                       PIC S9(4) COMP.
000982     05  ZIP2F                       PIC X.
000983     05  FILLER REDEFINES ZIP2F.
000984         10  ZIP2A                   PIC X.
000985     05  ZIP2I                       PIC X(10).
000986     05  PHONE2L                     PIC S9(4) COMP.
000987     05  PHONE2F                     PIC X.
000988     05  FILLER REDEFINES PHONE2F.
000989         10  PHONE2A                 PIC X.
000990     05  PHONE2I                     PIC X(15).
000991     05  EMAIL2L                     PIC S9(4) COMP.
000992     05  EMAIL2F                     PIC X.
000993     05  FILLER REDEFINES EMAIL2F.
000994         10  EMAIL2A                 PIC X.
000995     05  EMAIL2I                     PIC X(50).
000996     05  RMAIL2L                     PIC S9(4) COMP.
000997     05  RMAIL2F                     PIC X.
000998     05  FILLER REDEFINES RMAIL2F.
000999         10  RMAIL2A                 PIC X.
001000     05  RMAIL2I                     PIC X(01).
001002     05  MSG2L                       PIC S9(4) COMP.
001004     05  MSG2F                       PIC X.
001006     05  FILLER REDEFINES MSG2F.
001008         10  MSG2A                   PIC X.
001010     05  MSG2I                       PIC X(70).
001020
001030 01  CUSTMP2O REDEFINES CUSTMP2I.
001160     05  LIMIT2O                     PIC X(09).
001170     05  FILLER                      PIC X(03).
001180     05  SUPV2O                      PIC X(01).
001181     05  FILLER                      PIC X(03).
001182     05  ADDRA2O                     PIC X(30).
001183     05  FILLER                      PIC X(03).
001184     05  ADDRB2O                     PIC X(30).
001185     05  FILLER                      PIC X(03).
001186     05  CITY2O                      PIC X(20).
001187     05  FILLER                      PIC X(03).
001188     05  STATE2O                     PIC X(02).
001189     05  FILLER                      PIC X(03).
001190     05  ZIP2O                       PIC X(10).
001191     05  FILLER                      PIC X(03).
001192     05  PHONE2O                     PIC X(15).
001193     05  FILLER                      PIC X(03).
001194     05  EMAIL2O                     PIC X(50).
001195     05  FILLER                      PIC X(03).
001196     05  RMAIL2O                     PIC X(01).
001198     05  FILLER                      PIC X(03).
001200     05  MSG2O                       PIC X(70).
001210
001220 01  CUSTMP3I.
002630     05  RSN4O                       PIC X(03).
002640     05  FILLER                      PIC X(03).
002650     05  MSG4O                       PIC X(70).
002660
002670 01  CUSTMP5I.
002680     05  FILLER                      PIC X(12).
002690     05  RDATE5L                     PIC S9(4) COMP.
002700     05  RDATE5F                     PIC X.
002710     05  FILLER REDEFINES RDATE5F.
002720         10  RDATE5A                 PIC X.
002730     05  RDATE5I                     PIC X(08).
002740     05  RPGM5L                      PIC S9(4) COMP.
002750     05  RPGM5F                      PIC X.
002760     05  FILLER REDEFINES RPGM5F.
002770         10  RPGM5A                  PIC X.
002780     05  RPGM5I                      PIC X(08).
002790     05  RSEQ5L                      PIC S9(4) COMP.
002800     05  RSEQ5F                      PIC X.
002810     05  FILLER REDEFINES RSEQ5F.
002820         10  RSEQ5A                  PIC X.
002830     05  RSEQ5I                      PIC X(06).
002840     05  RSN5L                       PIC S9(4) COMP.
002850     05  RSN5F                       PIC X.
002860     05  FILLER REDEFINES RSN5F.
002870         10  RSN5A                   PIC X.
002880     05  RSN5I                       PIC X(40).
002890     05  CHAN5L                      PIC S9(4) COMP.
002900     05  CHAN5F                      PIC X.
002910     05  FILLER REDEFINES CHAN5F.
002920         10  CHAN5A                  PIC X.
002930     05  CHAN5I                      PIC X(07).
002940     05  STAT5L                      PIC S9(4) COMP.
002950     05  STAT5F                      PIC X.
002960     05  FILLER REDEFINES STAT5F.
002970         10  STAT5A                  PIC X.
002980     05  STAT5I                      PIC X(11).
002990     05  CUSTID5L                    PIC S9(4) COMP.
003000     05  CUSTID5F                    PIC X.
003010     05  FILLER REDEFINES CUSTID5F.
003020         10  CUSTID5A                PIC X.
003030     05  CUSTID5I                    PIC X(06).
003040     05  CODE5L                      PIC S9(4) COMP.
003050     05  CODE5F                      PIC X.
003060     05  FILLER REDEFINES CODE5F.
003070         10  CODE5A                  PIC X.
003080     05  CODE5I                      PIC X(01).
003090     05  AMT5L                       PIC S9(4) COMP.
003100     05  AMT5F                       PIC X.
003110     05  FILLER REDEFINES AMT5F.
003120         10  AMT5A                   PIC X.
003130     05  AMT5I                       PIC X(09).
003140     05  TDATE5L                     PIC S9(4) COMP.
003150     05  TDATE5F                     PIC X.
003160     05  FILLER REDEFINES TDATE5F.
003170         10  TDATE5A                 PIC X.
003180     05  TDATE5I                     PIC X(08).
003190     05  RCODE5L                     PIC S9(4) COMP.
003200     05  RCODE5F                     PIC X.
003210     05  FILLER REDEFINES RCODE5F.
003220         10  RCODE5A                 PIC X.
003230     05  RCODE5I                     PIC X(03).
003240     05  IREF5L                      PIC S9(4) COMP.
003250     05  IREF5F                      PIC X.
003260     05  FILLER REDEFINES IREF5F.
003270         10  IREF5A                  PIC X.
003280     05  IREF5I                      PIC X(15).
003290     05  LNAME5L                     PIC S9(4) COMP.
003300     05  LNAME5F                     PIC X.
003310     05  FILLER REDEFINES LNAME5F.
003320         10  LNAME5A                 PIC X.
003330     05  LNAME5I                     PIC X(20).
003340     05  FNAME5L                     PIC S9(4) COMP.
003350     05  FNAME5F                     PIC X.
003360     05  FILLER REDEFINES FNAME5F.
003370         10  FNAME5A                 PIC X.
003380     05  FNAME5I                     PIC X(15).
003390     05  ACT5L                       PIC S9(4) COMP.
003400     05  ACT5F                       PIC X.
003410     05  FILLER REDEFINES ACT5F.
003420         10  ACT5A                   PIC X.
003430     05  ACT5I                       PIC X(01).
003440     05  MSG5L                       PIC S9(4) COMP.
003450     05  MSG5F                       PIC X.
003460     05  FILLER REDEFINES MSG5F.
003470         10  MSG5A                   PIC X.
003480     05  MSG5I                       PIC X(70).
003490
003500 01  CUSTMP5O REDEFINES CUSTMP5I.
003510     05  FILLER                      PIC X(12).
003520     05  FILLER                      PIC X(03).
003530     05  RDATE5O                     PIC X(08).
003540     05  FILLER                      PIC X(03).
003550     05  RPGM5O                      PIC X(08).
003560     05  FILLER                      PIC X(03).
003570     05  RSEQ5O                      PIC X(06).
003580     05  FILLER                      PIC X(03).
003590     05  RSN5O                       PIC X(40).
003600     05  FILLER                      PIC X(03).
003610     05  CHAN5O                      PIC X(07).
003620     05  FILLER                      PIC X(03).
003630     05  STAT5O                      PIC X(11).
003640     05  FILLER                      PIC X(03).
003650     05  CUSTID5O                    PIC X(06).
003660     05  FILLER                      PIC X(03).
003670     05  CODE5O                      PIC X(01).
003680     05  FILLER                      PIC X(03).
003690     05  AMT5O                       PIC X(09).
003700     05  FILLER                      PIC X(03).
003710     05  TDATE5O                     PIC X(08).
003720     05  FILLER                      PIC X(03).
003730     05  RCODE5O                     PIC X(03).
003740     05  FILLER                      PIC X(03).
003750     05  IREF5O                      PIC X(15).
003760     05  FILLER                      PIC X(03).
003770     05  LNAME5O                     PIC X(20).
003780     05  FILLER                      PIC X(03).
003790     05  FNAME5O                     PIC X(15).
003800     05  FILLER                      PIC X(03).
003810     05  ACT5O                       PIC X(01).
003820     05  FILLER                      PIC X(03).
003830     05  MSG5O                       PIC X(70).
003835
003840 01  CUSTMP6I.
003850     05  FILLER                      PIC X(12).
003860     05  CUSTID6L                    PIC S9(4) COMP.
003870     05  CUSTID6F                    PIC X.
003880     05  FILLER REDEFINES CUSTID6F.
003890         10  CUSTID6A                PIC X.
003900     05  CUSTID6I                    PIC X(06).
003910     05  NAME6L                      PIC S9(4) COMP.
003920     05  NAME6F                      PIC X.
003930     05  FILLER REDEFINES NAME6F.
003940         10  NAME6A                  PIC X.
003950     05  NAME6I                      PIC X(37).
003960     05  BAL6L                       PIC S9(4) COMP.
003970     05  BAL6F                       PIC X.
003980     05  FILLER REDEFINES BAL6F.
003990         10  BAL6A                   PIC X.
004000     05  BAL6I                       PIC X(15).
004010     05  CLINE1L                     PIC S9(4) COMP.
004020     05  CLINE1F                     PIC X.
004030     05  FILLER REDEFINES CLINE1F.
004040         10  CLINE1A                 PIC X.
004050     05  CLINE1I                     PIC X(70).
004060     05  CLINE2L                     PIC S9(4) COMP.
004070     05  CLINE2F                     PIC X.
004080     05  FILLER REDEFINES CLINE2F.
004090         10  CLINE2A                 PIC X.
004100     05  CLINE2I                     PIC X(70).
004110     05  CLINE3L                     PIC S9(4) COMP.
004120     05  CLINE3F                     PIC X.
004130     05  FILLER REDEFINES CLINE3F.
004140         10  CLINE3A                 PIC X.
004150     05  CLINE3I                     PIC X(70).
004160     05  CLINE4L                     PIC S9(4) COMP.
004170     05  CLINE4F                     PIC X.
004180     05  FILLER REDEFINES CLINE4F.
004190         10  CLINE4A                 PIC X.
004200     05  CLINE4I                     PIC X(70).
004210     05  CLINE5L                     PIC S9(4) COMP.
004220     05  CLINE5F                     PIC X.
004230     05  FILLER REDEFINES CLINE5F.
004240         10  CLINE5A                 PIC X.
004250     05  CLINE5I                     PIC X(70).
004260     05  OUTC6L                      PIC S9(4) COMP.
004270     05  OUTC6F                      PIC X.
004280     05  FILLER REDEFINES OUTC6F.
004290         10  OUTC6A                  PIC X.
004300     05  OUTC6I                      PIC X(02).
004310     05  COLL6L                      PIC S9(4) COMP.
004320     05  COLL6F                      PIC X.
004330     05  FILLER REDEFINES COLL6F.
004340         10  COLL6A                  PIC X.
004350     05  COLL6I                      PIC X(08).
004360     05  PAMT6L                      PIC S9(4) COMP.
004370     05  PAMT6F                      PIC X.
004380     05  FILLER REDEFINES PAMT6F.
004390         10  PAMT6A                  PIC X.
004400     05  PAMT6I                      PIC X(09).
004410     05  PDATE6L                     PIC S9(4) COMP.
004420     05  PDATE6F                     PIC X.
004430     05  FILLER REDEFINES PDATE6F.
004440         10  PDATE6A                 PIC X.
004450     05  PDATE6I                     PIC X(08).
004460     05  MSG6L                       PIC S9(4) COMP.
004470     05  MSG6F                       PIC X.
004480     05  FILLER REDEFINES MSG6F.
004490         10  MSG6A                   PIC X.
004500     05  MSG6I                       PIC X(70).
004505
004510 01  CUSTMP6O REDEFINES CUSTMP6I.
004520     05  FILLER                      PIC X(12).
004530     05  FILLER                      PIC X(03).
004540     05  CUSTID6O                    PIC X(06).
004550     05  FILLER                      PIC X(03).
004560     05  NAME6O                      PIC X(37).
004570     05  FILLER                      PIC X(03).
004580     05  BAL6O                       PIC X(15).
004590     05  FILLER                      PIC X(03).
004600     05  CLINE1O                     PIC X(70).
004610     05  FILLER                      PIC X(03).
004620     05  CLINE2O                     PIC X(70).
004630     05  FILLER                      PIC X(03).
004640     05  CLINE3O                     PIC X(70).
004650     05  FILLER                      PIC X(03).
004660     05  CLINE4O                     PIC X(70).
004670     05  FILLER                      PIC X(03).
004680     05  CLINE5O                     PIC X(70).
004690     05  FILLER                      PIC X(03).
004700     05  OUTC6O                      PIC X(02).
004710     05  FILLER                      PIC X(03).
004720     05  COLL6O                      PIC X(08).
004730     05  FILLER                      PIC X(03).
004740     05  PAMT6O                      PIC X(09).
004750     05  FILLER                      PIC X(03).
004760     05  PDATE6O                     PIC X(08).
004770     05  FILLER                      PIC X(03).
004780     05  MSG6O                       PIC X(70).
