000100*----------------------------------------------------------------*
000110*    DM100PW   -  PARTITION PAIR OWNERSHIP RECORD.  ONE ENTRY ON  *
000120*                 THE PARTWORK WORK KSDS PER REC-TYPE/NUM1/NUM2   *
000130*                 PAIR SUBMITTED WITH STATUS "N" ON THE DAY BEING *
000140*                 SPLIT, NAMING THE PARTITION ITS FIRST           *
000150*                 OCCURRENCE WENT TO.  A LATER OCCURRENCE FROM AN *
000160*                 ACCOUNT HASHED TO ANOTHER PARTITION IS SENT TO  *
000170*                 THE SERIAL PARTITION INSTEAD, SO THE SAME-DAY   *
000180*                 DUPLICATE CHECK ON DUPWORK NEVER HAS TWO        *
000190*                 PARTITIONS RACING FOR ONE PAIR.  THE KEY IS THE *
000200*                 SAME 15 BYTES AS DM100-DUPW-KEY (DM100DP).      *
000210*                 EMPTIED AND REBUILT BY EVERY DM129 SPLIT; READ  *
000220*                 BY NOTHING ELSE.                                *
000230*----------------------------------------------------------------*
000240 01  DM100-PWRK-RECORD.
000250     05  DM100-PWRK-KEY.
000260         10  DM100-PWRK-REC-TYPE          PIC X(01).
000270         10  DM100-PWRK-NUM1              PIC 9(07).
000280         10  DM100-PWRK-NUM2              PIC 9(07).
000290     05  DM100-PWRK-PARTITION-NO          PIC 9(02).
000300     05  FILLER                          PIC X(03).
