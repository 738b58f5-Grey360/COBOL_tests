000100*----------------------------------------------------------------*
000110*    DM100PT   -  POSTING REGISTER RECORD.  LAYOUT OF POSTREG,    *
000120*                 THE INDEXED VSAM KSDS KEYED ON ACCOUNT, TRANS-  *
000130*                 DATE, REC-TYPE AND NUM1/NUM2 THAT RECORDS EVERY *
000140*                 TRANSACTION DM100 HAS POSTED TO OUTFILE - ITS   *
000150*                 RESULT, HOW MANY TIMES IT POSTED AND HOW MANY   *
000160*                 OF THOSE POSTINGS HAVE SINCE BEEN REVERSED.  A  *
000170*                 STATUS "V" REVERSAL (DM100IN) IS MATCHED HERE:  *
000180*                 IT MUST FIND ITS ORIGINAL, WITH A POSTING NOT   *
000190*                 YET REVERSED, OR IT IS REJECTED.  SHARED BY     *
000200*                 EVERY PROGRAM THAT READS OR WRITES THE POSTING  *
000210*                 REGISTER.                                       *
000220*----------------------------------------------------------------*
000230 01  DM100-POST-RECORD.
000240     05  DM100-POST-KEY.
000250         10  DM100-POST-ACCOUNT-ID        PIC X(06).
000260         10  DM100-POST-TRANS-DATE        PIC 9(08).
000270         10  DM100-POST-REC-TYPE          PIC X(01).
000280         10  DM100-POST-NUM1              PIC 9(07).
000290         10  DM100-POST-NUM2              PIC 9(07).
000300     05  DM100-POST-RESULT               PIC S9(07).
000310     05  DM100-POST-TIMES-POSTED          PIC 9(05).
000320     05  DM100-POST-TIMES-REVERSED        PIC 9(05).
000330*----------------------------------------------------------------*
000340*    HEADER BUSINESS DATE OF THE RUN THAT LAST POSTED OR
000350*    REVERSED THE TRANSACTION
000360*----------------------------------------------------------------*
000370     05  DM100-POST-LAST-BUS-DATE         PIC 9(08).
000380     05  FILLER                          PIC X(06).
