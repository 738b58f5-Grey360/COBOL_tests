000100*----------------------------------------------------------------*
000110*    DM100TH   -  TRANSACTION HISTORY RECORD.  LAYOUT OF TRANHIST,*
000120*                 THE INDEXED VSAM KSDS KEYED ON ACCOUNT, TRANS-  *
000130*                 DATE AND THE JOB-ID OF THE DM100 RUN THAT       *
000140*                 DISPOSED OF THE TRANSACTION.  ONE RECORD PER    *
000150*                 OUTFILE AND REJDATA RECORD, LOADED BY THE       *
000160*                 NIGHTLY HISTORY LOAD (DM121) AFTER EACH DM100   *
000170*                 RUN, BROWSED ONE ACCOUNT AND DATE RANGE AT A    *
000180*                 TIME BY THE HISTORY INQUIRY (DM122) AND AGED    *
000190*                 OFF BY THE HISTORY RETENTION PURGE (DM123).     *
000200*                 SHARED BY EVERY PROGRAM THAT READS OR WRITES    *
000210*                 THE TRANSACTION HISTORY.                        *
000220*----------------------------------------------------------------*
000230 01  DM100-HIST-RECORD.
000240     05  DM100-HIST-KEY.
000250         10  DM100-HIST-ACCOUNT-ID        PIC X(06).
000260         10  DM100-HIST-TRANS-DATE        PIC 9(08).
000270         10  DM100-HIST-JOB-ID            PIC X(08).
000280*----------------------------------------------------------------*
000290*    DM100-HIST-SEQ IS THE TRANSACTION'S POSITION AMONG ITS
000300*    JOB-ID'S AUDIT LINES, SO SEVERAL TRANSACTIONS FOR ONE
000310*    ACCOUNT AND DATE IN ONE RUN EACH HAVE A KEY OF THEIR OWN
000320*    AND A RELOAD OF THE SAME RUN FINDS EVERY KEY ALREADY THERE.
000330*----------------------------------------------------------------*
000340         10  DM100-HIST-SEQ               PIC 9(07).
000350     05  DM100-HIST-REC-TYPE              PIC X(01).
000360         88  DM100-HIST-TYPE-TRANSACTION      VALUE "T".
000370         88  DM100-HIST-TYPE-SUM              VALUE "S".
000380         88  DM100-HIST-TYPE-DIFFERENCE       VALUE "D".
000390     05  DM100-HIST-NUM1                  PIC 9(07).
000400     05  DM100-HIST-NUM2                  PIC 9(07).
000410     05  DM100-HIST-RESULT               PIC S9(07).
000420     05  DM100-HIST-STATUS                PIC X(01).
000430         88  DM100-HIST-STATUS-NEW            VALUE "N".
000440         88  DM100-HIST-STATUS-RESUBMITTED    VALUE "R".
000450         88  DM100-HIST-STATUS-REVERSAL       VALUE "V".
000460*----------------------------------------------------------------*
000470*    DM100-HIST-DISPOSITION IS THE AUDIT DISPOSITION (DM100AU) -
000480*    "O" POSTED TO OUTFILE, "V" POSTED AS A REVERSAL, "J"
000490*    REJECTED TO REJDATA WITH DM100-HIST-REASON-CODE (DM100RJ)
000500*    SAYING WHY.  A REJECT CARRIES A ZERO RESULT.
000510*----------------------------------------------------------------*
000520     05  DM100-HIST-DISPOSITION           PIC X(01).
000530         88  DM100-HIST-DISP-OUTPUT           VALUE "O".
000540         88  DM100-HIST-DISP-REJECT           VALUE "J".
000550         88  DM100-HIST-DISP-REVERSAL         VALUE "V".
000560     05  DM100-HIST-REASON-CODE           PIC X(04).
000570*----------------------------------------------------------------*
000580*    RUN DATE (YYYYMMDD) OF THE DM100 RUN, FROM ITS AUDIT LINE -
000590*    THE DATE THE RETENTION PURGE AGES THE ENTRY ON
000600*----------------------------------------------------------------*
000610     05  DM100-HIST-RUN-DATE              PIC 9(08).
000620     05  FILLER                          PIC X(15).
