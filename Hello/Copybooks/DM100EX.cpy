000100*----------------------------------------------------------------*
000110*    DM100EX   -  CONTROL EXCEPTION RECORD.  ONE RECORD IS       *
000120*                 APPENDED TO EXCPFILE FOR EVERY FINDING A       *
000130*                 CONTROL PROGRAM REPORTS - CACHE MISMATCHES     *
000140*                 (DM103), AUDIT GAPS AND UNEXPLAINED RECORDS    *
000150*                 (DM106), HIGH-VALUE RESULTS (DM107), GL DATES  *
000160*                 NOT ACKNOWLEDGED OR MISMATCHED (DM113) AND     *
000170*                 RUNS WITH NO COMPLETION (DM115) - AS WELL AS   *
000180*                 ON THAT PROGRAM'S OWN REPORT.  THE EXCEPTION   *
000190*                 TRACKER (DM132) POSTS EACH ONE TO THE TRACKING *
000200*                 FILE (DM100ET) SO A FINDING STAYS OPEN UNTIL   *
000210*                 SOMEONE ACKNOWLEDGES OR RESOLVES IT.  SHARED   *
000220*                 BY EVERY PROGRAM THAT WRITES OR READS          *
000230*                 EXCPFILE.                                      *
000240*----------------------------------------------------------------*
000250 01  DM100-EXCP-RECORD.
000260*----------------------------------------------------------------*
000270*    THE TRACKING KEY - SOURCE PROGRAM, EXCEPTION CODE AND THE
000280*    SOURCE'S OWN KEY FOR THE FINDING - IS BUILT THE SAME WAY ON
000290*    EVERY RUN, SO THE SAME FINDING REPORTED AGAIN ON A LATER DAY
000300*    POSTS TO THE SAME TRACKING RECORD INSTEAD OF A NEW ONE.
000310*
000320*    CODE  SOURCE  SEV  FINDING                 KEY
000330*    CMIS  DM103    2   STORED RESULT MISMATCH  TYPE/NUM1/NUM2
000340*    COVF  DM103    2   RECOMPUTE OVERFLOWS     TYPE/NUM1/NUM2
000350*    OGAP  DM106    1   AUDITED, NOT ON OUTFILE JOB-ID/NUM1/NUM2
000360*    JGAP  DM106    1   AUDITED, NOT ON REJFILE JOB-ID/NUM1/NUM2
000370*    OXTR  DM106    2   OUTFILE REC UNEXPLAINED JOB-ID/NUM1/NUM2
000380*    JXTR  DM106    2   REJFILE REC UNEXPLAINED JOB-ID/NUM1/NUM2
000390*    HVAL  DM107    3   RESULT OVER THRESHOLD   DATE/NUM1/NUM2
000400*    GLNA  DM113    1   GL NEVER ACKNOWLEDGED   TRANS-DATE
000410*    GLAD  DM113    1   GL AMOUNT DIFFERS       TRANS-DATE
000420*    GLNS  DM113    2   GL POSTING NEVER SENT   TRANS-DATE
000430*    GLDP  DM113    3   DUPLICATE GL ACK        TRANS-DATE
000440*    RNOC  DM115    1   RUN NEVER COMPLETED     PROGRAM/JOB-ID
000450*----------------------------------------------------------------*
000460     05  DM100-EXCP-TRACK-KEY.
000470         10  DM100-EXCP-SOURCE-PGM       PIC X(08).
000480         10  DM100-EXCP-CODE             PIC X(04).
000490         10  DM100-EXCP-KEY              PIC X(30).
000500     05  DM100-EXCP-SEVERITY             PIC X(01).
000510         88  DM100-EXCP-SEV-CRITICAL          VALUE "1".
000520         88  DM100-EXCP-SEV-HIGH              VALUE "2".
000530         88  DM100-EXCP-SEV-WARNING           VALUE "3".
000540*----------------------------------------------------------------*
000550*    DM100-EXCP-REF-DATE IS THE DATE THE FINDING IS ABOUT AND IS
000560*    WHAT THE TRACKER AGES IT FROM - THE TRANS-DATE SENT TO THE
000570*    GL FOR A DM113 FINDING, THE BUSINESS DATE OF THE RUN FOR
000580*    DM115, THE TRANS-DATE FOR DM107, AND THE DATE OF THE RUN
000590*    THAT FOUND IT OTHERWISE.  DM100-EXCP-DETECT-DATE IS ALWAYS
000600*    THE SYSTEM DATE OF THE RUN THAT FOUND IT.  BOTH YYYYMMDD.
000610*----------------------------------------------------------------*
000620     05  DM100-EXCP-REF-DATE             PIC 9(08).
000630     05  DM100-EXCP-DETECT-DATE          PIC 9(08).
000640     05  DM100-EXCP-JOB-ID               PIC X(08).
000650*----------------------------------------------------------------*
000660*    DM100-EXCP-AMOUNT IS THE RESULT OR SETTLEMENT AMOUNT THE
000670*    FINDING CONCERNS, ZERO WHEN THERE IS NONE
000680*----------------------------------------------------------------*
000690     05  DM100-EXCP-AMOUNT               PIC S9(15).
000700     05  DM100-EXCP-DESC                 PIC X(36).
000710     05  FILLER                          PIC X(12).
