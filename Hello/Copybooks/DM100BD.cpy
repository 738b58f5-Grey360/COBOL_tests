000100*----------------------------------------------------------------*
000110*    DM100BD   -  BUSINESS-DATE CONTROL RECORD.  THE ONE AND ONLY *
000120*                 RECORD ON BUSCTL, THE SINGLE SOURCE OF THE      *
000130*                 CURRENT BUSINESS DATE FOR EVERY DM100 JOB.  THE *
000140*                 DAY-CLOSE (DM125) ROLLS IT FORWARD TO THE NEXT  *
000150*                 BUSINESS DAY ON THE CALENDAR (DM100CL) ONLY     *
000160*                 AFTER THE DM115 RUN-CONTROL CHECK SHOWS EVERY   *
000170*                 REQUIRED RUN FOR THE DATE COMPLETED CLEANLY,    *
000180*                 AND WRITES THE DMBUSDT JCL SYMBOL MEMBER THE    *
000190*                 JOBS INCLUDE IN PLACE OF A HAND-SET BUSDATE.    *
000200*                 SHARED BY EVERY PROGRAM THAT READS OR ROLLS THE *
000210*                 BUSINESS DATE.                                  *
000220*----------------------------------------------------------------*
000230 01  DM100-BDC-RECORD.
000240     05  DM100-BDC-CURRENT-DATE           PIC 9(08).
000250     05  DM100-BDC-PRIOR-DATE             PIC 9(08).
000260*----------------------------------------------------------------*
000270*    DM100-BDC-PLAIN-RUN-SWITCH IS SET BY DM100 WHEN A RUN FOR
000280*    THE CURRENT BUSINESS DATE COMPLETES CLEANLY, AND CLEARED BY
000290*    THE DAY-CLOSE.  WHILE IT IS SET DM100 REFUSES A SECOND
000300*    PLAIN RUN FOR THE DATE - ONLY RESTART= OR INTRADAY=Y MAY
000310*    EXTEND IT.  DM100-BDC-PLAIN-RUN-JOB-ID IS THE JOB-ID OF THE
000320*    RUN THAT SET IT.
000330*----------------------------------------------------------------*
000340     05  DM100-BDC-PLAIN-RUN-SWITCH       PIC X(01).
000350         88  DM100-BDC-PLAIN-RUN-DONE         VALUE "Y".
000360         88  DM100-BDC-PLAIN-RUN-NOT-DONE     VALUE "N".
000370     05  DM100-BDC-PLAIN-RUN-JOB-ID       PIC X(08).
000380*----------------------------------------------------------------*
000390*    SYSTEM DATE AND TIME OF THE DAY-CLOSE (OR THE ONE-TIME
000400*    INITIALIZATION) THAT LAST WROTE THE RECORD
000410*----------------------------------------------------------------*
000420     05  DM100-BDC-ROLLED-DATE            PIC 9(08).
000430     05  DM100-BDC-ROLLED-TIME            PIC 9(08).
000431*----------------------------------------------------------------*
000432*    SET BY THE DM129 INPUT SPLIT WHEN THE CURRENT BUSINESS DATE
000433*    IS PROCESSED AS PARALLEL PARTITIONS - THE DATE SPLIT, THE
000434*    SYSTEM DATE THE SPLIT RAN (WHICH EVERY PARTITION RUN TAKES
000435*    AS ITS OWN RUN DATE, SO THE SAME-DAY DUPLICATE CHECK SEES
000436*    ONE DAY EVEN WHEN A PARTITION RUNS PAST MIDNIGHT), THE
000437*    NUMBER OF PARALLEL PARTITIONS AND THE SPLIT'S JOB-ID.  THEY
000438*    MEAN NOTHING ONCE DM100-BDC-SPLIT-BUS-DATE IS NO LONGER THE
000439*    CURRENT DATE, SO THE DAY-CLOSE LEAVES THEM AS THEY ARE.
000440*----------------------------------------------------------------*
000441     05  DM100-BDC-SPLIT-BUS-DATE         PIC 9(08).
000442     05  DM100-BDC-SPLIT-RUN-DATE         PIC 9(08).
000443     05  DM100-BDC-SPLIT-PARTITIONS       PIC 9(02).
000444     05  DM100-BDC-SPLIT-JOB-ID           PIC X(08).
000445     05  FILLER                          PIC X(13).
