000100*----------------------------------------------------------------*
000110*    DM100RV   -  CACHE RECOVERY CONTROL RECORD.  THE ONE AND     *
000120*                 ONLY RECORD ON RCVCTL, WRITTEN BY THE DM131     *
000130*                 DISASTER-RECOVERY REBUILD OF LKUPFILE AND/OR    *
000140*                 DUPWORK FROM THE AUDIT TRAIL.  A REBUILD WRITES *
000150*                 IT "S" (STARTED) BEFORE IT TOUCHES EITHER       *
000160*                 CLUSTER AND REWRITES IT "V" (VERIFIED) OR "F"   *
000170*                 (FAILED) ONCE EVERY REBUILT ENTRY HAS BEEN READ *
000180*                 BACK AND CHECKED, SO A REBUILD THAT ABENDED     *
000190*                 PART WAY THROUGH STILL SHOWS "S".  DM131 RUN    *
000200*                 WITH PARM CHECK AT THE FRONT OF DM100J AND      *
000210*                 DM100PJ ENDS NONZERO ON ANYTHING BUT "V" (OR AN *
000220*                 EMPTY RCVCTL - NO REBUILD HAS EVER RUN), SO     *
000230*                 DM100 NEVER RUNS AGAINST A HALF-BUILT CACHE.    *
000240*----------------------------------------------------------------*
000250 01  DM100-RCV-RECORD.
000260     05  DM100-RCV-STATUS                 PIC X(01).
000270         88  DM100-RCV-STARTED                VALUE "S".
000280         88  DM100-RCV-VERIFIED               VALUE "V".
000290         88  DM100-RCV-FAILED                 VALUE "F".
000300*----------------------------------------------------------------*
000310*    DM100-RCV-FILES IS WHAT THE REBUILD WAS ASKED FOR -
000320*    "DUPWORK", "LKUPFILE" OR "BOTH".
000330*----------------------------------------------------------------*
000340     05  DM100-RCV-FILES                  PIC X(08).
000350     05  DM100-RCV-JOB-ID                 PIC X(08).
000360     05  DM100-RCV-RUN-DATE               PIC 9(08).
000370     05  DM100-RCV-BUSINESS-DATE          PIC 9(08).
000380*----------------------------------------------------------------*
000390*    DM100-RCV-DUP-DATE IS THE DM100 RUN DATE DUPWORK WAS
000400*    REBUILT FOR - ZERO WHEN ONLY LKUPFILE WAS REBUILT.
000410*----------------------------------------------------------------*
000420     05  DM100-RCV-DUP-DATE               PIC 9(08).
000430     05  DM100-RCV-DUP-LOADED             PIC 9(07).
000440     05  DM100-RCV-LKUP-LOADED            PIC 9(07).
000450     05  DM100-RCV-LKUP-REJECTED          PIC 9(07).
000460     05  DM100-RCV-ENTRIES-FAILED         PIC 9(07).
000470     05  FILLER                          PIC X(11).
