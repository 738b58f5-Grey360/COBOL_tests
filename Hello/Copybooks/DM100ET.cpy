000100*----------------------------------------------------------------*
000110*    DM100ET   -  CONTROL EXCEPTION TRACKING RECORD.  LAYOUT OF  *
000120*                 EXCPTRK, THE INDEXED VSAM KSDS KEYED ON THE    *
000130*                 TRACKING KEY OF A DM100EX EXCEPTION (SOURCE    *
000140*                 PROGRAM, EXCEPTION CODE, SOURCE KEY).  THE     *
000150*                 EXCEPTION TRACKER (DM132) ADDS ONE RECORD THE  *
000160*                 FIRST TIME A FINDING IS REPORTED AND UPDATES   *
000170*                 IT EACH DAY THE FINDING IS REPORTED AGAIN; THE *
000180*                 RECORD STAYS OPEN UNTIL THE EXCEPTION          *
000190*                 MAINTENANCE PROGRAM (DM133) ACKNOWLEDGES OR    *
000200*                 RESOLVES IT.  THE MORNING EXCEPTION REPORT IS  *
000210*                 PRINTED FROM THIS FILE.  SHARED BY EVERY       *
000220*                 PROGRAM THAT READS OR MAINTAINS THE EXCEPTION  *
000230*                 TRACKING FILE.                                 *
000240*----------------------------------------------------------------*
000250 01  DM100-EXTK-RECORD.
000260     05  DM100-EXTK-KEY.
000270         10  DM100-EXTK-SOURCE-PGM       PIC X(08).
000280         10  DM100-EXTK-CODE             PIC X(04).
000290         10  DM100-EXTK-EXCP-KEY         PIC X(30).
000300*----------------------------------------------------------------*
000310*    DM100-EXTK-TRACK-NO IS THE NUMBER THE MORNING REPORT PRINTS
000320*    AND THE MAINTENANCE PROGRAM ASKS FOR - ONE MORE THAN THE
000330*    HIGHEST NUMBER ON FILE WHEN THE RECORD WAS ADDED.
000340*----------------------------------------------------------------*
000350     05  DM100-EXTK-TRACK-NO             PIC 9(07).
000360     05  DM100-EXTK-SEVERITY             PIC X(01).
000370         88  DM100-EXTK-SEV-CRITICAL          VALUE "1".
000380         88  DM100-EXTK-SEV-HIGH              VALUE "2".
000390         88  DM100-EXTK-SEV-WARNING           VALUE "3".
000400     05  DM100-EXTK-STATUS               PIC X(01).
000410         88  DM100-EXTK-OPEN                  VALUE "O".
000420         88  DM100-EXTK-ACKNOWLEDGED          VALUE "A".
000430         88  DM100-EXTK-RESOLVED              VALUE "R".
000440*----------------------------------------------------------------*
000450*    DM100-EXTK-REF-DATE IS THE DM100-EXCP-REF-DATE OF THE REPORT
000460*    THAT FIRST POSTED (OR LAST REOPENED) THE FINDING AND IS WHAT
000465*    IT IS AGED FROM.
000470*    DM100-EXTK-FIRST-POSTED IS THE BUSINESS DATE THE TRACKER
000480*    FIRST POSTED (OR LAST REOPENED) IT - A FINDING FIRST POSTED
000490*    ON THE CURRENT BUSINESS DATE IS NEW.  THE DETECTED DATES
000500*    AND COUNT ARE FROM DM100-EXCP-DETECT-DATE; THE COUNT GOES
000510*    UP ONCE PER DAY THE FINDING IS REPORTED.  ALL YYYYMMDD.
000520*----------------------------------------------------------------*
000530     05  DM100-EXTK-REF-DATE             PIC 9(08).
000540     05  DM100-EXTK-FIRST-POSTED         PIC 9(08).
000550     05  DM100-EXTK-FIRST-DETECTED       PIC 9(08).
000560     05  DM100-EXTK-LAST-DETECTED        PIC 9(08).
000570     05  DM100-EXTK-TIMES-DETECTED       PIC 9(05).
000580*----------------------------------------------------------------*
000590*    JOB-ID, AMOUNT AND DESCRIPTION OF THE LATEST REPORT
000600*----------------------------------------------------------------*
000610     05  DM100-EXTK-JOB-ID               PIC X(08).
000620     05  DM100-EXTK-AMOUNT               PIC S9(15).
000630     05  DM100-EXTK-DESC                 PIC X(36).
000640*----------------------------------------------------------------*
000650*    THE LAST ACKNOWLEDGE OR RESOLVE APPLIED THROUGH DM133 - WHO,
000660*    WHEN (SYSTEM DATE YYYYMMDD AND TIME) AND THEIR NOTE.  SPACES
000670*    AND ZEROS UNTIL THE FIRST ONE.
000680*----------------------------------------------------------------*
000690     05  DM100-EXTK-ACTION-OPERATOR      PIC X(08).
000700     05  DM100-EXTK-ACTION-DATE          PIC 9(08).
000710     05  DM100-EXTK-ACTION-TIME          PIC 9(08).
000720     05  DM100-EXTK-ACTION-NOTE          PIC X(30).
000730     05  FILLER                          PIC X(19).
