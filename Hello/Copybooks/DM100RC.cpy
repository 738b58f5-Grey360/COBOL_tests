000500     05  DM100-RUNC-OUTCOME               PIC X(01).
000510         88  DM100-RUNC-OUTCOME-CLEAN         VALUE "C".
000520     05  FILLER                          PIC X(01) VALUE SPACES.
000521*----------------------------------------------------------------*
000522*    ON A DM100 RESTART'S START RECORD DM100-RUNC-RECS-READ
000523*    CARRIES THE RESTART POINT (THE RESTART=NNNNNNN VALUE) -
000524*    THE RECORDS UP TO IT WERE ALREADY PROCESSED BY THE RUN
000525*    BEING RESTARTED.  EVERY OTHER START RECORD CARRIES ZERO.
000526*----------------------------------------------------------------*
000530     05  DM100-RUNC-RECS-READ             PIC 9(07).
000540     05  FILLER                          PIC X(01) VALUE SPACES.
000550     05  DM100-RUNC-RECS-PROCESSED        PIC 9(07).
000610     05  DM100-RUNC-RECS-FROM-CACHE       PIC 9(07).
000620     05  FILLER                          PIC X(01) VALUE SPACES.
000630     05  DM100-RUNC-CONTROL-TOTAL        PIC S9(15).
000640     05  FILLER                          PIC X(01).
000650*----------------------------------------------------------------*
000660*    DM100-RUNC-PARTITION-NO IS THE PARTITION (01-09) A DM100 RUN
000670*    AGAINST A DM129 PARTITION INPUT FILE PROCESSED, ZERO FOR A
000680*    WHOLE-DAY RUN.  OTHER PROGRAMS LEAVE IT AS THEY FIND IT, SO
000690*    A READER TESTS IT NUMERIC BEFORE USING IT.
000700*----------------------------------------------------------------*
000710     05  DM100-RUNC-PARTITION-NO          PIC 9(02).
000720     05  FILLER                          PIC X(01).
000730*----------------------------------------------------------------*
000740*    DM100-RUNC-BUS-DATE IS THE BUSINESS DATE (YYYYMMDD) THE RUN
000750*    PROCESSED, STAMPED BY DM100 AND DM101 - THE RUN DATE ABOVE
000760*    IS THE SYSTEM DATE, WHICH IS NOT THE BUSINESS DATE FOR A RUN
000770*    AFTER MIDNIGHT OR A CATCH-UP RUN.  OTHER PROGRAMS LEAVE IT
000780*    AS THEY FIND IT, AND RECORDS WRITTEN BEFORE THE RECORD GREW
000790*    FROM 100 TO 110 BYTES CARRY SPACES, SO A READER TESTS IT
000800*    NUMERIC BEFORE USING IT.
000810*----------------------------------------------------------------*
000820     05  DM100-RUNC-BUS-DATE              PIC 9(08).
000830     05  FILLER                          PIC X(01).
