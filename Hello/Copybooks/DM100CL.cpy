000100*----------------------------------------------------------------*
000110*    DM100CL   -  BUSINESS-DAY CALENDAR RECORD.  LAYOUT OF        *
000120*                 CALENDAR, THE INDEXED VSAM KSDS KEYED ON THE    *
000130*                 CALENDAR DATE, ONE RECORD FOR EVERY DAY OF      *
000140*                 EVERY YEAR LOADED BY THE CALENDAR LOAD (DM124). *
000150*                 EACH DAY IS A BUSINESS DAY, A WEEKEND DAY OR A  *
000160*                 HOLIDAY.  THE DAY-CLOSE (DM125) ROLLS THE       *
000170*                 BUSINESS DATE TO THE NEXT BUSINESS DAY ON IT,   *
000180*                 THE RETENTION UTILITIES COUNT BUSDAYS=NNN BACK  *
000190*                 ACROSS IT, AND THE SETTLEMENT GAP REPORT        *
000200*                 (DM126) CHECKS EACH OF ITS BUSINESS DAYS FOR A  *
000210*                 SETTLEMENT.  SHARED BY EVERY PROGRAM THAT       *
000220*                 READS OR LOADS THE CALENDAR.                    *
000230*----------------------------------------------------------------*
000240 01  DM100-CAL-RECORD.
000250     05  DM100-CAL-DATE                   PIC 9(08).
000260     05  DM100-CAL-DAY-TYPE               PIC X(01).
000270         88  DM100-CAL-BUSINESS-DAY           VALUE "B".
000280         88  DM100-CAL-WEEKEND                VALUE "W".
000290         88  DM100-CAL-HOLIDAY                VALUE "H".
000300*----------------------------------------------------------------*
000310*    DM100-CAL-WEEKDAY IS 1 (MONDAY) THROUGH 7 (SUNDAY).
000320*    DM100-CAL-DESCRIPTION NAMES A HOLIDAY AND IS BLANK ON ANY
000330*    OTHER DAY.
000340*----------------------------------------------------------------*
000350     05  DM100-CAL-WEEKDAY                PIC 9(01).
000360     05  DM100-CAL-DESCRIPTION            PIC X(20).
000370     05  FILLER                          PIC X(10).
