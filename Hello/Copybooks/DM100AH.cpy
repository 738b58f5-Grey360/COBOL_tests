000100*----------------------------------------------------------------*
000110*    DM100AH   -  ACCOUNT MASTER CHANGE HISTORY RECORD.  ONE     *
000120*                 RECORD IS APPENDED TO ACCTHIST BY THE ACCOUNT   *
000130*                 MAINTENANCE PROGRAM (DM118) FOR EVERY ADD,      *
000140*                 CHANGE, CLOSE OR REOPEN IT APPLIES TO ACCTFILE, *
000150*                 CARRYING THE ACCOUNT RECORD AS IT STOOD BEFORE  *
000160*                 AND AFTER THE CHANGE, WHO MADE IT AND WHEN.     *
000170*                 THE NIGHTLY CHANGE REGISTER (DM119) REPORTS A   *
000180*                 DAY'S RECORDS FOR SUPERVISOR SIGN-OFF.  SHARED  *
000190*                 BY EVERY PROGRAM THAT WRITES OR READS THE       *
000200*                 ACCOUNT CHANGE HISTORY.                         *
000210*----------------------------------------------------------------*
000220 01  DM100-ACHG-RECORD.
000230*----------------------------------------------------------------*
000240*    DM100-ACHG-CHANGE-DATE IS YYYY-MM-DD, THE SAME EDITED FORM
000250*    THE AUDIT AND RUN-CONTROL LOGS CARRY, SO A CHANGE REGISTER
000260*    SELECTS A DAY WITH THE SAME BUSDATE= PARM DM115 TAKES.
000270*----------------------------------------------------------------*
000280     05  DM100-ACHG-CHANGE-DATE          PIC X(10).
000290     05  DM100-ACHG-CHANGE-TIME          PIC 9(08).
000300     05  DM100-ACHG-OPERATOR             PIC X(08).
000310     05  DM100-ACHG-ACTION               PIC X(01).
000320         88  DM100-ACHG-ACTION-ADD           VALUE "A".
000330         88  DM100-ACHG-ACTION-CHANGE        VALUE "C".
000340         88  DM100-ACHG-ACTION-CLOSE         VALUE "X".
000350         88  DM100-ACHG-ACTION-REOPEN        VALUE "R".
000360     05  DM100-ACHG-ACCOUNT-ID           PIC X(06).
000370*----------------------------------------------------------------*
000380*    BEFORE AND AFTER IMAGES OF THE DM100AC ACCOUNT RECORD.  THE
000390*    BEFORE IMAGE OF AN ADD IS SPACES - THERE WAS NO RECORD.
000400*----------------------------------------------------------------*
000410     05  DM100-ACHG-BEFORE-IMAGE         PIC X(60).
000420     05  DM100-ACHG-AFTER-IMAGE          PIC X(60).
000430     05  FILLER                          PIC X(07).
