000100*----------------------------------------------------------------*
000110*    DM100UG   -  ACCOUNT DAILY USAGE RECORD.  LAYOUT OF ACCTUSE, *
000120*                 THE INDEXED VSAM KSDS KEYED ON ACCOUNT AND      *
000130*                 BUSINESS DATE THAT CARRIES HOW MUCH OF ITS      *
000140*                 DAILY LIMITS (DM100AC) EACH ACCOUNT HAS USED -  *
000150*                 THE NUMBER OF TRANSACTIONS POSTED AND THE NET   *
000160*                 OF THEIR RESULTS.  DM100 ADDS TO IT AS IT POSTS *
000170*                 AND CHECKS IT BEFORE EVERY POSTING; BECAUSE IT  *
000180*                 PERSISTS, A LATER INTRADAY RUN OR A RESTART     *
000190*                 PICKS UP WHERE THE EARLIER RUN LEFT OFF.  THE   *
000200*                 NIGHTLY LIMIT REPORT (DM120) READS IT BACK.     *
000210*                 SHARED BY EVERY PROGRAM THAT READS OR WRITES    *
000220*                 ACCOUNT DAILY USAGE.                            *
000230*----------------------------------------------------------------*
000240 01  DM100-USAG-RECORD.
000250     05  DM100-USAG-KEY.
000260         10  DM100-USAG-ACCOUNT-ID        PIC X(06).
000270         10  DM100-USAG-BUS-DATE          PIC 9(08).
000280     05  DM100-USAG-TRANS-COUNT           PIC 9(07).
000290     05  DM100-USAG-NET-RESULT           PIC S9(13).
000300*----------------------------------------------------------------*
000310*    TRANSACTIONS REJECTED R008/R009 FOR THIS ACCOUNT AND DATE -
000320*    NOT PART OF THE USAGE ITSELF, KEPT SO THE LIMIT REPORT CAN
000330*    SHOW WHICH ACCOUNTS ACTUALLY HIT A LIMIT.
000340*----------------------------------------------------------------*
000350     05  DM100-USAG-LIMIT-REJECTS         PIC 9(07).
000360     05  FILLER                          PIC X(09).
