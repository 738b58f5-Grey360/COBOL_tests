000100*----------------------------------------------------------------*
000110*    DM100BX   -  MONTHLY BILLING EXTRACT RECORD LAYOUTS.        *
000120*                 BILLEXT IS THE FIXED-FORMAT FILE HANDED TO     *
000130*                 ACCOUNTS RECEIVABLE EACH MONTH BY THE MONTHLY  *
000140*                 BILLING (DM134): ONE HEADER RECORD, ONE DETAIL *
000150*                 RECORD PER INVOICE IN ACCOUNT ORDER, AND ONE   *
000160*                 TRAILER RECORD.  ALL THREE ARE 150 BYTES AND   *
000170*                 CARRY THEIR MARKER ("H" / "D" / "T") IN THE    *
000180*                 FIRST BYTE, SO A READER CAN CLASSIFY EVERY     *
000190*                 RECORD FROM THE ONE FIELD.  AMOUNTS ARE        *
000200*                 UNSIGNED WITH TWO IMPLIED DECIMALS.            *
000210*----------------------------------------------------------------*
000220 01  DM100-BLXH-RECORD.
000230     05  DM100-BLXH-REC-TYPE             PIC X(01).
000240         88  DM100-BLXH-TYPE-HEADER          VALUE "H".
000250     05  DM100-BLXH-MONTH                PIC 9(06).
000260     05  DM100-BLXH-SOURCE-ID            PIC X(08).
000270     05  FILLER                          PIC X(135).
000280*----------------------------------------------------------------*
000290*    ONE DETAIL RECORD PER INVOICE ON DM100BH.  THE INVOICE
000300*    NUMBER IS DM100-BLXD-MONTH FOLLOWED BY DM100-BLXD-ACCOUNT-ID.
000310*----------------------------------------------------------------*
000320 01  DM100-BLXD-RECORD.
000330     05  DM100-BLXD-REC-TYPE             PIC X(01).
000340         88  DM100-BLXD-TYPE-DETAIL          VALUE "D".
000350     05  DM100-BLXD-MONTH                PIC 9(06).
000360     05  DM100-BLXD-ACCOUNT-ID           PIC X(06).
000370     05  DM100-BLXD-ACCOUNT-NAME         PIC X(20).
000380     05  DM100-BLXD-INVOICE-DATE         PIC 9(08).
000390     05  DM100-BLXD-TRANS-COUNT          PIC 9(07).
000400     05  DM100-BLXD-TRANS-AMOUNT         PIC 9(11)V99.
000410     05  DM100-BLXD-SUM-COUNT            PIC 9(07).
000420     05  DM100-BLXD-SUM-AMOUNT           PIC 9(11)V99.
000430     05  DM100-BLXD-DIFF-COUNT           PIC 9(07).
000440     05  DM100-BLXD-DIFF-AMOUNT          PIC 9(11)V99.
000450     05  DM100-BLXD-REJ-COUNT            PIC 9(07).
000460     05  DM100-BLXD-REJ-AMOUNT           PIC 9(11)V99.
000470     05  DM100-BLXD-TOTAL-AMOUNT         PIC 9(11)V99.
000472*----------------------------------------------------------------*
000474*    DM100-BLXD-LATE-AMOUNT IS THE INVOICE'S LATE-WORK LINE - THE
000476*    PRIOR MONTH'S WORK PROCESSED AFTER THAT MONTH WAS INVOICED.
000478*    IT IS ALREADY INCLUDED IN DM100-BLXD-TOTAL-AMOUNT.
000480*----------------------------------------------------------------*
000482     05  DM100-BLXD-LATE-AMOUNT          PIC 9(11)V99.
000484     05  FILLER                          PIC X(03).
000490*----------------------------------------------------------------*
000500*    DM100-BLXT-INVOICE-COUNT IS THE NUMBER OF DETAIL RECORDS AND
000510*    DM100-BLXT-TOTAL-AMOUNT THE SUM OF THEIR TOTAL AMOUNTS, FOR
000520*    ACCOUNTS RECEIVABLE TO BALANCE THE FILE ON RECEIPT.
000530*----------------------------------------------------------------*
000540 01  DM100-BLXT-RECORD.
000550     05  DM100-BLXT-REC-TYPE             PIC X(01).
000560         88  DM100-BLXT-TYPE-TRAILER         VALUE "T".
000570     05  DM100-BLXT-MONTH                PIC 9(06).
000580     05  DM100-BLXT-INVOICE-COUNT        PIC 9(07).
000590     05  DM100-BLXT-TOTAL-AMOUNT         PIC 9(13)V99.
000600     05  FILLER                          PIC X(121).
