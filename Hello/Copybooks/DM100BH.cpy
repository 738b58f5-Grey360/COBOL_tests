000100*----------------------------------------------------------------*
000110*    DM100BH   -  MONTHLY BILLING HISTORY RECORD.  LAYOUT OF     *
000120*                 BILLHIST, THE INDEXED VSAM KSDS KEYED ON       *
000130*                 BILLING MONTH AND ACCOUNT, ONE RECORD PER      *
000140*                 INVOICE.  THE MONTHLY BILLING (DM134) WRITES   *
000150*                 AN ACCOUNT'S INVOICE THE FIRST TIME IT PRICES  *
000160*                 THAT ACCOUNT FOR THE MONTH AND NEVER CHANGES   *
000170*                 IT AFTERWARDS - A RERUN FOR THE SAME MONTH     *
000180*                 FINDS THE INVOICE ALREADY ON FILE AND REPRINTS *
000190*                 IT AS IT STANDS, SO NOTHING IS BILLED TWICE.   *
000200*                 THE KEY IS THE INVOICE NUMBER.  SHARED BY      *
000210*                 EVERY PROGRAM THAT READS THE BILLING HISTORY.  *
000220*----------------------------------------------------------------*
000230 01  DM100-BILL-RECORD.
000240     05  DM100-BILL-KEY.
000250         10  DM100-BILL-MONTH            PIC 9(06).
000260         10  DM100-BILL-ACCOUNT-ID       PIC X(06).
000270*----------------------------------------------------------------*
000280*    DM100-BILL-ACCOUNT-NAME IS THE DM100AC NAME WHEN THE INVOICE
000290*    WAS ISSUED.  DM100-BILL-RATE-SOURCE TELLS WHETHER THE ACCOUNT
000300*    HAD ITS OWN FEE SCHEDULE CARD (ANY RATE IT LEFT BLANK IS
000310*    STILL THE DEFAULT RATE).
000320*----------------------------------------------------------------*
000330     05  DM100-BILL-ACCOUNT-NAME         PIC X(20).
000340     05  DM100-BILL-RATE-SOURCE          PIC X(01).
000350         88  DM100-BILL-RATES-DEFAULT        VALUE "D".
000360         88  DM100-BILL-RATES-ACCOUNT        VALUE "A".
000370*----------------------------------------------------------------*
000380*    ONE INVOICE LINE PER OPERATION ("T", "S", "D") AND ONE FOR
000390*    REJECTS - THE COUNT BILLED, THE FEE PER ITEM (999V9999) AND
000400*    THE AMOUNT, COUNT TIMES FEE ROUNDED TO THE CENT.
000410*----------------------------------------------------------------*
000420     05  DM100-BILL-TRANS-COUNT          PIC 9(07).
000430     05  DM100-BILL-TRANS-RATE           PIC 9(03)V9(04).
000440     05  DM100-BILL-TRANS-AMOUNT         PIC 9(11)V99.
000450     05  DM100-BILL-SUM-COUNT            PIC 9(07).
000460     05  DM100-BILL-SUM-RATE             PIC 9(03)V9(04).
000470     05  DM100-BILL-SUM-AMOUNT           PIC 9(11)V99.
000480     05  DM100-BILL-DIFF-COUNT           PIC 9(07).
000490     05  DM100-BILL-DIFF-RATE            PIC 9(03)V9(04).
000500     05  DM100-BILL-DIFF-AMOUNT          PIC 9(11)V99.
000510     05  DM100-BILL-REJ-COUNT            PIC 9(07).
000520     05  DM100-BILL-REJ-RATE             PIC 9(03)V9(04).
000530     05  DM100-BILL-REJ-AMOUNT           PIC 9(11)V99.
000540     05  DM100-BILL-TOTAL-AMOUNT         PIC 9(11)V99.
000550*----------------------------------------------------------------*
000560*    DM100-BILL-INVOICE-DATE IS THE BUSINESS DATE (YYYYMMDD) OF
000570*    THE RUN THAT ISSUED THE INVOICE AND DM100-BILL-JOB-ID THAT
000580*    RUN'S RUN-CONTROL JOB-ID.
000590*----------------------------------------------------------------*
000600     05  DM100-BILL-INVOICE-DATE         PIC 9(08).
000610     05  DM100-BILL-JOB-ID               PIC X(08).
000620*----------------------------------------------------------------*
000630*    DM100-BILL-LATE-COUNT IS THE PRIOR MONTH'S WORK THAT WAS
000640*    PROCESSED TOO LATE FOR THAT MONTH'S INVOICE - RESUBMISSIONS,
000650*    REVERSALS AND LATE INTAKE CARRYING A PRIOR-MONTH TRANS-DATE -
000660*    BILLED AS ONE LATE-WORK LINE ON THIS INVOICE.  IT IS THE
000670*    PRIOR MONTH'S COUNTS NOW LESS THOSE ON THE PRIOR MONTH'S
000680*    INVOICE, EACH PRICED AT THIS INVOICE'S RATE; THE AMOUNT IS
000690*    INCLUDED IN DM100-BILL-TOTAL-AMOUNT.
000700*----------------------------------------------------------------*
000710     05  DM100-BILL-LATE-COUNT           PIC 9(07).
000720     05  DM100-BILL-LATE-AMOUNT          PIC 9(11)V99.
000730     05  FILLER                          PIC X(10).
