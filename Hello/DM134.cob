000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    MonthlyBilling.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  EVERY TRANSACTION IS NOW
000220*                 ATTRIBUTED TO AN ACCOUNT, BUT CUSTOMERS WERE
000230*                 STILL BILLED FROM A SPREADSHEET.  RUN AT THE
000240*                 MONTHLY CLOSE WITH MONTH=YYYYMM ON THE PARM,
000250*                 THIS PROGRAM PRICES EACH ACCOUNT'S WORK FOR
000260*                 THE MONTH FROM THE FEE SCHEDULE (FEESCHED) -
000270*                 A PER-ITEM FEE FOR EACH OPERATION ("T", "S",
000280*                 "D") AND FOR REJECTS ON A DEFAULT CARD, WITH
000290*                 OPTIONAL OVERRIDE RATES ON A CARD PER ACCOUNT.
000300*                 PROCESSED TRANSACTIONS ARE COUNTED FROM THE
000310*                 MONTH'S SETTLEMENT GENERATIONS (DM100ST) BY
000320*                 DM100-SETL-REC-TYPE, AND REJECTS FROM THE
000330*                 MONTH'S REJDATA GENERATIONS (DM100RJ) BY THE
000340*                 REJECTED RECORD'S OWN TRANS-DATE AND ACCOUNT.
000342*                 PRIOR-MONTH WORK PROCESSED AFTER THAT MONTH WAS
000344*                 INVOICED (RESUBMISSIONS, REVERSALS, LATE INTAKE)
000346*                 IS BILLED AS A LATE-WORK LINE ON THIS MONTH'S
000348*                 INVOICE.
000350*                 EACH INVOICE IS WRITTEN ONCE TO THE BILLING
000360*                 HISTORY (BILLHIST, DM100BH); THE INVOICE
000370*                 REGISTER (INVRPT) AND THE ACCOUNTS RECEIVABLE
000380*                 EXTRACT (BILLEXT, DM100BX) ARE THEN PRODUCED
000390*                 FROM BILLHIST, SO A RERUN FOR THE SAME MONTH
000400*                 REPRINTS THE SAME INVOICES AND BILLS NOTHING
000410*                 TWICE.  RC=4 MEANS AN ACCOUNT COULD NOT BE
000420*                 BILLED OR ITS ACTIVITY HAS CHANGED SINCE IT
000430*                 WAS INVOICED.
000440*----------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT FEESCHED ASSIGN TO "FEESCHED"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS DM134-WS-FEESCHED-STATUS.
000510     SELECT SETLFILE ASSIGN TO "SETLFILE"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DM134-WS-SETLFILE-STATUS.
000540     SELECT REJDATA ASSIGN TO "REJDATA"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS DM134-WS-REJDATA-STATUS.
000570     SELECT ACCTFILE ASSIGN TO "ACCTFILE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS DM100-ACCT-KEY
000610         FILE STATUS IS DM134-WS-ACCTFILE-STATUS.
000620     SELECT BILLHIST ASSIGN TO "BILLHIST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS DM100-BILL-KEY
000660         FILE STATUS IS DM134-WS-BILLHIST-STATUS.
000670     SELECT BUSCTL ASSIGN TO "BUSCTL"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DM134-WS-BUSCTL-STATUS.
000700     SELECT INVRPT ASSIGN TO "INVRPT"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS DM134-WS-INVRPT-STATUS.
000730     SELECT BILLEXT ASSIGN TO "BILLEXT"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS DM134-WS-BILLEXT-STATUS.
000760     SELECT RUNCTL ASSIGN TO "RUNCTL"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS DM134-WS-RUNCTL-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810*----------------------------------------------------------*
000820*    FEESCHED - ONE 80-BYTE CARD PER FEE SCHEDULE ENTRY.
000830*    COLUMN 1 IS "D" FOR THE DEFAULT RATES (EXACTLY ONE
000840*    CARD, ALL FOUR RATES REQUIRED) OR "A" FOR AN ACCOUNT'S
000850*    OVERRIDE RATES (ACCOUNT IN COLUMNS 3-8, ONE CARD PER
000860*    ACCOUNT; A RATE LEFT BLANK TAKES THE DEFAULT).  THE
000870*    RATES ARE PER ITEM, 999V9999 WITH NO DECIMAL POINT, IN
000880*    COLUMNS 10-16 ("T"), 18-24 ("S"), 26-32 ("D") AND
000890*    34-40 (REJECTS), WITH A DESCRIPTION IN 42-61.  A CARD
000900*    WITH "*" IN COLUMN 1, OR A BLANK CARD, IS A COMMENT.
000910*----------------------------------------------------------*
000920 FD  FEESCHED
000930     LABEL RECORDS ARE STANDARD.
000940 01  DM134-FEE-CARD.
000950     05  DM134-FEE-CARD-TYPE             PIC X(01).
000960         88  DM134-FEE-DEFAULT-CARD          VALUE "D".
000970         88  DM134-FEE-ACCOUNT-CARD          VALUE "A".
000980     05  FILLER                          PIC X(01).
000990     05  DM134-FEE-ACCOUNT-ID            PIC X(06).
001000     05  FILLER                          PIC X(01).
001010     05  DM134-FEE-TRANS-RATE            PIC X(07).
001020     05  FILLER                          PIC X(01).
001030     05  DM134-FEE-SUM-RATE              PIC X(07).
001040     05  FILLER                          PIC X(01).
001050     05  DM134-FEE-DIFF-RATE             PIC X(07).
001060     05  FILLER                          PIC X(01).
001070     05  DM134-FEE-REJ-RATE              PIC X(07).
001080     05  FILLER                          PIC X(01).
001090     05  DM134-FEE-DESCRIPTION           PIC X(20).
001100     05  FILLER                          PIC X(19).
001110 FD  SETLFILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY DM100ST.
001140 FD  REJDATA
001150     LABEL RECORDS ARE STANDARD.
001160     COPY DM100RJ.
001170 FD  ACCTFILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY DM100AC.
001200 FD  BILLHIST
001210     LABEL RECORDS ARE STANDARD.
001220     COPY DM100BH.
001230 FD  BUSCTL
001240     LABEL RECORDS ARE STANDARD.
001250     COPY DM100BD.
001260 FD  INVRPT
001270     LABEL RECORDS ARE STANDARD.
001280 01  DM134-RPT-LINE                      PIC X(80).
001290 FD  BILLEXT
001300     LABEL RECORDS ARE STANDARD.
001310     COPY DM100BX.
001320 FD  RUNCTL
001330     LABEL RECORDS ARE STANDARD.
001340     COPY DM100RC.
001350 WORKING-STORAGE SECTION.
001360*----------------------------------------------------------*
001370*    FILE STATUS SWITCHES
001380*----------------------------------------------------------*
001390 77  DM134-WS-FEESCHED-STATUS            PIC X(02) VALUE "00".
001400 77  DM134-WS-SETLFILE-STATUS            PIC X(02) VALUE "00".
001410 77  DM134-WS-REJDATA-STATUS             PIC X(02) VALUE "00".
001420 77  DM134-WS-ACCTFILE-STATUS            PIC X(02) VALUE "00".
001430 77  DM134-WS-BILLHIST-STATUS            PIC X(02) VALUE "00".
001440 77  DM134-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
001450 77  DM134-WS-INVRPT-STATUS              PIC X(02) VALUE "00".
001460 77  DM134-WS-BILLEXT-STATUS             PIC X(02) VALUE "00".
001470 77  DM134-WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
001480*----------------------------------------------------------*
001490*    PROGRAM SWITCHES
001500*----------------------------------------------------------*
001510 77  DM134-WS-FEE-EOF-SWITCH             PIC X(01) VALUE "N".
001520     88  DM134-WS-FEE-EOF                    VALUE "Y".
001530 77  DM134-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001540     88  DM134-WS-EOF                        VALUE "Y".
001550 77  DM134-WS-REJ-EOF-SWITCH             PIC X(01) VALUE "N".
001560     88  DM134-WS-REJ-EOF                    VALUE "Y".
001570 77  DM134-WS-BILL-EOF-SWITCH            PIC X(01) VALUE "N".
001580     88  DM134-WS-BILL-EOF                   VALUE "Y".
001590 77  DM134-WS-MONTH-SWITCH               PIC X(01) VALUE "N".
001600     88  DM134-WS-MONTH-SUPPLIED             VALUE "Y".
001610 77  DM134-WS-FOUND-SWITCH               PIC X(01) VALUE "N".
001620     88  DM134-WS-FOUND                      VALUE "Y".
001630 77  DM134-WS-OVERFLOW-SWITCH            PIC X(01) VALUE "N".
001640     88  DM134-WS-TABLE-OVERFLOW             VALUE "Y".
001650 77  DM134-WS-INVOICED-SWITCH            PIC X(01) VALUE "N".
001660     88  DM134-WS-ALREADY-INVOICED           VALUE "Y".
001663 77  DM134-WS-PRIOR-BILLED-SWITCH        PIC X(01) VALUE "N".
001666     88  DM134-WS-PRIOR-BILLED               VALUE "Y".
001670*----------------------------------------------------------*
001680*    RUN COUNTERS
001690*----------------------------------------------------------*
001700 77  DM134-WS-CARDS-READ            PIC 9(07) COMP VALUE ZERO.
001710 77  DM134-WS-CARDS-IN-ERROR        PIC 9(07) COMP VALUE ZERO.
001720 77  DM134-WS-DEFAULT-CARDS         PIC 9(07) COMP VALUE ZERO.
001730 77  DM134-WS-SETL-READ             PIC 9(07) COMP VALUE ZERO.
001740 77  DM134-WS-SETL-IN-MONTH         PIC 9(07) COMP VALUE ZERO.
001750 77  DM134-WS-REJ-READ              PIC 9(07) COMP VALUE ZERO.
001760 77  DM134-WS-REJ-IN-MONTH          PIC 9(07) COMP VALUE ZERO.
001770 77  DM134-WS-REJ-UNDATED           PIC 9(07) COMP VALUE ZERO.
001772 77  DM134-WS-SETL-IN-PRIOR         PIC 9(07) COMP VALUE ZERO.
001774 77  DM134-WS-REJ-IN-PRIOR          PIC 9(07) COMP VALUE ZERO.
001776 77  DM134-WS-LATE-INVOICES         PIC 9(07) COMP VALUE ZERO.
001780 77  DM134-WS-INVOICES-ISSUED       PIC 9(07) COMP VALUE ZERO.
001790 77  DM134-WS-INVOICES-ON-FILE      PIC 9(07) COMP VALUE ZERO.
001800 77  DM134-WS-INVOICES-CHANGED      PIC 9(07) COMP VALUE ZERO.
001810 77  DM134-WS-UNBILLABLE            PIC 9(07) COMP VALUE ZERO.
001820 77  DM134-WS-WRITE-ERRORS          PIC 9(07) COMP VALUE ZERO.
001830 77  DM134-WS-INVOICES-PRINTED      PIC 9(07) COMP VALUE ZERO.
001840*----------------------------------------------------------*
001850*    BILLING MONTH FROM THE PARM, AND A WORK COPY OF A
001860*    TRANS-DATE SPLIT SO ITS YYYYMM CAN BE COMPARED TO IT
001870*----------------------------------------------------------*
001880 77  DM134-WS-BILL-MONTH                 PIC 9(06) VALUE ZERO.
001890 01  DM134-WS-WORK-DATE.
001900     05  DM134-WS-WORK-YYYYMM            PIC 9(06).
001910     05  DM134-WS-WORK-DD                PIC 9(02).
001911 77  DM134-WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
001912*----------------------------------------------------------*
001913*    THE MONTH BEFORE THE BILLING MONTH, WHOSE LATE WORK IS
001914*    BILLED ON THIS MONTH'S INVOICES, AND THE LATE COUNTS
001915*    FOR THE ACCOUNT BEING BILLED - ITS PRIOR-MONTH COUNTS
001916*    LESS THOSE ON ITS PRIOR-MONTH INVOICE
001917*----------------------------------------------------------*
001918 01  DM134-WS-PRIOR-MONTH.
001919     05  DM134-WS-PRIOR-YYYY             PIC 9(04).
001920     05  DM134-WS-PRIOR-MM               PIC 9(02).
001921 01  DM134-WS-PRIOR-MONTH-NUM REDEFINES DM134-WS-PRIOR-MONTH
001922                                         PIC 9(06).
001923 77  DM134-WS-LATE-TRANS-COUNT      PIC S9(07) COMP VALUE ZERO.
001924 77  DM134-WS-LATE-SUM-COUNT        PIC S9(07) COMP VALUE ZERO.
001925 77  DM134-WS-LATE-DIFF-COUNT       PIC S9(07) COMP VALUE ZERO.
001926 77  DM134-WS-LATE-REJ-COUNT        PIC S9(07) COMP VALUE ZERO.
001927 77  DM134-WS-LATE-COUNT            PIC 9(07) COMP VALUE ZERO.
001930*----------------------------------------------------------*
001940*    THE REJECTED INPUT RECORD, MOVED OUT OF
001950*    DM100-REJX-INPUT-IMAGE SO ITS FIELDS CAN BE READ
001960*----------------------------------------------------------*
001970     COPY DM100IN.
001980*----------------------------------------------------------*
001990*    FEE RATES - THE DEFAULT CARD'S RATES, AND A WORK AREA
002000*    TO TURN A CARD RATE (999V9999 WITH NO DECIMAL POINT)
002010*    INTO ITS NUMERIC VALUE
002020*----------------------------------------------------------*
002030 77  DM134-WS-DFLT-TRANS-RATE       PIC 9(03)V9(04) VALUE ZERO.
002040 77  DM134-WS-DFLT-SUM-RATE         PIC 9(03)V9(04) VALUE ZERO.
002050 77  DM134-WS-DFLT-DIFF-RATE        PIC 9(03)V9(04) VALUE ZERO.
002060 77  DM134-WS-DFLT-REJ-RATE         PIC 9(03)V9(04) VALUE ZERO.
002070 01  DM134-WS-RATE-CHAR                  PIC X(07).
002080 01  DM134-WS-RATE-NUM REDEFINES DM134-WS-RATE-CHAR
002090                                         PIC 9(03)V9(04).
002100*----------------------------------------------------------*
002110*    ACCOUNT OVERRIDE RATE TABLE - ONE ENTRY PER "A" CARD.
002120*    THE RATES ARE KEPT AS PUNCHED; A BLANK ONE MEANS THE
002130*    DEFAULT RATE APPLIES.
002140*----------------------------------------------------------*
002150 77  DM134-WS-FEE-MAX               PIC 9(04) COMP VALUE 500.
002160 77  DM134-WS-FEE-COUNT             PIC 9(04) COMP VALUE ZERO.
002170 77  DM134-WS-FEE-IX                PIC 9(04) COMP VALUE ZERO.
002180 01  DM134-WS-FEE-TABLE.
002190     05  DM134-WS-FEE-ENTRY OCCURS 500 TIMES
002200             INDEXED BY DM134-WS-FEE-IDX.
002210         10  DM134-WS-FEE-ACCOUNT         PIC X(06).
002220         10  DM134-WS-FEE-TRANS-RATE      PIC X(07).
002230         10  DM134-WS-FEE-SUM-RATE        PIC X(07).
002240         10  DM134-WS-FEE-DIFF-RATE       PIC X(07).
002250         10  DM134-WS-FEE-REJ-RATE        PIC X(07).
002260*----------------------------------------------------------*
002270*    ACCOUNT ACTIVITY TABLE - ONE ENTRY PER ACCOUNT WITH ANY
002280*    SETTLED OR REJECTED WORK IN THE BILLING MONTH, HOLDING
002290*    ITS BILLABLE COUNT BY OPERATION AND ITS REJECT COUNT.
002293*    THE SAME COUNTS ARE KEPT FOR THE PRIOR MONTH, WHEN THAT
002296*    MONTH HAS BEEN INVOICED, TO FIND ITS LATE WORK.
002300*    A SETTLEMENT RECORD FROM BEFORE DM101 SPLIT BY
002310*    OPERATION (REC-TYPE SPACE) COUNTS AS "T".
002320*----------------------------------------------------------*
002330 77  DM134-WS-ACCT-MAX              PIC 9(04) COMP VALUE 2000.
002340 77  DM134-WS-ACCT-COUNT            PIC 9(04) COMP VALUE ZERO.
002350 77  DM134-WS-ACCT-IX               PIC 9(04) COMP VALUE ZERO.
002360 77  DM134-WS-CUR-ACCOUNT                PIC X(06) VALUE SPACES.
002370 01  DM134-WS-ACCT-TABLE.
002380     05  DM134-WS-ACCT-ENTRY OCCURS 2000 TIMES
002390             INDEXED BY DM134-WS-ACCT-IDX.
002400         10  DM134-WS-ACCT-ID             PIC X(06).
002410         10  DM134-WS-ACCT-TRANS-COUNT    PIC 9(07) COMP.
002420         10  DM134-WS-ACCT-SUM-COUNT      PIC 9(07) COMP.
002430         10  DM134-WS-ACCT-DIFF-COUNT     PIC 9(07) COMP.
002440         10  DM134-WS-ACCT-REJ-COUNT      PIC 9(07) COMP.
002442         10  DM134-WS-PRIOR-TRANS-COUNT   PIC 9(07) COMP.
002444         10  DM134-WS-PRIOR-SUM-COUNT     PIC 9(07) COMP.
002446         10  DM134-WS-PRIOR-DIFF-COUNT    PIC 9(07) COMP.
002448         10  DM134-WS-PRIOR-REJ-COUNT     PIC 9(07) COMP.
002450*----------------------------------------------------------*
002460*    REGISTER GRAND TOTALS ACROSS EVERY INVOICE FOR THE MONTH
002470*----------------------------------------------------------*
002480 77  DM134-WS-GR-TRANS-COUNT        PIC 9(09) COMP VALUE ZERO.
002490 77  DM134-WS-GR-TRANS-AMOUNT   PIC 9(13)V99 COMP VALUE ZERO.
002500 77  DM134-WS-GR-SUM-COUNT          PIC 9(09) COMP VALUE ZERO.
002510 77  DM134-WS-GR-SUM-AMOUNT     PIC 9(13)V99 COMP VALUE ZERO.
002520 77  DM134-WS-GR-DIFF-COUNT         PIC 9(09) COMP VALUE ZERO.
002530 77  DM134-WS-GR-DIFF-AMOUNT    PIC 9(13)V99 COMP VALUE ZERO.
002540 77  DM134-WS-GR-REJ-COUNT          PIC 9(09) COMP VALUE ZERO.
002550 77  DM134-WS-GR-REJ-AMOUNT     PIC 9(13)V99 COMP VALUE ZERO.
002553 77  DM134-WS-GR-LATE-COUNT         PIC 9(09) COMP VALUE ZERO.
002556 77  DM134-WS-GR-LATE-AMOUNT    PIC 9(13)V99 COMP VALUE ZERO.
002560 77  DM134-WS-GR-TOTAL-AMOUNT   PIC 9(13)V99 COMP VALUE ZERO.
002570*----------------------------------------------------------*
002580*    RUN-CONTROL IDENTIFICATION - THE JOB-ID IS SEEDED FROM
002590*    TIME OF DAY THE SAME WAY DM100'S OWN JOB-ID IS
002600*----------------------------------------------------------*
002610 77  DM134-WS-RUNC-JOB-ID               PIC X(08) VALUE "DM134".
002620 77  DM134-WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
002630 01  DM134-WS-RUN-DATE.
002640     05  DM134-WS-RUN-YYYY                PIC 9(04).
002650     05  DM134-WS-RUN-MM                  PIC 9(02).
002660     05  DM134-WS-RUN-DD                  PIC 9(02).
002670 01  DM134-WS-RUN-DATE-EDIT              PIC X(10).
002680 77  DM134-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
002690*----------------------------------------------------------*
002700*    INVOICE REGISTER LINES
002710*----------------------------------------------------------*
002720 01  DM134-RPT-HDG-LINE.
002730     05  FILLER                         PIC X(40) VALUE
002740             "MONTHLY BILLING INVOICE REGISTER, MONTH ".
002750     05  DM134-RPTH-MONTH                PIC 9(06).
002760     05  FILLER                         PIC X(12) VALUE
002770             "  RUN DATE: ".
002780     05  DM134-RPTH-RUN-DATE             PIC X(10).
002790 01  DM134-RPT-INVOICE-LINE.
002800     05  FILLER                         PIC X(12) VALUE
002810             "INVOICE NO. ".
002820     05  DM134-RPTI-MONTH                PIC 9(06).
002830     05  FILLER                         PIC X(01) VALUE "-".
002840     05  DM134-RPTI-ACCOUNT              PIC X(06).
002850     05  FILLER                         PIC X(02) VALUE SPACES.
002860     05  DM134-RPTI-NAME                 PIC X(20).
002870     05  FILLER                         PIC X(15) VALUE
002880             "  INVOICE DATE ".
002890     05  DM134-RPTI-INVOICE-DATE         PIC 9(08).
002900 01  DM134-RPT-RATES-LINE.
002910     05  FILLER                         PIC X(04) VALUE SPACES.
002920     05  DM134-RPTR-SOURCE               PIC X(40).
002930 01  DM134-RPT-COL-LINE.
002940     05  FILLER                   PIC X(20) VALUE "    OPERATION".
002950     05  FILLER                   PIC X(11) VALUE "      COUNT".
002960     05  FILLER                   PIC X(10) VALUE "  FEE EACH".
002970     05  FILLER                   PIC X(19) VALUE
002980             "             AMOUNT".
002990 01  DM134-RPT-DETAIL-LINE.
003000     05  FILLER                         PIC X(04) VALUE SPACES.
003010     05  DM134-RPTD-LABEL                PIC X(16).
003020     05  DM134-RPTD-COUNT                PIC ZZZ,ZZZ,ZZ9.
003030     05  FILLER                         PIC X(02) VALUE SPACES.
003040     05  DM134-RPTD-RATE                 PIC ZZ9.9999.
003050     05  FILLER                         PIC X(02) VALUE SPACES.
003060     05  DM134-RPTD-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003070 01  DM134-RPT-TOTAL-LINE.
003080     05  FILLER                         PIC X(04) VALUE SPACES.
003090     05  FILLER                         PIC X(16) VALUE
003100             "INVOICE TOTAL".
003110     05  FILLER                         PIC X(23) VALUE SPACES.
003120     05  DM134-RPTT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003130 01  DM134-RPT-GRAND-LINE.
003140     05  FILLER                         PIC X(04) VALUE SPACES.
003150     05  DM134-RPTG-LABEL                PIC X(16).
003160     05  DM134-RPTG-COUNT                PIC ZZZ,ZZZ,ZZ9.
003170     05  FILLER                         PIC X(09) VALUE SPACES.
003180     05  DM134-RPTG-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003190 01  DM134-RPT-NONE-LINE.
003200     05  FILLER                         PIC X(04) VALUE SPACES.
003210     05  FILLER                         PIC X(30) VALUE
003220             "NO INVOICES FOR THIS MONTH".
003230 01  DM134-RPT-COUNT-LINE.
003240     05  FILLER                         PIC X(04) VALUE SPACES.
003250     05  DM134-RPTC-LABEL                PIC X(36).
003260     05  DM134-RPTC-COUNT                PIC ZZZZZZ9.
003270 LINKAGE SECTION.
003280*----------------------------------------------------------*
003290*    EXEC PARM= PARAMETER AREA - PARM FORMAT IS
003300*    MONTH=YYYYMM, DELIVERED BY THE OPERATING SYSTEM AS A
003310*    HALFWORD LENGTH FOLLOWED BY THE PARM TEXT
003320*----------------------------------------------------------*
003330 01  DM134-LK-PARM-AREA.
003340     05  DM134-LK-PARM-LEN               PIC S9(04) COMP.
003350     05  DM134-LK-PARM-TEXT              PIC X(80).
003360 PROCEDURE DIVISION USING DM134-LK-PARM-AREA.
003370*----------------------------------------------------------*
003380*    0000-MAINLINE
003390*----------------------------------------------------------*
003400 0000-MAINLINE.
003410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003420     PERFORM 2000-LOAD-SETTLEMENT THRU 2000-EXIT
003430         UNTIL DM134-WS-EOF.
003440     PERFORM 3000-LOAD-REJECT THRU 3000-EXIT
003450         UNTIL DM134-WS-REJ-EOF.
003460     PERFORM 4000-BILL-ACCOUNTS THRU 4000-EXIT.
003470     PERFORM 5000-PRINT-INVOICES THRU 5000-EXIT.
003480     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003490     STOP RUN.
003500 0000-EXIT.
003510     EXIT.
003520*----------------------------------------------------------*
003530*    1000-INITIALIZE  -  PARSE THE MONTH PARM, READ THE
003540*                        BUSINESS DATE, LOAD AND CHECK THE
003550*                        FEE SCHEDULE, OPEN FILES, PRIME
003560*                        THE SETLFILE AND REJDATA READS
003570*----------------------------------------------------------*
003580 1000-INITIALIZE.
003590     ACCEPT DM134-WS-RUN-DATE FROM DATE YYYYMMDD.
003600     STRING DM134-WS-RUN-YYYY "-" DM134-WS-RUN-MM "-"
003610             DM134-WS-RUN-DD DELIMITED BY SIZE
003620             INTO DM134-WS-RUN-DATE-EDIT.
003630     ACCEPT DM134-WS-RUN-TIME FROM TIME.
003640     MOVE DM134-WS-RUN-TIME TO DM134-WS-RUNC-JOB-ID.
003650     PERFORM 1100-PARSE-MONTH-PARM THRU 1100-EXIT.
003660     IF NOT DM134-WS-MONTH-SUPPLIED
003670         DISPLAY "DM134 - NO VALID MONTH=YYYYMM PARM SUPPLIED"
003680         MOVE 16 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     PERFORM 1200-READ-BUSINESS-DATE THRU 1200-EXIT.
003720     PERFORM 1300-LOAD-FEE-SCHEDULE THRU 1300-EXIT.
003730     OPEN INPUT SETLFILE.
003740     IF DM134-WS-SETLFILE-STATUS NOT = "00"
003750         DISPLAY "DM134 - UNABLE TO OPEN SETLFILE, FILE STATUS = "
003760             DM134-WS-SETLFILE-STATUS
003770         MOVE 16 TO RETURN-CODE
003780         STOP RUN
003790     END-IF.
003800     OPEN INPUT REJDATA.
003810     IF DM134-WS-REJDATA-STATUS NOT = "00"
003820         DISPLAY "DM134 - UNABLE TO OPEN REJDATA, FILE STATUS = "
003830             DM134-WS-REJDATA-STATUS
003840         MOVE 16 TO RETURN-CODE
003850         STOP RUN
003860     END-IF.
003870     OPEN INPUT ACCTFILE.
003880     IF DM134-WS-ACCTFILE-STATUS NOT = "00"
003890         DISPLAY "DM134 - UNABLE TO OPEN ACCTFILE, FILE STATUS = "
003900             DM134-WS-ACCTFILE-STATUS
003910         MOVE 16 TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940     OPEN I-O BILLHIST.
003950     IF DM134-WS-BILLHIST-STATUS NOT = "00"
003960         DISPLAY "DM134 - UNABLE TO OPEN BILLHIST, FILE STATUS = "
003970             DM134-WS-BILLHIST-STATUS
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004005     PERFORM 1400-CHECK-PRIOR-BILLED THRU 1400-EXIT.
004010     OPEN OUTPUT INVRPT.
004020     IF DM134-WS-INVRPT-STATUS NOT = "00"
004030         DISPLAY "DM134 - UNABLE TO OPEN INVRPT, FILE STATUS = "
004040             DM134-WS-INVRPT-STATUS
004050         MOVE 16 TO RETURN-CODE
004060         STOP RUN
004070     END-IF.
004080     OPEN OUTPUT BILLEXT.
004090     IF DM134-WS-BILLEXT-STATUS NOT = "00"
004100         DISPLAY "DM134 - UNABLE TO OPEN BILLEXT, FILE STATUS = "
004110             DM134-WS-BILLEXT-STATUS
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150     OPEN EXTEND RUNCTL.
004160     IF DM134-WS-RUNCTL-STATUS NOT = "00"
004170         OPEN OUTPUT RUNCTL
004180     END-IF.
004190     IF DM134-WS-RUNCTL-STATUS NOT = "00"
004200         DISPLAY "DM134 - UNABLE TO OPEN RUNCTL, FILE STATUS = "
004210             DM134-WS-RUNCTL-STATUS
004220         MOVE 16 TO RETURN-CODE
004230         STOP RUN
004240     END-IF.
004250     MOVE "S" TO DM134-WS-RUNC-TYPE.
004260     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
004270     PERFORM 2100-READ-SETLFILE THRU 2100-EXIT.
004280     PERFORM 3100-READ-REJDATA THRU 3100-EXIT.
004290 1000-EXIT.
004300     EXIT.
004310*----------------------------------------------------------*
004320*    1100-PARSE-MONTH-PARM
004330*----------------------------------------------------------*
004340 1100-PARSE-MONTH-PARM.
004350     IF DM134-LK-PARM-LEN NOT < 12
004360             AND DM134-LK-PARM-TEXT (1:6) = "MONTH="
004370         IF DM134-LK-PARM-TEXT (7:6) IS NUMERIC
004380             MOVE DM134-LK-PARM-TEXT (7:6)
004390                 TO DM134-WS-BILL-MONTH
004400             MOVE "Y" TO DM134-WS-MONTH-SWITCH
004410         ELSE
004420             DISPLAY "DM134 - MONTH PARM DIGITS ARE NOT NUMERIC"
004430         END-IF
004440     END-IF.
004450 1100-EXIT.
004460     EXIT.
004470*----------------------------------------------------------*
004480*    1200-READ-BUSINESS-DATE
004490*         THE CURRENT BUSINESS DATE ON BUSCTL IS THE INVOICE
004500*         DATE OF EVERY INVOICE THIS RUN ISSUES
004510*----------------------------------------------------------*
004520 1200-READ-BUSINESS-DATE.
004530     OPEN INPUT BUSCTL.
004540     IF DM134-WS-BUSCTL-STATUS NOT = "00"
004550         DISPLAY "DM134 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
004560             DM134-WS-BUSCTL-STATUS
004570         MOVE 16 TO RETURN-CODE
004580         STOP RUN
004590     END-IF.
004600     READ BUSCTL
004610         AT END
004620             DISPLAY "DM134 - BUSCTL HOLDS NO BUSINESS-DATE "
004630                 "CONTROL RECORD"
004640             MOVE 16 TO RETURN-CODE
004650             STOP RUN
004651     END-READ.
004652     CLOSE BUSCTL.
004653     MOVE DM100-BDC-CURRENT-DATE TO DM134-WS-BUSINESS-DATE.
004654 1200-EXIT.
004655     EXIT.
004656*----------------------------------------------------------*
004720*    1300-LOAD-FEE-SCHEDULE
004730*         READ AND CHECK EVERY FEE CARD.  A BAD CARD IS
004740*         COUNTED AND DISPLAYED, AND IF THERE WAS ANY - OR NO
004750*         DEFAULT CARD AT ALL - THE RUN ENDS BEFORE ANYTHING
004760*         IS PRICED OR WRITTEN
004770*----------------------------------------------------------*
004780 1300-LOAD-FEE-SCHEDULE.
004790     OPEN INPUT FEESCHED.
004800     IF DM134-WS-FEESCHED-STATUS NOT = "00"
004810         DISPLAY "DM134 - UNABLE TO OPEN FEESCHED, FILE STATUS = "
004820             DM134-WS-FEESCHED-STATUS
004830         MOVE 16 TO RETURN-CODE
004840         STOP RUN
004850     END-IF.
004860     PERFORM 1320-READ-FEESCHED THRU 1320-EXIT.
004870     PERFORM 1310-LOAD-FEE-CARD THRU 1310-EXIT
004880         UNTIL DM134-WS-FEE-EOF.
004890     CLOSE FEESCHED.
004900     IF DM134-WS-DEFAULT-CARDS = ZERO
004910         DISPLAY "DM134 - FEE SCHEDULE HAS NO DEFAULT (D) CARD"
004920         ADD 1 TO DM134-WS-CARDS-IN-ERROR
004930     END-IF.
004940     IF DM134-WS-CARDS-IN-ERROR NOT = ZERO
004950         DISPLAY "DM134 - " DM134-WS-CARDS-IN-ERROR
004960             " FEE SCHEDULE ERROR(S), NOTHING BILLED"
004970         MOVE 16 TO RETURN-CODE
004980         STOP RUN
004990     END-IF.
005000 1300-EXIT.
005010     EXIT.
005020*----------------------------------------------------------*
005030*    1310-LOAD-FEE-CARD  -  FEE CARD LOOP BODY
005040*----------------------------------------------------------*
005050 1310-LOAD-FEE-CARD.
005060     IF DM134-FEE-CARD NOT = SPACES
005070             AND DM134-FEE-CARD (1:1) NOT = "*"
005080         PERFORM 1330-VALIDATE-FEE-CARD THRU 1330-EXIT
005090     END-IF.
005100     PERFORM 1320-READ-FEESCHED THRU 1320-EXIT.
005110 1310-EXIT.
005120     EXIT.
005130*----------------------------------------------------------*
005140*    1320-READ-FEESCHED
005150*----------------------------------------------------------*
005160 1320-READ-FEESCHED.
005170     READ FEESCHED
005180         AT END
005190             MOVE "Y" TO DM134-WS-FEE-EOF-SWITCH
005200         NOT AT END
005210             ADD 1 TO DM134-WS-CARDS-READ
005220     END-READ.
005230 1320-EXIT.
005240     EXIT.
005250*----------------------------------------------------------*
005260*    1330-VALIDATE-FEE-CARD
005270*         THE DEFAULT CARD MUST BE THE ONLY ONE AND CARRY ALL
005280*         FOUR RATES.  AN ACCOUNT CARD MUST NAME AN ACCOUNT
005290*         NOT ALREADY CARDED, AND EACH OF ITS RATES MUST BE
005300*         DIGITS OR LEFT BLANK
005310*----------------------------------------------------------*
005320 1330-VALIDATE-FEE-CARD.
005330     IF DM134-FEE-DEFAULT-CARD
005340         PERFORM 1340-LOAD-DEFAULT-CARD THRU 1340-EXIT
005350         GO TO 1330-EXIT
005360     END-IF.
005370     IF NOT DM134-FEE-ACCOUNT-CARD
005380         DISPLAY "DM134 - FEE CARD TYPE IS NOT D OR A = "
005390             DM134-FEE-CARD (1:40)
005400         ADD 1 TO DM134-WS-CARDS-IN-ERROR
005410         GO TO 1330-EXIT
005420     END-IF.
005430     IF DM134-FEE-ACCOUNT-ID = SPACES
005440         DISPLAY "DM134 - ACCOUNT FEE CARD HAS NO ACCOUNT = "
005450             DM134-FEE-CARD (1:40)
005460         ADD 1 TO DM134-WS-CARDS-IN-ERROR
005470         GO TO 1330-EXIT
005480     END-IF.
005490     IF (DM134-FEE-TRANS-RATE NOT = SPACES
005500             AND DM134-FEE-TRANS-RATE IS NOT NUMERIC)
005510         OR (DM134-FEE-SUM-RATE NOT = SPACES
005520             AND DM134-FEE-SUM-RATE IS NOT NUMERIC)
005530         OR (DM134-FEE-DIFF-RATE NOT = SPACES
005540             AND DM134-FEE-DIFF-RATE IS NOT NUMERIC)
005550         OR (DM134-FEE-REJ-RATE NOT = SPACES
005560             AND DM134-FEE-REJ-RATE IS NOT NUMERIC)
005570         DISPLAY "DM134 - ACCOUNT FEE RATE NOT NUMERIC = "
005580             DM134-FEE-CARD (1:40)
005590         ADD 1 TO DM134-WS-CARDS-IN-ERROR
005600         GO TO 1330-EXIT
005610     END-IF.
005620     MOVE DM134-FEE-ACCOUNT-ID TO DM134-WS-CUR-ACCOUNT.
005630     MOVE "N" TO DM134-WS-FOUND-SWITCH.
005640     PERFORM 4300-SEARCH-FEE-TABLE THRU 4300-EXIT
005650         VARYING DM134-WS-FEE-IX FROM 1 BY 1
005660         UNTIL DM134-WS-FEE-IX > DM134-WS-FEE-COUNT
005670            OR DM134-WS-FOUND.
005680     IF DM134-WS-FOUND
005690         DISPLAY "DM134 - ACCOUNT FEE CARD REPEATED = "
005700             DM134-FEE-ACCOUNT-ID
005710         ADD 1 TO DM134-WS-CARDS-IN-ERROR
005720         GO TO 1330-EXIT
005730     END-IF.
005740     IF DM134-WS-FEE-COUNT >= DM134-WS-FEE-MAX
005750         DISPLAY "DM134 - FEE TABLE FULL, CARD REJECTED = "
005760             DM134-FEE-ACCOUNT-ID
005770         ADD 1 TO DM134-WS-CARDS-IN-ERROR
005780         GO TO 1330-EXIT
005790     END-IF.
005800     ADD 1 TO DM134-WS-FEE-COUNT.
005810     SET DM134-WS-FEE-IDX TO DM134-WS-FEE-COUNT.
005820     MOVE DM134-FEE-ACCOUNT-ID
005830         TO DM134-WS-FEE-ACCOUNT (DM134-WS-FEE-IDX).
005840     MOVE DM134-FEE-TRANS-RATE
005850         TO DM134-WS-FEE-TRANS-RATE (DM134-WS-FEE-IDX).
005860     MOVE DM134-FEE-SUM-RATE
005870         TO DM134-WS-FEE-SUM-RATE (DM134-WS-FEE-IDX).
005880     MOVE DM134-FEE-DIFF-RATE
005890         TO DM134-WS-FEE-DIFF-RATE (DM134-WS-FEE-IDX).
005900     MOVE DM134-FEE-REJ-RATE
005910         TO DM134-WS-FEE-REJ-RATE (DM134-WS-FEE-IDX).
005920 1330-EXIT.
005930     EXIT.
005940*----------------------------------------------------------*
005950*    1340-LOAD-DEFAULT-CARD
005960*----------------------------------------------------------*
005970 1340-LOAD-DEFAULT-CARD.
005980     ADD 1 TO DM134-WS-DEFAULT-CARDS.
005990     IF DM134-WS-DEFAULT-CARDS > 1
006000         DISPLAY "DM134 - DEFAULT FEE CARD REPEATED = "
006010             DM134-FEE-CARD (1:40)
006020         ADD 1 TO DM134-WS-CARDS-IN-ERROR
006030         GO TO 1340-EXIT
006040     END-IF.
006050     IF DM134-FEE-TRANS-RATE IS NOT NUMERIC
006060         OR DM134-FEE-SUM-RATE IS NOT NUMERIC
006070         OR DM134-FEE-DIFF-RATE IS NOT NUMERIC
006080         OR DM134-FEE-REJ-RATE IS NOT NUMERIC
006090         DISPLAY "DM134 - DEFAULT FEE RATE MISSING OR NOT "
006100             "NUMERIC = " DM134-FEE-CARD (1:40)
006110         ADD 1 TO DM134-WS-CARDS-IN-ERROR
006120         GO TO 1340-EXIT
006130     END-IF.
006140     MOVE DM134-FEE-TRANS-RATE TO DM134-WS-RATE-CHAR.
006150     MOVE DM134-WS-RATE-NUM TO DM134-WS-DFLT-TRANS-RATE.
006160     MOVE DM134-FEE-SUM-RATE TO DM134-WS-RATE-CHAR.
006170     MOVE DM134-WS-RATE-NUM TO DM134-WS-DFLT-SUM-RATE.
006180     MOVE DM134-FEE-DIFF-RATE TO DM134-WS-RATE-CHAR.
006181     MOVE DM134-WS-RATE-NUM TO DM134-WS-DFLT-DIFF-RATE.
006182     MOVE DM134-FEE-REJ-RATE TO DM134-WS-RATE-CHAR.
006183     MOVE DM134-WS-RATE-NUM TO DM134-WS-DFLT-REJ-RATE.
006184 1340-EXIT.
006185     EXIT.
006186*----------------------------------------------------------*
006187*    1400-CHECK-PRIOR-BILLED
006188*         FIND THE MONTH BEFORE THE BILLING MONTH AND WHETHER
006189*         BILLHIST HOLDS ANY INVOICE FOR IT.  ONLY AN INVOICED
006190*         MONTH HAS LATE WORK - A MONTH NEVER BILLED (THE
006191*         FIRST MONTH OF BILLING, OR ONE WHOSE RUN WAS MISSED)
006192*         WOULD OTHERWISE BE BILLED WHOLE AS LATE WORK.
006193*----------------------------------------------------------*
006194 1400-CHECK-PRIOR-BILLED.
006195     MOVE DM134-WS-BILL-MONTH TO DM134-WS-PRIOR-MONTH-NUM.
006196     IF DM134-WS-PRIOR-MM = 1
006197         MOVE 12 TO DM134-WS-PRIOR-MM
006198         SUBTRACT 1 FROM DM134-WS-PRIOR-YYYY
006199     ELSE
006200         SUBTRACT 1 FROM DM134-WS-PRIOR-MM
006201     END-IF.
006202     MOVE "N" TO DM134-WS-PRIOR-BILLED-SWITCH.
006203     MOVE DM134-WS-PRIOR-MONTH-NUM TO DM100-BILL-MONTH.
006204     MOVE LOW-VALUES TO DM100-BILL-ACCOUNT-ID.
006205     MOVE "N" TO DM134-WS-BILL-EOF-SWITCH.
006206     START BILLHIST KEY IS NOT LESS THAN DM100-BILL-KEY
006207         INVALID KEY
006208             MOVE "Y" TO DM134-WS-BILL-EOF-SWITCH
006209     END-START.
006210     IF NOT DM134-WS-BILL-EOF
006211         READ BILLHIST NEXT RECORD
006212             AT END
006213                 MOVE "Y" TO DM134-WS-BILL-EOF-SWITCH
006214         END-READ
006215     END-IF.
006216     IF NOT DM134-WS-BILL-EOF
006217             AND DM100-BILL-MONTH = DM134-WS-PRIOR-MONTH-NUM
006218         MOVE "Y" TO DM134-WS-PRIOR-BILLED-SWITCH
006219     ELSE
006220         DISPLAY "DM134 - NO INVOICES ON FILE FOR MONTH "
006221             DM134-WS-PRIOR-MONTH-NUM ", NO LATE WORK BILLED"
006222     END-IF.
006223 1400-EXIT.
006230     EXIT.
006240*----------------------------------------------------------*
006250*    2000-LOAD-SETTLEMENT  -  SETLFILE LOOP BODY
006260*----------------------------------------------------------*
006270 2000-LOAD-SETTLEMENT.
006280     PERFORM 2200-ACCUMULATE-SETTLEMENT THRU 2200-EXIT.
006290     PERFORM 2100-READ-SETLFILE THRU 2100-EXIT.
006300 2000-EXIT.
006310     EXIT.
006320*----------------------------------------------------------*
006330*    2100-READ-SETLFILE
006340*----------------------------------------------------------*
006350 2100-READ-SETLFILE.
006360     READ SETLFILE
006370         AT END
006380             MOVE "Y" TO DM134-WS-EOF-SWITCH
006390         NOT AT END
006400             ADD 1 TO DM134-WS-SETL-READ
006410     END-READ.
006420 2100-EXIT.
006430     EXIT.
006440*----------------------------------------------------------*
006450*    2200-ACCUMULATE-SETTLEMENT
006460*         ONLY A RECORD WHOSE TRANS-DATE FALLS IN THE BILLING
006470*         MONTH IS BILLED - THE CONCATENATION ALSO HOLDS THE
006480*         PRIOR MONTH.  REVERSALS ARE PROCESSED WORK AND ARE
006490*         BILLED LIKE ANY OTHER TRANSACTION.
006493*         A PRIOR-MONTH RECORD IS COUNTED SEPARATELY, WHEN
006496*         THAT MONTH WAS INVOICED, TO FIND ITS LATE WORK.
006500*----------------------------------------------------------*
006510 2200-ACCUMULATE-SETTLEMENT.
006520     MOVE DM100-SETL-TRANS-DATE TO DM134-WS-WORK-DATE.
006523     IF DM134-WS-WORK-YYYYMM = DM134-WS-BILL-MONTH
006526         ADD 1 TO DM134-WS-SETL-IN-MONTH
006529     ELSE
006532         IF DM134-WS-WORK-YYYYMM = DM134-WS-PRIOR-MONTH-NUM
006535                 AND DM134-WS-PRIOR-BILLED
006538             ADD 1 TO DM134-WS-SETL-IN-PRIOR
006541         ELSE
006544             GO TO 2200-EXIT
006547         END-IF
006550     END-IF.
006560     MOVE DM100-SETL-ACCOUNT-ID TO DM134-WS-CUR-ACCOUNT.
006570     PERFORM 4200-FIND-ACCOUNT THRU 4200-EXIT.
006580     IF NOT DM134-WS-FOUND
006590         GO TO 2200-EXIT.
006592     IF DM134-WS-WORK-YYYYMM NOT = DM134-WS-BILL-MONTH
006594         PERFORM 2210-ADD-PRIOR-SETTLEMENT THRU 2210-EXIT
006596         GO TO 2200-EXIT
006598     END-IF.
006600     IF DM100-SETL-TYPE-SUM
006610         ADD DM100-SETL-TRANS-COUNT
006620             TO DM134-WS-ACCT-SUM-COUNT (DM134-WS-ACCT-IDX)
006630     ELSE
006640         IF DM100-SETL-TYPE-DIFFERENCE
006650             ADD DM100-SETL-TRANS-COUNT
006660                 TO DM134-WS-ACCT-DIFF-COUNT (DM134-WS-ACCT-IDX)
006670         ELSE
006680             ADD DM100-SETL-TRANS-COUNT
006690                 TO DM134-WS-ACCT-TRANS-COUNT (DM134-WS-ACCT-IDX)
006700         END-IF
006701     END-IF.
006702 2200-EXIT.
006703     EXIT.
006704*----------------------------------------------------------*
006705*    2210-ADD-PRIOR-SETTLEMENT
006706*         ADD A PRIOR-MONTH RECORD TO THE ACCOUNT'S PRIOR-MONTH
006707*         COUNT FOR ITS OPERATION
006708*----------------------------------------------------------*
006709 2210-ADD-PRIOR-SETTLEMENT.
006710     IF DM100-SETL-TYPE-SUM
006711         ADD DM100-SETL-TRANS-COUNT
006712             TO DM134-WS-PRIOR-SUM-COUNT (DM134-WS-ACCT-IDX)
006713     ELSE
006714         IF DM100-SETL-TYPE-DIFFERENCE
006715             ADD DM100-SETL-TRANS-COUNT
006716                 TO DM134-WS-PRIOR-DIFF-COUNT (DM134-WS-ACCT-IDX)
006717         ELSE
006718             ADD DM100-SETL-TRANS-COUNT
006719                 TO DM134-WS-PRIOR-TRANS-COUNT (DM134-WS-ACCT-IDX)
006720         END-IF
006721     END-IF.
006722 2210-EXIT.
006730     EXIT.
006740*----------------------------------------------------------*
006750*    3000-LOAD-REJECT  -  REJDATA LOOP BODY
006760*----------------------------------------------------------*
006770 3000-LOAD-REJECT.
006780     PERFORM 3200-ACCUMULATE-REJECT THRU 3200-EXIT.
006790     PERFORM 3100-READ-REJDATA THRU 3100-EXIT.
006800 3000-EXIT.
006810     EXIT.
006820*----------------------------------------------------------*
006830*    3100-READ-REJDATA
006840*----------------------------------------------------------*
006850 3100-READ-REJDATA.
006860     READ REJDATA
006870         AT END
006880             MOVE "Y" TO DM134-WS-REJ-EOF-SWITCH
006890         NOT AT END
006900             ADD 1 TO DM134-WS-REJ-READ
006910     END-READ.
006920 3100-EXIT.
006930     EXIT.
006940*----------------------------------------------------------*
006950*    3200-ACCUMULATE-REJECT
006960*         A REJECT IS BILLED TO THE MONTH AND ACCOUNT ON THE
006970*         REJECTED RECORD ITSELF.  ONE WITH NO USABLE
006980*         TRANS-DATE CANNOT BE PLACED IN A MONTH AND IS ONLY
006990*         COUNTED.
006993*         A PRIOR-MONTH REJECT IS COUNTED SEPARATELY, WHEN
006996*         THAT MONTH WAS INVOICED, TO FIND ITS LATE WORK.
007000*----------------------------------------------------------*
007010 3200-ACCUMULATE-REJECT.
007020     MOVE DM100-REJX-INPUT-IMAGE TO DM100-INPUT-RECORD.
007030     IF DM100-IN-TRANS-DATE IS NOT NUMERIC
007040             OR DM100-IN-TRANS-DATE = ZERO
007050         ADD 1 TO DM134-WS-REJ-UNDATED
007060         GO TO 3200-EXIT
007070     END-IF.
007080     MOVE DM100-IN-TRANS-DATE TO DM134-WS-WORK-DATE.
007083     IF DM134-WS-WORK-YYYYMM = DM134-WS-BILL-MONTH
007086         ADD 1 TO DM134-WS-REJ-IN-MONTH
007089     ELSE
007092         IF DM134-WS-WORK-YYYYMM = DM134-WS-PRIOR-MONTH-NUM
007095                 AND DM134-WS-PRIOR-BILLED
007098             ADD 1 TO DM134-WS-REJ-IN-PRIOR
007101         ELSE
007104             GO TO 3200-EXIT
007107         END-IF
007110     END-IF.
007120     MOVE DM100-IN-ACCOUNT-ID TO DM134-WS-CUR-ACCOUNT.
007130     PERFORM 4200-FIND-ACCOUNT THRU 4200-EXIT.
007135     IF NOT DM134-WS-FOUND
007140         GO TO 3200-EXIT.
007145     IF DM134-WS-WORK-YYYYMM = DM134-WS-BILL-MONTH
007150         ADD 1 TO DM134-WS-ACCT-REJ-COUNT (DM134-WS-ACCT-IDX)
007153     ELSE
007156         ADD 1 TO DM134-WS-PRIOR-REJ-COUNT (DM134-WS-ACCT-IDX)
007160     END-IF.
007170 3200-EXIT.
007180     EXIT.
007190*----------------------------------------------------------*
007200*    4000-BILL-ACCOUNTS
007210*         PRICE AND INVOICE EVERY ACCOUNT IN THE ACTIVITY
007220*         TABLE.  IF THE TABLE OVERFLOWED SOME ACCOUNT'S WORK
007230*         WAS NOT COUNTED, SO NOTHING IS BILLED AT ALL.
007240*----------------------------------------------------------*
007250 4000-BILL-ACCOUNTS.
007260     IF DM134-WS-TABLE-OVERFLOW
007270         DISPLAY "DM134 - MORE THAN " DM134-WS-ACCT-MAX
007280             " ACCOUNTS WITH ACTIVITY, NOTHING BILLED"
007290         MOVE 16 TO RETURN-CODE
007300         STOP RUN
007310     END-IF.
007320     PERFORM 4100-BILL-ONE-ACCOUNT THRU 4100-EXIT
007330         VARYING DM134-WS-ACCT-IX FROM 1 BY 1
007340         UNTIL DM134-WS-ACCT-IX > DM134-WS-ACCT-COUNT.
007350 4000-EXIT.
007360     EXIT.
007370*----------------------------------------------------------*
007380*    4100-BILL-ONE-ACCOUNT
007390*         AN ACCOUNT ALREADY INVOICED FOR THE MONTH KEEPS ITS
007400*         INVOICE AS ISSUED - IF ITS WORK HAS CHANGED SINCE,
007410*         THAT IS REPORTED, NOT REBILLED.  AN ACCOUNT NOT ON
007420*         THE ACCOUNT MASTER CANNOT BE BILLED.  ANY OTHER IS
007430*         PRICED AND ITS INVOICE WRITTEN TO BILLHIST.
007433*         AN ACCOUNT WHOSE ONLY ACTIVITY IS PRIOR-MONTH WORK
007436*         ALREADY INVOICED THEN HAS NOTHING TO BILL.
007440*----------------------------------------------------------*
007450 4100-BILL-ONE-ACCOUNT.
007460     SET DM134-WS-ACCT-IDX TO DM134-WS-ACCT-IX.
007461     PERFORM 4600-FIND-LATE-WORK THRU 4600-EXIT.
007462     IF DM134-WS-ACCT-TRANS-COUNT (DM134-WS-ACCT-IDX) = ZERO
007463         AND DM134-WS-ACCT-SUM-COUNT (DM134-WS-ACCT-IDX) = ZERO
007464         AND DM134-WS-ACCT-DIFF-COUNT (DM134-WS-ACCT-IDX) = ZERO
007465         AND DM134-WS-ACCT-REJ-COUNT (DM134-WS-ACCT-IDX) = ZERO
007466             AND DM134-WS-LATE-COUNT = ZERO
007467         GO TO 4100-EXIT
007468     END-IF.
007470     MOVE DM134-WS-BILL-MONTH TO DM100-BILL-MONTH.
007480     MOVE DM134-WS-ACCT-ID (DM134-WS-ACCT-IDX)
007490         TO DM100-BILL-ACCOUNT-ID.
007500     MOVE "Y" TO DM134-WS-INVOICED-SWITCH.
007510     READ BILLHIST
007520         INVALID KEY
007530             MOVE "N" TO DM134-WS-INVOICED-SWITCH
007540     END-READ.
007550     IF DM134-WS-ALREADY-INVOICED
007560         PERFORM 4400-CHECK-INVOICED THRU 4400-EXIT
007570         GO TO 4100-EXIT
007580     END-IF.
007590     MOVE DM134-WS-ACCT-ID (DM134-WS-ACCT-IDX) TO DM100-ACCT-ID.
007600     READ ACCTFILE
007610         INVALID KEY
007620             DISPLAY "DM134 - ACCOUNT NOT ON ACCOUNT MASTER, "
007630                 "NOT BILLED = " DM100-ACCT-ID
007640             ADD 1 TO DM134-WS-UNBILLABLE
007650             GO TO 4100-EXIT
007660     END-READ.
007670     PERFORM 4500-PRICE-INVOICE THRU 4500-EXIT.
007680     WRITE DM100-BILL-RECORD
007690         INVALID KEY
007700             DISPLAY "DM134 - WRITE FAILED FOR INVOICE "
007710                 DM100-BILL-KEY ", FILE STATUS = "
007720                 DM134-WS-BILLHIST-STATUS
007730             ADD 1 TO DM134-WS-WRITE-ERRORS
007740             GO TO 4100-EXIT
007750     END-WRITE.
007760     ADD 1 TO DM134-WS-INVOICES-ISSUED.
007762     IF DM100-BILL-LATE-COUNT NOT = ZERO
007764         ADD 1 TO DM134-WS-LATE-INVOICES
007766     END-IF.
007770 4100-EXIT.
007780     EXIT.
007790*----------------------------------------------------------*
007800*    4200-FIND-ACCOUNT
007810*         FIND OR ADD THE ACTIVITY TABLE ENTRY FOR
007820*         DM134-WS-CUR-ACCOUNT AND LEAVE THE INDEX ON IT.  A
007830*         FULL TABLE SETS THE OVERFLOW SWITCH AND LEAVES THE
007840*         ENTRY UNFOUND.
007850*----------------------------------------------------------*
007860 4200-FIND-ACCOUNT.
007870     MOVE "N" TO DM134-WS-FOUND-SWITCH.
007880     PERFORM 4210-SEARCH-ACCOUNT THRU 4210-EXIT
007890         VARYING DM134-WS-ACCT-IX FROM 1 BY 1
007900         UNTIL DM134-WS-ACCT-IX > DM134-WS-ACCT-COUNT
007910            OR DM134-WS-FOUND.
007920     IF DM134-WS-FOUND
007930         SUBTRACT 1 FROM DM134-WS-ACCT-IX
007940         SET DM134-WS-ACCT-IDX TO DM134-WS-ACCT-IX
007950         GO TO 4200-EXIT
007960     END-IF.
007970     IF DM134-WS-ACCT-COUNT >= DM134-WS-ACCT-MAX
007980         IF NOT DM134-WS-TABLE-OVERFLOW
007990             DISPLAY "DM134 - ACCOUNT TABLE FULL, ACCOUNT "
008000                 "DROPPED = " DM134-WS-CUR-ACCOUNT
008010         END-IF
008020         MOVE "Y" TO DM134-WS-OVERFLOW-SWITCH
008030         GO TO 4200-EXIT
008040     END-IF.
008050     ADD 1 TO DM134-WS-ACCT-COUNT.
008060     SET DM134-WS-ACCT-IDX TO DM134-WS-ACCT-COUNT.
008070     MOVE DM134-WS-CUR-ACCOUNT
008080         TO DM134-WS-ACCT-ID (DM134-WS-ACCT-IDX).
008090     MOVE ZERO TO DM134-WS-ACCT-TRANS-COUNT (DM134-WS-ACCT-IDX).
008100     MOVE ZERO TO DM134-WS-ACCT-SUM-COUNT (DM134-WS-ACCT-IDX).
008110     MOVE ZERO TO DM134-WS-ACCT-DIFF-COUNT (DM134-WS-ACCT-IDX).
008120     MOVE ZERO TO DM134-WS-ACCT-REJ-COUNT (DM134-WS-ACCT-IDX).
008122     MOVE ZERO TO DM134-WS-PRIOR-TRANS-COUNT (DM134-WS-ACCT-IDX).
008124     MOVE ZERO TO DM134-WS-PRIOR-SUM-COUNT (DM134-WS-ACCT-IDX).
008126     MOVE ZERO TO DM134-WS-PRIOR-DIFF-COUNT (DM134-WS-ACCT-IDX).
008128     MOVE ZERO TO DM134-WS-PRIOR-REJ-COUNT (DM134-WS-ACCT-IDX).
008130     MOVE "Y" TO DM134-WS-FOUND-SWITCH.
008140 4200-EXIT.
008150     EXIT.
008160*----------------------------------------------------------*
008170*    4210-SEARCH-ACCOUNT
008180*         COMPARE ONE ACTIVITY TABLE ENTRY AGAINST
008190*         DM134-WS-CUR-ACCOUNT - PERFORMED VARYING BY THE
008200*         CALLER
008210*----------------------------------------------------------*
008220 4210-SEARCH-ACCOUNT.
008230     SET DM134-WS-ACCT-IDX TO DM134-WS-ACCT-IX.
008240     IF DM134-WS-ACCT-ID (DM134-WS-ACCT-IDX)
008250             = DM134-WS-CUR-ACCOUNT
008260         MOVE "Y" TO DM134-WS-FOUND-SWITCH
008270     END-IF.
008280 4210-EXIT.
008290     EXIT.
008300*----------------------------------------------------------*
008310*    4300-SEARCH-FEE-TABLE
008320*         COMPARE ONE OVERRIDE RATE ENTRY AGAINST
008330*         DM134-WS-CUR-ACCOUNT - PERFORMED VARYING BY THE
008340*         CALLER
008350*----------------------------------------------------------*
008360 4300-SEARCH-FEE-TABLE.
008370     SET DM134-WS-FEE-IDX TO DM134-WS-FEE-IX.
008380     IF DM134-WS-FEE-ACCOUNT (DM134-WS-FEE-IDX)
008390             = DM134-WS-CUR-ACCOUNT
008400         MOVE "Y" TO DM134-WS-FOUND-SWITCH
008410     END-IF.
008420 4300-EXIT.
008430     EXIT.
008440*----------------------------------------------------------*
008450*    4400-CHECK-INVOICED
008460*         THE INVOICE ON FILE STANDS.  IF THE MONTH'S COUNTS
008470*         NO LONGER MATCH IT (WORK SETTLED OR REJECTED AFTER
008480*         THE INVOICE WAS ISSUED), SAY SO FOR BILLING TO
008486*         ADJUST BY HAND.  THE SAME GOES FOR ITS LATE WORK
008492*         FROM THE PRIOR MONTH.
008500*----------------------------------------------------------*
008510 4400-CHECK-INVOICED.
008520     ADD 1 TO DM134-WS-INVOICES-ON-FILE.
008530     IF DM100-BILL-TRANS-COUNT
008540             NOT = DM134-WS-ACCT-TRANS-COUNT (DM134-WS-ACCT-IDX)
008550         OR DM100-BILL-SUM-COUNT
008560             NOT = DM134-WS-ACCT-SUM-COUNT (DM134-WS-ACCT-IDX)
008570         OR DM100-BILL-DIFF-COUNT
008580             NOT = DM134-WS-ACCT-DIFF-COUNT (DM134-WS-ACCT-IDX)
008590         OR DM100-BILL-REJ-COUNT
008600             NOT = DM134-WS-ACCT-REJ-COUNT (DM134-WS-ACCT-IDX)
008605         OR DM100-BILL-LATE-COUNT NOT = DM134-WS-LATE-COUNT
008610         DISPLAY "DM134 - ACTIVITY CHANGED SINCE INVOICED, "
008620             "INVOICE STANDS = " DM100-BILL-KEY
008630         ADD 1 TO DM134-WS-INVOICES-CHANGED
008640     END-IF.
008650 4400-EXIT.
008660     EXIT.
008670*----------------------------------------------------------*
008680*    4500-PRICE-INVOICE
008690*         BUILD THE INVOICE FOR THE ACCOUNT JUST READ FROM
008700*         THE ACCOUNT MASTER.  EACH LINE IS ITS COUNT TIMES
008710*         ITS FEE, ROUNDED TO THE CENT; THE FEE IS THE
008720*         ACCOUNT'S OWN RATE WHERE IT HAS ONE, ELSE THE
008726*         DEFAULT.  THE LATE-WORK LINE IS EACH LATE COUNT
008732*         TIMES ITS OPERATION'S FEE, ROUNDED TO THE CENT.
008740*----------------------------------------------------------*
008750 4500-PRICE-INVOICE.
008760     MOVE SPACES TO DM100-BILL-RECORD.
008770     MOVE DM134-WS-BILL-MONTH TO DM100-BILL-MONTH.
008780     MOVE DM100-ACCT-ID TO DM100-BILL-ACCOUNT-ID.
008790     MOVE DM100-ACCT-NAME TO DM100-BILL-ACCOUNT-NAME.
008800     MOVE "D" TO DM100-BILL-RATE-SOURCE.
008810     MOVE DM134-WS-DFLT-TRANS-RATE TO DM100-BILL-TRANS-RATE.
008820     MOVE DM134-WS-DFLT-SUM-RATE TO DM100-BILL-SUM-RATE.
008830     MOVE DM134-WS-DFLT-DIFF-RATE TO DM100-BILL-DIFF-RATE.
008840     MOVE DM134-WS-DFLT-REJ-RATE TO DM100-BILL-REJ-RATE.
008850     MOVE DM100-ACCT-ID TO DM134-WS-CUR-ACCOUNT.
008860     MOVE "N" TO DM134-WS-FOUND-SWITCH.
008870     PERFORM 4300-SEARCH-FEE-TABLE THRU 4300-EXIT
008880         VARYING DM134-WS-FEE-IX FROM 1 BY 1
008890         UNTIL DM134-WS-FEE-IX > DM134-WS-FEE-COUNT
008900            OR DM134-WS-FOUND.
008910     IF DM134-WS-FOUND
008920         SUBTRACT 1 FROM DM134-WS-FEE-IX
008930         SET DM134-WS-FEE-IDX TO DM134-WS-FEE-IX
008940         PERFORM 4510-APPLY-ACCOUNT-RATES THRU 4510-EXIT
008950     END-IF.
008960     MOVE DM134-WS-ACCT-TRANS-COUNT (DM134-WS-ACCT-IDX)
008970         TO DM100-BILL-TRANS-COUNT.
008980     MOVE DM134-WS-ACCT-SUM-COUNT (DM134-WS-ACCT-IDX)
008990         TO DM100-BILL-SUM-COUNT.
009000     MOVE DM134-WS-ACCT-DIFF-COUNT (DM134-WS-ACCT-IDX)
009010         TO DM100-BILL-DIFF-COUNT.
009020     MOVE DM134-WS-ACCT-REJ-COUNT (DM134-WS-ACCT-IDX)
009030         TO DM100-BILL-REJ-COUNT.
009040     COMPUTE DM100-BILL-TRANS-AMOUNT ROUNDED
009050         = DM100-BILL-TRANS-COUNT * DM100-BILL-TRANS-RATE.
009060     COMPUTE DM100-BILL-SUM-AMOUNT ROUNDED
009070         = DM100-BILL-SUM-COUNT * DM100-BILL-SUM-RATE.
009080     COMPUTE DM100-BILL-DIFF-AMOUNT ROUNDED
009090         = DM100-BILL-DIFF-COUNT * DM100-BILL-DIFF-RATE.
009100     COMPUTE DM100-BILL-REJ-AMOUNT ROUNDED
009110         = DM100-BILL-REJ-COUNT * DM100-BILL-REJ-RATE.
009111     MOVE DM134-WS-LATE-COUNT TO DM100-BILL-LATE-COUNT.
009112     COMPUTE DM100-BILL-LATE-AMOUNT ROUNDED
009113         = DM134-WS-LATE-TRANS-COUNT * DM100-BILL-TRANS-RATE
009114         + DM134-WS-LATE-SUM-COUNT * DM100-BILL-SUM-RATE
009115         + DM134-WS-LATE-DIFF-COUNT * DM100-BILL-DIFF-RATE
009116         + DM134-WS-LATE-REJ-COUNT * DM100-BILL-REJ-RATE.
009120     ADD DM100-BILL-TRANS-AMOUNT DM100-BILL-SUM-AMOUNT
009130         DM100-BILL-DIFF-AMOUNT DM100-BILL-REJ-AMOUNT
009135         DM100-BILL-LATE-AMOUNT
009140         GIVING DM100-BILL-TOTAL-AMOUNT.
009150     MOVE DM134-WS-BUSINESS-DATE TO DM100-BILL-INVOICE-DATE.
009160     MOVE DM134-WS-RUNC-JOB-ID TO DM100-BILL-JOB-ID.
009170 4500-EXIT.
009180     EXIT.
009190*----------------------------------------------------------*
009200*    4510-APPLY-ACCOUNT-RATES
009210*         REPLACE THE DEFAULT WITH EACH RATE THE ACCOUNT'S
009220*         CARD DID NOT LEAVE BLANK
009230*----------------------------------------------------------*
009240 4510-APPLY-ACCOUNT-RATES.
009250     MOVE "A" TO DM100-BILL-RATE-SOURCE.
009260     IF DM134-WS-FEE-TRANS-RATE (DM134-WS-FEE-IDX) NOT = SPACES
009270         MOVE DM134-WS-FEE-TRANS-RATE (DM134-WS-FEE-IDX)
009280             TO DM134-WS-RATE-CHAR
009290         MOVE DM134-WS-RATE-NUM TO DM100-BILL-TRANS-RATE
009300     END-IF.
009310     IF DM134-WS-FEE-SUM-RATE (DM134-WS-FEE-IDX) NOT = SPACES
009320         MOVE DM134-WS-FEE-SUM-RATE (DM134-WS-FEE-IDX)
009330             TO DM134-WS-RATE-CHAR
009340         MOVE DM134-WS-RATE-NUM TO DM100-BILL-SUM-RATE
009350     END-IF.
009360     IF DM134-WS-FEE-DIFF-RATE (DM134-WS-FEE-IDX) NOT = SPACES
009370         MOVE DM134-WS-FEE-DIFF-RATE (DM134-WS-FEE-IDX)
009380             TO DM134-WS-RATE-CHAR
009390         MOVE DM134-WS-RATE-NUM TO DM100-BILL-DIFF-RATE
009400     END-IF.
009401     IF DM134-WS-FEE-REJ-RATE (DM134-WS-FEE-IDX) NOT = SPACES
009402         MOVE DM134-WS-FEE-REJ-RATE (DM134-WS-FEE-IDX)
009403             TO DM134-WS-RATE-CHAR
009404         MOVE DM134-WS-RATE-NUM TO DM100-BILL-REJ-RATE
009405     END-IF.
009406 4510-EXIT.
009407     EXIT.
009408*----------------------------------------------------------*
009409*    4600-FIND-LATE-WORK
009410*         THE ACCOUNT'S LATE WORK IS ITS PRIOR-MONTH COUNT FOR
009411*         EACH OPERATION AND FOR REJECTS LESS THE COUNT ON ITS
009412*         PRIOR-MONTH INVOICE - ALL OF IT IF IT HAD NO INVOICE
009413*         FOR THAT MONTH.  A COUNT BELOW THE INVOICE (A
009414*         GENERATION GONE FROM CATALOG) IS TAKEN AS NO LATE
009415*         WORK.
009416*----------------------------------------------------------*
009417 4600-FIND-LATE-WORK.
009418     MOVE DM134-WS-PRIOR-TRANS-COUNT (DM134-WS-ACCT-IDX)
009419         TO DM134-WS-LATE-TRANS-COUNT.
009420     MOVE DM134-WS-PRIOR-SUM-COUNT (DM134-WS-ACCT-IDX)
009421         TO DM134-WS-LATE-SUM-COUNT.
009422     MOVE DM134-WS-PRIOR-DIFF-COUNT (DM134-WS-ACCT-IDX)
009423         TO DM134-WS-LATE-DIFF-COUNT.
009424     MOVE DM134-WS-PRIOR-REJ-COUNT (DM134-WS-ACCT-IDX)
009425         TO DM134-WS-LATE-REJ-COUNT.
009426     MOVE ZERO TO DM134-WS-LATE-COUNT.
009427     IF DM134-WS-LATE-TRANS-COUNT = ZERO
009428             AND DM134-WS-LATE-SUM-COUNT = ZERO
009429             AND DM134-WS-LATE-DIFF-COUNT = ZERO
009430             AND DM134-WS-LATE-REJ-COUNT = ZERO
009431         GO TO 4600-EXIT
009432     END-IF.
009433     MOVE DM134-WS-PRIOR-MONTH-NUM TO DM100-BILL-MONTH.
009434     MOVE DM134-WS-ACCT-ID (DM134-WS-ACCT-IDX)
009435         TO DM100-BILL-ACCOUNT-ID.
009436     MOVE "Y" TO DM134-WS-INVOICED-SWITCH.
009437     READ BILLHIST
009438         INVALID KEY
009439             MOVE "N" TO DM134-WS-INVOICED-SWITCH
009440     END-READ.
009441     IF DM134-WS-ALREADY-INVOICED
009442         SUBTRACT DM100-BILL-TRANS-COUNT
009443             FROM DM134-WS-LATE-TRANS-COUNT
009444         SUBTRACT DM100-BILL-SUM-COUNT
009445             FROM DM134-WS-LATE-SUM-COUNT
009446         SUBTRACT DM100-BILL-DIFF-COUNT
009447             FROM DM134-WS-LATE-DIFF-COUNT
009448         SUBTRACT DM100-BILL-REJ-COUNT
009449             FROM DM134-WS-LATE-REJ-COUNT
009450     END-IF.
009451     IF DM134-WS-LATE-TRANS-COUNT < ZERO
009452         MOVE ZERO TO DM134-WS-LATE-TRANS-COUNT
009453     END-IF.
009454     IF DM134-WS-LATE-SUM-COUNT < ZERO
009455         MOVE ZERO TO DM134-WS-LATE-SUM-COUNT
009456     END-IF.
009457     IF DM134-WS-LATE-DIFF-COUNT < ZERO
009458         MOVE ZERO TO DM134-WS-LATE-DIFF-COUNT
009459     END-IF.
009460     IF DM134-WS-LATE-REJ-COUNT < ZERO
009461         MOVE ZERO TO DM134-WS-LATE-REJ-COUNT
009462     END-IF.
009463     ADD DM134-WS-LATE-TRANS-COUNT DM134-WS-LATE-SUM-COUNT
009464         DM134-WS-LATE-DIFF-COUNT DM134-WS-LATE-REJ-COUNT
009465         GIVING DM134-WS-LATE-COUNT.
009466 4600-EXIT.
009470     EXIT.
009480*----------------------------------------------------------*
009490*    5000-PRINT-INVOICES
009500*         BROWSE BILLHIST FOR THE MONTH IN ACCOUNT ORDER AND
009510*         PRINT AND EXTRACT EVERY INVOICE ON IT - THOSE ISSUED
009520*         BY THIS RUN AND BY ANY EARLIER RUN FOR THE MONTH
009530*         ALIKE - SO A RERUN PRODUCES THE SAME REGISTER AND
009540*         EXTRACT.  THEN THE GRAND TOTALS AND THE TRAILER.
009550*----------------------------------------------------------*
009560 5000-PRINT-INVOICES.
009570     MOVE DM134-WS-BILL-MONTH TO DM134-RPTH-MONTH.
009580     MOVE DM134-WS-RUN-DATE-EDIT TO DM134-RPTH-RUN-DATE.
009590     MOVE DM134-RPT-HDG-LINE TO DM134-RPT-LINE.
009600     WRITE DM134-RPT-LINE.
009610     MOVE SPACES TO DM100-BLXH-RECORD.
009620     MOVE "H" TO DM100-BLXH-REC-TYPE.
009630     MOVE DM134-WS-BILL-MONTH TO DM100-BLXH-MONTH.
009640     MOVE "DM134" TO DM100-BLXH-SOURCE-ID.
009650     WRITE DM100-BLXH-RECORD.
009660     PERFORM 5100-START-MONTH-BROWSE THRU 5100-EXIT.
009670     PERFORM 5300-PRINT-INVOICE THRU 5300-EXIT
009680         UNTIL DM134-WS-BILL-EOF.
009690     IF DM134-WS-INVOICES-PRINTED = ZERO
009700         MOVE SPACES TO DM134-RPT-LINE
009710         WRITE DM134-RPT-LINE
009720         MOVE DM134-RPT-NONE-LINE TO DM134-RPT-LINE
009730         WRITE DM134-RPT-LINE
009740     END-IF.
009750     PERFORM 5500-PRINT-GRAND-TOTALS THRU 5500-EXIT.
009760     MOVE SPACES TO DM100-BLXT-RECORD.
009770     MOVE "T" TO DM100-BLXT-REC-TYPE.
009780     MOVE DM134-WS-BILL-MONTH TO DM100-BLXT-MONTH.
009790     MOVE DM134-WS-INVOICES-PRINTED TO DM100-BLXT-INVOICE-COUNT.
009800     MOVE DM134-WS-GR-TOTAL-AMOUNT TO DM100-BLXT-TOTAL-AMOUNT.
009810     WRITE DM100-BLXT-RECORD.
009820 5000-EXIT.
009830     EXIT.
009840*----------------------------------------------------------*
009850*    5100-START-MONTH-BROWSE  -  POSITION AT THE FIRST
009860*                                INVOICE FOR THE MONTH AND
009870*                                READ IT
009880*----------------------------------------------------------*
009890 5100-START-MONTH-BROWSE.
009900     MOVE "N" TO DM134-WS-BILL-EOF-SWITCH.
009910     MOVE DM134-WS-BILL-MONTH TO DM100-BILL-MONTH.
009920     MOVE LOW-VALUES TO DM100-BILL-ACCOUNT-ID.
009930     START BILLHIST KEY IS NOT LESS THAN DM100-BILL-KEY
009940         INVALID KEY
009950             MOVE "Y" TO DM134-WS-BILL-EOF-SWITCH
009960     END-START.
009970     IF NOT DM134-WS-BILL-EOF
009980         PERFORM 5200-READ-NEXT-INVOICE THRU 5200-EXIT
009990     END-IF.
010000 5100-EXIT.
010010     EXIT.
010020*----------------------------------------------------------*
010030*    5200-READ-NEXT-INVOICE
010040*         THE BROWSE ENDS AT THE FIRST INVOICE FOR A LATER
010050*         MONTH
010060*----------------------------------------------------------*
010070 5200-READ-NEXT-INVOICE.
010080     READ BILLHIST NEXT RECORD
010090         AT END
010100             MOVE "Y" TO DM134-WS-BILL-EOF-SWITCH
010110     END-READ.
010120     IF NOT DM134-WS-BILL-EOF
010130             AND DM100-BILL-MONTH NOT = DM134-WS-BILL-MONTH
010140         MOVE "Y" TO DM134-WS-BILL-EOF-SWITCH
010150     END-IF.
010160 5200-EXIT.
010170     EXIT.
010180*----------------------------------------------------------*
010190*    5300-PRINT-INVOICE
010200*         ONE REGISTER BLOCK AND ONE EXTRACT DETAIL RECORD
010210*         PER INVOICE, ROLLED INTO THE GRAND TOTALS
010220*----------------------------------------------------------*
010230 5300-PRINT-INVOICE.
010240     MOVE SPACES TO DM134-RPT-LINE.
010250     WRITE DM134-RPT-LINE.
010260     MOVE DM100-BILL-MONTH TO DM134-RPTI-MONTH.
010270     MOVE DM100-BILL-ACCOUNT-ID TO DM134-RPTI-ACCOUNT.
010280     MOVE DM100-BILL-ACCOUNT-NAME TO DM134-RPTI-NAME.
010290     MOVE DM100-BILL-INVOICE-DATE TO DM134-RPTI-INVOICE-DATE.
010300     MOVE DM134-RPT-INVOICE-LINE TO DM134-RPT-LINE.
010310     WRITE DM134-RPT-LINE.
010320     IF DM100-BILL-RATES-ACCOUNT
010330         MOVE "FEES: ACCOUNT SCHEDULE" TO DM134-RPTR-SOURCE
010340     ELSE
010350         MOVE "FEES: DEFAULT SCHEDULE" TO DM134-RPTR-SOURCE
010360     END-IF.
010370     MOVE DM134-RPT-RATES-LINE TO DM134-RPT-LINE.
010380     WRITE DM134-RPT-LINE.
010390     MOVE DM134-RPT-COL-LINE TO DM134-RPT-LINE.
010400     WRITE DM134-RPT-LINE.
010410     MOVE "TRANSACTIONS (T)" TO DM134-RPTD-LABEL.
010420     MOVE DM100-BILL-TRANS-COUNT TO DM134-RPTD-COUNT.
010430     MOVE DM100-BILL-TRANS-RATE TO DM134-RPTD-RATE.
010440     MOVE DM100-BILL-TRANS-AMOUNT TO DM134-RPTD-AMOUNT.
010450     PERFORM 5900-WRITE-DETAIL-LINE THRU 5900-EXIT.
010460     MOVE "SUMS (S)" TO DM134-RPTD-LABEL.
010470     MOVE DM100-BILL-SUM-COUNT TO DM134-RPTD-COUNT.
010480     MOVE DM100-BILL-SUM-RATE TO DM134-RPTD-RATE.
010490     MOVE DM100-BILL-SUM-AMOUNT TO DM134-RPTD-AMOUNT.
010500     PERFORM 5900-WRITE-DETAIL-LINE THRU 5900-EXIT.
010510     MOVE "DIFFERENCES (D)" TO DM134-RPTD-LABEL.
010520     MOVE DM100-BILL-DIFF-COUNT TO DM134-RPTD-COUNT.
010530     MOVE DM100-BILL-DIFF-RATE TO DM134-RPTD-RATE.
010540     MOVE DM100-BILL-DIFF-AMOUNT TO DM134-RPTD-AMOUNT.
010550     PERFORM 5900-WRITE-DETAIL-LINE THRU 5900-EXIT.
010560     MOVE "REJECTS" TO DM134-RPTD-LABEL.
010570     MOVE DM100-BILL-REJ-COUNT TO DM134-RPTD-COUNT.
010580     MOVE DM100-BILL-REJ-RATE TO DM134-RPTD-RATE.
010590     MOVE DM100-BILL-REJ-AMOUNT TO DM134-RPTD-AMOUNT.
010600     PERFORM 5900-WRITE-DETAIL-LINE THRU 5900-EXIT.
010601     IF DM100-BILL-LATE-COUNT NOT = ZERO
010602         MOVE "LATE (PRIOR MO.)" TO DM134-RPTD-LABEL
010603         MOVE DM100-BILL-LATE-COUNT TO DM134-RPTD-COUNT
010604         MOVE DM100-BILL-LATE-AMOUNT TO DM134-RPTD-AMOUNT
010605         MOVE DM134-RPT-DETAIL-LINE TO DM134-RPT-LINE
010606         MOVE SPACES TO DM134-RPT-LINE (34:8)
010607         WRITE DM134-RPT-LINE
010608     END-IF.
010610     MOVE DM100-BILL-TOTAL-AMOUNT TO DM134-RPTT-AMOUNT.
010620     MOVE DM134-RPT-TOTAL-LINE TO DM134-RPT-LINE.
010630     WRITE DM134-RPT-LINE.
010640     PERFORM 5400-WRITE-EXTRACT THRU 5400-EXIT.
010650     ADD 1 TO DM134-WS-INVOICES-PRINTED.
010660     ADD DM100-BILL-TRANS-COUNT TO DM134-WS-GR-TRANS-COUNT.
010670     ADD DM100-BILL-TRANS-AMOUNT TO DM134-WS-GR-TRANS-AMOUNT.
010680     ADD DM100-BILL-SUM-COUNT TO DM134-WS-GR-SUM-COUNT.
010690     ADD DM100-BILL-SUM-AMOUNT TO DM134-WS-GR-SUM-AMOUNT.
010700     ADD DM100-BILL-DIFF-COUNT TO DM134-WS-GR-DIFF-COUNT.
010710     ADD DM100-BILL-DIFF-AMOUNT TO DM134-WS-GR-DIFF-AMOUNT.
010720     ADD DM100-BILL-REJ-COUNT TO DM134-WS-GR-REJ-COUNT.
010730     ADD DM100-BILL-REJ-AMOUNT TO DM134-WS-GR-REJ-AMOUNT.
010733     ADD DM100-BILL-LATE-COUNT TO DM134-WS-GR-LATE-COUNT.
010736     ADD DM100-BILL-LATE-AMOUNT TO DM134-WS-GR-LATE-AMOUNT.
010740     ADD DM100-BILL-TOTAL-AMOUNT TO DM134-WS-GR-TOTAL-AMOUNT.
010750     PERFORM 5200-READ-NEXT-INVOICE THRU 5200-EXIT.
010760 5300-EXIT.
010770     EXIT.
010780*----------------------------------------------------------*
010790*    5400-WRITE-EXTRACT  -  ACCOUNTS RECEIVABLE DETAIL
010800*                           RECORD FOR THE CURRENT INVOICE
010810*----------------------------------------------------------*
010820 5400-WRITE-EXTRACT.
010830     MOVE SPACES TO DM100-BLXD-RECORD.
010840     MOVE "D" TO DM100-BLXD-REC-TYPE.
010850     MOVE DM100-BILL-MONTH TO DM100-BLXD-MONTH.
010860     MOVE DM100-BILL-ACCOUNT-ID TO DM100-BLXD-ACCOUNT-ID.
010870     MOVE DM100-BILL-ACCOUNT-NAME TO DM100-BLXD-ACCOUNT-NAME.
010880     MOVE DM100-BILL-INVOICE-DATE TO DM100-BLXD-INVOICE-DATE.
010890     MOVE DM100-BILL-TRANS-COUNT TO DM100-BLXD-TRANS-COUNT.
010900     MOVE DM100-BILL-TRANS-AMOUNT TO DM100-BLXD-TRANS-AMOUNT.
010910     MOVE DM100-BILL-SUM-COUNT TO DM100-BLXD-SUM-COUNT.
010920     MOVE DM100-BILL-SUM-AMOUNT TO DM100-BLXD-SUM-AMOUNT.
010930     MOVE DM100-BILL-DIFF-COUNT TO DM100-BLXD-DIFF-COUNT.
010940     MOVE DM100-BILL-DIFF-AMOUNT TO DM100-BLXD-DIFF-AMOUNT.
010950     MOVE DM100-BILL-REJ-COUNT TO DM100-BLXD-REJ-COUNT.
010960     MOVE DM100-BILL-REJ-AMOUNT TO DM100-BLXD-REJ-AMOUNT.
010970     MOVE DM100-BILL-TOTAL-AMOUNT TO DM100-BLXD-TOTAL-AMOUNT.
010975     MOVE DM100-BILL-LATE-AMOUNT TO DM100-BLXD-LATE-AMOUNT.
010980     WRITE DM100-BLXD-RECORD.
010990 5400-EXIT.
011000     EXIT.
011010*----------------------------------------------------------*
011020*    5500-PRINT-GRAND-TOTALS
011030*----------------------------------------------------------*
011040 5500-PRINT-GRAND-TOTALS.
011050     MOVE SPACES TO DM134-RPT-LINE.
011060     WRITE DM134-RPT-LINE.
011070     MOVE "MONTH TOTALS" TO DM134-RPT-LINE.
011080     WRITE DM134-RPT-LINE.
011090     MOVE "TRANSACTIONS (T)" TO DM134-RPTG-LABEL.
011100     MOVE DM134-WS-GR-TRANS-COUNT TO DM134-RPTG-COUNT.
011110     MOVE DM134-WS-GR-TRANS-AMOUNT TO DM134-RPTG-AMOUNT.
011120     PERFORM 5910-WRITE-GRAND-LINE THRU 5910-EXIT.
011130     MOVE "SUMS (S)" TO DM134-RPTG-LABEL.
011140     MOVE DM134-WS-GR-SUM-COUNT TO DM134-RPTG-COUNT.
011150     MOVE DM134-WS-GR-SUM-AMOUNT TO DM134-RPTG-AMOUNT.
011160     PERFORM 5910-WRITE-GRAND-LINE THRU 5910-EXIT.
011170     MOVE "DIFFERENCES (D)" TO DM134-RPTG-LABEL.
011180     MOVE DM134-WS-GR-DIFF-COUNT TO DM134-RPTG-COUNT.
011190     MOVE DM134-WS-GR-DIFF-AMOUNT TO DM134-RPTG-AMOUNT.
011200     PERFORM 5910-WRITE-GRAND-LINE THRU 5910-EXIT.
011210     MOVE "REJECTS" TO DM134-RPTG-LABEL.
011220     MOVE DM134-WS-GR-REJ-COUNT TO DM134-RPTG-COUNT.
011230     MOVE DM134-WS-GR-REJ-AMOUNT TO DM134-RPTG-AMOUNT.
011232     PERFORM 5910-WRITE-GRAND-LINE THRU 5910-EXIT.
011234     MOVE "LATE (PRIOR MO.)" TO DM134-RPTG-LABEL.
011236     MOVE DM134-WS-GR-LATE-COUNT TO DM134-RPTG-COUNT.
011238     MOVE DM134-WS-GR-LATE-AMOUNT TO DM134-RPTG-AMOUNT.
011240     PERFORM 5910-WRITE-GRAND-LINE THRU 5910-EXIT.
011250     MOVE "TOTAL BILLED" TO DM134-RPTG-LABEL.
011260     MOVE ZERO TO DM134-RPTG-COUNT.
011270     MOVE DM134-WS-GR-TOTAL-AMOUNT TO DM134-RPTG-AMOUNT.
011280     MOVE DM134-RPT-GRAND-LINE TO DM134-RPT-LINE.
011290     MOVE SPACES TO DM134-RPT-LINE (21:11).
011300     WRITE DM134-RPT-LINE.
011310     MOVE "INVOICES FOR THE MONTH" TO DM134-RPTC-LABEL.
011320     MOVE DM134-WS-INVOICES-PRINTED TO DM134-RPTC-COUNT.
011330     MOVE DM134-RPT-COUNT-LINE TO DM134-RPT-LINE.
011340     WRITE DM134-RPT-LINE.
011350 5500-EXIT.
011360     EXIT.
011370*----------------------------------------------------------*
011380*    5900-WRITE-DETAIL-LINE
011390*----------------------------------------------------------*
011400 5900-WRITE-DETAIL-LINE.
011410     MOVE DM134-RPT-DETAIL-LINE TO DM134-RPT-LINE.
011420     WRITE DM134-RPT-LINE.
011430 5900-EXIT.
011440     EXIT.
011450*----------------------------------------------------------*
011460*    5910-WRITE-GRAND-LINE
011470*----------------------------------------------------------*
011480 5910-WRITE-GRAND-LINE.
011490     MOVE DM134-RPT-GRAND-LINE TO DM134-RPT-LINE.
011500     WRITE DM134-RPT-LINE.
011510 5910-EXIT.
011520     EXIT.
011530*----------------------------------------------------------*
011540*    7100-WRITE-RUN-CONTROL
011550*         APPEND ONE RUN-CONTROL RECORD - A START ("S")
011560*         FROM 1000-INITIALIZE OR A COMPLETION ("C") FROM
011570*         8000-FINALIZE - THE SAME ENROLLMENT DM100 AND THE
011580*         OTHER SATELLITE UTILITIES CARRY, SO DM115 SEES
011590*         THIS PROGRAM'S RUNS TOO
011600*----------------------------------------------------------*
011610 7100-WRITE-RUN-CONTROL.
011620     MOVE "DM134" TO DM100-RUNC-PROGRAM.
011630     MOVE DM134-WS-RUNC-JOB-ID TO DM100-RUNC-JOB-ID.
011640     MOVE DM134-WS-RUN-DATE-EDIT TO DM100-RUNC-RUN-DATE.
011650     MOVE DM134-WS-RUNC-TYPE TO DM100-RUNC-REC-TYPE.
011660     MOVE SPACES TO DM100-RUNC-PARM-MODE.
011670     IF DM100-RUNC-TYPE-COMPLETION
011680         MOVE "C" TO DM100-RUNC-OUTCOME
011690     ELSE
011700         MOVE SPACE TO DM100-RUNC-OUTCOME
011710     END-IF.
011720     ADD DM134-WS-SETL-READ DM134-WS-REJ-READ
011730         GIVING DM100-RUNC-RECS-READ.
011740     MOVE DM134-WS-INVOICES-ISSUED TO DM100-RUNC-RECS-PROCESSED.
011750     MOVE DM134-WS-UNBILLABLE TO DM100-RUNC-RECS-REJECTED.
011760     MOVE DM134-WS-INVOICES-ON-FILE TO DM100-RUNC-RECS-DUPLICATE.
011770     MOVE ZERO TO DM100-RUNC-RECS-FROM-CACHE.
011780     MOVE ZERO TO DM100-RUNC-CONTROL-TOTAL.
011790     WRITE DM100-RUNC-RECORD.
011800 7100-EXIT.
011810     EXIT.
011820*----------------------------------------------------------*
011830*    8000-FINALIZE  -  CLOSE FILES, SUMMARIZE THE RUN
011840*----------------------------------------------------------*
011850 8000-FINALIZE.
011860     CLOSE SETLFILE.
011870     CLOSE REJDATA.
011880     CLOSE ACCTFILE.
011890     CLOSE BILLHIST.
011900     CLOSE INVRPT.
011910     CLOSE BILLEXT.
011920     MOVE "C" TO DM134-WS-RUNC-TYPE.
011930     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
011940     CLOSE RUNCTL.
011950     DISPLAY "DM134 - FEE CARDS READ                  = "
011960         DM134-WS-CARDS-READ.
011970     DISPLAY "DM134 - SETTLEMENT RECORDS READ         = "
011980         DM134-WS-SETL-READ.
011990     DISPLAY "DM134 - SETTLEMENT RECORDS IN MONTH     = "
012000         DM134-WS-SETL-IN-MONTH.
012010     DISPLAY "DM134 - REJECT RECORDS READ             = "
012020         DM134-WS-REJ-READ.
012030     DISPLAY "DM134 - REJECT RECORDS IN MONTH         = "
012040         DM134-WS-REJ-IN-MONTH.
012050     DISPLAY "DM134 - REJECTS WITH NO TRANS-DATE      = "
012060         DM134-WS-REJ-UNDATED.
012062     DISPLAY "DM134 - SETTLEMENT RECORDS PRIOR MONTH  = "
012064         DM134-WS-SETL-IN-PRIOR.
012066     DISPLAY "DM134 - REJECT RECORDS PRIOR MONTH      = "
012068         DM134-WS-REJ-IN-PRIOR.
012070     DISPLAY "DM134 - ACCOUNTS WITH ACTIVITY          = "
012080         DM134-WS-ACCT-COUNT.
012090     DISPLAY "DM134 - INVOICES ISSUED THIS RUN        = "
012100         DM134-WS-INVOICES-ISSUED.
012110     DISPLAY "DM134 - INVOICES ALREADY ON FILE        = "
012120         DM134-WS-INVOICES-ON-FILE.
012123     DISPLAY "DM134 - INVOICES WITH LATE WORK ISSUED  = "
012126         DM134-WS-LATE-INVOICES.
012130     DISPLAY "DM134 - ACTIVITY CHANGED SINCE INVOICED = "
012140         DM134-WS-INVOICES-CHANGED.
012150     DISPLAY "DM134 - ACCOUNTS NOT BILLED (NO MASTER) = "
012160         DM134-WS-UNBILLABLE.
012170     DISPLAY "DM134 - INVOICE WRITES FAILED           = "
012180         DM134-WS-WRITE-ERRORS.
012190     DISPLAY "DM134 - INVOICES ON REGISTER/EXTRACT    = "
012200         DM134-WS-INVOICES-PRINTED.
012210     IF DM134-WS-WRITE-ERRORS NOT = ZERO
012220         MOVE 16 TO RETURN-CODE
012230         GO TO 8000-EXIT
012240     END-IF.
012250     IF DM134-WS-UNBILLABLE NOT = ZERO
012260             OR DM134-WS-INVOICES-CHANGED NOT = ZERO
012270         MOVE 4 TO RETURN-CODE
012280     END-IF.
012290 8000-EXIT.
012300     EXIT.
