000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    AccountLimitReport.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  NIGHTLY REPORT OF THE
000220*                 ACCOUNTS AT OR NEAR THEIR DAILY LIMITS FOR
000230*                 ONE BUSINESS DATE (BUSDATE=YYYY-MM-DD, THE
000240*                 SAME PARM DM115 TAKES).  READS THE ACCOUNT
000250*                 DAILY USAGE DM100 KEEPS ON ACCTUSE (DM100UG)
000260*                 AND THE LIMITS ON THE ACCOUNT MASTER
000270*                 (ACCTFILE, DM100AC) AND LISTS EVERY ACCOUNT
000280*                 THAT HAD A TRANSACTION REJECTED FOR A LIMIT
000290*                 (R008/R009) OR REACHED A LIMIT - "AT LIMIT" -
000300*                 OR USED 80 PERCENT OR MORE OF EITHER ONE -
000304*                 "NEAR" - WITH TWO LINES EACH, ONE PER LIMIT,
000308*                 SHOWING THE USAGE BESIDE THE LIMIT AND THE
000312*                 PERCENTAGE USED.  RC=4 WHEN ANY ACCOUNT IS AT
000316*                 LIMIT.
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ACCTUSE ASSIGN TO "ACCTUSE"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS DM100-USAG-KEY
000400         FILE STATUS IS DM120-WS-ACCTUSE-STATUS.
000410     SELECT ACCTFILE ASSIGN TO "ACCTFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS DM100-ACCT-KEY
000450         FILE STATUS IS DM120-WS-ACCTFILE-STATUS.
000460     SELECT LIMRPT ASSIGN TO "LIMRPT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS DM120-WS-LIMRPT-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ACCTUSE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY DM100UG.
000540 FD  ACCTFILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY DM100AC.
000570 FD  LIMRPT
000580     LABEL RECORDS ARE STANDARD.
000590 01  DM120-RPT-LINE                      PIC X(80).
000600 WORKING-STORAGE SECTION.
000610*----------------------------------------------------------*
000620*    FILE STATUS SWITCHES
000630*----------------------------------------------------------*
000640 77  DM120-WS-ACCTUSE-STATUS             PIC X(02) VALUE "00".
000650 77  DM120-WS-ACCTFILE-STATUS            PIC X(02) VALUE "00".
000660 77  DM120-WS-LIMRPT-STATUS              PIC X(02) VALUE "00".
000670*----------------------------------------------------------*
000680*    PROGRAM SWITCHES
000690*----------------------------------------------------------*
000700 77  DM120-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000710     88  DM120-WS-EOF                        VALUE "Y".
000720 77  DM120-WS-BUSDATE-SWITCH             PIC X(01) VALUE "N".
000730     88  DM120-WS-BUSDATE-SUPPLIED           VALUE "Y".
000740 77  DM120-WS-ACCOUNT-SWITCH             PIC X(01) VALUE "N".
000750     88  DM120-WS-ACCOUNT-FOUND              VALUE "Y".
000760 77  DM120-WS-LIMIT-STATE                PIC X(01) VALUE SPACES.
000770     88  DM120-WS-AT-LIMIT                   VALUE "A".
000780     88  DM120-WS-NEAR-LIMIT                 VALUE "N".
000790     88  DM120-WS-WITHIN-LIMITS              VALUE SPACES.
000800*----------------------------------------------------------*
000810*    RUN COUNTERS
000820*----------------------------------------------------------*
000830 77  DM120-WS-USAGE-RECS-READ            PIC 9(07) COMP VALUE ZERO.
000840 77  DM120-WS-ACCOUNTS-WITH-USAGE        PIC 9(07) COMP VALUE ZERO.
000850 77  DM120-WS-ACCOUNTS-AT-LIMIT          PIC 9(07) COMP VALUE ZERO.
000860 77  DM120-WS-ACCOUNTS-NEAR-LIMIT        PIC 9(07) COMP VALUE ZERO.
000870*----------------------------------------------------------*
000880*    NEAR-LIMIT THRESHOLD - AN ACCOUNT THAT HAS USED THIS
000890*    PERCENTAGE OF EITHER DAILY LIMIT OR MORE IS REPORTED
000900*----------------------------------------------------------*
000910 77  DM120-WS-NEAR-PERCENT               PIC 9(03) VALUE 080.
000920*----------------------------------------------------------*
000930*    REQUESTED BUSINESS DATE - ACCEPTED AS YYYY-MM-DD AND
000940*    REBUILT AS THE YYYYMMDD FORM ACCTUSE IS KEYED ON
000950*----------------------------------------------------------*
000960 01  DM120-WS-WANTED-BUSDATE.
000970     05  DM120-WS-WANTED-YYYY            PIC X(04).
000980     05  FILLER                          PIC X(01).
000990     05  DM120-WS-WANTED-MM              PIC X(02).
001000     05  FILLER                          PIC X(01).
001010     05  DM120-WS-WANTED-DD              PIC X(02).
001020 01  DM120-WS-WANTED-DATE.
001030     05  DM120-WS-WANTED-DATE-YYYY       PIC X(04).
001040     05  DM120-WS-WANTED-DATE-MM         PIC X(02).
001050     05  DM120-WS-WANTED-DATE-DD         PIC X(02).
001060 01  DM120-WS-WANTED-DATE-NUM REDEFINES DM120-WS-WANTED-DATE
001070                                         PIC 9(08).
001080*----------------------------------------------------------*
001090*    USAGE ARITHMETIC WORK AREAS - THE MOVE OF THE SIGNED NET
001100*    RESULT TO THE UNSIGNED FIELD DROPS THE SIGN, THE SAME WAY
001110*    DM100 TAKES THE ABSOLUTE NET FOR ITS LIMIT CHECK
001120*----------------------------------------------------------*
001130 77  DM120-WS-NET-ABSOLUTE               PIC 9(13) VALUE ZERO.
001140 77  DM120-WS-PCT-WORK                   PIC 9(15) VALUE ZERO.
001150 77  DM120-WS-COUNT-PERCENT              PIC 9(03) VALUE ZERO.
001160 77  DM120-WS-NET-PERCENT                PIC 9(03) VALUE ZERO.
001170*----------------------------------------------------------*
001180*    REPORT HEADING, COLUMN, DETAIL AND TOTALS LINES
001190*----------------------------------------------------------*
001200 01  DM120-RPT-HDG-LINE.
001210     05  FILLER                         PIC X(15) VALUE
001220             "BUSINESS DATE: ".
001230     05  DM120-RPTH-BUSDATE              PIC X(10).
001240     05  FILLER                         PIC X(05) VALUE SPACES.
001250     05  FILLER                         PIC X(32) VALUE
001260             "ACCOUNTS AT OR NEAR DAILY LIMITS".
001270 01  DM120-RPT-HDG-LINE-2.
001280     05  FILLER                         PIC X(21) VALUE
001290             "NEAR LIMIT MEANS AT ".
001300     05  DM120-RPTH-NEAR-PERCENT         PIC ZZ9.
001310     05  FILLER                         PIC X(24) VALUE
001320             " PERCENT OF EITHER LIMIT".
001323     05  FILLER                         PIC X(27) VALUE
001326             "; A BLANK LIMIT IS NO LIMIT".
001330 01  DM120-RPT-COL-LINE.
001340     05  FILLER                   PIC X(06) VALUE "ACCT".
001350     05  FILLER                         PIC X(01) VALUE SPACES.
001360     05  FILLER                   PIC X(20) VALUE "ACCOUNT NAME".
001370     05  FILLER                         PIC X(01) VALUE SPACES.
001380     05  FILLER                   PIC X(05) VALUE "LIMIT".
001390     05  FILLER                         PIC X(01) VALUE SPACES.
001400     05  FILLER                   PIC X(13) VALUE "         USED".
001410     05  FILLER                         PIC X(01) VALUE SPACES.
001420     05  FILLER                   PIC X(11) VALUE "      LIMIT".
001430     05  FILLER                         PIC X(01) VALUE SPACES.
001440     05  FILLER                   PIC X(03) VALUE "PCT".
001450     05  FILLER                         PIC X(01) VALUE SPACES.
001460     05  FILLER                   PIC X(05) VALUE "  REJ".
001470     05  FILLER                         PIC X(01) VALUE SPACES.
001480     05  FILLER                   PIC X(08) VALUE "STATUS".
001481*----------------------------------------------------------*
001482*    ONE DETAIL LINE FOR EACH LIMIT - "TRANS" (THE COUNT OF
001483*    TRANSACTIONS POSTED) AND "NET" (THE ABSOLUTE NET OF THEIR
001484*    RESULTS) - THE ACCOUNT, REJECTS AND STATUS ON THE FIRST
001485*----------------------------------------------------------*
001490 01  DM120-RPT-DETAIL-LINE.
001500     05  DM120-RPTD-ACCT-ID              PIC X(06).
001510     05  FILLER                         PIC X(01) VALUE SPACES.
001520     05  DM120-RPTD-NAME                 PIC X(20).
001530     05  FILLER                         PIC X(01) VALUE SPACES.
001540     05  DM120-RPTD-LIMIT-TYPE           PIC X(05).
001550     05  FILLER                         PIC X(01) VALUE SPACES.
001560     05  DM120-RPTD-USED                 PIC Z(12)9.
001570     05  FILLER                         PIC X(01) VALUE SPACES.
001576     05  DM120-RPTD-LIMIT                PIC Z(10)9
001582                                         BLANK WHEN ZERO.
001590     05  FILLER                         PIC X(01) VALUE SPACES.
001600     05  DM120-RPTD-PERCENT              PIC ZZ9.
001610     05  FILLER                         PIC X(01) VALUE SPACES.
001620     05  DM120-RPTD-LIMIT-REJECTS        PIC ZZZZ9.
001630     05  FILLER                         PIC X(01) VALUE SPACES.
001640     05  DM120-RPTD-STATE                PIC X(08).
001650 01  DM120-RPT-NONE-LINE.
001660     05  FILLER                         PIC X(40) VALUE
001670             "NO ACCOUNTS AT OR NEAR A DAILY LIMIT".
001680 01  DM120-RPT-TOTALS-LINE.
001690     05  DM120-RPTT-LABEL                PIC X(30).
001700     05  DM120-RPTT-VALUE                PIC ZZZZZZ9.
001710 LINKAGE SECTION.
001720*----------------------------------------------------------*
001730*    EXEC PARM= PARAMETER AREA - PARM FORMAT IS
001740*    BUSDATE=YYYY-MM-DD, DELIVERED BY THE OPERATING SYSTEM AS
001750*    A HALFWORD LENGTH FOLLOWED BY THE PARM TEXT
001760*----------------------------------------------------------*
001770 01  DM120-LK-PARM-AREA.
001780     05  DM120-LK-PARM-LEN               PIC S9(04) COMP.
001790     05  DM120-LK-PARM-TEXT              PIC X(80).
001800 PROCEDURE DIVISION USING DM120-LK-PARM-AREA.
001810*----------------------------------------------------------*
001820*    0000-MAINLINE
001830*----------------------------------------------------------*
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001860     PERFORM 2000-CHECK-USAGE THRU 2000-EXIT
001870         UNTIL DM120-WS-EOF.
001880     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001890     STOP RUN.
001900 0000-EXIT.
001910     EXIT.
001920*----------------------------------------------------------*
001930*    1000-INITIALIZE  -  PARSE THE BUSDATE PARM, OPEN FILES,
001940*                        PRINT THE HEADINGS, PRIME THE READ
001950*----------------------------------------------------------*
001960 1000-INITIALIZE.
001970     PERFORM 1100-PARSE-BUSDATE-PARM THRU 1100-EXIT.
001980     IF NOT DM120-WS-BUSDATE-SUPPLIED
001990         DISPLAY "DM120 - NO VALID BUSDATE=YYYY-MM-DD PARM "
002000             "SUPPLIED"
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040     OPEN INPUT ACCTUSE.
002050     IF DM120-WS-ACCTUSE-STATUS NOT = "00"
002060         DISPLAY "DM120 - UNABLE TO OPEN ACCTUSE, FILE STATUS = "
002070             DM120-WS-ACCTUSE-STATUS
002080         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     OPEN INPUT ACCTFILE.
002120     IF DM120-WS-ACCTFILE-STATUS NOT = "00"
002130         DISPLAY "DM120 - UNABLE TO OPEN ACCTFILE, FILE STATUS = "
002140             DM120-WS-ACCTFILE-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002170     END-IF.
002180     OPEN OUTPUT LIMRPT.
002190     IF DM120-WS-LIMRPT-STATUS NOT = "00"
002200         DISPLAY "DM120 - UNABLE TO OPEN LIMRPT, FILE STATUS = "
002210             DM120-WS-LIMRPT-STATUS
002220         MOVE 16 TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250     MOVE DM120-WS-WANTED-BUSDATE TO DM120-RPTH-BUSDATE.
002260     MOVE DM120-RPT-HDG-LINE TO DM120-RPT-LINE.
002270     WRITE DM120-RPT-LINE.
002280     MOVE DM120-WS-NEAR-PERCENT TO DM120-RPTH-NEAR-PERCENT.
002290     MOVE DM120-RPT-HDG-LINE-2 TO DM120-RPT-LINE.
002300     WRITE DM120-RPT-LINE.
002310     MOVE DM120-RPT-COL-LINE TO DM120-RPT-LINE.
002320     WRITE DM120-RPT-LINE.
002330     PERFORM 2100-READ-ACCTUSE THRU 2100-EXIT.
002340 1000-EXIT.
002350     EXIT.
002360*----------------------------------------------------------*
002370*    1100-PARSE-BUSDATE-PARM
002380*         THE DATE MUST COME APART INTO NUMERIC YEAR, MONTH
002390*         AND DAY - ACCTUSE IS KEYED ON THE YYYYMMDD FORM
002400*----------------------------------------------------------*
002410 1100-PARSE-BUSDATE-PARM.
002420     IF DM120-LK-PARM-LEN NOT < 18
002430             AND DM120-LK-PARM-TEXT (1:8) = "BUSDATE="
002440         MOVE DM120-LK-PARM-TEXT (9:10) TO DM120-WS-WANTED-BUSDATE
002450         MOVE DM120-WS-WANTED-YYYY TO DM120-WS-WANTED-DATE-YYYY
002460         MOVE DM120-WS-WANTED-MM TO DM120-WS-WANTED-DATE-MM
002470         MOVE DM120-WS-WANTED-DD TO DM120-WS-WANTED-DATE-DD
002480         IF DM120-WS-WANTED-DATE IS NUMERIC
002490             MOVE "Y" TO DM120-WS-BUSDATE-SWITCH
002500         END-IF
002510     END-IF.
002520 1100-EXIT.
002530     EXIT.
002540*----------------------------------------------------------*
002550*    2000-CHECK-USAGE  -  MAIN PROCESSING LOOP.  ACCTUSE IS
002560*                         KEYED ACCOUNT FIRST, SO THE WANTED
002570*                         DATE'S ENTRIES ARE PICKED OUT ON A
002580*                         FULL PASS, THE SAME AS DM117 DOES
002590*----------------------------------------------------------*
002600 2000-CHECK-USAGE.
002610     IF DM100-USAG-BUS-DATE = DM120-WS-WANTED-DATE-NUM
002620         PERFORM 2200-CHECK-ONE-ACCOUNT THRU 2200-EXIT
002630     END-IF.
002640     PERFORM 2100-READ-ACCTUSE THRU 2100-EXIT.
002650 2000-EXIT.
002660     EXIT.
002670*----------------------------------------------------------*
002680*    2100-READ-ACCTUSE  -  READ THE NEXT USAGE ENTRY
002690*----------------------------------------------------------*
002700 2100-READ-ACCTUSE.
002710     READ ACCTUSE NEXT RECORD
002720         AT END
002730             MOVE "Y" TO DM120-WS-EOF-SWITCH
002740         NOT AT END
002750             ADD 1 TO DM120-WS-USAGE-RECS-READ
002760     END-READ.
002770 2100-EXIT.
002780     EXIT.
002790*----------------------------------------------------------*
002800*    2200-CHECK-ONE-ACCOUNT
002810*         WORK OUT HOW MUCH OF EACH LIMIT THE ACCOUNT USED AND
002820*         REPORT IT IF IT IS AT OR NEAR EITHER ONE.  AN
002830*         ACCOUNT NO LONGER ON THE MASTER HAS NO LIMITS TO
002840*         MEASURE AGAINST AND IS REPORTED ONLY IF IT TOOK A
002850*         LIMIT REJECT BEFORE IT WENT.
002860*----------------------------------------------------------*
002870 2200-CHECK-ONE-ACCOUNT.
002880     ADD 1 TO DM120-WS-ACCOUNTS-WITH-USAGE.
002890     MOVE DM100-USAG-ACCOUNT-ID TO DM100-ACCT-ID.
002900     MOVE "N" TO DM120-WS-ACCOUNT-SWITCH.
002910     READ ACCTFILE
002920         INVALID KEY
002930             MOVE "*NOT ON MASTER*" TO DM100-ACCT-NAME
002940             MOVE ZERO TO DM100-ACCT-MAX-TRANS-COUNT
002950             MOVE ZERO TO DM100-ACCT-MAX-NET-RESULT
002960         NOT INVALID KEY
002970             MOVE "Y" TO DM120-WS-ACCOUNT-SWITCH
002980     END-READ.
002990     PERFORM 2300-COMPUTE-PERCENTAGES THRU 2300-EXIT.
003000     MOVE SPACES TO DM120-WS-LIMIT-STATE.
003010     IF DM100-USAG-LIMIT-REJECTS NOT = ZERO
003020         MOVE "A" TO DM120-WS-LIMIT-STATE
003030     ELSE
003040         IF DM120-WS-COUNT-PERCENT NOT < 100
003050                 OR DM120-WS-NET-PERCENT NOT < 100
003060             MOVE "A" TO DM120-WS-LIMIT-STATE
003070         ELSE
003080             IF DM120-WS-COUNT-PERCENT
003090                     NOT < DM120-WS-NEAR-PERCENT
003100                 OR DM120-WS-NET-PERCENT
003110                     NOT < DM120-WS-NEAR-PERCENT
003120                 MOVE "N" TO DM120-WS-LIMIT-STATE
003130             END-IF
003140         END-IF
003150     END-IF.
003160     IF DM120-WS-WITHIN-LIMITS
003170         GO TO 2200-EXIT.
003180     IF DM120-WS-AT-LIMIT
003190         MOVE "AT LIMIT" TO DM120-RPTD-STATE
003200         ADD 1 TO DM120-WS-ACCOUNTS-AT-LIMIT
003210     ELSE
003220         MOVE "NEAR" TO DM120-RPTD-STATE
003230         ADD 1 TO DM120-WS-ACCOUNTS-NEAR-LIMIT
003240     END-IF.
003250     MOVE DM100-USAG-ACCOUNT-ID TO DM120-RPTD-ACCT-ID.
003260     MOVE DM100-ACCT-NAME TO DM120-RPTD-NAME.
003270     MOVE "TRANS" TO DM120-RPTD-LIMIT-TYPE.
003280     MOVE DM100-USAG-TRANS-COUNT TO DM120-RPTD-USED.
003290     MOVE DM100-ACCT-MAX-TRANS-COUNT TO DM120-RPTD-LIMIT.
003300     MOVE DM120-WS-COUNT-PERCENT TO DM120-RPTD-PERCENT.
003310     MOVE DM100-USAG-LIMIT-REJECTS TO DM120-RPTD-LIMIT-REJECTS.
003311     MOVE DM120-RPT-DETAIL-LINE TO DM120-RPT-LINE.
003312     WRITE DM120-RPT-LINE.
003313     MOVE SPACES TO DM120-RPTD-ACCT-ID.
003314     MOVE SPACES TO DM120-RPTD-NAME.
003315     MOVE SPACES TO DM120-RPTD-STATE.
003316     MOVE "NET" TO DM120-RPTD-LIMIT-TYPE.
003317     MOVE DM120-WS-NET-ABSOLUTE TO DM120-RPTD-USED.
003318     MOVE DM100-ACCT-MAX-NET-RESULT TO DM120-RPTD-LIMIT.
003319     MOVE DM120-WS-NET-PERCENT TO DM120-RPTD-PERCENT.
003320     MOVE DM120-RPT-DETAIL-LINE TO DM120-RPT-LINE.
003321     MOVE SPACES TO DM120-RPT-LINE (65:5).
003330     WRITE DM120-RPT-LINE.
003340 2200-EXIT.
003350     EXIT.
003360*----------------------------------------------------------*
003370*    2300-COMPUTE-PERCENTAGES
003380*         PERCENTAGE OF EACH LIMIT USED, WHOLE PERCENT,
003390*         TRUNCATED.  A ZERO LIMIT IS NO LIMIT AND READS AS
003400*         ZERO PERCENT; ANYTHING PAST 999 PERCENT SHOWS 999.
003410*----------------------------------------------------------*
003420 2300-COMPUTE-PERCENTAGES.
003430     MOVE ZERO TO DM120-WS-COUNT-PERCENT.
003440     MOVE ZERO TO DM120-WS-NET-PERCENT.
003450     MOVE DM100-USAG-NET-RESULT TO DM120-WS-NET-ABSOLUTE.
003460     IF DM100-ACCT-MAX-TRANS-COUNT NOT = ZERO
003470         MULTIPLY DM100-USAG-TRANS-COUNT BY 100
003480             GIVING DM120-WS-PCT-WORK
003490         DIVIDE DM120-WS-PCT-WORK BY DM100-ACCT-MAX-TRANS-COUNT
003500             GIVING DM120-WS-COUNT-PERCENT
003510             ON SIZE ERROR
003520                 MOVE 999 TO DM120-WS-COUNT-PERCENT
003530         END-DIVIDE
003540     END-IF.
003550     IF DM100-ACCT-MAX-NET-RESULT NOT = ZERO
003560         MULTIPLY DM120-WS-NET-ABSOLUTE BY 100
003570             GIVING DM120-WS-PCT-WORK
003580         DIVIDE DM120-WS-PCT-WORK BY DM100-ACCT-MAX-NET-RESULT
003590             GIVING DM120-WS-NET-PERCENT
003600             ON SIZE ERROR
003610                 MOVE 999 TO DM120-WS-NET-PERCENT
003620         END-DIVIDE
003630     END-IF.
003640 2300-EXIT.
003650     EXIT.
003660*----------------------------------------------------------*
003670*    8000-FINALIZE  -  PRINT THE TOTALS, CLOSE FILES
003680*----------------------------------------------------------*
003690 8000-FINALIZE.
003700     MOVE SPACES TO DM120-RPT-LINE.
003710     WRITE DM120-RPT-LINE.
003720     IF DM120-WS-ACCOUNTS-AT-LIMIT = ZERO
003730             AND DM120-WS-ACCOUNTS-NEAR-LIMIT = ZERO
003740         MOVE DM120-RPT-NONE-LINE TO DM120-RPT-LINE
003750         WRITE DM120-RPT-LINE
003760         MOVE SPACES TO DM120-RPT-LINE
003770         WRITE DM120-RPT-LINE
003780     END-IF.
003790     MOVE "ACCOUNTS WITH USAGE FOR DATE" TO DM120-RPTT-LABEL.
003800     MOVE DM120-WS-ACCOUNTS-WITH-USAGE TO DM120-RPTT-VALUE.
003810     MOVE DM120-RPT-TOTALS-LINE TO DM120-RPT-LINE.
003820     WRITE DM120-RPT-LINE.
003830     MOVE "ACCOUNTS AT A DAILY LIMIT" TO DM120-RPTT-LABEL.
003840     MOVE DM120-WS-ACCOUNTS-AT-LIMIT TO DM120-RPTT-VALUE.
003850     MOVE DM120-RPT-TOTALS-LINE TO DM120-RPT-LINE.
003860     WRITE DM120-RPT-LINE.
003870     MOVE "ACCOUNTS NEAR A DAILY LIMIT" TO DM120-RPTT-LABEL.
003880     MOVE DM120-WS-ACCOUNTS-NEAR-LIMIT TO DM120-RPTT-VALUE.
003890     MOVE DM120-RPT-TOTALS-LINE TO DM120-RPT-LINE.
003900     WRITE DM120-RPT-LINE.
003910     CLOSE ACCTUSE.
003920     CLOSE ACCTFILE.
003930     CLOSE LIMRPT.
003940     DISPLAY "DM120 - USAGE RECORDS READ        = "
003950         DM120-WS-USAGE-RECS-READ.
003960     DISPLAY "DM120 - ACCOUNTS WITH USAGE       = "
003970         DM120-WS-ACCOUNTS-WITH-USAGE.
003980     DISPLAY "DM120 - ACCOUNTS AT LIMIT         = "
003990         DM120-WS-ACCOUNTS-AT-LIMIT.
004000     DISPLAY "DM120 - ACCOUNTS NEAR LIMIT       = "
004010         DM120-WS-ACCOUNTS-NEAR-LIMIT.
004020     IF DM120-WS-ACCOUNTS-AT-LIMIT NOT = ZERO
004030         MOVE 4 TO RETURN-CODE
004040     END-IF.
004050 8000-EXIT.
004060     EXIT.
