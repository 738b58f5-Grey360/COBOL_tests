000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    SettlementGapReport.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  LISTS EVERY BUSINESS DAY OF A
000220*                 MONTH ON THE CALENDAR (CALENDAR, DM100CL) FOR
000230*                 WHICH NO SETTLEMENT GENERATION (SETLFILE,
000240*                 DM100ST) CARRIES A SINGLE RECORD, SO A DAY
000250*                 WHOSE DM100/DM101 CYCLE NEVER RAN, OR WHOSE
000260*                 GENERATION WAS LOST, IS CAUGHT BEFORE THE
000270*                 MONTH-END STATEMENT (DM112) SILENTLY PRINTS A
000280*                 MONTH WITH A DAY MISSING.  READS THE SAME
000290*                 WHOLE-GDG CONCATENATION DM112 DOES AND TESTS
000300*                 THE SAME FIELD, DM100-SETL-TRANS-DATE.  THE
000310*                 MONTH IS MONTH=YYYYMM ON THE PARM, OR THE
000320*                 MONTH OF THE CURRENT BUSINESS DATE ON THE
000330*                 BUSINESS-DATE CONTROL RECORD (BUSCTL, DM100BD)
000340*                 WHEN NONE IS GIVEN; A MONTH STILL IN PROGRESS
000350*                 IS CHECKED ONLY UP TO THE CURRENT BUSINESS
000360*                 DATE.  RC=4 MEANS AT LEAST ONE DAY IS MISSING.
000370*----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SETLFILE ASSIGN TO "SETLFILE"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS DM126-WS-SETLFILE-STATUS.
000440     SELECT CALENDAR ASSIGN TO "CALENDAR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS DM100-CAL-DATE
000480         FILE STATUS IS DM126-WS-CALENDAR-STATUS.
000490     SELECT BUSCTL ASSIGN TO "BUSCTL"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS DM126-WS-BUSCTL-STATUS.
000520     SELECT GAPRPT ASSIGN TO "GAPRPT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS DM126-WS-GAPRPT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SETLFILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY DM100ST.
000600 FD  CALENDAR
000610     LABEL RECORDS ARE STANDARD.
000620     COPY DM100CL.
000630 FD  BUSCTL
000640     LABEL RECORDS ARE STANDARD.
000650     COPY DM100BD.
000660 FD  GAPRPT
000670     LABEL RECORDS ARE STANDARD.
000680 01  DM126-RPT-LINE                      PIC X(80).
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------*
000710*    FILE STATUS SWITCHES
000720*----------------------------------------------------------*
000730 77  DM126-WS-SETLFILE-STATUS            PIC X(02) VALUE "00".
000740 77  DM126-WS-CALENDAR-STATUS            PIC X(02) VALUE "00".
000750 77  DM126-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
000760 77  DM126-WS-GAPRPT-STATUS              PIC X(02) VALUE "00".
000770*----------------------------------------------------------*
000780*    PROGRAM SWITCHES
000790*----------------------------------------------------------*
000800 77  DM126-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000810     88  DM126-WS-EOF                        VALUE "Y".
000820 77  DM126-WS-CAL-EOF-SWITCH             PIC X(01) VALUE "N".
000830     88  DM126-WS-CAL-EOF                    VALUE "Y".
000840 77  DM126-WS-MONTH-SWITCH               PIC X(01) VALUE "N".
000850     88  DM126-WS-MONTH-SUPPLIED             VALUE "Y".
000860*----------------------------------------------------------*
000870*    RUN COUNTERS
000880*----------------------------------------------------------*
000890 77  DM126-WS-SETL-RECS-READ         PIC 9(07) COMP VALUE ZERO.
000900 77  DM126-WS-SETL-RECS-IN-MONTH     PIC 9(07) COMP VALUE ZERO.
000910 77  DM126-WS-DAYS-CHECKED           PIC 9(05) COMP VALUE ZERO.
000920 77  DM126-WS-DAYS-SETTLED           PIC 9(05) COMP VALUE ZERO.
000930 77  DM126-WS-DAYS-MISSING           PIC 9(05) COMP VALUE ZERO.
000940*----------------------------------------------------------*
000950*    MONTH BEING CHECKED AND THE LAST DATE CHECKED WITHIN IT
000960*----------------------------------------------------------*
000970 01  DM126-WS-WANTED-MONTH.
000980     05  DM126-WS-WANTED-YYYY             PIC 9(04).
000990     05  DM126-WS-WANTED-MM               PIC 9(02).
001000 01  DM126-WS-WANTED-MONTH-NUM REDEFINES DM126-WS-WANTED-MONTH
001010                                         PIC 9(06).
001020 77  DM126-WS-THROUGH-DATE               PIC 9(08) VALUE ZERO.
001030 01  DM126-WS-WORK-DATE.
001040     05  DM126-WS-WORK-YYYYMM             PIC 9(06).
001050     05  DM126-WS-WORK-DD                 PIC 9(02).
001060 01  DM126-WS-WORK-DATE-NUM REDEFINES DM126-WS-WORK-DATE
001070                                         PIC 9(08).
001080*----------------------------------------------------------*
001090*    SETTLEMENT RECORDS SEEN PER DAY OF THE WANTED MONTH
001100*----------------------------------------------------------*
001110 01  DM126-WS-DAY-TABLE.
001120     05  DM126-WS-DAY-SETL-COUNT OCCURS 31 TIMES
001130                                         PIC 9(07).
001140*----------------------------------------------------------*
001150*    REPORT HEADING, DETAIL AND SUMMARY LINES
001160*----------------------------------------------------------*
001170 01  DM126-RPT-HDG-LINE.
001180     05  FILLER                         PIC X(29) VALUE
001190             "SETTLEMENT GAP REPORT, MONTH ".
001200     05  DM126-RPTH-MONTH                PIC 9(06).
001210     05  FILLER                         PIC X(09) VALUE
001220             " THROUGH ".
001230     05  DM126-RPTH-THROUGH              PIC 9(08).
001240 01  DM126-RPT-COL-LINE.
001250     05  FILLER                         PIC X(05) VALUE SPACES.
001260     05  FILLER                         PIC X(13) VALUE
001270             "BUSINESS DATE".
001280     05  FILLER                         PIC X(02) VALUE SPACES.
001290     05  FILLER                         PIC X(20) VALUE
001300             "CALENDAR DAY".
001310     05  FILLER                         PIC X(02) VALUE SPACES.
001320     05  FILLER                         PIC X(10) VALUE
001330             "SETTLEMENT".
001340 01  DM126-RPT-DETAIL-LINE.
001350     05  FILLER                         PIC X(05) VALUE SPACES.
001360     05  DM126-RPTD-DATE                 PIC 9(08).
001370     05  FILLER                         PIC X(07) VALUE SPACES.
001380     05  DM126-RPTD-DESCRIPTION          PIC X(20).
001390     05  FILLER                         PIC X(02) VALUE SPACES.
001400     05  FILLER                         PIC X(24) VALUE
001410             "*NO SETTLEMENT RECORDS*".
001420 01  DM126-RPT-TOTALS-LINE.
001430     05  DM126-RPTT-LABEL                PIC X(30).
001440     05  DM126-RPTT-COUNT                PIC ZZZZZZ9.
001450 LINKAGE SECTION.
001460*----------------------------------------------------------*
001470*    EXEC PARM= PARAMETER AREA - OPTIONAL PARM FORMAT IS
001480*    MONTH=YYYYMM, DELIVERED BY THE OPERATING SYSTEM AS A
001490*    HALFWORD LENGTH FOLLOWED BY THE PARM TEXT
001500*----------------------------------------------------------*
001510 01  DM126-LK-PARM-AREA.
001520     05  DM126-LK-PARM-LEN               PIC S9(04) COMP.
001530     05  DM126-LK-PARM-TEXT              PIC X(80).
001540 PROCEDURE DIVISION USING DM126-LK-PARM-AREA.
001550*----------------------------------------------------------*
001560*    0000-MAINLINE
001570*----------------------------------------------------------*
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     PERFORM 2000-PROCESS-SETTLE THRU 2000-EXIT
001610         UNTIL DM126-WS-EOF.
001620     PERFORM 3000-CHECK-CALENDAR THRU 3000-EXIT.
001630     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001640     STOP RUN.
001650 0000-EXIT.
001660     EXIT.
001670*----------------------------------------------------------*
001680*    1000-INITIALIZE  -  SETTLE THE MONTH AND THROUGH DATE,
001690*                        OPEN FILES, PRIME THE FIRST READ
001700*----------------------------------------------------------*
001710 1000-INITIALIZE.
001720     PERFORM 1100-PARSE-MONTH-PARM THRU 1100-EXIT.
001730     PERFORM 1200-SET-THROUGH-DATE THRU 1200-EXIT.
001740     MOVE ZERO TO DM126-WS-DAY-TABLE.
001750     OPEN INPUT SETLFILE.
001760     IF DM126-WS-SETLFILE-STATUS NOT = "00"
001770         DISPLAY "DM126 - UNABLE TO OPEN SETLFILE, FILE STATUS = "
001780             DM126-WS-SETLFILE-STATUS
001790         MOVE 16 TO RETURN-CODE
001800         STOP RUN
001810     END-IF.
001820     OPEN INPUT CALENDAR.
001830     IF DM126-WS-CALENDAR-STATUS NOT = "00"
001840         DISPLAY "DM126 - UNABLE TO OPEN CALENDAR, FILE STATUS = "
001850             DM126-WS-CALENDAR-STATUS
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF.
001890     OPEN OUTPUT GAPRPT.
001900     IF DM126-WS-GAPRPT-STATUS NOT = "00"
001910         DISPLAY "DM126 - UNABLE TO OPEN GAPRPT, FILE STATUS = "
001920             DM126-WS-GAPRPT-STATUS
001930         MOVE 16 TO RETURN-CODE
001940         STOP RUN
001950     END-IF.
001960     MOVE DM126-WS-WANTED-MONTH-NUM TO DM126-RPTH-MONTH.
001970     MOVE DM126-WS-THROUGH-DATE TO DM126-RPTH-THROUGH.
001980     MOVE DM126-RPT-HDG-LINE TO DM126-RPT-LINE.
001990     WRITE DM126-RPT-LINE.
002000     MOVE DM126-RPT-COL-LINE TO DM126-RPT-LINE.
002010     WRITE DM126-RPT-LINE.
002020     PERFORM 2100-READ-SETLFILE THRU 2100-EXIT.
002030 1000-EXIT.
002040     EXIT.
002050*----------------------------------------------------------*
002060*    1100-PARSE-MONTH-PARM
002070*----------------------------------------------------------*
002080 1100-PARSE-MONTH-PARM.
002090     IF DM126-LK-PARM-LEN NOT < 12
002100             AND DM126-LK-PARM-TEXT (1:6) = "MONTH="
002110         IF DM126-LK-PARM-TEXT (7:6) IS NUMERIC
002120             MOVE DM126-LK-PARM-TEXT (7:6)
002130                 TO DM126-WS-WANTED-MONTH
002140             MOVE "Y" TO DM126-WS-MONTH-SWITCH
002150         ELSE
002160             DISPLAY "DM126 - MONTH PARM DIGITS ARE NOT NUMERIC"
002170             MOVE 16 TO RETURN-CODE
002180             STOP RUN
002190         END-IF
002200     END-IF.
002210 1100-EXIT.
002220     EXIT.
002230*----------------------------------------------------------*
002240*    1200-SET-THROUGH-DATE
002250*         READ THE CURRENT BUSINESS DATE.  WITH NO MONTH ON
002260*         THE PARM ITS MONTH IS THE ONE CHECKED.  THE CHECK
002270*         STOPS AT THE CURRENT BUSINESS DATE WHEN THAT FALLS
002280*         IN THE WANTED MONTH, AT THE MONTH'S LAST DAY WHEN
002290*         THE MONTH IS ALREADY PAST.
002300*----------------------------------------------------------*
002310 1200-SET-THROUGH-DATE.
002320     OPEN INPUT BUSCTL.
002330     IF DM126-WS-BUSCTL-STATUS NOT = "00"
002340         DISPLAY "DM126 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
002350             DM126-WS-BUSCTL-STATUS
002360         MOVE 16 TO RETURN-CODE
002370         STOP RUN
002380     END-IF.
002390     READ BUSCTL
002400         AT END
002410             DISPLAY "DM126 - BUSCTL HOLDS NO BUSINESS-DATE "
002420                 "CONTROL RECORD"
002430             MOVE 16 TO RETURN-CODE
002440             STOP RUN
002450     END-READ.
002460     CLOSE BUSCTL.
002470     MOVE DM100-BDC-CURRENT-DATE TO DM126-WS-WORK-DATE-NUM.
002480     IF NOT DM126-WS-MONTH-SUPPLIED
002490         MOVE DM126-WS-WORK-YYYYMM TO DM126-WS-WANTED-MONTH-NUM
002500     END-IF.
002510     IF DM126-WS-WORK-YYYYMM > DM126-WS-WANTED-MONTH-NUM
002520         MOVE DM126-WS-WANTED-MONTH-NUM TO DM126-WS-WORK-YYYYMM
002530         MOVE 31 TO DM126-WS-WORK-DD
002540     END-IF.
002550     MOVE DM126-WS-WORK-DATE-NUM TO DM126-WS-THROUGH-DATE.
002560 1200-EXIT.
002570     EXIT.
002580*----------------------------------------------------------*
002590*    2000-PROCESS-SETTLE  -  SETLFILE LOOP BODY
002600*----------------------------------------------------------*
002610 2000-PROCESS-SETTLE.
002620     PERFORM 2200-NOTE-SETTLE-DATE THRU 2200-EXIT.
002630     PERFORM 2100-READ-SETLFILE THRU 2100-EXIT.
002640 2000-EXIT.
002650     EXIT.
002660*----------------------------------------------------------*
002670*    2100-READ-SETLFILE
002680*----------------------------------------------------------*
002690 2100-READ-SETLFILE.
002700     READ SETLFILE
002710         AT END
002720             MOVE "Y" TO DM126-WS-EOF-SWITCH
002730         NOT AT END
002740             ADD 1 TO DM126-WS-SETL-RECS-READ
002750     END-READ.
002760 2100-EXIT.
002770     EXIT.
002780*----------------------------------------------------------*
002790*    2200-NOTE-SETTLE-DATE
002800*         COUNT THE RECORD AGAINST ITS DAY WHEN ITS TRANS-DATE
002810*         FALLS IN THE WANTED MONTH; ANY OTHER MONTH IS SKIPPED
002820*----------------------------------------------------------*
002830 2200-NOTE-SETTLE-DATE.
002840     MOVE DM100-SETL-TRANS-DATE TO DM126-WS-WORK-DATE-NUM.
002850     IF DM126-WS-WORK-YYYYMM NOT = DM126-WS-WANTED-MONTH-NUM
002860         GO TO 2200-EXIT.
002870     IF DM126-WS-WORK-DD < 1 OR DM126-WS-WORK-DD > 31
002880         GO TO 2200-EXIT.
002890     ADD 1 TO DM126-WS-SETL-RECS-IN-MONTH.
002900     ADD 1 TO DM126-WS-DAY-SETL-COUNT (DM126-WS-WORK-DD).
002910 2200-EXIT.
002920     EXIT.
002930*----------------------------------------------------------*
002940*    3000-CHECK-CALENDAR
002950*         WALK THE CALENDAR FROM THE FIRST OF THE MONTH TO THE
002960*         THROUGH DATE AND REPORT EVERY BUSINESS DAY WITH NO
002970*         SETTLEMENT RECORD
002980*----------------------------------------------------------*
002990 3000-CHECK-CALENDAR.
003000     MOVE DM126-WS-WANTED-MONTH-NUM TO DM126-WS-WORK-YYYYMM.
003010     MOVE 01 TO DM126-WS-WORK-DD.
003020     MOVE DM126-WS-WORK-DATE-NUM TO DM100-CAL-DATE.
003030     START CALENDAR KEY IS NOT LESS THAN DM100-CAL-DATE
003040         INVALID KEY
003050             MOVE "Y" TO DM126-WS-CAL-EOF-SWITCH
003060     END-START.
003070     IF NOT DM126-WS-CAL-EOF
003080         PERFORM 3100-READ-CALENDAR THRU 3100-EXIT
003090     END-IF.
003100     PERFORM 3200-CHECK-ONE-DAY THRU 3200-EXIT
003110         UNTIL DM126-WS-CAL-EOF.
003120 3000-EXIT.
003130     EXIT.
003140*----------------------------------------------------------*
003150*    3100-READ-CALENDAR  -  READ THE NEXT CALENDAR DAY; A DAY
003160*                           PAST THE THROUGH DATE ENDS THE WALK
003170*----------------------------------------------------------*
003180 3100-READ-CALENDAR.
003190     READ CALENDAR NEXT RECORD
003200         AT END
003210             MOVE "Y" TO DM126-WS-CAL-EOF-SWITCH
003220     END-READ.
003230     IF NOT DM126-WS-CAL-EOF
003240             AND DM100-CAL-DATE > DM126-WS-THROUGH-DATE
003250         MOVE "Y" TO DM126-WS-CAL-EOF-SWITCH
003260     END-IF.
003270 3100-EXIT.
003280     EXIT.
003290*----------------------------------------------------------*
003300*    3200-CHECK-ONE-DAY  -  CALENDAR WALK LOOP BODY
003310*----------------------------------------------------------*
003320 3200-CHECK-ONE-DAY.
003330     IF DM100-CAL-BUSINESS-DAY
003340         PERFORM 3300-CHECK-BUSINESS-DAY THRU 3300-EXIT
003350     END-IF.
003360     PERFORM 3100-READ-CALENDAR THRU 3100-EXIT.
003370 3200-EXIT.
003380     EXIT.
003390*----------------------------------------------------------*
003400*    3300-CHECK-BUSINESS-DAY  -  A BUSINESS DAY WITH NO
003410*                                SETTLEMENT RECORD IS A GAP
003420*----------------------------------------------------------*
003430 3300-CHECK-BUSINESS-DAY.
003440     ADD 1 TO DM126-WS-DAYS-CHECKED.
003450     MOVE DM100-CAL-DATE TO DM126-WS-WORK-DATE-NUM.
003460     IF DM126-WS-DAY-SETL-COUNT (DM126-WS-WORK-DD) NOT = ZERO
003470         ADD 1 TO DM126-WS-DAYS-SETTLED
003480         GO TO 3300-EXIT
003490     END-IF.
003500     ADD 1 TO DM126-WS-DAYS-MISSING.
003510     MOVE DM100-CAL-DATE TO DM126-RPTD-DATE.
003520     MOVE DM100-CAL-DESCRIPTION TO DM126-RPTD-DESCRIPTION.
003530     MOVE DM126-RPT-DETAIL-LINE TO DM126-RPT-LINE.
003540     WRITE DM126-RPT-LINE.
003550 3300-EXIT.
003560     EXIT.
003570*----------------------------------------------------------*
003580*    8000-FINALIZE  -  PRINT THE SUMMARY, CLOSE FILES, SET THE
003590*                      RETURN CODE
003600*----------------------------------------------------------*
003610 8000-FINALIZE.
003620     MOVE SPACES TO DM126-RPT-LINE.
003630     WRITE DM126-RPT-LINE.
003640     MOVE "BUSINESS DAYS CHECKED" TO DM126-RPTT-LABEL.
003650     MOVE DM126-WS-DAYS-CHECKED TO DM126-RPTT-COUNT.
003660     MOVE DM126-RPT-TOTALS-LINE TO DM126-RPT-LINE.
003670     WRITE DM126-RPT-LINE.
003680     MOVE "BUSINESS DAYS WITH SETTLEMENT" TO DM126-RPTT-LABEL.
003690     MOVE DM126-WS-DAYS-SETTLED TO DM126-RPTT-COUNT.
003700     MOVE DM126-RPT-TOTALS-LINE TO DM126-RPT-LINE.
003710     WRITE DM126-RPT-LINE.
003720     MOVE "BUSINESS DAYS MISSING" TO DM126-RPTT-LABEL.
003730     MOVE DM126-WS-DAYS-MISSING TO DM126-RPTT-COUNT.
003740     MOVE DM126-RPT-TOTALS-LINE TO DM126-RPT-LINE.
003750     WRITE DM126-RPT-LINE.
003760     CLOSE SETLFILE.
003770     CLOSE CALENDAR.
003780     CLOSE GAPRPT.
003790     DISPLAY "DM126 - SETTLEMENT RECORDS READ   = "
003800         DM126-WS-SETL-RECS-READ.
003810     DISPLAY "DM126 - RECORDS IN MONTH          = "
003820         DM126-WS-SETL-RECS-IN-MONTH.
003830     DISPLAY "DM126 - BUSINESS DAYS CHECKED     = "
003840         DM126-WS-DAYS-CHECKED.
003850     DISPLAY "DM126 - BUSINESS DAYS MISSING     = "
003860         DM126-WS-DAYS-MISSING.
003870     IF DM126-WS-DAYS-CHECKED = ZERO
003880         DISPLAY "DM126 - NO BUSINESS DAYS ON THE CALENDAR FOR "
003890             "MONTH " DM126-WS-WANTED-MONTH-NUM
003900             " - LOAD ITS YEAR WITH DM124J"
003910         MOVE 16 TO RETURN-CODE
003920         GO TO 8000-EXIT
003930     END-IF.
003940     IF DM126-WS-DAYS-MISSING NOT = ZERO
003950         MOVE 4 TO RETURN-CODE
003960     END-IF.
003970 8000-EXIT.
003980     EXIT.
