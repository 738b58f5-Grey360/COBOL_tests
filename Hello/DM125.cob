000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    BusinessDayClose.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  THE DAY CLOSE.  ROLLS THE
000220*                 BUSINESS-DATE CONTROL RECORD (BUSCTL, DM100BD)
000230*                 FORWARD FROM THE CURRENT BUSINESS DATE TO THE
000240*                 NEXT BUSINESS DAY ON THE CALENDAR (CALENDAR,
000250*                 DM100CL), SKIPPING WEEKENDS AND HOLIDAYS, AND
000260*                 RESETS THE PLAIN-RUN FLAG DM100 SETS, SO THE
000270*                 NEW DATE STARTS WITH NO DM100 RUN AGAINST IT.
000280*                 IT THEN WRITES THE JCL SYMBOL MEMBER (SYMSOUT,
000290*                 MEMBER DMBUSDT OF THE DM100 JCL LIBRARY) THAT
000300*                 EVERY DM100 JOB INCLUDES, SO NO JOB CARRIES A
000306*                 HAND-SET DATE - THE NEW BUSINESS DATE AND ALSO
000312*                 BUSPRIOR, THE DATE JUST CLOSED, SO THE DM127
000318*                 INTAKE MERGE CAN NAME THE RESUBMISSION FILE THE
000324*                 REPAIRS MADE WHILE THAT DATE WAS CURRENT WENT
000330*                 TO.  THE DAY-CLOSE JOB (DM125J) ONLY RUNS THIS
000336*                 STEP WHEN THE DM115 STATUS REPORT SAYS EVERY
000342*                 REQUIRED RUN FOR THE DATE COMPLETED CLEANLY.
000348*                 INIT=YYYYMMDD ON THE PARM IS THE ONE-TIME SET-UP
000354*                 OF AN EMPTY BUSCTL, AND A WARNING (RC=4) IS
000360*                 GIVEN WHEN THE CALENDAR IS RUNNING OUT OF
000366*                 BUSINESS DAYS.
000380*----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT BUSCTL ASSIGN TO "BUSCTL"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS DM125-WS-BUSCTL-STATUS.
000450     SELECT CALENDAR ASSIGN TO "CALENDAR"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS DM100-CAL-DATE
000490         FILE STATUS IS DM125-WS-CALENDAR-STATUS.
000500     SELECT SYMSOUT ASSIGN TO "SYMSOUT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS DM125-WS-SYMSOUT-STATUS.
000530     SELECT RUNCTL ASSIGN TO "RUNCTL"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS DM125-WS-RUNCTL-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  BUSCTL
000590     LABEL RECORDS ARE STANDARD.
000600     COPY DM100BD.
000610 FD  CALENDAR
000620     LABEL RECORDS ARE STANDARD.
000630     COPY DM100CL.
000640 FD  SYMSOUT
000650     LABEL RECORDS ARE STANDARD.
000660 01  DM125-SYM-LINE                      PIC X(80).
000670 FD  RUNCTL
000680     LABEL RECORDS ARE STANDARD.
000690     COPY DM100RC.
000700 WORKING-STORAGE SECTION.
000710*----------------------------------------------------------*
000720*    FILE STATUS SWITCHES
000730*----------------------------------------------------------*
000740 77  DM125-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
000750 77  DM125-WS-CALENDAR-STATUS            PIC X(02) VALUE "00".
000760 77  DM125-WS-SYMSOUT-STATUS             PIC X(02) VALUE "00".
000770 77  DM125-WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
000780*----------------------------------------------------------*
000790*    PROGRAM SWITCHES
000800*----------------------------------------------------------*
000810 77  DM125-WS-CAL-EOF-SWITCH             PIC X(01) VALUE "N".
000820     88  DM125-WS-CAL-EOF                    VALUE "Y".
000830 77  DM125-WS-INIT-SWITCH                PIC X(01) VALUE "N".
000840     88  DM125-WS-INIT-MODE                  VALUE "Y".
000850 77  DM125-WS-FOUND-SWITCH               PIC X(01) VALUE "N".
000860     88  DM125-WS-NEXT-FOUND                 VALUE "Y".
000870*----------------------------------------------------------*
000880*    BUSINESS DATES - THE DATE BEING CLOSED (OR, FOR INIT, THE
000890*    DATE BEING SET UP), THE NEW CURRENT DATE AND THE BUSINESS
000900*    DAYS LEFT ON THE CALENDAR AFTER IT
000910*----------------------------------------------------------*
000920 77  DM125-WS-OLD-DATE                   PIC 9(08) VALUE ZERO.
000930 77  DM125-WS-PRIOR-DATE                 PIC 9(08) VALUE ZERO.
000940 01  DM125-WS-NEW-DATE.
000950     05  DM125-WS-NEW-YYYY                PIC 9(04).
000960     05  DM125-WS-NEW-MM                  PIC 9(02).
000970     05  DM125-WS-NEW-DD                  PIC 9(02).
000980 01  DM125-WS-NEW-DATE-NUM REDEFINES DM125-WS-NEW-DATE
000990                                         PIC 9(08).
001000 77  DM125-WS-DAYS-REMAINING         PIC 9(05) COMP VALUE ZERO.
001010 77  DM125-WS-DAYS-WARNING           PIC 9(05) COMP VALUE 20.
001020*----------------------------------------------------------*
001030*    JCL SYMBOL MEMBER LINES
001040*----------------------------------------------------------*
001050 01  DM125-WS-SYM-COMMENT-1.
001060     05  FILLER                          PIC X(40) VALUE
001070             "//*  DMBUSDT  -  CURRENT BUSINESS DATE S".
001080     05  FILLER                          PIC X(40) VALUE
001090             "YMBOLS FOR THE DM100 JOBS.              ".
001100 01  DM125-WS-SYM-COMMENT-2.
001110     05  FILLER                          PIC X(40) VALUE
001120             "//*             WRITTEN BY THE DAY CLOSE".
001130     05  FILLER                          PIC X(40) VALUE
001140             " (DM125) - DO NOT EDIT BY HAND.         ".
001150 01  DM125-WS-SYM-SET-LINE.
001160     05  FILLER                          PIC X(14) VALUE
001170             "//         SET".
001180     05  FILLER                          PIC X(02) VALUE SPACES.
001190     05  DM125-SYMS-TEXT                 PIC X(64) VALUE SPACES.
001200*----------------------------------------------------------*
001210*    RUN-CONTROL IDENTIFICATION - THE JOB-ID IS SEEDED FROM
001220*    TIME OF DAY THE SAME WAY DM100'S OWN JOB-ID IS, SO A
001230*    RUNCTL RECORD TRACES BACK TO THE EXACT RUN THAT WROTE IT
001240*----------------------------------------------------------*
001250 77  DM125-WS-RUNC-JOB-ID                PIC X(08) VALUE "DM125".
001260 77  DM125-WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
001270 01  DM125-WS-RUN-DATE.
001280     05  DM125-WS-RUN-YYYY                PIC 9(04).
001290     05  DM125-WS-RUN-MM                  PIC 9(02).
001300     05  DM125-WS-RUN-DD                  PIC 9(02).
001310 01  DM125-WS-RUN-DATE-NUM REDEFINES DM125-WS-RUN-DATE
001320                                         PIC 9(08).
001330 01  DM125-WS-RUN-DATE-EDIT              PIC X(10).
001340 77  DM125-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
001350 LINKAGE SECTION.
001360*----------------------------------------------------------*
001370*    EXEC PARM= PARAMETER AREA - NO PARM ROLLS THE BUSINESS
001380*    DATE; INIT=YYYYMMDD SETS UP AN EMPTY BUSCTL.  DELIVERED
001390*    BY THE OPERATING SYSTEM AS A HALFWORD LENGTH FOLLOWED BY
001400*    THE PARM TEXT
001410*----------------------------------------------------------*
001420 01  DM125-LK-PARM-AREA.
001430     05  DM125-LK-PARM-LEN               PIC S9(04) COMP.
001440     05  DM125-LK-PARM-TEXT              PIC X(80).
001450 PROCEDURE DIVISION USING DM125-LK-PARM-AREA.
001460*----------------------------------------------------------*
001470*    0000-MAINLINE
001480*----------------------------------------------------------*
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001510     IF DM125-WS-INIT-MODE
001520         PERFORM 2000-INIT-BUSINESS-DATE THRU 2000-EXIT
001530     ELSE
001540         PERFORM 3000-ROLL-BUSINESS-DATE THRU 3000-EXIT
001550     END-IF.
001560     PERFORM 4000-WRITE-SYMBOLS THRU 4000-EXIT.
001570     PERFORM 5000-COUNT-REMAINING THRU 5000-EXIT.
001580     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001590     STOP RUN.
001600 0000-EXIT.
001610     EXIT.
001620*----------------------------------------------------------*
001630*    1000-INITIALIZE  -  PARSE THE PARM, OPEN THE CALENDAR
001640*                        AND THE RUN-CONTROL LOG
001650*----------------------------------------------------------*
001660 1000-INITIALIZE.
001670     PERFORM 1100-PARSE-INIT-PARM THRU 1100-EXIT.
001680     ACCEPT DM125-WS-RUN-DATE FROM DATE YYYYMMDD.
001690     STRING DM125-WS-RUN-YYYY "-" DM125-WS-RUN-MM "-"
001700             DM125-WS-RUN-DD DELIMITED BY SIZE
001710             INTO DM125-WS-RUN-DATE-EDIT.
001720     ACCEPT DM125-WS-RUN-TIME FROM TIME.
001730     MOVE DM125-WS-RUN-TIME TO DM125-WS-RUNC-JOB-ID.
001740     OPEN INPUT CALENDAR.
001750     IF DM125-WS-CALENDAR-STATUS NOT = "00"
001760         DISPLAY "DM125 - UNABLE TO OPEN CALENDAR, FILE STATUS = "
001770             DM125-WS-CALENDAR-STATUS
001780         MOVE 16 TO RETURN-CODE
001790         STOP RUN
001800     END-IF.
001810     OPEN EXTEND RUNCTL.
001820     IF DM125-WS-RUNCTL-STATUS NOT = "00"
001830         OPEN OUTPUT RUNCTL
001840     END-IF.
001850     IF DM125-WS-RUNCTL-STATUS NOT = "00"
001860         DISPLAY "DM125 - UNABLE TO OPEN RUNCTL, FILE STATUS = "
001870             DM125-WS-RUNCTL-STATUS
001880         MOVE 16 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001910     MOVE "S" TO DM125-WS-RUNC-TYPE.
001920     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
001930 1000-EXIT.
001940     EXIT.
001950*----------------------------------------------------------*
001960*    1100-PARSE-INIT-PARM
001970*         NO PARM IS THE NIGHTLY ROLL.  INIT=YYYYMMDD IS THE
001980*         SET-UP RUN; ANYTHING ELSE IS REFUSED RATHER THAN
001990*         TAKEN AS A ROLL THE OPERATOR DID NOT ASK FOR.
002000*----------------------------------------------------------*
002010 1100-PARSE-INIT-PARM.
002020     IF DM125-LK-PARM-LEN NOT > ZERO
002030         GO TO 1100-EXIT.
002040     IF DM125-LK-PARM-LEN NOT < 13
002050             AND DM125-LK-PARM-TEXT (1:5) = "INIT="
002060             AND DM125-LK-PARM-TEXT (6:8) IS NUMERIC
002070         MOVE DM125-LK-PARM-TEXT (6:8) TO DM125-WS-NEW-DATE-NUM
002080         MOVE "Y" TO DM125-WS-INIT-SWITCH
002090         GO TO 1100-EXIT
002100     END-IF.
002110     DISPLAY "DM125 - PARM NOT RECOGNISED, EXPECTED NONE OR "
002120         "INIT=YYYYMMDD - BUSINESS DATE NOT CHANGED".
002130     MOVE 16 TO RETURN-CODE.
002140     STOP RUN.
002150 1100-EXIT.
002160     EXIT.
002170*----------------------------------------------------------*
002180*    2000-INIT-BUSINESS-DATE
002190*         ONE-TIME SET-UP - BUSCTL MUST BE EMPTY AND THE INIT
002200*         DATE MUST BE A BUSINESS DAY ON THE CALENDAR.  THE
002210*         PRIOR DATE IS THE LAST BUSINESS DAY BEFORE IT, ZERO
002220*         WHEN THE CALENDAR STARTS ON THE INIT DATE.
002230*----------------------------------------------------------*
002240 2000-INIT-BUSINESS-DATE.
002250     OPEN INPUT BUSCTL.
002260     IF DM125-WS-BUSCTL-STATUS = "00"
002270         READ BUSCTL
002280             AT END
002290                 MOVE "10" TO DM125-WS-BUSCTL-STATUS
002300         END-READ
002310         IF DM125-WS-BUSCTL-STATUS = "00"
002320             DISPLAY "DM125 - BUSCTL ALREADY HOLDS BUSINESS DATE "
002330                 DM100-BDC-CURRENT-DATE ", INIT REFUSED"
002340             MOVE 16 TO RETURN-CODE
002350             STOP RUN
002360         END-IF
002370         CLOSE BUSCTL
002380     END-IF.
002390     MOVE DM125-WS-NEW-DATE-NUM TO DM100-CAL-DATE.
002400     READ CALENDAR
002410         INVALID KEY
002420             DISPLAY "DM125 - INIT DATE " DM125-WS-NEW-DATE-NUM
002430                 " IS NOT ON THE CALENDAR - LOAD ITS YEAR WITH "
002440                 "DM124J"
002450             MOVE 16 TO RETURN-CODE
002460             STOP RUN
002470     END-READ.
002480     IF NOT DM100-CAL-BUSINESS-DAY
002490         DISPLAY "DM125 - INIT DATE " DM125-WS-NEW-DATE-NUM
002500             " IS NOT A BUSINESS DAY - " DM100-CAL-DESCRIPTION
002510         MOVE 16 TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002540     MOVE ZERO TO DM125-WS-PRIOR-DATE.
002550     MOVE ZERO TO DM100-CAL-DATE.
002560     MOVE "N" TO DM125-WS-CAL-EOF-SWITCH.
002570     START CALENDAR KEY IS NOT LESS THAN DM100-CAL-DATE
002580         INVALID KEY
002590             MOVE "Y" TO DM125-WS-CAL-EOF-SWITCH
002600     END-START.
002610     IF NOT DM125-WS-CAL-EOF
002620         PERFORM 6100-READ-CALENDAR THRU 6100-EXIT
002630     END-IF.
002640     PERFORM 2100-SCAN-FOR-PRIOR THRU 2100-EXIT
002650         UNTIL DM125-WS-CAL-EOF
002660            OR DM100-CAL-DATE NOT < DM125-WS-NEW-DATE-NUM.
002670     OPEN OUTPUT BUSCTL.
002680     IF DM125-WS-BUSCTL-STATUS NOT = "00"
002690         DISPLAY "DM125 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
002700             DM125-WS-BUSCTL-STATUS
002710         MOVE 16 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740     MOVE SPACES TO DM100-BDC-RECORD.
002750     MOVE DM125-WS-NEW-DATE-NUM TO DM100-BDC-CURRENT-DATE.
002760     MOVE DM125-WS-PRIOR-DATE TO DM100-BDC-PRIOR-DATE.
002770     PERFORM 2200-RESET-CONTROL-RECORD THRU 2200-EXIT.
002780     WRITE DM100-BDC-RECORD.
002790     CLOSE BUSCTL.
002800     DISPLAY "DM125 - BUSINESS DATE INITIALIZED TO "
002810         DM125-WS-NEW-DATE-NUM ", PRIOR BUSINESS DATE "
002820         DM125-WS-PRIOR-DATE.
002830 2000-EXIT.
002840     EXIT.
002850*----------------------------------------------------------*
002860*    2100-SCAN-FOR-PRIOR  -  REMEMBER EACH BUSINESS DAY BEFORE
002870*                            THE INIT DATE; THE LAST ONE WINS
002880*----------------------------------------------------------*
002890 2100-SCAN-FOR-PRIOR.
002900     IF DM100-CAL-BUSINESS-DAY
002910         MOVE DM100-CAL-DATE TO DM125-WS-PRIOR-DATE
002920     END-IF.
002930     PERFORM 6100-READ-CALENDAR THRU 6100-EXIT.
002940 2100-EXIT.
002950     EXIT.
002960*----------------------------------------------------------*
002970*    2200-RESET-CONTROL-RECORD
002980*         A NEW CURRENT DATE HAS NO DM100 PLAIN RUN AGAINST IT
002990*         YET; STAMP WHEN THE DATE WAS SET
003000*----------------------------------------------------------*
003010 2200-RESET-CONTROL-RECORD.
003020     MOVE "N" TO DM100-BDC-PLAIN-RUN-SWITCH.
003030     MOVE SPACES TO DM100-BDC-PLAIN-RUN-JOB-ID.
003040     MOVE DM125-WS-RUN-DATE-NUM TO DM100-BDC-ROLLED-DATE.
003050     MOVE DM125-WS-RUN-TIME TO DM100-BDC-ROLLED-TIME.
003060 2200-EXIT.
003070     EXIT.
003080*----------------------------------------------------------*
003090*    3000-ROLL-BUSINESS-DATE
003100*         THE NIGHTLY ROLL - THE NEXT BUSINESS DAY AFTER THE
003110*         CURRENT DATE BECOMES CURRENT AND THE CURRENT DATE
003120*         BECOMES PRIOR.  A CALENDAR WITH NO BUSINESS DAY LEFT
003130*         STOPS THE ROLL WITH BUSCTL UNCHANGED.
003140*----------------------------------------------------------*
003150 3000-ROLL-BUSINESS-DATE.
003160     OPEN I-O BUSCTL.
003170     IF DM125-WS-BUSCTL-STATUS NOT = "00"
003180         DISPLAY "DM125 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
003190             DM125-WS-BUSCTL-STATUS
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     READ BUSCTL
003240         AT END
003250             DISPLAY "DM125 - BUSCTL HOLDS NO BUSINESS-DATE "
003260                 "CONTROL RECORD - SET ONE UP WITH PARM "
003270                 "INIT=YYYYMMDD"
003280             MOVE 16 TO RETURN-CODE
003290             STOP RUN
003300     END-READ.
003310     MOVE DM100-BDC-CURRENT-DATE TO DM125-WS-OLD-DATE.
003320     MOVE DM125-WS-OLD-DATE TO DM100-CAL-DATE.
003330     MOVE "N" TO DM125-WS-CAL-EOF-SWITCH.
003340     MOVE "N" TO DM125-WS-FOUND-SWITCH.
003350     START CALENDAR KEY IS GREATER THAN DM100-CAL-DATE
003360         INVALID KEY
003370             MOVE "Y" TO DM125-WS-CAL-EOF-SWITCH
003380     END-START.
003390     IF NOT DM125-WS-CAL-EOF
003400         PERFORM 6100-READ-CALENDAR THRU 6100-EXIT
003410     END-IF.
003420     PERFORM 3100-FIND-NEXT-BUSINESS-DAY THRU 3100-EXIT
003430         UNTIL DM125-WS-CAL-EOF OR DM125-WS-NEXT-FOUND.
003440     IF NOT DM125-WS-NEXT-FOUND
003450         DISPLAY "DM125 - CALENDAR HAS NO BUSINESS DAY AFTER "
003460             DM125-WS-OLD-DATE " - LOAD THE NEXT YEAR WITH DM124J"
003470         CLOSE BUSCTL
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003500     END-IF.
003510     MOVE DM125-WS-OLD-DATE TO DM100-BDC-PRIOR-DATE.
003515     MOVE DM125-WS-OLD-DATE TO DM125-WS-PRIOR-DATE.
003520     MOVE DM125-WS-NEW-DATE-NUM TO DM100-BDC-CURRENT-DATE.
003530     PERFORM 2200-RESET-CONTROL-RECORD THRU 2200-EXIT.
003540     REWRITE DM100-BDC-RECORD.
003550     IF DM125-WS-BUSCTL-STATUS NOT = "00"
003560         DISPLAY "DM125 - BUSCTL REWRITE FAILED, FILE STATUS = "
003570             DM125-WS-BUSCTL-STATUS
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF.
003610     CLOSE BUSCTL.
003620     DISPLAY "DM125 - BUSINESS DATE " DM125-WS-OLD-DATE
003630         " CLOSED, NEW BUSINESS DATE " DM125-WS-NEW-DATE-NUM.
003640 3000-EXIT.
003650     EXIT.
003660*----------------------------------------------------------*
003670*    3100-FIND-NEXT-BUSINESS-DAY  -  ROLL SCAN LOOP BODY
003680*----------------------------------------------------------*
003690 3100-FIND-NEXT-BUSINESS-DAY.
003700     IF DM100-CAL-BUSINESS-DAY
003710         MOVE DM100-CAL-DATE TO DM125-WS-NEW-DATE-NUM
003720         MOVE "Y" TO DM125-WS-FOUND-SWITCH
003730         GO TO 3100-EXIT
003740     END-IF.
003750     PERFORM 6100-READ-CALENDAR THRU 6100-EXIT.
003760 3100-EXIT.
003770     EXIT.
003780*----------------------------------------------------------*
003790*    4000-WRITE-SYMBOLS
003800*         REPLACE THE JCL SYMBOL MEMBER WITH THE NEW CURRENT
003810*         DATE IN THE THREE FORMS THE JOBS USE - YYYYMMDD FOR
003820*         DATASET NAMES, YYYY-MM-DD FOR PARMS AND YYYYMM FOR
003830*         THE MONTH-END JOB - PLUS THE PRIOR BUSINESS DATE
003840*----------------------------------------------------------*
003850 4000-WRITE-SYMBOLS.
003860     OPEN OUTPUT SYMSOUT.
003870     IF DM125-WS-SYMSOUT-STATUS NOT = "00"
003880         DISPLAY "DM125 - UNABLE TO OPEN SYMSOUT, FILE STATUS = "
003890             DM125-WS-SYMSOUT-STATUS
003900             " - BUSCTL ROLLED BUT JCL SYMBOLS NOT UPDATED"
003910         MOVE 16 TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940     MOVE DM125-WS-SYM-COMMENT-1 TO DM125-SYM-LINE.
003950     WRITE DM125-SYM-LINE.
003960     MOVE DM125-WS-SYM-COMMENT-2 TO DM125-SYM-LINE.
003970     WRITE DM125-SYM-LINE.
003980     MOVE SPACES TO DM125-SYMS-TEXT.
003990     STRING "BUSDATE='" DM125-WS-NEW-DATE-NUM "'"
004000             DELIMITED BY SIZE INTO DM125-SYMS-TEXT.
004010     MOVE DM125-WS-SYM-SET-LINE TO DM125-SYM-LINE.
004020     WRITE DM125-SYM-LINE.
004030     MOVE SPACES TO DM125-SYMS-TEXT.
004040     STRING "BUSISO='" DM125-WS-NEW-YYYY "-" DM125-WS-NEW-MM
004050             "-" DM125-WS-NEW-DD "'"
004060             DELIMITED BY SIZE INTO DM125-SYMS-TEXT.
004070     MOVE DM125-WS-SYM-SET-LINE TO DM125-SYM-LINE.
004080     WRITE DM125-SYM-LINE.
004090     MOVE SPACES TO DM125-SYMS-TEXT.
004100     STRING "BUSMONTH='" DM125-WS-NEW-YYYY DM125-WS-NEW-MM "'"
004110             DELIMITED BY SIZE INTO DM125-SYMS-TEXT.
004120     MOVE DM125-WS-SYM-SET-LINE TO DM125-SYM-LINE.
004130     WRITE DM125-SYM-LINE.
004131     MOVE SPACES TO DM125-SYMS-TEXT.
004132     STRING "BUSPRIOR='" DM125-WS-PRIOR-DATE "'"
004133             DELIMITED BY SIZE INTO DM125-SYMS-TEXT.
004134     MOVE DM125-WS-SYM-SET-LINE TO DM125-SYM-LINE.
004135     WRITE DM125-SYM-LINE.
004140     CLOSE SYMSOUT.
004150 4000-EXIT.
004160     EXIT.
004170*----------------------------------------------------------*
004180*    5000-COUNT-REMAINING
004190*         COUNT THE BUSINESS DAYS ON THE CALENDAR AFTER THE
004200*         NEW CURRENT DATE AND WARN WHILE THERE IS STILL TIME
004210*         TO LOAD THE NEXT YEAR
004220*----------------------------------------------------------*
004230 5000-COUNT-REMAINING.
004240     MOVE ZERO TO DM125-WS-DAYS-REMAINING.
004250     MOVE DM125-WS-NEW-DATE-NUM TO DM100-CAL-DATE.
004260     MOVE "N" TO DM125-WS-CAL-EOF-SWITCH.
004270     START CALENDAR KEY IS GREATER THAN DM100-CAL-DATE
004280         INVALID KEY
004290             MOVE "Y" TO DM125-WS-CAL-EOF-SWITCH
004300     END-START.
004310     IF NOT DM125-WS-CAL-EOF
004320         PERFORM 6100-READ-CALENDAR THRU 6100-EXIT
004330     END-IF.
004340     PERFORM 5100-COUNT-ONE-DAY THRU 5100-EXIT
004350         UNTIL DM125-WS-CAL-EOF.
004360     IF DM125-WS-DAYS-REMAINING < DM125-WS-DAYS-WARNING
004370         DISPLAY "DM125 - WARNING - ONLY " DM125-WS-DAYS-REMAINING
004380             " BUSINESS DAYS LEFT ON THE CALENDAR - LOAD THE "
004390             "NEXT YEAR WITH DM124J"
004400         MOVE 4 TO RETURN-CODE
004410     END-IF.
004420 5000-EXIT.
004430     EXIT.
004440*----------------------------------------------------------*
004450*    5100-COUNT-ONE-DAY  -  REMAINING-DAYS LOOP BODY
004460*----------------------------------------------------------*
004470 5100-COUNT-ONE-DAY.
004480     IF DM100-CAL-BUSINESS-DAY
004490         ADD 1 TO DM125-WS-DAYS-REMAINING
004500     END-IF.
004510     PERFORM 6100-READ-CALENDAR THRU 6100-EXIT.
004520 5100-EXIT.
004530     EXIT.
004540*----------------------------------------------------------*
004550*    6100-READ-CALENDAR  -  READ THE NEXT CALENDAR DAY
004560*----------------------------------------------------------*
004570 6100-READ-CALENDAR.
004580     READ CALENDAR NEXT RECORD
004590         AT END
004600             MOVE "Y" TO DM125-WS-CAL-EOF-SWITCH
004610     END-READ.
004620 6100-EXIT.
004630     EXIT.
004640*----------------------------------------------------------*
004650*    7100-WRITE-RUN-CONTROL
004660*         APPEND ONE RUN-CONTROL RECORD - A START ("S")
004670*         FROM 1000-INITIALIZE OR A COMPLETION ("C") FROM
004680*         8000-FINALIZE - THE SAME ENROLLMENT DM100 AND THE
004690*         OTHER SATELLITE UTILITIES CARRY, SO DM115 SEES
004700*         THIS PROGRAM'S RUNS TOO
004710*----------------------------------------------------------*
004720 7100-WRITE-RUN-CONTROL.
004730     MOVE "DM125" TO DM100-RUNC-PROGRAM.
004740     MOVE DM125-WS-RUNC-JOB-ID TO DM100-RUNC-JOB-ID.
004750     MOVE DM125-WS-RUN-DATE-EDIT TO DM100-RUNC-RUN-DATE.
004760     MOVE DM125-WS-RUNC-TYPE TO DM100-RUNC-REC-TYPE.
004770     IF DM125-WS-INIT-MODE
004780         MOVE "INIT" TO DM100-RUNC-PARM-MODE
004790     ELSE
004800         MOVE SPACES TO DM100-RUNC-PARM-MODE
004810     END-IF.
004820     IF DM100-RUNC-TYPE-COMPLETION
004830         MOVE "C" TO DM100-RUNC-OUTCOME
004840     ELSE
004850         MOVE SPACE TO DM100-RUNC-OUTCOME
004860     END-IF.
004870     MOVE ZERO TO DM100-RUNC-RECS-READ.
004880     MOVE ZERO TO DM100-RUNC-RECS-PROCESSED.
004890     MOVE ZERO TO DM100-RUNC-RECS-REJECTED.
004900     MOVE ZERO TO DM100-RUNC-RECS-DUPLICATE.
004910     MOVE ZERO TO DM100-RUNC-RECS-FROM-CACHE.
004920     MOVE ZERO TO DM100-RUNC-CONTROL-TOTAL.
004930     WRITE DM100-RUNC-RECORD.
004940 7100-EXIT.
004950     EXIT.
004960*----------------------------------------------------------*
004970*    8000-FINALIZE  -  CLOSE FILES, SUMMARIZE THE CLOSE
004980*----------------------------------------------------------*
004990 8000-FINALIZE.
005000     CLOSE CALENDAR.
005010     MOVE "C" TO DM125-WS-RUNC-TYPE.
005020     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
005030     CLOSE RUNCTL.
005040     DISPLAY "DM125 - CURRENT BUSINESS DATE     = "
005050         DM125-WS-NEW-DATE-NUM.
005060     DISPLAY "DM125 - BUSINESS DAYS LEFT        = "
005070         DM125-WS-DAYS-REMAINING.
005080 8000-EXIT.
005090     EXIT.
