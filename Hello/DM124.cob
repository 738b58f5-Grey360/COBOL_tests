000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CalendarLoad.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  BUILDS ONE YEAR OF THE
000220*                 BUSINESS-DAY CALENDAR (CALENDAR, DM100CL) -
000230*                 ONE RECORD PER CALENDAR DAY OF THE YEAR ON THE
000240*                 EXEC PARM (YEAR=YYYY), TYPED "B" BUSINESS DAY,
000250*                 "W" WEEKEND OR "H" HOLIDAY.  THE HOLIDAYS FOR
000260*                 THE YEAR ARE READ FROM HOLIDAYS, ONE CARD PER
000270*                 HOLIDAY, AND ARE ALL VALIDATED BEFORE THE
000280*                 CALENDAR IS TOUCHED, SO A BAD CARD NEVER
000290*                 LEAVES HALF A YEAR LOADED.  RERUNNING FOR A
000300*                 YEAR ALREADY ON FILE REWRITES ITS DAYS IN
000310*                 PLACE, WHICH IS HOW A HOLIDAY ADDED OR MOVED
000320*                 PART-WAY THROUGH THE YEAR IS PICKED UP.  THE
000330*                 CALENDAR IS WHAT THE DAY-CLOSE (DM125) ROLLS
000340*                 THE BUSINESS DATE FORWARD BY AND WHAT THE
000350*                 BUSDAYS=NNN RETENTION CUTOFFS COUNT BACK ON.
000360*----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS DM124-WS-HOLIDAYS-STATUS.
000430     SELECT CALENDAR ASSIGN TO "CALENDAR"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS DM100-CAL-DATE
000470         FILE STATUS IS DM124-WS-CALENDAR-STATUS.
000480     SELECT RUNCTL ASSIGN TO "RUNCTL"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS DM124-WS-RUNCTL-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530*----------------------------------------------------------*
000540*    HOLIDAYS - ONE 80-BYTE CARD PER HOLIDAY, DATE YYYYMMDD
000550*    IN COLUMNS 1-8 AND A DESCRIPTION IN COLUMNS 10-29.  A
000560*    CARD WITH "*" IN COLUMN 1, OR A BLANK CARD, IS A COMMENT.
000570*----------------------------------------------------------*
000580 FD  HOLIDAYS
000590     LABEL RECORDS ARE STANDARD.
000600 01  DM124-HOL-CARD.
000610     05  DM124-HOL-DATE                  PIC X(08).
000620     05  FILLER                          PIC X(01).
000630     05  DM124-HOL-DESCRIPTION           PIC X(20).
000640     05  FILLER                          PIC X(51).
000650 FD  CALENDAR
000660     LABEL RECORDS ARE STANDARD.
000670     COPY DM100CL.
000680 FD  RUNCTL
000690     LABEL RECORDS ARE STANDARD.
000700     COPY DM100RC.
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------*
000730*    FILE STATUS SWITCHES
000740*----------------------------------------------------------*
000750 77  DM124-WS-HOLIDAYS-STATUS            PIC X(02) VALUE "00".
000760 77  DM124-WS-CALENDAR-STATUS            PIC X(02) VALUE "00".
000770 77  DM124-WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
000780*----------------------------------------------------------*
000790*    PROGRAM SWITCHES
000800*----------------------------------------------------------*
000810 77  DM124-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000820     88  DM124-WS-EOF                        VALUE "Y".
000830 77  DM124-WS-YEAR-SWITCH                PIC X(01) VALUE "N".
000840     88  DM124-WS-YEAR-SUPPLIED              VALUE "Y".
000850 77  DM124-WS-FOUND-SWITCH               PIC X(01) VALUE "N".
000860     88  DM124-WS-HOLIDAY-FOUND              VALUE "Y".
000870*----------------------------------------------------------*
000880*    RUN COUNTERS
000890*----------------------------------------------------------*
000900 77  DM124-WS-CARDS-READ             PIC 9(07) COMP VALUE ZERO.
000910 77  DM124-WS-CARDS-IN-ERROR         PIC 9(07) COMP VALUE ZERO.
000920 77  DM124-WS-DAYS-WRITTEN           PIC 9(07) COMP VALUE ZERO.
000930 77  DM124-WS-DAYS-REWRITTEN         PIC 9(07) COMP VALUE ZERO.
000940 77  DM124-WS-BUSINESS-DAYS          PIC 9(07) COMP VALUE ZERO.
000950 77  DM124-WS-WEEKEND-DAYS           PIC 9(07) COMP VALUE ZERO.
000960 77  DM124-WS-HOLIDAY-DAYS           PIC 9(07) COMP VALUE ZERO.
000970*----------------------------------------------------------*
000980*    YEAR BEING BUILT AND THE DAY CURRENTLY BEING WRITTEN
000990*----------------------------------------------------------*
001000 77  DM124-WS-YEAR                       PIC 9(04) VALUE ZERO.
001010 77  DM124-WS-MONTH-IX               PIC 9(02) COMP VALUE ZERO.
001020 77  DM124-WS-DAY-IX                 PIC 9(02) COMP VALUE ZERO.
001030 77  DM124-WS-WEEKDAY                PIC 9(01) COMP VALUE ZERO.
001040 01  DM124-WS-CAL-DATE.
001050     05  DM124-WS-CAL-YYYY                PIC 9(04).
001060     05  DM124-WS-CAL-MM                  PIC 9(02).
001070     05  DM124-WS-CAL-DD                  PIC 9(02).
001080 01  DM124-WS-CAL-DATE-NUM REDEFINES DM124-WS-CAL-DATE
001090                                         PIC 9(08).
001100*----------------------------------------------------------*
001110*    DAYS IN EACH MONTH - FEBRUARY IS SET TO 29 FOR A LEAP
001120*    YEAR BEFORE THE BUILD STARTS
001130*----------------------------------------------------------*
001140 01  DM124-WS-MONTH-DAYS-INIT            PIC X(24) VALUE
001150         "312831303130313130313031".
001160 01  DM124-WS-MONTH-DAYS-TABLE REDEFINES DM124-WS-MONTH-DAYS-INIT.
001170     05  DM124-WS-MONTH-DAYS OCCURS 12 TIMES
001180                                         PIC 9(02).
001190*----------------------------------------------------------*
001200*    DAY NAMES, MONDAY (1) THROUGH SUNDAY (7) - THE
001210*    DESCRIPTION OF A DAY THAT IS NOT A HOLIDAY
001220*----------------------------------------------------------*
001230 01  DM124-WS-DAY-NAME-INIT.
001240     05  FILLER              PIC X(09) VALUE "MONDAY".
001250     05  FILLER              PIC X(09) VALUE "TUESDAY".
001260     05  FILLER              PIC X(09) VALUE "WEDNESDAY".
001270     05  FILLER              PIC X(09) VALUE "THURSDAY".
001280     05  FILLER              PIC X(09) VALUE "FRIDAY".
001290     05  FILLER              PIC X(09) VALUE "SATURDAY".
001300     05  FILLER              PIC X(09) VALUE "SUNDAY".
001310 01  DM124-WS-DAY-NAME-TABLE REDEFINES DM124-WS-DAY-NAME-INIT.
001320     05  DM124-WS-DAY-NAME OCCURS 7 TIMES
001330                                         PIC X(09).
001340*----------------------------------------------------------*
001350*    WEEKDAY OF 1 JANUARY BY ZELLER'S CONGRUENCE - JANUARY
001360*    COUNTS AS MONTH 13 OF THE PRIOR YEAR.  ZELLER GIVES
001370*    0 = SATURDAY; THE CALENDAR CARRIES 1 = MONDAY .. 7 =
001380*    SUNDAY.  ALSO THE LEAP-YEAR REMAINDERS.
001390*----------------------------------------------------------*
001400 77  DM124-WS-ZELLER-YEAR                PIC 9(04) VALUE ZERO.
001410 77  DM124-WS-ZELLER-CENTURY             PIC 9(02) VALUE ZERO.
001420 77  DM124-WS-ZELLER-YY                  PIC 9(02) VALUE ZERO.
001430 77  DM124-WS-ZELLER-YY-4                PIC 9(02) VALUE ZERO.
001440 77  DM124-WS-ZELLER-CENTURY-4           PIC 9(02) VALUE ZERO.
001450 77  DM124-WS-ZELLER-SUM                 PIC 9(05) VALUE ZERO.
001460 77  DM124-WS-ZELLER-QUOTIENT            PIC 9(05) VALUE ZERO.
001470 77  DM124-WS-ZELLER-H                   PIC 9(02) VALUE ZERO.
001480 77  DM124-WS-REM-4                      PIC 9(03) VALUE ZERO.
001490 77  DM124-WS-REM-100                    PIC 9(03) VALUE ZERO.
001500 77  DM124-WS-REM-400                    PIC 9(03) VALUE ZERO.
001510*----------------------------------------------------------*
001520*    HOLIDAY TABLE - EVERY VALID HOLIDAY CARD FOR THE YEAR
001530*----------------------------------------------------------*
001540 77  DM124-WS-HOL-MAX                PIC 9(03) COMP VALUE 40.
001550 77  DM124-WS-HOL-COUNT              PIC 9(03) COMP VALUE ZERO.
001560 77  DM124-WS-HOL-IX                 PIC 9(03) COMP VALUE ZERO.
001570 01  DM124-WS-HOL-TABLE.
001580     05  DM124-WS-HOL-ENTRY OCCURS 40 TIMES
001590             INDEXED BY DM124-WS-HOL-IDX.
001600         10  DM124-WS-HOL-TBL-DATE        PIC 9(08).
001610         10  DM124-WS-HOL-TBL-DESC        PIC X(20).
001620 01  DM124-WS-CHECK-DATE.
001630     05  DM124-WS-CHECK-YYYY              PIC 9(04).
001640     05  DM124-WS-CHECK-MM                PIC 9(02).
001650     05  DM124-WS-CHECK-DD                PIC 9(02).
001660 01  DM124-WS-CHECK-DATE-NUM REDEFINES DM124-WS-CHECK-DATE
001670                                         PIC 9(08).
001680*----------------------------------------------------------*
001690*    RUN-CONTROL IDENTIFICATION - THE JOB-ID IS SEEDED FROM
001700*    TIME OF DAY THE SAME WAY DM100'S OWN JOB-ID IS, SO A
001710*    RUNCTL RECORD TRACES BACK TO THE EXACT RUN THAT WROTE IT
001720*----------------------------------------------------------*
001730 77  DM124-WS-RUNC-JOB-ID                PIC X(08) VALUE "DM124".
001740 77  DM124-WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
001750 01  DM124-WS-RUN-DATE.
001760     05  DM124-WS-RUN-YYYY                PIC 9(04).
001770     05  DM124-WS-RUN-MM                  PIC 9(02).
001780     05  DM124-WS-RUN-DD                  PIC 9(02).
001790 01  DM124-WS-RUN-DATE-EDIT              PIC X(10).
001800 77  DM124-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
001810 LINKAGE SECTION.
001820*----------------------------------------------------------*
001830*    EXEC PARM= PARAMETER AREA - PARM FORMAT IS YEAR=YYYY,
001840*    DELIVERED BY THE OPERATING SYSTEM AS A HALFWORD LENGTH
001850*    FOLLOWED BY THE PARM TEXT
001860*----------------------------------------------------------*
001870 01  DM124-LK-PARM-AREA.
001880     05  DM124-LK-PARM-LEN               PIC S9(04) COMP.
001890     05  DM124-LK-PARM-TEXT              PIC X(80).
001900 PROCEDURE DIVISION USING DM124-LK-PARM-AREA.
001910*----------------------------------------------------------*
001920*    0000-MAINLINE
001930*----------------------------------------------------------*
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001960     PERFORM 2000-LOAD-HOLIDAY THRU 2000-EXIT
001970         UNTIL DM124-WS-EOF.
001980     PERFORM 3000-PREPARE-BUILD THRU 3000-EXIT.
001990     PERFORM 4000-BUILD-MONTH THRU 4000-EXIT
002000         VARYING DM124-WS-MONTH-IX FROM 1 BY 1
002010         UNTIL DM124-WS-MONTH-IX > 12.
002020     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002030     STOP RUN.
002040 0000-EXIT.
002050     EXIT.
002060*----------------------------------------------------------*
002070*    1000-INITIALIZE  -  PARSE THE YEAR PARM, OPEN THE
002080*                        HOLIDAY CARDS, PRIME THE FIRST READ
002090*----------------------------------------------------------*
002100 1000-INITIALIZE.
002110     PERFORM 1100-PARSE-YEAR-PARM THRU 1100-EXIT.
002120     IF NOT DM124-WS-YEAR-SUPPLIED
002130         DISPLAY "DM124 - NO VALID YEAR=YYYY PARM SUPPLIED, "
002140             "ENDING WITHOUT LOADING ANYTHING"
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002170     END-IF.
002180     PERFORM 3100-SET-LEAP-YEAR THRU 3100-EXIT.
002190     OPEN INPUT HOLIDAYS.
002200     IF DM124-WS-HOLIDAYS-STATUS NOT = "00"
002210         DISPLAY "DM124 - UNABLE TO OPEN HOLIDAYS, FILE STATUS = "
002220             DM124-WS-HOLIDAYS-STATUS
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260     ACCEPT DM124-WS-RUN-DATE FROM DATE YYYYMMDD.
002270     STRING DM124-WS-RUN-YYYY "-" DM124-WS-RUN-MM "-"
002280             DM124-WS-RUN-DD DELIMITED BY SIZE
002290             INTO DM124-WS-RUN-DATE-EDIT.
002300     ACCEPT DM124-WS-RUN-TIME FROM TIME.
002310     MOVE DM124-WS-RUN-TIME TO DM124-WS-RUNC-JOB-ID.
002320     OPEN EXTEND RUNCTL.
002330     IF DM124-WS-RUNCTL-STATUS NOT = "00"
002340         OPEN OUTPUT RUNCTL
002350     END-IF.
002360     IF DM124-WS-RUNCTL-STATUS NOT = "00"
002370         DISPLAY "DM124 - UNABLE TO OPEN RUNCTL, FILE STATUS = "
002380             DM124-WS-RUNCTL-STATUS
002390         MOVE 16 TO RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420     MOVE "S" TO DM124-WS-RUNC-TYPE.
002430     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
002440     PERFORM 2100-READ-HOLIDAYS THRU 2100-EXIT.
002450 1000-EXIT.
002460     EXIT.
002470*----------------------------------------------------------*
002480*    1100-PARSE-YEAR-PARM
002490*----------------------------------------------------------*
002500 1100-PARSE-YEAR-PARM.
002510     IF DM124-LK-PARM-LEN NOT < 9
002520         AND DM124-LK-PARM-TEXT (1:5) = "YEAR="
002530         IF DM124-LK-PARM-TEXT (6:4) IS NUMERIC
002540             MOVE DM124-LK-PARM-TEXT (6:4) TO DM124-WS-YEAR
002550             MOVE "Y" TO DM124-WS-YEAR-SWITCH
002560         ELSE
002570             DISPLAY "DM124 - YEAR PARM DIGITS ARE NOT NUMERIC"
002580         END-IF
002590     END-IF.
002600 1100-EXIT.
002610     EXIT.
002620*----------------------------------------------------------*
002630*    2000-LOAD-HOLIDAY  -  HOLIDAY CARD LOOP BODY
002640*----------------------------------------------------------*
002650 2000-LOAD-HOLIDAY.
002660     IF DM124-HOL-CARD NOT = SPACES
002670             AND DM124-HOL-CARD (1:1) NOT = "*"
002680         PERFORM 2200-VALIDATE-HOLIDAY THRU 2200-EXIT
002690     END-IF.
002700     PERFORM 2100-READ-HOLIDAYS THRU 2100-EXIT.
002710 2000-EXIT.
002720     EXIT.
002730*----------------------------------------------------------*
002740*    2100-READ-HOLIDAYS
002750*----------------------------------------------------------*
002760 2100-READ-HOLIDAYS.
002770     READ HOLIDAYS
002780         AT END
002790             MOVE "Y" TO DM124-WS-EOF-SWITCH
002800         NOT AT END
002810             ADD 1 TO DM124-WS-CARDS-READ
002820     END-READ.
002830 2100-EXIT.
002840     EXIT.
002850*----------------------------------------------------------*
002860*    2200-VALIDATE-HOLIDAY
002870*         A HOLIDAY MUST BE A REAL DATE IN THE PARM YEAR AND
002880*         MUST NOT REPEAT ONE ALREADY READ.  A GOOD CARD GOES
002890*         INTO THE TABLE; A BAD ONE IS COUNTED AND DISPLAYED
002900*         AND STOPS THE LOAD AFTER THE LAST CARD IS READ.
002910*----------------------------------------------------------*
002920 2200-VALIDATE-HOLIDAY.
002930     IF DM124-HOL-DATE IS NOT NUMERIC
002940         DISPLAY "DM124 - HOLIDAY DATE NOT NUMERIC = "
002950             DM124-HOL-DATE
002960         ADD 1 TO DM124-WS-CARDS-IN-ERROR
002970         GO TO 2200-EXIT
002980     END-IF.
002990     MOVE DM124-HOL-DATE TO DM124-WS-CHECK-DATE-NUM.
003000     IF DM124-WS-CHECK-YYYY NOT = DM124-WS-YEAR
003010         DISPLAY "DM124 - HOLIDAY NOT IN YEAR " DM124-WS-YEAR
003020             " = " DM124-HOL-DATE
003030         ADD 1 TO DM124-WS-CARDS-IN-ERROR
003040         GO TO 2200-EXIT
003050     END-IF.
003060     IF DM124-WS-CHECK-MM < 1 OR DM124-WS-CHECK-MM > 12
003070         DISPLAY "DM124 - HOLIDAY MONTH IS NOT VALID = "
003080             DM124-HOL-DATE
003090         ADD 1 TO DM124-WS-CARDS-IN-ERROR
003100         GO TO 2200-EXIT
003110     END-IF.
003120     IF DM124-WS-CHECK-DD < 1
003130             OR DM124-WS-CHECK-DD
003140                 > DM124-WS-MONTH-DAYS (DM124-WS-CHECK-MM)
003150         DISPLAY "DM124 - HOLIDAY DAY IS NOT VALID = "
003160             DM124-HOL-DATE
003170         ADD 1 TO DM124-WS-CARDS-IN-ERROR
003180         GO TO 2200-EXIT
003190     END-IF.
003200     MOVE "N" TO DM124-WS-FOUND-SWITCH.
003210     PERFORM 4200-SEARCH-HOLIDAY THRU 4200-EXIT
003220         VARYING DM124-WS-HOL-IX FROM 1 BY 1
003230         UNTIL DM124-WS-HOL-IX > DM124-WS-HOL-COUNT
003240            OR DM124-WS-HOLIDAY-FOUND.
003250     IF DM124-WS-HOLIDAY-FOUND
003260         DISPLAY "DM124 - HOLIDAY DATE REPEATED = "
003270             DM124-HOL-DATE
003280         ADD 1 TO DM124-WS-CARDS-IN-ERROR
003290         GO TO 2200-EXIT
003300     END-IF.
003310     IF DM124-WS-HOL-COUNT >= DM124-WS-HOL-MAX
003320         DISPLAY "DM124 - HOLIDAY TABLE FULL, CARD REJECTED = "
003330             DM124-HOL-DATE
003340         ADD 1 TO DM124-WS-CARDS-IN-ERROR
003350         GO TO 2200-EXIT
003360     END-IF.
003370     ADD 1 TO DM124-WS-HOL-COUNT.
003380     SET DM124-WS-HOL-IDX TO DM124-WS-HOL-COUNT.
003390     MOVE DM124-WS-CHECK-DATE-NUM
003400         TO DM124-WS-HOL-TBL-DATE (DM124-WS-HOL-IDX).
003410     MOVE DM124-HOL-DESCRIPTION
003420         TO DM124-WS-HOL-TBL-DESC (DM124-WS-HOL-IDX).
003430 2200-EXIT.
003440     EXIT.
003450*----------------------------------------------------------*
003460*    3000-PREPARE-BUILD
003470*         STOP IF ANY HOLIDAY CARD WAS BAD, OTHERWISE OPEN THE
003480*         CALENDAR (CREATING IT ON FIRST USE) AND WORK OUT THE
003490*         WEEKDAY OF 1 JANUARY
003500*----------------------------------------------------------*
003510 3000-PREPARE-BUILD.
003520     CLOSE HOLIDAYS.
003530     IF DM124-WS-CARDS-IN-ERROR NOT = ZERO
003540         DISPLAY "DM124 - " DM124-WS-CARDS-IN-ERROR
003550             " HOLIDAY CARD(S) IN ERROR, CALENDAR NOT LOADED"
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF.
003590     OPEN I-O CALENDAR.
003600     IF DM124-WS-CALENDAR-STATUS NOT = "00"
003610         OPEN OUTPUT CALENDAR
003620         CLOSE CALENDAR
003630         OPEN I-O CALENDAR
003640     END-IF.
003650     IF DM124-WS-CALENDAR-STATUS NOT = "00"
003660         DISPLAY "DM124 - UNABLE TO OPEN CALENDAR, FILE STATUS = "
003670             DM124-WS-CALENDAR-STATUS
003680         MOVE 16 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     SUBTRACT 1 FROM DM124-WS-YEAR GIVING DM124-WS-ZELLER-YEAR.
003720     DIVIDE DM124-WS-ZELLER-YEAR BY 100
003730         GIVING DM124-WS-ZELLER-CENTURY
003740         REMAINDER DM124-WS-ZELLER-YY.
003750     DIVIDE DM124-WS-ZELLER-YY BY 4
003760         GIVING DM124-WS-ZELLER-YY-4.
003770     DIVIDE DM124-WS-ZELLER-CENTURY BY 4
003780         GIVING DM124-WS-ZELLER-CENTURY-4.
003790*    DAY 1 OF MONTH 13 - THE MONTH TERM 13 * (13 + 1) / 5 IS 36
003800     COMPUTE DM124-WS-ZELLER-SUM = 1 + 36
003810         + DM124-WS-ZELLER-YY + DM124-WS-ZELLER-YY-4
003820         + DM124-WS-ZELLER-CENTURY-4
003830         + 5 * DM124-WS-ZELLER-CENTURY.
003840     DIVIDE DM124-WS-ZELLER-SUM BY 7
003850         GIVING DM124-WS-ZELLER-QUOTIENT
003860         REMAINDER DM124-WS-ZELLER-H.
003870     ADD 5 TO DM124-WS-ZELLER-H.
003880     DIVIDE DM124-WS-ZELLER-H BY 7
003890         GIVING DM124-WS-ZELLER-QUOTIENT
003900         REMAINDER DM124-WS-WEEKDAY.
003910     ADD 1 TO DM124-WS-WEEKDAY.
003920     MOVE DM124-WS-YEAR TO DM124-WS-CAL-YYYY.
003930 3000-EXIT.
003940     EXIT.
003950*----------------------------------------------------------*
003960*    3100-SET-LEAP-YEAR  -  FEBRUARY HAS 29 DAYS IN A YEAR
003970*                           DIVISIBLE BY 4, EXCEPT A CENTURY
003980*                           YEAR NOT DIVISIBLE BY 400
003990*----------------------------------------------------------*
004000 3100-SET-LEAP-YEAR.
004010     DIVIDE DM124-WS-YEAR BY 4
004020         GIVING DM124-WS-ZELLER-QUOTIENT
004030         REMAINDER DM124-WS-REM-4.
004040     DIVIDE DM124-WS-YEAR BY 100
004050         GIVING DM124-WS-ZELLER-QUOTIENT
004060         REMAINDER DM124-WS-REM-100.
004070     DIVIDE DM124-WS-YEAR BY 400
004080         GIVING DM124-WS-ZELLER-QUOTIENT
004090         REMAINDER DM124-WS-REM-400.
004100     IF DM124-WS-REM-400 = ZERO
004110             OR (DM124-WS-REM-4 = ZERO
004120                 AND DM124-WS-REM-100 NOT = ZERO)
004130         MOVE 29 TO DM124-WS-MONTH-DAYS (2)
004140     ELSE
004150         MOVE 28 TO DM124-WS-MONTH-DAYS (2)
004160     END-IF.
004170 3100-EXIT.
004180     EXIT.
004190*----------------------------------------------------------*
004200*    4000-BUILD-MONTH  -  ONE CALENDAR RECORD PER DAY OF THE
004210*                         MONTH - PERFORMED VARYING BY THE
004220*                         MAINLINE
004230*----------------------------------------------------------*
004240 4000-BUILD-MONTH.
004250     MOVE DM124-WS-MONTH-IX TO DM124-WS-CAL-MM.
004260     PERFORM 4100-BUILD-DAY THRU 4100-EXIT
004270         VARYING DM124-WS-DAY-IX FROM 1 BY 1
004280         UNTIL DM124-WS-DAY-IX
004290             > DM124-WS-MONTH-DAYS (DM124-WS-MONTH-IX).
004300 4000-EXIT.
004310     EXIT.
004320*----------------------------------------------------------*
004330*    4100-BUILD-DAY
004340*         A HOLIDAY IS "H" WHATEVER ITS WEEKDAY; OTHERWISE
004350*         SATURDAY AND SUNDAY ARE "W" AND EVERY OTHER DAY "B".
004360*         THE WEEKDAY THEN STEPS ON TO THE NEXT DAY.
004370*----------------------------------------------------------*
004380 4100-BUILD-DAY.
004390     MOVE DM124-WS-DAY-IX TO DM124-WS-CAL-DD.
004400     MOVE SPACES TO DM100-CAL-RECORD.
004410     MOVE DM124-WS-CAL-DATE-NUM TO DM100-CAL-DATE.
004420     MOVE DM124-WS-WEEKDAY TO DM100-CAL-WEEKDAY.
004430     MOVE DM124-WS-CAL-DATE-NUM TO DM124-WS-CHECK-DATE-NUM.
004440     MOVE "N" TO DM124-WS-FOUND-SWITCH.
004450     PERFORM 4200-SEARCH-HOLIDAY THRU 4200-EXIT
004460         VARYING DM124-WS-HOL-IX FROM 1 BY 1
004470         UNTIL DM124-WS-HOL-IX > DM124-WS-HOL-COUNT
004480            OR DM124-WS-HOLIDAY-FOUND.
004490     IF DM124-WS-HOLIDAY-FOUND
004500*        THE PERFORM VARYING ABOVE INCREMENTS THE SUBSCRIPT ONCE
004510*        MORE AFTER THE ENTRY MATCHES, SO STEP IT BACK TO THE
004520*        ENTRY THE SEARCH ACTUALLY FOUND
004530         SUBTRACT 1 FROM DM124-WS-HOL-IX
004540         SET DM124-WS-HOL-IDX TO DM124-WS-HOL-IX
004550         MOVE "H" TO DM100-CAL-DAY-TYPE
004560         MOVE DM124-WS-HOL-TBL-DESC (DM124-WS-HOL-IDX)
004570             TO DM100-CAL-DESCRIPTION
004580         ADD 1 TO DM124-WS-HOLIDAY-DAYS
004590     ELSE
004600         MOVE DM124-WS-DAY-NAME (DM124-WS-WEEKDAY)
004610             TO DM100-CAL-DESCRIPTION
004620         IF DM124-WS-WEEKDAY > 5
004630             MOVE "W" TO DM100-CAL-DAY-TYPE
004640             ADD 1 TO DM124-WS-WEEKEND-DAYS
004650         ELSE
004660             MOVE "B" TO DM100-CAL-DAY-TYPE
004670             ADD 1 TO DM124-WS-BUSINESS-DAYS
004680         END-IF
004690     END-IF.
004700     PERFORM 4300-WRITE-CALENDAR-DAY THRU 4300-EXIT.
004710     IF DM124-WS-WEEKDAY = 7
004720         MOVE 1 TO DM124-WS-WEEKDAY
004730     ELSE
004740         ADD 1 TO DM124-WS-WEEKDAY
004750     END-IF.
004760 4100-EXIT.
004770     EXIT.
004780*----------------------------------------------------------*
004790*    4200-SEARCH-HOLIDAY
004800*         COMPARE ONE HOLIDAY TABLE ENTRY AGAINST THE DATE IN
004810*         DM124-WS-CHECK-DATE - PERFORMED VARYING BY THE
004820*         CALLER
004830*----------------------------------------------------------*
004840 4200-SEARCH-HOLIDAY.
004850     SET DM124-WS-HOL-IDX TO DM124-WS-HOL-IX.
004860     IF DM124-WS-HOL-TBL-DATE (DM124-WS-HOL-IDX)
004870             = DM124-WS-CHECK-DATE-NUM
004880         MOVE "Y" TO DM124-WS-FOUND-SWITCH
004890     END-IF.
004900 4200-EXIT.
004910     EXIT.
004920*----------------------------------------------------------*
004930*    4300-WRITE-CALENDAR-DAY
004940*         ADD THE DAY, OR REPLACE IT WHEN THE YEAR IS BEING
004950*         RELOADED (DUPLICATE KEY, STATUS 22)
004960*----------------------------------------------------------*
004970 4300-WRITE-CALENDAR-DAY.
004980     WRITE DM100-CAL-RECORD
004990         INVALID KEY
005000             CONTINUE
005010     END-WRITE.
005020     IF DM124-WS-CALENDAR-STATUS = "00"
005030         ADD 1 TO DM124-WS-DAYS-WRITTEN
005040         GO TO 4300-EXIT.
005050     IF DM124-WS-CALENDAR-STATUS NOT = "22"
005060         DISPLAY "DM124 - CALENDAR WRITE FAILED, FILE STATUS = "
005070             DM124-WS-CALENDAR-STATUS " DATE = " DM100-CAL-DATE
005080         MOVE 16 TO RETURN-CODE
005090         STOP RUN
005100     END-IF.
005110     REWRITE DM100-CAL-RECORD
005120         INVALID KEY
005130             DISPLAY "DM124 - CALENDAR REWRITE FAILED, STATUS = "
005140                 DM124-WS-CALENDAR-STATUS
005150                 " DATE = " DM100-CAL-DATE
005160             MOVE 16 TO RETURN-CODE
005170             STOP RUN
005180     END-REWRITE.
005190     ADD 1 TO DM124-WS-DAYS-REWRITTEN.
005200 4300-EXIT.
005210     EXIT.
005220*----------------------------------------------------------*
005230*    7100-WRITE-RUN-CONTROL
005240*         APPEND ONE RUN-CONTROL RECORD - A START ("S")
005250*         FROM 1000-INITIALIZE OR A COMPLETION ("C") FROM
005260*         8000-FINALIZE - THE SAME ENROLLMENT DM100 AND THE
005270*         OTHER SATELLITE UTILITIES CARRY, SO DM115 SEES
005280*         THIS PROGRAM'S RUNS TOO
005290*----------------------------------------------------------*
005300 7100-WRITE-RUN-CONTROL.
005310     MOVE "DM124" TO DM100-RUNC-PROGRAM.
005320     MOVE DM124-WS-RUNC-JOB-ID TO DM100-RUNC-JOB-ID.
005330     MOVE DM124-WS-RUN-DATE-EDIT TO DM100-RUNC-RUN-DATE.
005340     MOVE DM124-WS-RUNC-TYPE TO DM100-RUNC-REC-TYPE.
005350     MOVE SPACES TO DM100-RUNC-PARM-MODE.
005360     IF DM100-RUNC-TYPE-COMPLETION
005370         MOVE "C" TO DM100-RUNC-OUTCOME
005380     ELSE
005390         MOVE SPACE TO DM100-RUNC-OUTCOME
005400     END-IF.
005410     MOVE DM124-WS-CARDS-READ TO DM100-RUNC-RECS-READ.
005420     ADD DM124-WS-DAYS-WRITTEN DM124-WS-DAYS-REWRITTEN
005430         GIVING DM100-RUNC-RECS-PROCESSED.
005440     MOVE DM124-WS-CARDS-IN-ERROR TO DM100-RUNC-RECS-REJECTED.
005450     MOVE ZERO TO DM100-RUNC-RECS-DUPLICATE.
005460     MOVE ZERO TO DM100-RUNC-RECS-FROM-CACHE.
005470     MOVE ZERO TO DM100-RUNC-CONTROL-TOTAL.
005480     WRITE DM100-RUNC-RECORD.
005490 7100-EXIT.
005500     EXIT.
005510*----------------------------------------------------------*
005520*    8000-FINALIZE  -  CLOSE FILES, SUMMARIZE THE LOAD
005530*----------------------------------------------------------*
005540 8000-FINALIZE.
005550     CLOSE CALENDAR.
005560     MOVE "C" TO DM124-WS-RUNC-TYPE.
005570     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
005580     CLOSE RUNCTL.
005590     DISPLAY "DM124 - CALENDAR YEAR LOADED      = "
005600         DM124-WS-YEAR.
005610     DISPLAY "DM124 - HOLIDAY CARDS READ        = "
005620         DM124-WS-CARDS-READ.
005630     DISPLAY "DM124 - DAYS ADDED                = "
005640         DM124-WS-DAYS-WRITTEN.
005650     DISPLAY "DM124 - DAYS REPLACED             = "
005660         DM124-WS-DAYS-REWRITTEN.
005670     DISPLAY "DM124 - BUSINESS DAYS             = "
005680         DM124-WS-BUSINESS-DAYS.
005690     DISPLAY "DM124 - WEEKEND DAYS              = "
005700         DM124-WS-WEEKEND-DAYS.
005710     DISPLAY "DM124 - HOLIDAYS                  = "
005720         DM124-WS-HOLIDAY-DAYS.
005730 8000-EXIT.
005740     EXIT.
