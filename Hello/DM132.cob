000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ExceptionTracker.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  DM103, DM106, DM107, DM113 AND
000220*                 DM115 EACH PRINTED THEIR FINDINGS TO THEIR OWN
000230*                 REPORT OR ENDED RC=4, AND NOTHING REMEMBERED
000240*                 WHETHER YESTERDAY'S FINDING WAS EVER DEALT
000250*                 WITH.  THEY NOW ALSO APPEND EVERY FINDING TO
000260*                 THE SHARED CONTROL EXCEPTION FILE (EXCPFILE,
000270*                 DM100EX).  THIS PROGRAM RUNS EACH MORNING,
000280*                 POSTS EVERY EXCEPTION ON EXCPFILE TO THE
000290*                 EXCEPTION TRACKING FILE (EXCPTRK, DM100ET) -
000300*                 A NEW FINDING IS ADDED OPEN, ONE ALREADY
000310*                 TRACKED IS MARKED SEEN AGAIN, AND A RESOLVED
000320*                 ONE REPORTED AGAIN IS REOPENED - AND PRINTS
000330*                 THE MORNING EXCEPTION REPORT (EXCPRPT) OF
000340*                 AGED, NEW AND STILL-OPEN EXCEPTIONS BY
000350*                 SEVERITY AND SOURCE PROGRAM.  AN OPEN FINDING
000360*                 WHOSE REFERENCE DATE IS AGEDAYS=NNN BUSINESS
000370*                 DAYS (DEFAULT 003) OR MORE BEFORE THE CURRENT
000380*                 BUSINESS DATE IS AGED, SO A GL DATE STILL NOT
000390*                 POSTED AFTER THREE DAYS IS LISTED APART FROM
000400*                 ONE THAT CAME IN THIS MORNING.  A FINDING
000410*                 STAYS ON THE REPORT UNTIL IT IS ACKNOWLEDGED
000420*                 OR RESOLVED THROUGH DM133.  EXCPFILE IS READ
000430*                 IN FULL ON EVERY RUN AND AN EXCEPTION IS ONLY
000440*                 POSTED WHEN IT WAS DETECTED LATER THAN THE
000450*                 TRACKING RECORD LAST SAW IT, SO A RERUN POSTS
000460*                 NOTHING TWICE.  RC=4 MEANS AT LEAST ONE AGED
000470*                 EXCEPTION IS STILL OPEN.
000480*----------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT EXCPFILE ASSIGN TO "EXCPFILE"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS DM132-WS-EXCPFILE-STATUS.
000550     SELECT EXCPTRK ASSIGN TO "EXCPTRK"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS DM100-EXTK-KEY
000590         FILE STATUS IS DM132-WS-EXCPTRK-STATUS.
000600     SELECT BUSCTL ASSIGN TO "BUSCTL"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS DM132-WS-BUSCTL-STATUS.
000630     SELECT CALENDAR ASSIGN TO "CALENDAR"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS DM100-CAL-DATE
000670         FILE STATUS IS DM132-WS-CALENDAR-STATUS.
000680     SELECT EXCPRPT ASSIGN TO "EXCPRPT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS DM132-WS-EXCPRPT-STATUS.
000710     SELECT RUNCTL ASSIGN TO "RUNCTL"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS DM132-WS-RUNCTL-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  EXCPFILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY DM100EX.
000790 FD  EXCPTRK
000800     LABEL RECORDS ARE STANDARD.
000810     COPY DM100ET.
000820 FD  BUSCTL
000830     LABEL RECORDS ARE STANDARD.
000840     COPY DM100BD.
000850 FD  CALENDAR
000860     LABEL RECORDS ARE STANDARD.
000870     COPY DM100CL.
000880 FD  EXCPRPT
000890     LABEL RECORDS ARE STANDARD.
000900 01  DM132-RPT-LINE                      PIC X(80).
000910 FD  RUNCTL
000920     LABEL RECORDS ARE STANDARD.
000930     COPY DM100RC.
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------*
000960*    FILE STATUS SWITCHES
000970*----------------------------------------------------------*
000980 77  DM132-WS-EXCPFILE-STATUS            PIC X(02) VALUE "00".
000990 77  DM132-WS-EXCPTRK-STATUS             PIC X(02) VALUE "00".
001000 77  DM132-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
001010 77  DM132-WS-CALENDAR-STATUS            PIC X(02) VALUE "00".
001020 77  DM132-WS-EXCPRPT-STATUS             PIC X(02) VALUE "00".
001030 77  DM132-WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
001040*----------------------------------------------------------*
001050*    PROGRAM SWITCHES
001060*----------------------------------------------------------*
001070 77  DM132-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001080     88  DM132-WS-EOF                        VALUE "Y".
001090 77  DM132-WS-TRK-EOF-SWITCH             PIC X(01) VALUE "N".
001100     88  DM132-WS-TRK-EOF                    VALUE "Y".
001110 77  DM132-WS-FOUND-SWITCH               PIC X(01) VALUE "N".
001120     88  DM132-WS-TRACKED                    VALUE "Y".
001130 77  DM132-WS-REOPEN-SWITCH              PIC X(01) VALUE "N".
001140     88  DM132-WS-REOPENING                  VALUE "Y".
001150*----------------------------------------------------------*
001160*    POSTING COUNTERS
001170*----------------------------------------------------------*
001180 77  DM132-WS-EXCP-READ             PIC 9(07) COMP VALUE ZERO.
001190 77  DM132-WS-EXCP-ADDED            PIC 9(07) COMP VALUE ZERO.
001200 77  DM132-WS-EXCP-SEEN-AGAIN       PIC 9(07) COMP VALUE ZERO.
001210 77  DM132-WS-EXCP-REOPENED         PIC 9(07) COMP VALUE ZERO.
001220 77  DM132-WS-EXCP-ALREADY          PIC 9(07) COMP VALUE ZERO.
001230 77  DM132-WS-WRITE-ERRORS          PIC 9(07) COMP VALUE ZERO.
001240*----------------------------------------------------------*
001250*    REPORT COUNTERS
001260*----------------------------------------------------------*
001270 77  DM132-WS-TRACKED-COUNT         PIC 9(07) COMP VALUE ZERO.
001280 77  DM132-WS-AGED-COUNT            PIC 9(07) COMP VALUE ZERO.
001290 77  DM132-WS-NEW-COUNT             PIC 9(07) COMP VALUE ZERO.
001300 77  DM132-WS-OPEN-COUNT            PIC 9(07) COMP VALUE ZERO.
001310 77  DM132-WS-ACK-COUNT             PIC 9(07) COMP VALUE ZERO.
001320 77  DM132-WS-RESOLVED-COUNT        PIC 9(07) COMP VALUE ZERO.
001330 77  DM132-WS-SECTION-LINES         PIC 9(07) COMP VALUE ZERO.
001340*----------------------------------------------------------*
001350*    TRACKING NUMBER - THE HIGHEST ON FILE WHEN THE RUN
001360*    STARTED, STEPPED FOR EVERY RECORD ADDED
001370*----------------------------------------------------------*
001380 77  DM132-WS-HIGH-TRACK-NO              PIC 9(07) VALUE ZERO.
001390*----------------------------------------------------------*
001400*    REPORT SELECTION - THE SECTION BEING PRINTED, THE
001410*    SEVERITY OF THE CURRENT PASS OVER EXCPTRK, AND THE
001420*    SECTION A TRACKING RECORD FALLS IN
001430*----------------------------------------------------------*
001440 77  DM132-WS-SECTION                    PIC X(01) VALUE SPACE.
001450 77  DM132-WS-CLASS                      PIC X(01) VALUE SPACE.
001460     88  DM132-WS-CLASS-AGED                 VALUE "A".
001470     88  DM132-WS-CLASS-NEW                  VALUE "N".
001480     88  DM132-WS-CLASS-OPEN                 VALUE "S".
001490 01  DM132-WS-PASS-SEVERITY              PIC 9(01) VALUE ZERO.
001500 01  DM132-WS-PASS-SEV-CHAR REDEFINES DM132-WS-PASS-SEVERITY
001510                                         PIC X(01).
001520*----------------------------------------------------------*
001530*    AGING - AGEDAYS=NNN ON THE PARM (DEFAULT 003) NAMES THE
001540*    CALENDAR BUSINESS DAY NNN BUSINESS DAYS BEFORE THE
001550*    CURRENT BUSINESS DATE ON BUSCTL.  AN OPEN EXCEPTION WHOSE
001560*    REFERENCE DATE IS ON OR BEFORE IT IS AGED.  THE COUNT-BACK
001570*    IS THE ONE DM104 AND DM105 USE FOR BUSDAYS=NNN.
001580*----------------------------------------------------------*
001590 77  DM132-WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
001600 77  DM132-WS-AGEDAYS                    PIC 9(03) VALUE 003.
001610 77  DM132-WS-BUSDAYS-BEFORE         PIC 9(07) COMP VALUE ZERO.
001620 77  DM132-WS-BUSDAYS-SKIP           PIC 9(07) COMP VALUE ZERO.
001630 77  DM132-WS-CAL-EOF-SWITCH             PIC X(01) VALUE "N".
001640     88  DM132-WS-CAL-EOF                        VALUE "Y".
001650 77  DM132-WS-CUTOFF-SWITCH              PIC X(01) VALUE "N".
001660     88  DM132-WS-CUTOFF-FOUND                   VALUE "Y".
001670 77  DM132-WS-AGED-CUTOFF                PIC 9(08) VALUE ZERO.
001680*----------------------------------------------------------*
001690*    RUN-CONTROL IDENTIFICATION - THE JOB-ID IS SEEDED FROM
001700*    TIME OF DAY THE SAME WAY DM100'S OWN JOB-ID IS
001710*----------------------------------------------------------*
001720 77  DM132-WS-RUNC-JOB-ID               PIC X(08) VALUE "DM132".
001730 77  DM132-WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
001740 01  DM132-WS-RUN-DATE.
001750     05  DM132-WS-RUN-YYYY                PIC 9(04).
001760     05  DM132-WS-RUN-MM                  PIC 9(02).
001770     05  DM132-WS-RUN-DD                  PIC 9(02).
001780 01  DM132-WS-RUN-DATE-EDIT              PIC X(10).
001790 77  DM132-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
001800*----------------------------------------------------------*
001810*    MORNING EXCEPTION REPORT LINES
001820*----------------------------------------------------------*
001830 01  DM132-RPT-HDG-LINE.
001840     05  FILLER                         PIC X(30) VALUE
001850             "MORNING CONTROL EXCEPTIONS".
001860     05  FILLER                         PIC X(15) VALUE
001870             "BUSINESS DATE: ".
001880     05  DM132-RPTH-BUSDATE              PIC 9(08).
001890     05  FILLER                         PIC X(12) VALUE
001900             "  RUN DATE: ".
001910     05  DM132-RPTH-RUN-DATE             PIC X(10).
001920 01  DM132-RPT-HDG2-LINE.
001930     05  FILLER                         PIC X(45) VALUE
001940             "AGED = STILL OPEN, REFERENCE DATE ON/BEFORE ".
001950     05  DM132-RPTH-CUTOFF               PIC 9(08).
001960     05  FILLER                         PIC X(02) VALUE " (".
001970     05  DM132-RPTH-AGEDAYS              PIC ZZ9.
001980     05  FILLER                         PIC X(15) VALUE
001990             " BUSINESS DAYS)".
002000 01  DM132-RPT-NOAGE-LINE.
002010     05  FILLER                         PIC X(45) VALUE
002020             "AGED = NOT DETERMINED, CALENDAR TOO SHORT TO ".
002030     05  FILLER                         PIC X(10) VALUE
002040             "COUNT BACK".
002050     05  FILLER                         PIC X(01) VALUE SPACE.
002060     05  DM132-RPTN-AGEDAYS              PIC ZZ9.
002070     05  FILLER                         PIC X(14) VALUE
002080             " BUSINESS DAYS".
002090 01  DM132-RPT-SECTION-LINE.
002100     05  FILLER                         PIC X(05) VALUE "---- ".
002110     05  DM132-RPTS-TITLE                PIC X(40).
002120     05  FILLER                         PIC X(05) VALUE " ----".
002130 01  DM132-RPT-COL-LINE.
002140     05  FILLER                   PIC X(08) VALUE "  TRACK".
002150     05  FILLER                   PIC X(05) VALUE "SEV".
002160     05  FILLER                   PIC X(06) VALUE "PGM".
002170     05  FILLER                   PIC X(05) VALUE "CODE".
002180     05  FILLER                   PIC X(09) VALUE "REF-DATE".
002190     05  FILLER                   PIC X(07) VALUE "STATE".
002200     05  FILLER                   PIC X(11) VALUE "DESCRIPTION".
002210 01  DM132-RPT-DETAIL-LINE.
002220     05  DM132-RPTD-TRACK-NO             PIC ZZZZZZ9.
002230     05  FILLER                         PIC X(01) VALUE SPACES.
002240     05  DM132-RPTD-SEVERITY             PIC X(04).
002250     05  FILLER                         PIC X(01) VALUE SPACES.
002260     05  DM132-RPTD-PROGRAM              PIC X(05).
002270     05  FILLER                         PIC X(01) VALUE SPACES.
002280     05  DM132-RPTD-CODE                 PIC X(04).
002290     05  FILLER                         PIC X(01) VALUE SPACES.
002300     05  DM132-RPTD-REF-DATE             PIC 9(08).
002310     05  FILLER                         PIC X(01) VALUE SPACES.
002320     05  DM132-RPTD-STATE                PIC X(06).
002330     05  FILLER                         PIC X(01) VALUE SPACES.
002340     05  DM132-RPTD-DESC                 PIC X(36).
002350 01  DM132-RPT-DETAIL2-LINE.
002360     05  FILLER                         PIC X(08) VALUE SPACES.
002370     05  FILLER                         PIC X(05) VALUE "KEY: ".
002380     05  DM132-RPTD-KEY                  PIC X(30).
002390     05  FILLER                         PIC X(08) VALUE
002400             " AMOUNT ".
002410     05  DM132-RPTD-AMOUNT               PIC Z(14)9-.
002420     05  FILLER                         PIC X(06) VALUE " SEEN ".
002430     05  DM132-RPTD-TIMES                PIC ZZZZ9.
002440 01  DM132-RPT-NONE-LINE.
002450     05  FILLER                         PIC X(08) VALUE SPACES.
002460     05  FILLER                         PIC X(04) VALUE "NONE".
002470 01  DM132-RPT-COUNT-LINE.
002480     05  FILLER                         PIC X(02) VALUE SPACES.
002490     05  DM132-RPTC-LABEL                PIC X(44).
002500     05  DM132-RPTC-COUNT                PIC ZZZZZZ9.
002510 LINKAGE SECTION.
002520*----------------------------------------------------------*
002530*    EXEC PARM= PARAMETER AREA - OPTIONAL AGEDAYS=NNN,
002540*    DELIVERED BY THE OPERATING SYSTEM AS A HALFWORD LENGTH
002550*    FOLLOWED BY THE PARM TEXT
002560*----------------------------------------------------------*
002570 01  DM132-LK-PARM-AREA.
002580     05  DM132-LK-PARM-LEN               PIC S9(04) COMP.
002590     05  DM132-LK-PARM-TEXT              PIC X(80).
002600 PROCEDURE DIVISION USING DM132-LK-PARM-AREA.
002610*----------------------------------------------------------*
002620*    0000-MAINLINE
002630*----------------------------------------------------------*
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002660     PERFORM 2000-POST-EXCEPTION THRU 2000-EXIT
002670         UNTIL DM132-WS-EOF.
002680     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
002690     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002700     STOP RUN.
002710 0000-EXIT.
002720     EXIT.
002730*----------------------------------------------------------*
002740*    1000-INITIALIZE  -  PARSE THE PARM, FIND THE BUSINESS
002750*                        DATE AND AGED CUTOFF, OPEN FILES,
002760*                        PRIME THE EXCPFILE READ
002770*----------------------------------------------------------*
002780 1000-INITIALIZE.
002790     ACCEPT DM132-WS-RUN-DATE FROM DATE YYYYMMDD.
002800     STRING DM132-WS-RUN-YYYY "-" DM132-WS-RUN-MM "-"
002810             DM132-WS-RUN-DD DELIMITED BY SIZE
002820             INTO DM132-WS-RUN-DATE-EDIT.
002830     ACCEPT DM132-WS-RUN-TIME FROM TIME.
002840     MOVE DM132-WS-RUN-TIME TO DM132-WS-RUNC-JOB-ID.
002850     PERFORM 1100-PARSE-AGEDAYS-PARM THRU 1100-EXIT.
002860     PERFORM 1200-DERIVE-AGED-CUTOFF THRU 1200-EXIT.
002870     OPEN INPUT EXCPFILE.
002880     IF DM132-WS-EXCPFILE-STATUS NOT = "00"
002890         DISPLAY "DM132 - UNABLE TO OPEN EXCPFILE, FILE STATUS = "
002900             DM132-WS-EXCPFILE-STATUS
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF.
002940     OPEN I-O EXCPTRK.
002950     IF DM132-WS-EXCPTRK-STATUS NOT = "00"
002960         DISPLAY "DM132 - UNABLE TO OPEN EXCPTRK, FILE STATUS = "
002970             DM132-WS-EXCPTRK-STATUS
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF.
003010     OPEN OUTPUT EXCPRPT.
003020     IF DM132-WS-EXCPRPT-STATUS NOT = "00"
003030         DISPLAY "DM132 - UNABLE TO OPEN EXCPRPT, FILE STATUS = "
003040             DM132-WS-EXCPRPT-STATUS
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     OPEN EXTEND RUNCTL.
003090     IF DM132-WS-RUNCTL-STATUS NOT = "00"
003100         OPEN OUTPUT RUNCTL
003110     END-IF.
003120     IF DM132-WS-RUNCTL-STATUS NOT = "00"
003130         DISPLAY "DM132 - UNABLE TO OPEN RUNCTL, FILE STATUS = "
003140             DM132-WS-RUNCTL-STATUS
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     MOVE "S" TO DM132-WS-RUNC-TYPE.
003190     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
003200     PERFORM 1300-FIND-HIGH-TRACK-NO THRU 1300-EXIT.
003210     PERFORM 2100-READ-EXCPFILE THRU 2100-EXIT.
003220 1000-EXIT.
003230     EXIT.
003240*----------------------------------------------------------*
003250*    1100-PARSE-AGEDAYS-PARM
003260*         NO PARM KEEPS THE DEFAULT OF THREE BUSINESS DAYS;
003270*         ANYTHING BUT AGEDAYS=NNN ENDS THE RUN
003280*----------------------------------------------------------*
003290 1100-PARSE-AGEDAYS-PARM.
003300     IF DM132-LK-PARM-LEN NOT > ZERO
003310         GO TO 1100-EXIT.
003320     IF DM132-LK-PARM-LEN = 11
003330         AND DM132-LK-PARM-TEXT (1:8) = "AGEDAYS="
003340         AND DM132-LK-PARM-TEXT (9:3) IS NUMERIC
003350         MOVE DM132-LK-PARM-TEXT (9:3) TO DM132-WS-AGEDAYS
003360         GO TO 1100-EXIT.
003370     DISPLAY "DM132 - PARM MUST BE AGEDAYS=NNN OR OMITTED, "
003380         "ENDING WITHOUT POSTING ANYTHING".
003390     MOVE 16 TO RETURN-CODE.
003400     STOP RUN.
003410 1100-EXIT.
003420     EXIT.
003430*----------------------------------------------------------*
003440*    1200-DERIVE-AGED-CUTOFF
003450*         READ THE CURRENT BUSINESS DATE FROM BUSCTL AND FIND
003460*         THE CALENDAR BUSINESS DAY AGEDAYS BUSINESS DAYS
003470*         BEFORE IT - AGEDAYS=000 IS THE CURRENT BUSINESS DATE
003480*         ITSELF.  THE CALENDAR IS READ TWICE, ONCE TO COUNT
003490*         THE BUSINESS DAYS BEFORE THE CURRENT DATE AND ONCE TO
003500*         STOP ON THE ONE AGEDAYS FROM THE END.  A CALENDAR
003510*         THAT DOES NOT REACH BACK THAT FAR LEAVES THE CUTOFF
003520*         UNFOUND AND NOTHING IS REPORTED AS AGED.
003530*----------------------------------------------------------*
003540 1200-DERIVE-AGED-CUTOFF.
003550     OPEN INPUT BUSCTL.
003560     IF DM132-WS-BUSCTL-STATUS NOT = "00"
003570         DISPLAY "DM132 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
003580             DM132-WS-BUSCTL-STATUS
003590         MOVE 16 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620     READ BUSCTL
003630         AT END
003640             DISPLAY "DM132 - BUSCTL HOLDS NO BUSINESS-DATE "
003650                 "CONTROL RECORD"
003660             MOVE 16 TO RETURN-CODE
003670             STOP RUN
003680     END-READ.
003690     CLOSE BUSCTL.
003700     MOVE DM100-BDC-CURRENT-DATE TO DM132-WS-BUSINESS-DATE.
003710     IF DM132-WS-AGEDAYS = ZERO
003720         MOVE DM132-WS-BUSINESS-DATE TO DM132-WS-AGED-CUTOFF
003730         MOVE "Y" TO DM132-WS-CUTOFF-SWITCH
003740         GO TO 1200-EXIT
003750     END-IF.
003760     OPEN INPUT CALENDAR.
003770     IF DM132-WS-CALENDAR-STATUS NOT = "00"
003780         DISPLAY "DM132 - UNABLE TO OPEN CALENDAR, FILE STATUS = "
003790             DM132-WS-CALENDAR-STATUS
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830     MOVE ZERO TO DM132-WS-BUSDAYS-BEFORE.
003840     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
003850     PERFORM 1230-COUNT-BUSINESS-DAY THRU 1230-EXIT
003860         UNTIL DM132-WS-CAL-EOF.
003870     IF DM132-WS-BUSDAYS-BEFORE < DM132-WS-AGEDAYS
003880         DISPLAY "DM132 - CALENDAR HOLDS ONLY "
003890             DM132-WS-BUSDAYS-BEFORE " BUSINESS DAYS BEFORE "
003900             DM132-WS-BUSINESS-DATE
003910             ", NOTHING WILL BE REPORTED AS AGED"
003920         CLOSE CALENDAR
003930         GO TO 1200-EXIT
003940     END-IF.
003950     SUBTRACT DM132-WS-AGEDAYS FROM DM132-WS-BUSDAYS-BEFORE
003960         GIVING DM132-WS-BUSDAYS-SKIP.
003970     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
003980     PERFORM 1240-STEP-TO-CUTOFF-DATE THRU 1240-EXIT
003990         UNTIL DM132-WS-CAL-EOF OR DM132-WS-CUTOFF-FOUND.
004000     CLOSE CALENDAR.
004010 1200-EXIT.
004020     EXIT.
004030*----------------------------------------------------------*
004040*    1210-START-CALENDAR  -  POSITION AT THE FIRST CALENDAR
004050*                            DAY AND READ IT
004060*----------------------------------------------------------*
004070 1210-START-CALENDAR.
004080     MOVE "N" TO DM132-WS-CAL-EOF-SWITCH.
004090     MOVE ZERO TO DM100-CAL-DATE.
004100     START CALENDAR KEY IS NOT LESS THAN DM100-CAL-DATE
004110         INVALID KEY
004120             MOVE "Y" TO DM132-WS-CAL-EOF-SWITCH
004130     END-START.
004140     IF NOT DM132-WS-CAL-EOF
004150         PERFORM 1220-READ-CALENDAR THRU 1220-EXIT
004160     END-IF.
004170 1210-EXIT.
004180     EXIT.
004190*----------------------------------------------------------*
004200*    1220-READ-CALENDAR  -  READ THE NEXT CALENDAR DAY - THE
004210*                           CURRENT BUSINESS DATE ENDS THE SCAN
004220*----------------------------------------------------------*
004230 1220-READ-CALENDAR.
004240     READ CALENDAR NEXT RECORD
004250         AT END
004260             MOVE "Y" TO DM132-WS-CAL-EOF-SWITCH
004270     END-READ.
004280     IF NOT DM132-WS-CAL-EOF
004290             AND DM100-CAL-DATE NOT < DM132-WS-BUSINESS-DATE
004300         MOVE "Y" TO DM132-WS-CAL-EOF-SWITCH
004310     END-IF.
004320 1220-EXIT.
004330     EXIT.
004340*----------------------------------------------------------*
004350*    1230-COUNT-BUSINESS-DAY  -  FIRST PASS LOOP BODY
004360*----------------------------------------------------------*
004370 1230-COUNT-BUSINESS-DAY.
004380     IF DM100-CAL-BUSINESS-DAY
004390         ADD 1 TO DM132-WS-BUSDAYS-BEFORE
004400     END-IF.
004410     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
004420 1230-EXIT.
004430     EXIT.
004440*----------------------------------------------------------*
004450*    1240-STEP-TO-CUTOFF-DATE  -  SECOND PASS LOOP BODY -
004460*         PASS OVER THE BUSINESS DAYS THAT ARE MORE THAN
004470*         AGEDAYS BACK AND STOP ON THE FIRST ONE THAT IS NOT
004480*----------------------------------------------------------*
004490 1240-STEP-TO-CUTOFF-DATE.
004500     IF DM100-CAL-BUSINESS-DAY
004510         IF DM132-WS-BUSDAYS-SKIP = ZERO
004520             MOVE DM100-CAL-DATE TO DM132-WS-AGED-CUTOFF
004530             MOVE "Y" TO DM132-WS-CUTOFF-SWITCH
004540             GO TO 1240-EXIT
004550         END-IF
004560         SUBTRACT 1 FROM DM132-WS-BUSDAYS-SKIP
004570     END-IF.
004580     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
004590 1240-EXIT.
004600     EXIT.
004610*----------------------------------------------------------*
004620*    1300-FIND-HIGH-TRACK-NO
004630*         BROWSE EXCPTRK FOR THE HIGHEST TRACKING NUMBER SO A
004640*         NEW EXCEPTION TAKES THE NEXT ONE
004650*----------------------------------------------------------*
004660 1300-FIND-HIGH-TRACK-NO.
004670     PERFORM 4100-START-TRACKING-BROWSE THRU 4100-EXIT.
004680     PERFORM 1310-CHECK-TRACK-NO THRU 1310-EXIT
004690         UNTIL DM132-WS-TRK-EOF.
004700 1300-EXIT.
004710     EXIT.
004720*----------------------------------------------------------*
004730*    1310-CHECK-TRACK-NO  -  HIGH TRACKING NUMBER LOOP BODY
004740*----------------------------------------------------------*
004750 1310-CHECK-TRACK-NO.
004760     IF DM100-EXTK-TRACK-NO > DM132-WS-HIGH-TRACK-NO
004770         MOVE DM100-EXTK-TRACK-NO TO DM132-WS-HIGH-TRACK-NO
004780     END-IF.
004790     PERFORM 4200-READ-NEXT-TRACKED THRU 4200-EXIT.
004800 1310-EXIT.
004810     EXIT.
004820*----------------------------------------------------------*
004830*    2000-POST-EXCEPTION  -  EXCPFILE POSTING LOOP BODY
004840*----------------------------------------------------------*
004850 2000-POST-EXCEPTION.
004860     PERFORM 2200-POST-ONE-EXCEPTION THRU 2200-EXIT.
004870     PERFORM 2100-READ-EXCPFILE THRU 2100-EXIT.
004880 2000-EXIT.
004890     EXIT.
004900*----------------------------------------------------------*
004910*    2100-READ-EXCPFILE
004920*----------------------------------------------------------*
004930 2100-READ-EXCPFILE.
004940     READ EXCPFILE
004950         AT END
004960             MOVE "Y" TO DM132-WS-EOF-SWITCH
004970         NOT AT END
004980             ADD 1 TO DM132-WS-EXCP-READ
004990     END-READ.
005000 2100-EXIT.
005010     EXIT.
005020*----------------------------------------------------------*
005030*    2200-POST-ONE-EXCEPTION
005040*         LOOK THE EXCEPTION UP ON EXCPTRK BY ITS TRACKING
005050*         KEY.  AN UNTRACKED ONE IS ADDED; ONE NOT DETECTED
005060*         LATER THAN THE TRACKING RECORD LAST SAW IT HAS
005070*         ALREADY BEEN POSTED AND IS PASSED OVER
005080*----------------------------------------------------------*
005090 2200-POST-ONE-EXCEPTION.
005100     MOVE DM100-EXCP-TRACK-KEY TO DM100-EXTK-KEY.
005110     MOVE "N" TO DM132-WS-FOUND-SWITCH.
005120     READ EXCPTRK
005130         KEY IS DM100-EXTK-KEY
005140         INVALID KEY
005150             CONTINUE
005160         NOT INVALID KEY
005170             MOVE "Y" TO DM132-WS-FOUND-SWITCH
005180     END-READ.
005190     IF NOT DM132-WS-TRACKED
005200         PERFORM 2300-ADD-TRACKING THRU 2300-EXIT
005210         GO TO 2200-EXIT.
005220     IF DM100-EXCP-DETECT-DATE NOT > DM100-EXTK-LAST-DETECTED
005230         ADD 1 TO DM132-WS-EXCP-ALREADY
005240         GO TO 2200-EXIT.
005250     PERFORM 2400-UPDATE-TRACKING THRU 2400-EXIT.
005260 2200-EXIT.
005270     EXIT.
005280*----------------------------------------------------------*
005290*    2300-ADD-TRACKING
005300*         FIRST REPORT OF A FINDING - ADD IT OPEN UNDER THE
005310*         NEXT TRACKING NUMBER, FIRST POSTED TODAY
005320*----------------------------------------------------------*
005330 2300-ADD-TRACKING.
005340     ADD 1 TO DM132-WS-HIGH-TRACK-NO.
005350     MOVE SPACES TO DM100-EXTK-RECORD.
005360     MOVE DM100-EXCP-TRACK-KEY TO DM100-EXTK-KEY.
005370     MOVE DM132-WS-HIGH-TRACK-NO TO DM100-EXTK-TRACK-NO.
005380     MOVE DM100-EXCP-SEVERITY TO DM100-EXTK-SEVERITY.
005390     MOVE "O" TO DM100-EXTK-STATUS.
005400     MOVE DM100-EXCP-REF-DATE TO DM100-EXTK-REF-DATE.
005410     MOVE DM132-WS-BUSINESS-DATE TO DM100-EXTK-FIRST-POSTED.
005420     MOVE DM100-EXCP-DETECT-DATE TO DM100-EXTK-FIRST-DETECTED.
005430     MOVE DM100-EXCP-DETECT-DATE TO DM100-EXTK-LAST-DETECTED.
005440     MOVE 1 TO DM100-EXTK-TIMES-DETECTED.
005450     MOVE DM100-EXCP-JOB-ID TO DM100-EXTK-JOB-ID.
005460     MOVE DM100-EXCP-AMOUNT TO DM100-EXTK-AMOUNT.
005470     MOVE DM100-EXCP-DESC TO DM100-EXTK-DESC.
005480     MOVE ZERO TO DM100-EXTK-ACTION-DATE.
005490     MOVE ZERO TO DM100-EXTK-ACTION-TIME.
005500     WRITE DM100-EXTK-RECORD
005510         INVALID KEY
005520             DISPLAY "DM132 - WRITE FAILED FOR EXCEPTION "
005530                 DM100-EXTK-KEY ", FILE STATUS = "
005540                 DM132-WS-EXCPTRK-STATUS
005550             ADD 1 TO DM132-WS-WRITE-ERRORS
005560             GO TO 2300-EXIT
005570     END-WRITE.
005580     ADD 1 TO DM132-WS-EXCP-ADDED.
005590 2300-EXIT.
005600     EXIT.
005610*----------------------------------------------------------*
005620*    2400-UPDATE-TRACKING
005630*         A FINDING REPORTED AGAIN ON A LATER DAY - RECORD THE
005640*         SIGHTING AND CARRY THE LATEST JOB-ID, AMOUNT AND
005650*         DESCRIPTION.  AN ACKNOWLEDGED FINDING STAYS
005660*         ACKNOWLEDGED; A RESOLVED ONE THAT IS REPORTED AGAIN
005670*         WAS NOT FIXED AND IS REOPENED AS OF TODAY.
005680*----------------------------------------------------------*
005690 2400-UPDATE-TRACKING.
005700     MOVE DM100-EXCP-DETECT-DATE TO DM100-EXTK-LAST-DETECTED.
005710     IF DM100-EXTK-TIMES-DETECTED < 99999
005720         ADD 1 TO DM100-EXTK-TIMES-DETECTED
005730     END-IF.
005740     MOVE DM100-EXCP-SEVERITY TO DM100-EXTK-SEVERITY.
005750     MOVE DM100-EXCP-JOB-ID TO DM100-EXTK-JOB-ID.
005760     MOVE DM100-EXCP-AMOUNT TO DM100-EXTK-AMOUNT.
005770     MOVE DM100-EXCP-DESC TO DM100-EXTK-DESC.
005780     MOVE "N" TO DM132-WS-REOPEN-SWITCH.
005790     IF DM100-EXTK-RESOLVED
005800         MOVE "Y" TO DM132-WS-REOPEN-SWITCH
005810         MOVE "O" TO DM100-EXTK-STATUS
005820         MOVE DM100-EXCP-REF-DATE TO DM100-EXTK-REF-DATE
005830         MOVE DM132-WS-BUSINESS-DATE TO DM100-EXTK-FIRST-POSTED
005840     END-IF.
005850     REWRITE DM100-EXTK-RECORD
005860         INVALID KEY
005870             DISPLAY "DM132 - REWRITE FAILED FOR EXCEPTION "
005880                 DM100-EXTK-KEY ", FILE STATUS = "
005890                 DM132-WS-EXCPTRK-STATUS
005900             ADD 1 TO DM132-WS-WRITE-ERRORS
005910             GO TO 2400-EXIT
005920     END-REWRITE.
005930     IF DM132-WS-REOPENING
005940         ADD 1 TO DM132-WS-EXCP-REOPENED
005950     ELSE
005960         ADD 1 TO DM132-WS-EXCP-SEEN-AGAIN
005970     END-IF.
005980 2400-EXIT.
005990     EXIT.
006000*----------------------------------------------------------*
006010*    4100-START-TRACKING-BROWSE  -  POSITION AT THE FIRST
006020*                                   TRACKING RECORD AND READ IT
006030*----------------------------------------------------------*
006040 4100-START-TRACKING-BROWSE.
006050     MOVE "N" TO DM132-WS-TRK-EOF-SWITCH.
006060     MOVE LOW-VALUES TO DM100-EXTK-KEY.
006070     START EXCPTRK KEY IS NOT LESS THAN DM100-EXTK-KEY
006080         INVALID KEY
006090             MOVE "Y" TO DM132-WS-TRK-EOF-SWITCH
006100     END-START.
006110     IF NOT DM132-WS-TRK-EOF
006120         PERFORM 4200-READ-NEXT-TRACKED THRU 4200-EXIT
006130     END-IF.
006140 4100-EXIT.
006150     EXIT.
006160*----------------------------------------------------------*
006170*    4200-READ-NEXT-TRACKED
006180*----------------------------------------------------------*
006190 4200-READ-NEXT-TRACKED.
006200     READ EXCPTRK NEXT RECORD
006210         AT END
006220             MOVE "Y" TO DM132-WS-TRK-EOF-SWITCH
006230     END-READ.
006240 4200-EXIT.
006250     EXIT.
006260*----------------------------------------------------------*
006270*    5000-PRINT-REPORT
006280*         HEADINGS, THEN THE AGED, NEW AND STILL-OPEN SECTIONS
006290*         IN THAT ORDER, THEN THE TOTALS
006300*----------------------------------------------------------*
006310 5000-PRINT-REPORT.
006320     MOVE DM132-WS-BUSINESS-DATE TO DM132-RPTH-BUSDATE.
006330     MOVE DM132-WS-RUN-DATE-EDIT TO DM132-RPTH-RUN-DATE.
006340     MOVE DM132-RPT-HDG-LINE TO DM132-RPT-LINE.
006350     WRITE DM132-RPT-LINE.
006360     IF DM132-WS-CUTOFF-FOUND
006370         MOVE DM132-WS-AGED-CUTOFF TO DM132-RPTH-CUTOFF
006380         MOVE DM132-WS-AGEDAYS TO DM132-RPTH-AGEDAYS
006390         MOVE DM132-RPT-HDG2-LINE TO DM132-RPT-LINE
006400     ELSE
006410         MOVE DM132-WS-AGEDAYS TO DM132-RPTN-AGEDAYS
006420         MOVE DM132-RPT-NOAGE-LINE TO DM132-RPT-LINE
006430     END-IF.
006440     WRITE DM132-RPT-LINE.
006450     PERFORM 4100-START-TRACKING-BROWSE THRU 4100-EXIT.
006460     PERFORM 5100-TALLY-TRACKED THRU 5100-EXIT
006470         UNTIL DM132-WS-TRK-EOF.
006480     MOVE "A" TO DM132-WS-SECTION.
006490     MOVE "AGED OPEN EXCEPTIONS" TO DM132-RPTS-TITLE.
006500     PERFORM 5200-PRINT-SECTION THRU 5200-EXIT.
006510     MOVE "N" TO DM132-WS-SECTION.
006520     MOVE "NEW EXCEPTIONS" TO DM132-RPTS-TITLE.
006530     PERFORM 5200-PRINT-SECTION THRU 5200-EXIT.
006540     MOVE "S" TO DM132-WS-SECTION.
006550     MOVE "STILL OPEN FROM EARLIER DAYS" TO DM132-RPTS-TITLE.
006560     PERFORM 5200-PRINT-SECTION THRU 5200-EXIT.
006570     MOVE SPACES TO DM132-RPT-LINE.
006580     WRITE DM132-RPT-LINE.
006590     MOVE "AGED OPEN EXCEPTIONS" TO DM132-RPTC-LABEL.
006600     MOVE DM132-WS-AGED-COUNT TO DM132-RPTC-COUNT.
006610     PERFORM 5900-WRITE-COUNT-LINE THRU 5900-EXIT.
006620     MOVE "NEW EXCEPTIONS" TO DM132-RPTC-LABEL.
006630     MOVE DM132-WS-NEW-COUNT TO DM132-RPTC-COUNT.
006640     PERFORM 5900-WRITE-COUNT-LINE THRU 5900-EXIT.
006650     MOVE "STILL OPEN FROM EARLIER DAYS" TO DM132-RPTC-LABEL.
006660     MOVE DM132-WS-OPEN-COUNT TO DM132-RPTC-COUNT.
006670     PERFORM 5900-WRITE-COUNT-LINE THRU 5900-EXIT.
006680     MOVE "ACKNOWLEDGED, NOT YET RESOLVED" TO DM132-RPTC-LABEL.
006690     MOVE DM132-WS-ACK-COUNT TO DM132-RPTC-COUNT.
006700     PERFORM 5900-WRITE-COUNT-LINE THRU 5900-EXIT.
006710     MOVE "RESOLVED" TO DM132-RPTC-LABEL.
006720     MOVE DM132-WS-RESOLVED-COUNT TO DM132-RPTC-COUNT.
006730     PERFORM 5900-WRITE-COUNT-LINE THRU 5900-EXIT.
006740     MOVE "TOTAL EXCEPTIONS TRACKED" TO DM132-RPTC-LABEL.
006750     MOVE DM132-WS-TRACKED-COUNT TO DM132-RPTC-COUNT.
006760     PERFORM 5900-WRITE-COUNT-LINE THRU 5900-EXIT.
006770 5000-EXIT.
006780     EXIT.
006790*----------------------------------------------------------*
006800*    5100-TALLY-TRACKED  -  COUNT THE ACKNOWLEDGED AND
006810*                           RESOLVED RECORDS FOR THE TOTALS
006820*----------------------------------------------------------*
006830 5100-TALLY-TRACKED.
006840     ADD 1 TO DM132-WS-TRACKED-COUNT.
006850     IF DM100-EXTK-ACKNOWLEDGED
006860         ADD 1 TO DM132-WS-ACK-COUNT
006870     END-IF.
006880     IF DM100-EXTK-RESOLVED
006890         ADD 1 TO DM132-WS-RESOLVED-COUNT
006900     END-IF.
006910     PERFORM 4200-READ-NEXT-TRACKED THRU 4200-EXIT.
006920 5100-EXIT.
006930     EXIT.
006940*----------------------------------------------------------*
006950*    5200-PRINT-SECTION
006960*         ONE PASS OVER EXCPTRK PER SEVERITY, CRITICAL FIRST,
006970*         SO THE SECTION COMES OUT BY SEVERITY AND, WITHIN IT,
006980*         BY SOURCE PROGRAM IN KEY ORDER
006990*----------------------------------------------------------*
007000 5200-PRINT-SECTION.
007010     MOVE SPACES TO DM132-RPT-LINE.
007020     WRITE DM132-RPT-LINE.
007030     MOVE DM132-RPT-SECTION-LINE TO DM132-RPT-LINE.
007040     WRITE DM132-RPT-LINE.
007050     MOVE DM132-RPT-COL-LINE TO DM132-RPT-LINE.
007060     WRITE DM132-RPT-LINE.
007070     MOVE ZERO TO DM132-WS-SECTION-LINES.
007080     PERFORM 5300-PRINT-SEVERITY THRU 5300-EXIT
007090         VARYING DM132-WS-PASS-SEVERITY FROM 1 BY 1
007100         UNTIL DM132-WS-PASS-SEVERITY > 3.
007110     IF DM132-WS-SECTION-LINES = ZERO
007120         MOVE DM132-RPT-NONE-LINE TO DM132-RPT-LINE
007130         WRITE DM132-RPT-LINE
007140     END-IF.
007150 5200-EXIT.
007160     EXIT.
007170*----------------------------------------------------------*
007180*    5300-PRINT-SEVERITY  -  ONE SEVERITY PASS OVER EXCPTRK
007190*----------------------------------------------------------*
007200 5300-PRINT-SEVERITY.
007210     PERFORM 4100-START-TRACKING-BROWSE THRU 4100-EXIT.
007220     PERFORM 5400-PRINT-IF-SELECTED THRU 5400-EXIT
007230         UNTIL DM132-WS-TRK-EOF.
007240 5300-EXIT.
007250     EXIT.
007260*----------------------------------------------------------*
007270*    5400-PRINT-IF-SELECTED  -  SEVERITY PASS LOOP BODY
007280*----------------------------------------------------------*
007290 5400-PRINT-IF-SELECTED.
007300     IF DM100-EXTK-SEVERITY = DM132-WS-PASS-SEV-CHAR
007310         PERFORM 5500-CLASSIFY-TRACKED THRU 5500-EXIT
007320         IF DM132-WS-CLASS = DM132-WS-SECTION
007330             PERFORM 5600-PRINT-TRACKED THRU 5600-EXIT
007340         END-IF
007350     END-IF.
007360     PERFORM 4200-READ-NEXT-TRACKED THRU 4200-EXIT.
007370 5400-EXIT.
007380     EXIT.
007390*----------------------------------------------------------*
007400*    5500-CLASSIFY-TRACKED
007410*         ONLY AN OPEN EXCEPTION IS REPORTED.  ONE WHOSE
007420*         REFERENCE DATE IS ON OR BEFORE THE AGED CUTOFF IS
007430*         AGED, HOWEVER RECENTLY IT WAS FIRST POSTED; OTHERWISE
007440*         ONE FIRST POSTED (OR REOPENED) ON THE CURRENT
007450*         BUSINESS DATE IS NEW, AND THE REST ARE STILL OPEN
007460*----------------------------------------------------------*
007470 5500-CLASSIFY-TRACKED.
007480     MOVE SPACE TO DM132-WS-CLASS.
007490     IF NOT DM100-EXTK-OPEN
007500         GO TO 5500-EXIT.
007510     IF DM132-WS-CUTOFF-FOUND
007520             AND DM100-EXTK-REF-DATE NOT > DM132-WS-AGED-CUTOFF
007530         MOVE "A" TO DM132-WS-CLASS
007540         GO TO 5500-EXIT.
007550     IF DM100-EXTK-FIRST-POSTED = DM132-WS-BUSINESS-DATE
007560         MOVE "N" TO DM132-WS-CLASS
007570     ELSE
007580         MOVE "S" TO DM132-WS-CLASS
007590     END-IF.
007600 5500-EXIT.
007610     EXIT.
007620*----------------------------------------------------------*
007630*    5600-PRINT-TRACKED  -  TWO REPORT LINES PER EXCEPTION
007640*----------------------------------------------------------*
007650 5600-PRINT-TRACKED.
007660     MOVE DM100-EXTK-TRACK-NO TO DM132-RPTD-TRACK-NO.
007670     IF DM100-EXTK-SEV-CRITICAL
007680         MOVE "CRIT" TO DM132-RPTD-SEVERITY
007690     ELSE
007700         IF DM100-EXTK-SEV-HIGH
007710             MOVE "HIGH" TO DM132-RPTD-SEVERITY
007720         ELSE
007730             MOVE "WARN" TO DM132-RPTD-SEVERITY
007740         END-IF
007750     END-IF.
007760     MOVE DM100-EXTK-SOURCE-PGM TO DM132-RPTD-PROGRAM.
007770     MOVE DM100-EXTK-CODE TO DM132-RPTD-CODE.
007780     MOVE DM100-EXTK-REF-DATE TO DM132-RPTD-REF-DATE.
007790     IF DM132-WS-CLASS-AGED
007800         MOVE "*AGED*" TO DM132-RPTD-STATE
007810         ADD 1 TO DM132-WS-AGED-COUNT
007820     ELSE
007830         IF DM132-WS-CLASS-NEW
007840             MOVE "NEW" TO DM132-RPTD-STATE
007850             ADD 1 TO DM132-WS-NEW-COUNT
007860         ELSE
007870             MOVE "OPEN" TO DM132-RPTD-STATE
007880             ADD 1 TO DM132-WS-OPEN-COUNT
007890         END-IF
007900     END-IF.
007910     MOVE DM100-EXTK-DESC TO DM132-RPTD-DESC.
007920     MOVE DM132-RPT-DETAIL-LINE TO DM132-RPT-LINE.
007930     WRITE DM132-RPT-LINE.
007940     MOVE DM100-EXTK-EXCP-KEY TO DM132-RPTD-KEY.
007950     MOVE DM100-EXTK-AMOUNT TO DM132-RPTD-AMOUNT.
007960     MOVE DM100-EXTK-TIMES-DETECTED TO DM132-RPTD-TIMES.
007970     MOVE DM132-RPT-DETAIL2-LINE TO DM132-RPT-LINE.
007980     WRITE DM132-RPT-LINE.
007990     ADD 1 TO DM132-WS-SECTION-LINES.
008000 5600-EXIT.
008010     EXIT.
008020*----------------------------------------------------------*
008030*    5900-WRITE-COUNT-LINE
008040*----------------------------------------------------------*
008050 5900-WRITE-COUNT-LINE.
008060     MOVE DM132-RPT-COUNT-LINE TO DM132-RPT-LINE.
008070     WRITE DM132-RPT-LINE.
008080 5900-EXIT.
008090     EXIT.
008100*----------------------------------------------------------*
008110*    7100-WRITE-RUN-CONTROL
008120*         APPEND ONE RUN-CONTROL RECORD - A START ("S")
008130*         FROM 1000-INITIALIZE OR A COMPLETION ("C") FROM
008140*         8000-FINALIZE - THE SAME ENROLLMENT DM100 AND THE
008150*         OTHER SATELLITE UTILITIES CARRY, SO DM115 SEES
008160*         THIS PROGRAM'S RUNS TOO
008170*----------------------------------------------------------*
008180 7100-WRITE-RUN-CONTROL.
008190     MOVE "DM132" TO DM100-RUNC-PROGRAM.
008200     MOVE DM132-WS-RUNC-JOB-ID TO DM100-RUNC-JOB-ID.
008210     MOVE DM132-WS-RUN-DATE-EDIT TO DM100-RUNC-RUN-DATE.
008220     MOVE DM132-WS-RUNC-TYPE TO DM100-RUNC-REC-TYPE.
008230     MOVE SPACES TO DM100-RUNC-PARM-MODE.
008240     IF DM100-RUNC-TYPE-COMPLETION
008250         MOVE "C" TO DM100-RUNC-OUTCOME
008260     ELSE
008270         MOVE SPACE TO DM100-RUNC-OUTCOME
008280     END-IF.
008290     MOVE DM132-WS-EXCP-READ TO DM100-RUNC-RECS-READ.
008300     ADD DM132-WS-EXCP-ADDED DM132-WS-EXCP-SEEN-AGAIN
008310         DM132-WS-EXCP-REOPENED
008320         GIVING DM100-RUNC-RECS-PROCESSED.
008330     MOVE DM132-WS-WRITE-ERRORS TO DM100-RUNC-RECS-REJECTED.
008340     MOVE DM132-WS-EXCP-ALREADY TO DM100-RUNC-RECS-DUPLICATE.
008350     MOVE ZERO TO DM100-RUNC-RECS-FROM-CACHE.
008360     MOVE ZERO TO DM100-RUNC-CONTROL-TOTAL.
008370     WRITE DM100-RUNC-RECORD.
008380 7100-EXIT.
008390     EXIT.
008400*----------------------------------------------------------*
008410*    8000-FINALIZE  -  CLOSE FILES, SUMMARIZE THE RUN
008420*----------------------------------------------------------*
008430 8000-FINALIZE.
008440     CLOSE EXCPFILE.
008450     CLOSE EXCPTRK.
008460     CLOSE EXCPRPT.
008470     MOVE "C" TO DM132-WS-RUNC-TYPE.
008480     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
008490     CLOSE RUNCTL.
008500     DISPLAY "DM132 - EXCEPTION RECORDS READ          = "
008510         DM132-WS-EXCP-READ.
008520     DISPLAY "DM132 - NEW EXCEPTIONS TRACKED          = "
008530         DM132-WS-EXCP-ADDED.
008540     DISPLAY "DM132 - TRACKED EXCEPTIONS SEEN AGAIN   = "
008550         DM132-WS-EXCP-SEEN-AGAIN.
008560     DISPLAY "DM132 - RESOLVED EXCEPTIONS REOPENED    = "
008570         DM132-WS-EXCP-REOPENED.
008580     DISPLAY "DM132 - ALREADY POSTED, PASSED OVER     = "
008590         DM132-WS-EXCP-ALREADY.
008600     DISPLAY "DM132 - TRACKING WRITES FAILED          = "
008610         DM132-WS-WRITE-ERRORS.
008620     DISPLAY "DM132 - AGED OPEN EXCEPTIONS            = "
008630         DM132-WS-AGED-COUNT.
008640     DISPLAY "DM132 - NEW OPEN EXCEPTIONS             = "
008650         DM132-WS-NEW-COUNT.
008660     DISPLAY "DM132 - STILL OPEN FROM EARLIER DAYS    = "
008670         DM132-WS-OPEN-COUNT.
008680     IF DM132-WS-WRITE-ERRORS NOT = ZERO
008690         MOVE 16 TO RETURN-CODE
008700         GO TO 8000-EXIT
008710     END-IF.
008720     IF DM132-WS-AGED-COUNT NOT = ZERO
008730         MOVE 4 TO RETURN-CODE
008740     END-IF.
008750 8000-EXIT.
008760     EXIT.
