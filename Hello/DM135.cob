000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    UsageRetentionPurge.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  ACCTUSE (DM100UG) GAINS A
000220*                 RECORD FOR EVERY ACCOUNT AND BUSINESS DATE DM100
000230*                 POSTS TO AND WOULD OTHERWISE GROW FOREVER.  THIS
000240*                 PROGRAM BROWSES ACCTUSE AND DELETES EVERY ENTRY
000250*                 WHOSE DM100-USAG-BUS-DATE IS OLDER THAN THE
000260*                 CUTOFF, THE SAME SHAPE AS THE DM117 AND DM123
000270*                 RETENTION PURGES - BUSDAYS=NNN COUNTS THE CUTOFF
000280*                 BACK OVER THE CALENDAR (CALENDAR, DM100CL) FROM
000290*                 THE CURRENT BUSINESS DATE ON BUSCTL (DM100BD),
000300*                 AND CUTOFF=YYYYMMDD IS HONOURED AS AN OVERRIDE.
000310*                 DM100 ONLY EVER CHECKS THE LIMITS AGAINST THE
000320*                 CURRENT BUSINESS DATE'S ENTRY, SO AN OLDER ENTRY
000330*                 IS KEPT ONLY FOR A DM120 LIMIT REPORT RERUN AND
000340*                 NOTHING IS ARCHIVED.
000350*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ACCTUSE ASSIGN TO "ACCTUSE"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS DM100-USAG-KEY
000430         FILE STATUS IS DM135-WS-ACCTUSE-STATUS.
000440     SELECT RUNCTL ASSIGN TO "RUNCTL"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS DM135-WS-RUNCTL-STATUS.
000470     SELECT BUSCTL ASSIGN TO "BUSCTL"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS DM135-WS-BUSCTL-STATUS.
000500     SELECT CALENDAR ASSIGN TO "CALENDAR"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS DM100-CAL-DATE
000540         FILE STATUS IS DM135-WS-CALENDAR-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  ACCTUSE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY DM100UG.
000600 FD  RUNCTL
000610     LABEL RECORDS ARE STANDARD.
000620     COPY DM100RC.
000630 FD  BUSCTL
000640     LABEL RECORDS ARE STANDARD.
000650     COPY DM100BD.
000660 FD  CALENDAR
000670     LABEL RECORDS ARE STANDARD.
000680     COPY DM100CL.
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------*
000710*    FILE STATUS SWITCHES
000720*----------------------------------------------------------*
000730 77  DM135-WS-ACCTUSE-STATUS             PIC X(02) VALUE "00".
000740 77  DM135-WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
000750 77  DM135-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
000760 77  DM135-WS-CALENDAR-STATUS            PIC X(02) VALUE "00".
000770*----------------------------------------------------------*
000780*    PROGRAM SWITCHES
000790*----------------------------------------------------------*
000800 77  DM135-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000810     88  DM135-WS-EOF                        VALUE "Y".
000820 77  DM135-WS-CUTOFF-SWITCH              PIC X(01) VALUE "N".
000830     88  DM135-WS-CUTOFF-SUPPLIED            VALUE "Y".
000840*----------------------------------------------------------*
000850*    RUN COUNTERS
000860*----------------------------------------------------------*
000870 77  DM135-WS-ENTRIES-READ           PIC 9(07) COMP VALUE ZERO.
000880 77  DM135-WS-ENTRIES-PURGED         PIC 9(07) COMP VALUE ZERO.
000890 77  DM135-WS-ENTRIES-KEPT           PIC 9(07) COMP VALUE ZERO.
000900*----------------------------------------------------------*
000910*    RETENTION CUTOFF PARAMETER WORK AREAS
000920*----------------------------------------------------------*
000930 77  DM135-WS-CUTOFF-DATE                PIC 9(08) VALUE ZERO.
000940*----------------------------------------------------------*
000950*    RUN-CONTROL IDENTIFICATION - THE JOB-ID IS SEEDED FROM
000960*    TIME OF DAY THE SAME WAY DM100'S OWN JOB-ID IS, SO A
000970*    RUNCTL RECORD TRACES BACK TO THE EXACT RUN THAT WROTE IT
000980*----------------------------------------------------------*
000990 77  DM135-WS-RUNC-JOB-ID                PIC X(08) VALUE "DM135".
001000 77  DM135-WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
001010 01  DM135-WS-RUN-DATE.
001020     05  DM135-WS-RUN-YYYY                PIC 9(04).
001030     05  DM135-WS-RUN-MM                  PIC 9(02).
001040     05  DM135-WS-RUN-DD                  PIC 9(02).
001050 01  DM135-WS-RUN-DATE-EDIT              PIC X(10).
001060 77  DM135-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
001070*----------------------------------------------------------*
001080*    BUSINESS-DAY COUNT-BACK WORK AREAS - BUSDAYS=NNN ON THE
001090*    PARM NAMES THE CALENDAR BUSINESS DAY NNN BUSINESS DAYS
001100*    BEFORE THE CURRENT BUSINESS DATE ON BUSCTL
001110*----------------------------------------------------------*
001120 77  DM135-WS-BUSDAYS                    PIC 9(03) VALUE ZERO.
001130 77  DM135-WS-BUSDAYS-BEFORE         PIC 9(07) COMP VALUE ZERO.
001140 77  DM135-WS-BUSDAYS-SKIP           PIC 9(07) COMP VALUE ZERO.
001150 77  DM135-WS-CAL-EOF-SWITCH             PIC X(01) VALUE "N".
001160     88  DM135-WS-CAL-EOF                        VALUE "Y".
001170 77  DM135-WS-BUSDAYS-SWITCH             PIC X(01) VALUE "N".
001180     88  DM135-WS-BUSDAYS-FOUND                  VALUE "Y".
001190 01  DM135-WS-BUSDAYS-DATE.
001200     05  DM135-WS-BUSDAYS-YYYY            PIC 9(04).
001210     05  DM135-WS-BUSDAYS-MM              PIC 9(02).
001220     05  DM135-WS-BUSDAYS-DD              PIC 9(02).
001230 01  DM135-WS-BUSDAYS-DATE-NUM REDEFINES DM135-WS-BUSDAYS-DATE
001240                                       PIC 9(08).
001250 LINKAGE SECTION.
001260*----------------------------------------------------------*
001270*    EXEC PARM= PARAMETER AREA - PARM FORMAT IS
001280*    CUTOFF=YYYYMMDD OR BUSDAYS=NNN, DELIVERED BY THE SYSTEM AS A
001290*    HALFWORD LENGTH FOLLOWED BY THE PARM TEXT
001300*----------------------------------------------------------*
001310 01  DM135-LK-PARM-AREA.
001320     05  DM135-LK-PARM-LEN               PIC S9(04) COMP.
001330     05  DM135-LK-PARM-TEXT              PIC X(80).
001340 PROCEDURE DIVISION USING DM135-LK-PARM-AREA.
001350*----------------------------------------------------------*
001360*    0000-MAINLINE
001370*----------------------------------------------------------*
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400     PERFORM 2000-PURGE-ENTRY THRU 2000-EXIT
001410         UNTIL DM135-WS-EOF.
001420     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001430     STOP RUN.
001440 0000-EXIT.
001450     EXIT.
001460*----------------------------------------------------------*
001470*    1000-INITIALIZE  -  PARSE THE CUTOFF PARM, OPEN FILES,
001480*                        PRIME THE FIRST READ
001490*----------------------------------------------------------*
001500 1000-INITIALIZE.
001510     PERFORM 1100-PARSE-CUTOFF-PARM THRU 1100-EXIT.
001520     IF NOT DM135-WS-CUTOFF-SUPPLIED
001530         DISPLAY "DM135 - NO VALID CUTOFF= OR BUSDAYS= PARM GIVEN"
001540             ", ENDING WITHOUT PURGING ANYTHING"
001550         MOVE 16 TO RETURN-CODE
001560         STOP RUN
001570     END-IF.
001580     OPEN I-O ACCTUSE.
001590     IF DM135-WS-ACCTUSE-STATUS NOT = "00"
001600         DISPLAY "DM135 - UNABLE TO OPEN ACCTUSE, FILE STATUS = "
001610             DM135-WS-ACCTUSE-STATUS
001620         MOVE 16 TO RETURN-CODE
001630         STOP RUN
001640     END-IF.
001650     PERFORM 2100-READ-ACCTUSE THRU 2100-EXIT.
001660     ACCEPT DM135-WS-RUN-DATE FROM DATE YYYYMMDD.
001670     STRING DM135-WS-RUN-YYYY "-" DM135-WS-RUN-MM "-"
001680             DM135-WS-RUN-DD DELIMITED BY SIZE
001690             INTO DM135-WS-RUN-DATE-EDIT.
001700     ACCEPT DM135-WS-RUN-TIME FROM TIME.
001710     MOVE DM135-WS-RUN-TIME TO DM135-WS-RUNC-JOB-ID.
001720     OPEN EXTEND RUNCTL.
001730     IF DM135-WS-RUNCTL-STATUS NOT = "00"
001740         OPEN OUTPUT RUNCTL
001750     END-IF.
001760     IF DM135-WS-RUNCTL-STATUS NOT = "00"
001770         DISPLAY "DM135 - UNABLE TO OPEN RUNCTL, FILE STATUS = "
001780             DM135-WS-RUNCTL-STATUS
001790         MOVE 16 TO RETURN-CODE
001800         STOP RUN
001810     END-IF.
001820     MOVE "S" TO DM135-WS-RUNC-TYPE.
001830     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
001840 1000-EXIT.
001850     EXIT.
001860*----------------------------------------------------------*
001870*    1100-PARSE-CUTOFF-PARM
001880*----------------------------------------------------------*
001890 1100-PARSE-CUTOFF-PARM.
001900     IF DM135-LK-PARM-LEN NOT < 15
001910         AND DM135-LK-PARM-TEXT (1:7) = "CUTOFF="
001920         IF DM135-LK-PARM-TEXT (8:8) IS NUMERIC
001930             MOVE DM135-LK-PARM-TEXT (8:8) TO DM135-WS-CUTOFF-DATE
001940             MOVE "Y" TO DM135-WS-CUTOFF-SWITCH
001950         ELSE
001960             DISPLAY "DM135 - CUTOFF PARM DIGITS ARE NOT NUMERIC"
001970         END-IF
001980     END-IF.
001990     IF DM135-LK-PARM-LEN NOT < 11
002000         AND DM135-LK-PARM-TEXT (1:8) = "BUSDAYS="
002010         IF DM135-LK-PARM-TEXT (9:3) IS NUMERIC
002020             MOVE DM135-LK-PARM-TEXT (9:3) TO DM135-WS-BUSDAYS
002030             PERFORM 1200-DERIVE-BUSDAYS-DATE THRU 1200-EXIT
002040             IF DM135-WS-BUSDAYS-FOUND
002050                 MOVE DM135-WS-BUSDAYS-DATE-NUM
002060                     TO DM135-WS-CUTOFF-DATE
002070                 MOVE "Y" TO DM135-WS-CUTOFF-SWITCH
002080                 DISPLAY "DM135 - BUSDAYS=" DM135-WS-BUSDAYS
002090                     " FROM BUSINESS DATE " DM100-BDC-CURRENT-DATE
002100                     " GIVES " DM135-WS-BUSDAYS-DATE-NUM
002110             END-IF
002120         ELSE
002130             DISPLAY "DM135 - BUSDAYS PARM DIGITS ARE NOT NUMERIC"
002140         END-IF
002150     END-IF.
002160 1100-EXIT.
002170     EXIT.
002180*----------------------------------------------------------*
002190*    1200-DERIVE-BUSDAYS-DATE
002200*         FIND THE CALENDAR BUSINESS DAY BUSDAYS=NNN BUSINESS
002210*         DAYS BEFORE THE CURRENT BUSINESS DATE ON BUSCTL -
002220*         BUSDAYS=000 IS THE CURRENT BUSINESS DATE ITSELF.  THE
002230*         CALENDAR IS READ TWICE, ONCE TO COUNT THE BUSINESS DAYS
002240*         BEFORE THE CURRENT DATE AND ONCE TO STOP ON THE ONE NNN
002250*         FROM THE END.  A CALENDAR THAT DOES NOT REACH BACK NNN
002260*         BUSINESS DAYS LEAVES THE DATE UNFOUND.
002270*----------------------------------------------------------*
002280 1200-DERIVE-BUSDAYS-DATE.
002290     OPEN INPUT BUSCTL.
002300     IF DM135-WS-BUSCTL-STATUS NOT = "00"
002310         DISPLAY "DM135 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
002320             DM135-WS-BUSCTL-STATUS
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360     READ BUSCTL
002370         AT END
002380             DISPLAY "DM135 - BUSCTL HOLDS NO BUSINESS-DATE "
002390                 "CONTROL RECORD"
002400             MOVE 16 TO RETURN-CODE
002410             STOP RUN
002420     END-READ.
002430     CLOSE BUSCTL.
002440     IF DM135-WS-BUSDAYS = ZERO
002450         MOVE DM100-BDC-CURRENT-DATE TO DM135-WS-BUSDAYS-DATE-NUM
002460         MOVE "Y" TO DM135-WS-BUSDAYS-SWITCH
002470         GO TO 1200-EXIT
002480     END-IF.
002490     OPEN INPUT CALENDAR.
002500     IF DM135-WS-CALENDAR-STATUS NOT = "00"
002510         DISPLAY "DM135 - UNABLE TO OPEN CALENDAR, FILE STATUS = "
002520             DM135-WS-CALENDAR-STATUS
002530         MOVE 16 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560     MOVE ZERO TO DM135-WS-BUSDAYS-BEFORE.
002570     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
002580     PERFORM 1230-COUNT-BUSINESS-DAY THRU 1230-EXIT
002590         UNTIL DM135-WS-CAL-EOF.
002600     IF DM135-WS-BUSDAYS-BEFORE < DM135-WS-BUSDAYS
002610         DISPLAY "DM135 - CALENDAR HOLDS ONLY "
002620             DM135-WS-BUSDAYS-BEFORE " BUSINESS DAYS BEFORE "
002630             DM100-BDC-CURRENT-DATE
002640             ", CANNOT COUNT BACK " DM135-WS-BUSDAYS
002650         CLOSE CALENDAR
002660         GO TO 1200-EXIT
002670     END-IF.
002680     SUBTRACT DM135-WS-BUSDAYS FROM DM135-WS-BUSDAYS-BEFORE
002690         GIVING DM135-WS-BUSDAYS-SKIP.
002700     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
002710     PERFORM 1240-STEP-TO-BUSDAYS-DATE THRU 1240-EXIT
002720         UNTIL DM135-WS-CAL-EOF OR DM135-WS-BUSDAYS-FOUND.
002730     CLOSE CALENDAR.
002740 1200-EXIT.
002750     EXIT.
002760*----------------------------------------------------------*
002770*    1210-START-CALENDAR  -  POSITION AT THE FIRST CALENDAR
002780*                            DAY AND READ IT
002790*----------------------------------------------------------*
002800 1210-START-CALENDAR.
002810     MOVE "N" TO DM135-WS-CAL-EOF-SWITCH.
002820     MOVE ZERO TO DM100-CAL-DATE.
002830     START CALENDAR KEY IS NOT LESS THAN DM100-CAL-DATE
002840         INVALID KEY
002850             MOVE "Y" TO DM135-WS-CAL-EOF-SWITCH
002860     END-START.
002870     IF NOT DM135-WS-CAL-EOF
002880         PERFORM 1220-READ-CALENDAR THRU 1220-EXIT
002890     END-IF.
002900 1210-EXIT.
002910     EXIT.
002920*----------------------------------------------------------*
002930*    1220-READ-CALENDAR  -  READ THE NEXT CALENDAR DAY - THE
002940*                           CURRENT BUSINESS DATE ENDS THE SCAN
002950*----------------------------------------------------------*
002960 1220-READ-CALENDAR.
002970     READ CALENDAR NEXT RECORD
002980         AT END
002990             MOVE "Y" TO DM135-WS-CAL-EOF-SWITCH
003000     END-READ.
003010     IF NOT DM135-WS-CAL-EOF
003020             AND DM100-CAL-DATE NOT < DM100-BDC-CURRENT-DATE
003030         MOVE "Y" TO DM135-WS-CAL-EOF-SWITCH
003040     END-IF.
003050 1220-EXIT.
003060     EXIT.
003070*----------------------------------------------------------*
003080*    1230-COUNT-BUSINESS-DAY  -  FIRST PASS LOOP BODY
003090*----------------------------------------------------------*
003100 1230-COUNT-BUSINESS-DAY.
003110     IF DM100-CAL-BUSINESS-DAY
003120         ADD 1 TO DM135-WS-BUSDAYS-BEFORE
003130     END-IF.
003140     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
003150 1230-EXIT.
003160     EXIT.
003170*----------------------------------------------------------*
003180*    1240-STEP-TO-BUSDAYS-DATE  -  SECOND PASS LOOP BODY -
003190*         PASS OVER THE BUSINESS DAYS THAT ARE MORE THAN NNN
003200*         BACK AND STOP ON THE FIRST ONE THAT IS NOT
003210*----------------------------------------------------------*
003220 1240-STEP-TO-BUSDAYS-DATE.
003230     IF DM100-CAL-BUSINESS-DAY
003240         IF DM135-WS-BUSDAYS-SKIP = ZERO
003250             MOVE DM100-CAL-DATE TO DM135-WS-BUSDAYS-DATE-NUM
003260             MOVE "Y" TO DM135-WS-BUSDAYS-SWITCH
003270             GO TO 1240-EXIT
003280         END-IF
003290         SUBTRACT 1 FROM DM135-WS-BUSDAYS-SKIP
003300     END-IF.
003310     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
003320 1240-EXIT.
003330     EXIT.
003340*----------------------------------------------------------*
003350*    2000-PURGE-ENTRY  -  MAIN PROCESSING LOOP
003360*----------------------------------------------------------*
003370 2000-PURGE-ENTRY.
003380     IF DM100-USAG-BUS-DATE < DM135-WS-CUTOFF-DATE
003390         PERFORM 2200-DELETE-ENTRY THRU 2200-EXIT
003400     ELSE
003410         ADD 1 TO DM135-WS-ENTRIES-KEPT
003420     END-IF.
003430     PERFORM 2100-READ-ACCTUSE THRU 2100-EXIT.
003440 2000-EXIT.
003450     EXIT.
003460*----------------------------------------------------------*
003470*    2100-READ-ACCTUSE  -  READ THE NEXT USAGE ENTRY IN KEY
003480*                           SEQUENCE
003490*----------------------------------------------------------*
003500 2100-READ-ACCTUSE.
003510     READ ACCTUSE NEXT RECORD
003520         AT END
003530             MOVE "Y" TO DM135-WS-EOF-SWITCH
003540         NOT AT END
003550             ADD 1 TO DM135-WS-ENTRIES-READ
003560     END-READ.
003570 2100-EXIT.
003580     EXIT.
003590*----------------------------------------------------------*
003600*    2200-DELETE-ENTRY  -  REMOVE THE CURRENTLY POSITIONED
003610*                          AGED ENTRY
003620*----------------------------------------------------------*
003630 2200-DELETE-ENTRY.
003640     DELETE ACCTUSE
003650         INVALID KEY
003660             DISPLAY "DM135 - DELETE FAILED FOR ACCOUNT/DATE = "
003670                 DM100-USAG-ACCOUNT-ID "/" DM100-USAG-BUS-DATE
003680     END-DELETE.
003690     ADD 1 TO DM135-WS-ENTRIES-PURGED.
003700 2200-EXIT.
003710     EXIT.
003720*----------------------------------------------------------*
003730*    7100-WRITE-RUN-CONTROL
003740*         APPEND ONE RUN-CONTROL RECORD - A START ("S")
003750*         FROM 1000-INITIALIZE OR A COMPLETION ("C") FROM
003760*         8000-FINALIZE - THE SAME ENROLLMENT DM100 AND THE
003770*         OTHER SATELLITE UTILITIES CARRY, SO DM115 SEES
003780*         THIS PROGRAM'S RUNS TOO
003790*----------------------------------------------------------*
003800 7100-WRITE-RUN-CONTROL.
003810     MOVE "DM135" TO DM100-RUNC-PROGRAM.
003820     MOVE DM135-WS-RUNC-JOB-ID TO DM100-RUNC-JOB-ID.
003830     MOVE DM135-WS-RUN-DATE-EDIT TO DM100-RUNC-RUN-DATE.
003840     MOVE DM135-WS-RUNC-TYPE TO DM100-RUNC-REC-TYPE.
003850     MOVE SPACES TO DM100-RUNC-PARM-MODE.
003860     IF DM100-RUNC-TYPE-COMPLETION
003870         MOVE "C" TO DM100-RUNC-OUTCOME
003880     ELSE
003890         MOVE SPACE TO DM100-RUNC-OUTCOME
003900     END-IF.
003910     MOVE DM135-WS-ENTRIES-READ TO DM100-RUNC-RECS-READ.
003920     MOVE DM135-WS-ENTRIES-PURGED TO DM100-RUNC-RECS-PROCESSED.
003930     MOVE ZERO TO DM100-RUNC-RECS-REJECTED.
003940     MOVE ZERO TO DM100-RUNC-RECS-DUPLICATE.
003950     MOVE ZERO TO DM100-RUNC-RECS-FROM-CACHE.
003960     MOVE ZERO TO DM100-RUNC-CONTROL-TOTAL.
003970     WRITE DM100-RUNC-RECORD.
003980 7100-EXIT.
003990     EXIT.
004000*----------------------------------------------------------*
004010*    8000-FINALIZE  -  CLOSE FILES, SUMMARIZE THE PURGE
004020*----------------------------------------------------------*
004030 8000-FINALIZE.
004040     CLOSE ACCTUSE.
004050     MOVE "C" TO DM135-WS-RUNC-TYPE.
004060     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
004070     CLOSE RUNCTL.
004080     DISPLAY "DM135 - ACCTUSE ENTRIES READ      = "
004090         DM135-WS-ENTRIES-READ.
004100     DISPLAY "DM135 - ENTRIES PURGED            = "
004110         DM135-WS-ENTRIES-PURGED.
004120     DISPLAY "DM135 - ENTRIES KEPT              = "
004130         DM135-WS-ENTRIES-KEPT.
004140 8000-EXIT.
004150     EXIT.
