000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    PostingRetentionPurge.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  POSTREG (DM100PT) GAINS A
000220*                 RECORD FOR EVERY TRANSACTION DM100 POSTS AND
000230*                 WOULD OTHERWISE GROW FOREVER.  THIS PROGRAM
000240*                 BROWSES POSTREG AND DELETES EVERY ENTRY WHOSE
000250*                 DM100-POST-LAST-BUS-DATE - THE BUSINESS DATE IT
000260*                 WAS LAST POSTED OR REVERSED - IS OLDER THAN THE
000270*                 CUTOFF, THE SAME SHAPE AS THE DM117 AND DM123
000280*                 RETENTION PURGES - BUSDAYS=NNN COUNTS THE CUTOFF
000290*                 BACK OVER THE CALENDAR (CALENDAR, DM100CL) FROM
000300*                 THE CURRENT BUSINESS DATE ON BUSCTL (DM100BD),
000310*                 AND CUTOFF=YYYYMMDD IS HONOURED AS AN OVERRIDE.
000320*                 A REVERSAL OF A POSTING PURGED HERE FINDS NO
000330*                 ORIGINAL AND IS REJECTED R010, SO THE CUTOFF
000340*                 MUST REACH BACK AS FAR AS A REVERSAL IS STILL
000350*                 ACCEPTED.  TRANHIST KEEPS THE RECORD OF THE
000360*                 POSTING, SO NOTHING IS ARCHIVED.
000370*----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT POSTREG ASSIGN TO "POSTREG"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS DM100-POST-KEY
000450         FILE STATUS IS DM136-WS-POSTREG-STATUS.
000460     SELECT RUNCTL ASSIGN TO "RUNCTL"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS DM136-WS-RUNCTL-STATUS.
000490     SELECT BUSCTL ASSIGN TO "BUSCTL"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS DM136-WS-BUSCTL-STATUS.
000520     SELECT CALENDAR ASSIGN TO "CALENDAR"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS DM100-CAL-DATE
000560         FILE STATUS IS DM136-WS-CALENDAR-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  POSTREG
000600     LABEL RECORDS ARE STANDARD.
000610     COPY DM100PT.
000620 FD  RUNCTL
000630     LABEL RECORDS ARE STANDARD.
000640     COPY DM100RC.
000650 FD  BUSCTL
000660     LABEL RECORDS ARE STANDARD.
000670     COPY DM100BD.
000680 FD  CALENDAR
000690     LABEL RECORDS ARE STANDARD.
000700     COPY DM100CL.
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------*
000730*    FILE STATUS SWITCHES
000740*----------------------------------------------------------*
000750 77  DM136-WS-POSTREG-STATUS             PIC X(02) VALUE "00".
000760 77  DM136-WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
000770 77  DM136-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
000780 77  DM136-WS-CALENDAR-STATUS            PIC X(02) VALUE "00".
000790*----------------------------------------------------------*
000800*    PROGRAM SWITCHES
000810*----------------------------------------------------------*
000820 77  DM136-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000830     88  DM136-WS-EOF                        VALUE "Y".
000840 77  DM136-WS-CUTOFF-SWITCH              PIC X(01) VALUE "N".
000850     88  DM136-WS-CUTOFF-SUPPLIED            VALUE "Y".
000860*----------------------------------------------------------*
000870*    RUN COUNTERS
000880*----------------------------------------------------------*
000890 77  DM136-WS-ENTRIES-READ           PIC 9(07) COMP VALUE ZERO.
000900 77  DM136-WS-ENTRIES-PURGED         PIC 9(07) COMP VALUE ZERO.
000910 77  DM136-WS-ENTRIES-KEPT           PIC 9(07) COMP VALUE ZERO.
000920*----------------------------------------------------------*
000930*    RETENTION CUTOFF PARAMETER WORK AREAS
000940*----------------------------------------------------------*
000950 77  DM136-WS-CUTOFF-DATE                PIC 9(08) VALUE ZERO.
000960*----------------------------------------------------------*
000970*    RUN-CONTROL IDENTIFICATION - THE JOB-ID IS SEEDED FROM
000980*    TIME OF DAY THE SAME WAY DM100'S OWN JOB-ID IS, SO A
000990*    RUNCTL RECORD TRACES BACK TO THE EXACT RUN THAT WROTE IT
001000*----------------------------------------------------------*
001010 77  DM136-WS-RUNC-JOB-ID                PIC X(08) VALUE "DM136".
001020 77  DM136-WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
001030 01  DM136-WS-RUN-DATE.
001040     05  DM136-WS-RUN-YYYY                PIC 9(04).
001050     05  DM136-WS-RUN-MM                  PIC 9(02).
001060     05  DM136-WS-RUN-DD                  PIC 9(02).
001070 01  DM136-WS-RUN-DATE-EDIT              PIC X(10).
001080 77  DM136-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
001090*----------------------------------------------------------*
001100*    BUSINESS-DAY COUNT-BACK WORK AREAS - BUSDAYS=NNN ON THE
001110*    PARM NAMES THE CALENDAR BUSINESS DAY NNN BUSINESS DAYS
001120*    BEFORE THE CURRENT BUSINESS DATE ON BUSCTL
001130*----------------------------------------------------------*
001140 77  DM136-WS-BUSDAYS                    PIC 9(03) VALUE ZERO.
001150 77  DM136-WS-BUSDAYS-BEFORE         PIC 9(07) COMP VALUE ZERO.
001160 77  DM136-WS-BUSDAYS-SKIP           PIC 9(07) COMP VALUE ZERO.
001170 77  DM136-WS-CAL-EOF-SWITCH             PIC X(01) VALUE "N".
001180     88  DM136-WS-CAL-EOF                        VALUE "Y".
001190 77  DM136-WS-BUSDAYS-SWITCH             PIC X(01) VALUE "N".
001200     88  DM136-WS-BUSDAYS-FOUND                  VALUE "Y".
001210 01  DM136-WS-BUSDAYS-DATE.
001220     05  DM136-WS-BUSDAYS-YYYY            PIC 9(04).
001230     05  DM136-WS-BUSDAYS-MM              PIC 9(02).
001240     05  DM136-WS-BUSDAYS-DD              PIC 9(02).
001250 01  DM136-WS-BUSDAYS-DATE-NUM REDEFINES DM136-WS-BUSDAYS-DATE
001260                                       PIC 9(08).
001270 LINKAGE SECTION.
001280*----------------------------------------------------------*
001290*    EXEC PARM= PARAMETER AREA - PARM FORMAT IS
001300*    CUTOFF=YYYYMMDD OR BUSDAYS=NNN, DELIVERED BY THE SYSTEM AS A
001310*    HALFWORD LENGTH FOLLOWED BY THE PARM TEXT
001320*----------------------------------------------------------*
001330 01  DM136-LK-PARM-AREA.
001340     05  DM136-LK-PARM-LEN               PIC S9(04) COMP.
001350     05  DM136-LK-PARM-TEXT              PIC X(80).
001360 PROCEDURE DIVISION USING DM136-LK-PARM-AREA.
001370*----------------------------------------------------------*
001380*    0000-MAINLINE
001390*----------------------------------------------------------*
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     PERFORM 2000-PURGE-ENTRY THRU 2000-EXIT
001430         UNTIL DM136-WS-EOF.
001440     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001450     STOP RUN.
001460 0000-EXIT.
001470     EXIT.
001480*----------------------------------------------------------*
001490*    1000-INITIALIZE  -  PARSE THE CUTOFF PARM, OPEN FILES,
001500*                        PRIME THE FIRST READ
001510*----------------------------------------------------------*
001520 1000-INITIALIZE.
001530     PERFORM 1100-PARSE-CUTOFF-PARM THRU 1100-EXIT.
001540     IF NOT DM136-WS-CUTOFF-SUPPLIED
001550         DISPLAY "DM136 - NO VALID CUTOFF= OR BUSDAYS= PARM GIVEN"
001560             ", ENDING WITHOUT PURGING ANYTHING"
001570         MOVE 16 TO RETURN-CODE
001580         STOP RUN
001590     END-IF.
001600     OPEN I-O POSTREG.
001610     IF DM136-WS-POSTREG-STATUS NOT = "00"
001620         DISPLAY "DM136 - UNABLE TO OPEN POSTREG, FILE STATUS = "
001630             DM136-WS-POSTREG-STATUS
001640         MOVE 16 TO RETURN-CODE
001650         STOP RUN
001660     END-IF.
001670     PERFORM 2100-READ-POSTREG THRU 2100-EXIT.
001680     ACCEPT DM136-WS-RUN-DATE FROM DATE YYYYMMDD.
001690     STRING DM136-WS-RUN-YYYY "-" DM136-WS-RUN-MM "-"
001700             DM136-WS-RUN-DD DELIMITED BY SIZE
001710             INTO DM136-WS-RUN-DATE-EDIT.
001720     ACCEPT DM136-WS-RUN-TIME FROM TIME.
001730     MOVE DM136-WS-RUN-TIME TO DM136-WS-RUNC-JOB-ID.
001740     OPEN EXTEND RUNCTL.
001750     IF DM136-WS-RUNCTL-STATUS NOT = "00"
001760         OPEN OUTPUT RUNCTL
001770     END-IF.
001780     IF DM136-WS-RUNCTL-STATUS NOT = "00"
001790         DISPLAY "DM136 - UNABLE TO OPEN RUNCTL, FILE STATUS = "
001800             DM136-WS-RUNCTL-STATUS
001810         MOVE 16 TO RETURN-CODE
001820         STOP RUN
001830     END-IF.
001840     MOVE "S" TO DM136-WS-RUNC-TYPE.
001850     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
001860 1000-EXIT.
001870     EXIT.
001880*----------------------------------------------------------*
001890*    1100-PARSE-CUTOFF-PARM
001900*----------------------------------------------------------*
001910 1100-PARSE-CUTOFF-PARM.
001920     IF DM136-LK-PARM-LEN NOT < 15
001930         AND DM136-LK-PARM-TEXT (1:7) = "CUTOFF="
001940         IF DM136-LK-PARM-TEXT (8:8) IS NUMERIC
001950             MOVE DM136-LK-PARM-TEXT (8:8) TO DM136-WS-CUTOFF-DATE
001960             MOVE "Y" TO DM136-WS-CUTOFF-SWITCH
001970         ELSE
001980             DISPLAY "DM136 - CUTOFF PARM DIGITS ARE NOT NUMERIC"
001990         END-IF
002000     END-IF.
002010     IF DM136-LK-PARM-LEN NOT < 11
002020         AND DM136-LK-PARM-TEXT (1:8) = "BUSDAYS="
002030         IF DM136-LK-PARM-TEXT (9:3) IS NUMERIC
002040             MOVE DM136-LK-PARM-TEXT (9:3) TO DM136-WS-BUSDAYS
002050             PERFORM 1200-DERIVE-BUSDAYS-DATE THRU 1200-EXIT
002060             IF DM136-WS-BUSDAYS-FOUND
002070                 MOVE DM136-WS-BUSDAYS-DATE-NUM
002080                     TO DM136-WS-CUTOFF-DATE
002090                 MOVE "Y" TO DM136-WS-CUTOFF-SWITCH
002100                 DISPLAY "DM136 - BUSDAYS=" DM136-WS-BUSDAYS
002110                     " FROM BUSINESS DATE " DM100-BDC-CURRENT-DATE
002120                     " GIVES " DM136-WS-BUSDAYS-DATE-NUM
002130             END-IF
002140         ELSE
002150             DISPLAY "DM136 - BUSDAYS PARM DIGITS ARE NOT NUMERIC"
002160         END-IF
002170     END-IF.
002180 1100-EXIT.
002190     EXIT.
002200*----------------------------------------------------------*
002210*    1200-DERIVE-BUSDAYS-DATE
002220*         FIND THE CALENDAR BUSINESS DAY BUSDAYS=NNN BUSINESS
002230*         DAYS BEFORE THE CURRENT BUSINESS DATE ON BUSCTL -
002240*         BUSDAYS=000 IS THE CURRENT BUSINESS DATE ITSELF.  THE
002250*         CALENDAR IS READ TWICE, ONCE TO COUNT THE BUSINESS DAYS
002260*         BEFORE THE CURRENT DATE AND ONCE TO STOP ON THE ONE NNN
002270*         FROM THE END.  A CALENDAR THAT DOES NOT REACH BACK NNN
002280*         BUSINESS DAYS LEAVES THE DATE UNFOUND.
002290*----------------------------------------------------------*
002300 1200-DERIVE-BUSDAYS-DATE.
002310     OPEN INPUT BUSCTL.
002320     IF DM136-WS-BUSCTL-STATUS NOT = "00"
002330         DISPLAY "DM136 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
002340             DM136-WS-BUSCTL-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     READ BUSCTL
002390         AT END
002400             DISPLAY "DM136 - BUSCTL HOLDS NO BUSINESS-DATE "
002410                 "CONTROL RECORD"
002420             MOVE 16 TO RETURN-CODE
002430             STOP RUN
002440     END-READ.
002450     CLOSE BUSCTL.
002460     IF DM136-WS-BUSDAYS = ZERO
002470         MOVE DM100-BDC-CURRENT-DATE TO DM136-WS-BUSDAYS-DATE-NUM
002480         MOVE "Y" TO DM136-WS-BUSDAYS-SWITCH
002490         GO TO 1200-EXIT
002500     END-IF.
002510     OPEN INPUT CALENDAR.
002520     IF DM136-WS-CALENDAR-STATUS NOT = "00"
002530         DISPLAY "DM136 - UNABLE TO OPEN CALENDAR, FILE STATUS = "
002540             DM136-WS-CALENDAR-STATUS
002550         MOVE 16 TO RETURN-CODE
002560         STOP RUN
002570     END-IF.
002580     MOVE ZERO TO DM136-WS-BUSDAYS-BEFORE.
002590     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
002600     PERFORM 1230-COUNT-BUSINESS-DAY THRU 1230-EXIT
002610         UNTIL DM136-WS-CAL-EOF.
002620     IF DM136-WS-BUSDAYS-BEFORE < DM136-WS-BUSDAYS
002630         DISPLAY "DM136 - CALENDAR HOLDS ONLY "
002640             DM136-WS-BUSDAYS-BEFORE " BUSINESS DAYS BEFORE "
002650             DM100-BDC-CURRENT-DATE
002660             ", CANNOT COUNT BACK " DM136-WS-BUSDAYS
002670         CLOSE CALENDAR
002680         GO TO 1200-EXIT
002690     END-IF.
002700     SUBTRACT DM136-WS-BUSDAYS FROM DM136-WS-BUSDAYS-BEFORE
002710         GIVING DM136-WS-BUSDAYS-SKIP.
002720     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
002730     PERFORM 1240-STEP-TO-BUSDAYS-DATE THRU 1240-EXIT
002740         UNTIL DM136-WS-CAL-EOF OR DM136-WS-BUSDAYS-FOUND.
002750     CLOSE CALENDAR.
002760 1200-EXIT.
002770     EXIT.
002780*----------------------------------------------------------*
002790*    1210-START-CALENDAR  -  POSITION AT THE FIRST CALENDAR
002800*                            DAY AND READ IT
002810*----------------------------------------------------------*
002820 1210-START-CALENDAR.
002830     MOVE "N" TO DM136-WS-CAL-EOF-SWITCH.
002840     MOVE ZERO TO DM100-CAL-DATE.
002850     START CALENDAR KEY IS NOT LESS THAN DM100-CAL-DATE
002860         INVALID KEY
002870             MOVE "Y" TO DM136-WS-CAL-EOF-SWITCH
002880     END-START.
002890     IF NOT DM136-WS-CAL-EOF
002900         PERFORM 1220-READ-CALENDAR THRU 1220-EXIT
002910     END-IF.
002920 1210-EXIT.
002930     EXIT.
002940*----------------------------------------------------------*
002950*    1220-READ-CALENDAR  -  READ THE NEXT CALENDAR DAY - THE
002960*                           CURRENT BUSINESS DATE ENDS THE SCAN
002970*----------------------------------------------------------*
002980 1220-READ-CALENDAR.
002990     READ CALENDAR NEXT RECORD
003000         AT END
003010             MOVE "Y" TO DM136-WS-CAL-EOF-SWITCH
003020     END-READ.
003030     IF NOT DM136-WS-CAL-EOF
003040             AND DM100-CAL-DATE NOT < DM100-BDC-CURRENT-DATE
003050         MOVE "Y" TO DM136-WS-CAL-EOF-SWITCH
003060     END-IF.
003070 1220-EXIT.
003080     EXIT.
003090*----------------------------------------------------------*
003100*    1230-COUNT-BUSINESS-DAY  -  FIRST PASS LOOP BODY
003110*----------------------------------------------------------*
003120 1230-COUNT-BUSINESS-DAY.
003130     IF DM100-CAL-BUSINESS-DAY
003140         ADD 1 TO DM136-WS-BUSDAYS-BEFORE
003150     END-IF.
003160     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
003170 1230-EXIT.
003180     EXIT.
003190*----------------------------------------------------------*
003200*    1240-STEP-TO-BUSDAYS-DATE  -  SECOND PASS LOOP BODY -
003210*         PASS OVER THE BUSINESS DAYS THAT ARE MORE THAN NNN
003220*         BACK AND STOP ON THE FIRST ONE THAT IS NOT
003230*----------------------------------------------------------*
003240 1240-STEP-TO-BUSDAYS-DATE.
003250     IF DM100-CAL-BUSINESS-DAY
003260         IF DM136-WS-BUSDAYS-SKIP = ZERO
003270             MOVE DM100-CAL-DATE TO DM136-WS-BUSDAYS-DATE-NUM
003280             MOVE "Y" TO DM136-WS-BUSDAYS-SWITCH
003290             GO TO 1240-EXIT
003300         END-IF
003310         SUBTRACT 1 FROM DM136-WS-BUSDAYS-SKIP
003320     END-IF.
003330     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
003340 1240-EXIT.
003350     EXIT.
003360*----------------------------------------------------------*
003370*    2000-PURGE-ENTRY  -  MAIN PROCESSING LOOP
003380*----------------------------------------------------------*
003390 2000-PURGE-ENTRY.
003400     IF DM100-POST-LAST-BUS-DATE < DM136-WS-CUTOFF-DATE
003410         PERFORM 2200-DELETE-ENTRY THRU 2200-EXIT
003420     ELSE
003430         ADD 1 TO DM136-WS-ENTRIES-KEPT
003440     END-IF.
003450     PERFORM 2100-READ-POSTREG THRU 2100-EXIT.
003460 2000-EXIT.
003470     EXIT.
003480*----------------------------------------------------------*
003490*    2100-READ-POSTREG  -  READ THE NEXT REGISTER ENTRY IN KEY
003500*                           SEQUENCE
003510*----------------------------------------------------------*
003520 2100-READ-POSTREG.
003530     READ POSTREG NEXT RECORD
003540         AT END
003550             MOVE "Y" TO DM136-WS-EOF-SWITCH
003560         NOT AT END
003570             ADD 1 TO DM136-WS-ENTRIES-READ
003580     END-READ.
003590 2100-EXIT.
003600     EXIT.
003610*----------------------------------------------------------*
003620*    2200-DELETE-ENTRY  -  REMOVE THE CURRENTLY POSITIONED
003630*                          AGED ENTRY
003640*----------------------------------------------------------*
003650 2200-DELETE-ENTRY.
003660     DELETE POSTREG
003670         INVALID KEY
003680             DISPLAY "DM136 - DELETE FAILED FOR ACCOUNT/DATE = "
003690                 DM100-POST-ACCOUNT-ID "/" DM100-POST-TRANS-DATE
003700     END-DELETE.
003710     ADD 1 TO DM136-WS-ENTRIES-PURGED.
003720 2200-EXIT.
003730     EXIT.
003740*----------------------------------------------------------*
003750*    7100-WRITE-RUN-CONTROL
003760*         APPEND ONE RUN-CONTROL RECORD - A START ("S")
003770*         FROM 1000-INITIALIZE OR A COMPLETION ("C") FROM
003780*         8000-FINALIZE - THE SAME ENROLLMENT DM100 AND THE
003790*         OTHER SATELLITE UTILITIES CARRY, SO DM115 SEES
003800*         THIS PROGRAM'S RUNS TOO
003810*----------------------------------------------------------*
003820 7100-WRITE-RUN-CONTROL.
003830     MOVE "DM136" TO DM100-RUNC-PROGRAM.
003840     MOVE DM136-WS-RUNC-JOB-ID TO DM100-RUNC-JOB-ID.
003850     MOVE DM136-WS-RUN-DATE-EDIT TO DM100-RUNC-RUN-DATE.
003860     MOVE DM136-WS-RUNC-TYPE TO DM100-RUNC-REC-TYPE.
003870     MOVE SPACES TO DM100-RUNC-PARM-MODE.
003880     IF DM100-RUNC-TYPE-COMPLETION
003890         MOVE "C" TO DM100-RUNC-OUTCOME
003900     ELSE
003910         MOVE SPACE TO DM100-RUNC-OUTCOME
003920     END-IF.
003930     MOVE DM136-WS-ENTRIES-READ TO DM100-RUNC-RECS-READ.
003940     MOVE DM136-WS-ENTRIES-PURGED TO DM100-RUNC-RECS-PROCESSED.
003950     MOVE ZERO TO DM100-RUNC-RECS-REJECTED.
003960     MOVE ZERO TO DM100-RUNC-RECS-DUPLICATE.
003970     MOVE ZERO TO DM100-RUNC-RECS-FROM-CACHE.
003980     MOVE ZERO TO DM100-RUNC-CONTROL-TOTAL.
003990     WRITE DM100-RUNC-RECORD.
004000 7100-EXIT.
004010     EXIT.
004020*----------------------------------------------------------*
004030*    8000-FINALIZE  -  CLOSE FILES, SUMMARIZE THE PURGE
004040*----------------------------------------------------------*
004050 8000-FINALIZE.
004060     CLOSE POSTREG.
004070     MOVE "C" TO DM136-WS-RUNC-TYPE.
004080     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
004090     CLOSE RUNCTL.
004100     DISPLAY "DM136 - POSTREG ENTRIES READ      = "
004110         DM136-WS-ENTRIES-READ.
004120     DISPLAY "DM136 - ENTRIES PURGED            = "
004130         DM136-WS-ENTRIES-PURGED.
004140     DISPLAY "DM136 - ENTRIES KEPT              = "
004150         DM136-WS-ENTRIES-KEPT.
004160 8000-EXIT.
004170     EXIT.
