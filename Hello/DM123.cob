000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    HistoryRetentionPurge.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  TRANHIST (DM100TH) GAINS A
000220*                 RECORD FOR EVERY TRANSACTION DM100 POSTS OR
000230*                 REJECTS AND WOULD OTHERWISE GROW FOREVER.
000240*                 THIS PROGRAM BROWSES TRANHIST AND DELETES
000250*                 EVERY ENTRY WHOSE DM100-HIST-RUN-DATE IS
000257*                 OLDER THAN THE CUTOFF, THE SAME SHAPE AS THE
000264*                 DM104 AND DM117 RETENTION PURGES.  THE CUTOFF
000271*                 IS GIVEN ON THE PARM AS BUSDAYS=NNN - THE
000278*                 CALENDAR (CALENDAR, DM100CL) BUSINESS DAY NNN
000285*                 BUSINESS DAYS BEFORE THE CURRENT BUSINESS DATE
000292*                 ON THE BUSINESS-DATE CONTROL RECORD (BUSCTL,
000299*                 DM100BD) - OR AS CUTOFF=YYYYMMDD, AN OVERRIDE.
000306*                 THE RUN DATE, NOT THE SUBMITTED TRANS-DATE,
000313*                 DECIDES THE AGE, SO A TRANSACTION WITH A
000320*                 MISSING OR BACK-DATED TRANS-DATE IS KEPT AS
000327*                 LONG AS ANY OTHER.  THE OUTFILE AND REJDATA
000334*                 GENERATIONS THE HISTORY WAS LOADED FROM ARE
000341*                 THE RECORD OF WHAT WAS PROCESSED, SO PURGED
000348*                 ENTRIES ARE NOT ARCHIVED.
000360*----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT TRANHIST ASSIGN TO "TRANHIST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS DM100-HIST-KEY
000440         FILE STATUS IS DM123-WS-TRANHIST-STATUS.
000450     SELECT RUNCTL ASSIGN TO "RUNCTL"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS DM123-WS-RUNCTL-STATUS.
000471     SELECT BUSCTL ASSIGN TO "BUSCTL"
000472         ORGANIZATION IS SEQUENTIAL
000473         FILE STATUS IS DM123-WS-BUSCTL-STATUS.
000474     SELECT CALENDAR ASSIGN TO "CALENDAR"
000475         ORGANIZATION IS INDEXED
000476         ACCESS MODE IS DYNAMIC
000477         RECORD KEY IS DM100-CAL-DATE
000478         FILE STATUS IS DM123-WS-CALENDAR-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  TRANHIST
000510     LABEL RECORDS ARE STANDARD.
000520     COPY DM100TH.
000530 FD  RUNCTL
000540     LABEL RECORDS ARE STANDARD.
000550     COPY DM100RC.
000551 FD  BUSCTL
000552     LABEL RECORDS ARE STANDARD.
000553     COPY DM100BD.
000554 FD  CALENDAR
000555     LABEL RECORDS ARE STANDARD.
000556     COPY DM100CL.
000560 WORKING-STORAGE SECTION.
000570*----------------------------------------------------------*
000580*    FILE STATUS SWITCHES
000590*----------------------------------------------------------*
000600 77  DM123-WS-TRANHIST-STATUS            PIC X(02) VALUE "00".
000610 77  DM123-WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
000613 77  DM123-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
000616 77  DM123-WS-CALENDAR-STATUS            PIC X(02) VALUE "00".
000620*----------------------------------------------------------*
000630*    PROGRAM SWITCHES
000640*----------------------------------------------------------*
000650 77  DM123-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000660     88  DM123-WS-EOF                        VALUE "Y".
000670 77  DM123-WS-CUTOFF-SWITCH              PIC X(01) VALUE "N".
000680     88  DM123-WS-CUTOFF-SUPPLIED            VALUE "Y".
000690*----------------------------------------------------------*
000700*    RUN COUNTERS
000710*----------------------------------------------------------*
000720 77  DM123-WS-ENTRIES-READ               PIC 9(07) COMP VALUE ZERO.
000730 77  DM123-WS-ENTRIES-PURGED             PIC 9(07) COMP VALUE ZERO.
000740 77  DM123-WS-ENTRIES-KEPT               PIC 9(07) COMP VALUE ZERO.
000750*----------------------------------------------------------*
000760*    RETENTION CUTOFF PARAMETER WORK AREAS
000770*----------------------------------------------------------*
000780 77  DM123-WS-CUTOFF-DATE                PIC 9(08) VALUE ZERO.
000790*----------------------------------------------------------*
000800*    RUN-CONTROL IDENTIFICATION - THE JOB-ID IS SEEDED FROM
000810*    TIME OF DAY THE SAME WAY DM100'S OWN JOB-ID IS, SO A
000820*    RUNCTL RECORD TRACES BACK TO THE EXACT RUN THAT WROTE IT
000830*----------------------------------------------------------*
000840 77  DM123-WS-RUNC-JOB-ID                PIC X(08) VALUE "DM123".
000850 77  DM123-WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
000860 01  DM123-WS-RUN-DATE.
000870     05  DM123-WS-RUN-YYYY                PIC 9(04).
000880     05  DM123-WS-RUN-MM                  PIC 9(02).
000890     05  DM123-WS-RUN-DD                  PIC 9(02).
000900 01  DM123-WS-RUN-DATE-EDIT              PIC X(10).
000910 77  DM123-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
000911*----------------------------------------------------------*
000912*    BUSINESS-DAY COUNT-BACK WORK AREAS - BUSDAYS=NNN ON THE
000913*    PARM NAMES THE CALENDAR BUSINESS DAY NNN BUSINESS DAYS
000914*    BEFORE THE CURRENT BUSINESS DATE ON BUSCTL
000915*----------------------------------------------------------*
000916 77  DM123-WS-BUSDAYS                    PIC 9(03) VALUE ZERO.
000917 77  DM123-WS-BUSDAYS-BEFORE         PIC 9(07) COMP VALUE ZERO.
000918 77  DM123-WS-BUSDAYS-SKIP           PIC 9(07) COMP VALUE ZERO.
000919 77  DM123-WS-CAL-EOF-SWITCH             PIC X(01) VALUE "N".
000920     88  DM123-WS-CAL-EOF                        VALUE "Y".
000921 77  DM123-WS-BUSDAYS-SWITCH             PIC X(01) VALUE "N".
000922     88  DM123-WS-BUSDAYS-FOUND                  VALUE "Y".
000923 01  DM123-WS-BUSDAYS-DATE.
000924     05  DM123-WS-BUSDAYS-YYYY            PIC 9(04).
000925     05  DM123-WS-BUSDAYS-MM              PIC 9(02).
000926     05  DM123-WS-BUSDAYS-DD              PIC 9(02).
000927 01  DM123-WS-BUSDAYS-DATE-NUM REDEFINES DM123-WS-BUSDAYS-DATE
000928                                       PIC 9(08).
000929 LINKAGE SECTION.
000930*----------------------------------------------------------*
000940*    EXEC PARM= PARAMETER AREA - PARM FORMAT IS
000950*    CUTOFF=YYYYMMDD OR BUSDAYS=NNN, DELIVERED BY THE SYSTEM AS A
000960*    HALFWORD LENGTH FOLLOWED BY THE PARM TEXT
000970*----------------------------------------------------------*
000980 01  DM123-LK-PARM-AREA.
000990     05  DM123-LK-PARM-LEN               PIC S9(04) COMP.
001000     05  DM123-LK-PARM-TEXT              PIC X(80).
001010 PROCEDURE DIVISION USING DM123-LK-PARM-AREA.
001020*----------------------------------------------------------*
001030*    0000-MAINLINE
001040*----------------------------------------------------------*
001050 0000-MAINLINE.
001060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001070     PERFORM 2000-PURGE-ENTRY THRU 2000-EXIT
001080         UNTIL DM123-WS-EOF.
001090     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001100     STOP RUN.
001110 0000-EXIT.
001120     EXIT.
001130*----------------------------------------------------------*
001140*    1000-INITIALIZE  -  PARSE THE CUTOFF PARM, OPEN FILES,
001150*                        PRIME THE FIRST READ
001160*----------------------------------------------------------*
001170 1000-INITIALIZE.
001180     PERFORM 1100-PARSE-CUTOFF-PARM THRU 1100-EXIT.
001190     IF NOT DM123-WS-CUTOFF-SUPPLIED
001200         DISPLAY "DM123 - NO VALID CUTOFF= OR BUSDAYS= PARM GIVEN"
001210             ", ENDING WITHOUT PURGING ANYTHING"
001220         MOVE 16 TO RETURN-CODE
001230         STOP RUN
001240     END-IF.
001250     OPEN I-O TRANHIST.
001260     IF DM123-WS-TRANHIST-STATUS NOT = "00"
001270         DISPLAY "DM123 - UNABLE TO OPEN TRANHIST, FILE STATUS = "
001280             DM123-WS-TRANHIST-STATUS
001290         MOVE 16 TO RETURN-CODE
001300         STOP RUN
001310     END-IF.
001320     PERFORM 2100-READ-TRANHIST THRU 2100-EXIT.
001330     ACCEPT DM123-WS-RUN-DATE FROM DATE YYYYMMDD.
001340     STRING DM123-WS-RUN-YYYY "-" DM123-WS-RUN-MM "-"
001350             DM123-WS-RUN-DD DELIMITED BY SIZE
001360             INTO DM123-WS-RUN-DATE-EDIT.
001370     ACCEPT DM123-WS-RUN-TIME FROM TIME.
001380     MOVE DM123-WS-RUN-TIME TO DM123-WS-RUNC-JOB-ID.
001390     OPEN EXTEND RUNCTL.
001400     IF DM123-WS-RUNCTL-STATUS NOT = "00"
001410         OPEN OUTPUT RUNCTL
001420     END-IF.
001430     IF DM123-WS-RUNCTL-STATUS NOT = "00"
001440         DISPLAY "DM123 - UNABLE TO OPEN RUNCTL, FILE STATUS = "
001450             DM123-WS-RUNCTL-STATUS
001460         MOVE 16 TO RETURN-CODE
001470         STOP RUN
001480     END-IF.
001490     MOVE "S" TO DM123-WS-RUNC-TYPE.
001500     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
001510 1000-EXIT.
001520     EXIT.
001530*----------------------------------------------------------*
001540*    1100-PARSE-CUTOFF-PARM
001550*----------------------------------------------------------*
001560 1100-PARSE-CUTOFF-PARM.
001570     IF DM123-LK-PARM-LEN NOT < 15
001580         AND DM123-LK-PARM-TEXT (1:7) = "CUTOFF="
001590         IF DM123-LK-PARM-TEXT (8:8) IS NUMERIC
001600             MOVE DM123-LK-PARM-TEXT (8:8) TO DM123-WS-CUTOFF-DATE
001610             MOVE "Y" TO DM123-WS-CUTOFF-SWITCH
001620         ELSE
001630             DISPLAY "DM123 - CUTOFF PARM DIGITS ARE NOT NUMERIC"
001640         END-IF
001641     END-IF.
001642     IF DM123-LK-PARM-LEN NOT < 11
001643         AND DM123-LK-PARM-TEXT (1:8) = "BUSDAYS="
001644         IF DM123-LK-PARM-TEXT (9:3) IS NUMERIC
001645             MOVE DM123-LK-PARM-TEXT (9:3) TO DM123-WS-BUSDAYS
001646             PERFORM 1200-DERIVE-BUSDAYS-DATE THRU 1200-EXIT
001647             IF DM123-WS-BUSDAYS-FOUND
001648                 MOVE DM123-WS-BUSDAYS-DATE-NUM
001649                     TO DM123-WS-CUTOFF-DATE
001650                 MOVE "Y" TO DM123-WS-CUTOFF-SWITCH
001651                 DISPLAY "DM123 - BUSDAYS=" DM123-WS-BUSDAYS
001652                     " FROM BUSINESS DATE " DM100-BDC-CURRENT-DATE
001653                     " GIVES " DM123-WS-BUSDAYS-DATE-NUM
001654             END-IF
001655         ELSE
001656             DISPLAY "DM123 - BUSDAYS PARM DIGITS ARE NOT NUMERIC"
001657         END-IF
001658     END-IF.
001659 1100-EXIT.
001660     EXIT.
001661*----------------------------------------------------------*
001662*    1200-DERIVE-BUSDAYS-DATE
001663*         FIND THE CALENDAR BUSINESS DAY BUSDAYS=NNN BUSINESS
001664*         DAYS BEFORE THE CURRENT BUSINESS DATE ON BUSCTL -
001665*         BUSDAYS=000 IS THE CURRENT BUSINESS DATE ITSELF.  THE
001666*         CALENDAR IS READ TWICE, ONCE TO COUNT THE BUSINESS DAYS
001667*         BEFORE THE CURRENT DATE AND ONCE TO STOP ON THE ONE NNN
001668*         FROM THE END.  A CALENDAR THAT DOES NOT REACH BACK NNN
001669*         BUSINESS DAYS LEAVES THE DATE UNFOUND.
001670*----------------------------------------------------------*
001671 1200-DERIVE-BUSDAYS-DATE.
001672     OPEN INPUT BUSCTL.
001673     IF DM123-WS-BUSCTL-STATUS NOT = "00"
001674         DISPLAY "DM123 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
001675             DM123-WS-BUSCTL-STATUS
001676         MOVE 16 TO RETURN-CODE
001677         STOP RUN
001678     END-IF.
001679     READ BUSCTL
001680         AT END
001681             DISPLAY "DM123 - BUSCTL HOLDS NO BUSINESS-DATE "
001682                 "CONTROL RECORD"
001683             MOVE 16 TO RETURN-CODE
001684             STOP RUN
001685     END-READ.
001686     CLOSE BUSCTL.
001687     IF DM123-WS-BUSDAYS = ZERO
001688         MOVE DM100-BDC-CURRENT-DATE TO DM123-WS-BUSDAYS-DATE-NUM
001689         MOVE "Y" TO DM123-WS-BUSDAYS-SWITCH
001690         GO TO 1200-EXIT
001691     END-IF.
001692     OPEN INPUT CALENDAR.
001693     IF DM123-WS-CALENDAR-STATUS NOT = "00"
001694         DISPLAY "DM123 - UNABLE TO OPEN CALENDAR, FILE STATUS = "
001695             DM123-WS-CALENDAR-STATUS
001696         MOVE 16 TO RETURN-CODE
001697         STOP RUN
001698     END-IF.
001699     MOVE ZERO TO DM123-WS-BUSDAYS-BEFORE.
001700     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
001701     PERFORM 1230-COUNT-BUSINESS-DAY THRU 1230-EXIT
001702         UNTIL DM123-WS-CAL-EOF.
001703     IF DM123-WS-BUSDAYS-BEFORE < DM123-WS-BUSDAYS
001704         DISPLAY "DM123 - CALENDAR HOLDS ONLY "
001705             DM123-WS-BUSDAYS-BEFORE " BUSINESS DAYS BEFORE "
001706             DM100-BDC-CURRENT-DATE
001707             ", CANNOT COUNT BACK " DM123-WS-BUSDAYS
001708         CLOSE CALENDAR
001709         GO TO 1200-EXIT
001710     END-IF.
001711     SUBTRACT DM123-WS-BUSDAYS FROM DM123-WS-BUSDAYS-BEFORE
001712         GIVING DM123-WS-BUSDAYS-SKIP.
001713     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
001714     PERFORM 1240-STEP-TO-BUSDAYS-DATE THRU 1240-EXIT
001715         UNTIL DM123-WS-CAL-EOF OR DM123-WS-BUSDAYS-FOUND.
001716     CLOSE CALENDAR.
001717 1200-EXIT.
001718     EXIT.
001719*----------------------------------------------------------*
001720*    1210-START-CALENDAR  -  POSITION AT THE FIRST CALENDAR
001721*                            DAY AND READ IT
001722*----------------------------------------------------------*
001723 1210-START-CALENDAR.
001724     MOVE "N" TO DM123-WS-CAL-EOF-SWITCH.
001725     MOVE ZERO TO DM100-CAL-DATE.
001726     START CALENDAR KEY IS NOT LESS THAN DM100-CAL-DATE
001727         INVALID KEY
001728             MOVE "Y" TO DM123-WS-CAL-EOF-SWITCH
001729     END-START.
001730     IF NOT DM123-WS-CAL-EOF
001731         PERFORM 1220-READ-CALENDAR THRU 1220-EXIT
001732     END-IF.
001733 1210-EXIT.
001734     EXIT.
001735*----------------------------------------------------------*
001736*    1220-READ-CALENDAR  -  READ THE NEXT CALENDAR DAY - THE
001737*                           CURRENT BUSINESS DATE ENDS THE SCAN
001738*----------------------------------------------------------*
001739 1220-READ-CALENDAR.
001740     READ CALENDAR NEXT RECORD
001741         AT END
001742             MOVE "Y" TO DM123-WS-CAL-EOF-SWITCH
001743     END-READ.
001744     IF NOT DM123-WS-CAL-EOF
001745             AND DM100-CAL-DATE NOT < DM100-BDC-CURRENT-DATE
001746         MOVE "Y" TO DM123-WS-CAL-EOF-SWITCH
001747     END-IF.
001748 1220-EXIT.
001749     EXIT.
001750*----------------------------------------------------------*
001751*    1230-COUNT-BUSINESS-DAY  -  FIRST PASS LOOP BODY
001752*----------------------------------------------------------*
001753 1230-COUNT-BUSINESS-DAY.
001754     IF DM100-CAL-BUSINESS-DAY
001755         ADD 1 TO DM123-WS-BUSDAYS-BEFORE
001756     END-IF.
001757     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
001758 1230-EXIT.
001759     EXIT.
001760*----------------------------------------------------------*
001761*    1240-STEP-TO-BUSDAYS-DATE  -  SECOND PASS LOOP BODY -
001762*         PASS OVER THE BUSINESS DAYS THAT ARE MORE THAN NNN
001763*         BACK AND STOP ON THE FIRST ONE THAT IS NOT
001764*----------------------------------------------------------*
001765 1240-STEP-TO-BUSDAYS-DATE.
001766     IF DM100-CAL-BUSINESS-DAY
001767         IF DM123-WS-BUSDAYS-SKIP = ZERO
001768             MOVE DM100-CAL-DATE TO DM123-WS-BUSDAYS-DATE-NUM
001769             MOVE "Y" TO DM123-WS-BUSDAYS-SWITCH
001770             GO TO 1240-EXIT
001771         END-IF
001780         SUBTRACT 1 FROM DM123-WS-BUSDAYS-SKIP
001781     END-IF.
001782     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
001783 1240-EXIT.
001784     EXIT.
001785*----------------------------------------------------------*
001786*    2000-PURGE-ENTRY  -  MAIN PROCESSING LOOP
001787*----------------------------------------------------------*
001788 2000-PURGE-ENTRY.
001789     IF DM100-HIST-RUN-DATE < DM123-WS-CUTOFF-DATE
001790         PERFORM 2200-DELETE-ENTRY THRU 2200-EXIT
001791     ELSE
001792         ADD 1 TO DM123-WS-ENTRIES-KEPT
001793     END-IF.
001794     PERFORM 2100-READ-TRANHIST THRU 2100-EXIT.
001795 2000-EXIT.
001796     EXIT.
001800*----------------------------------------------------------*
001810*    2100-READ-TRANHIST  -  READ THE NEXT HISTORY ENTRY IN KEY
001820*                           SEQUENCE
001830*----------------------------------------------------------*
001840 2100-READ-TRANHIST.
001850     READ TRANHIST NEXT RECORD
001860         AT END
001870             MOVE "Y" TO DM123-WS-EOF-SWITCH
001880         NOT AT END
001890             ADD 1 TO DM123-WS-ENTRIES-READ
001900     END-READ.
001910 2100-EXIT.
001920     EXIT.
001930*----------------------------------------------------------*
001940*    2200-DELETE-ENTRY  -  REMOVE THE CURRENTLY POSITIONED
001950*                          AGED ENTRY
001960*----------------------------------------------------------*
001970 2200-DELETE-ENTRY.
001980     DELETE TRANHIST
001990         INVALID KEY
002000             DISPLAY "DM123 - DELETE FAILED FOR ACCOUNT/DATE = "
002010                 DM100-HIST-ACCOUNT-ID "/" DM100-HIST-TRANS-DATE
002020     END-DELETE.
002030     ADD 1 TO DM123-WS-ENTRIES-PURGED.
002040 2200-EXIT.
002050     EXIT.
002060*----------------------------------------------------------*
002070*    7100-WRITE-RUN-CONTROL
002080*         APPEND ONE RUN-CONTROL RECORD - A START ("S")
002090*         FROM 1000-INITIALIZE OR A COMPLETION ("C") FROM
002100*         8000-FINALIZE - THE SAME ENROLLMENT DM100 AND THE
002110*         OTHER SATELLITE UTILITIES CARRY, SO DM115 SEES
002120*         THIS PROGRAM'S RUNS TOO
002130*----------------------------------------------------------*
002140 7100-WRITE-RUN-CONTROL.
002150     MOVE "DM123" TO DM100-RUNC-PROGRAM.
002160     MOVE DM123-WS-RUNC-JOB-ID TO DM100-RUNC-JOB-ID.
002170     MOVE DM123-WS-RUN-DATE-EDIT TO DM100-RUNC-RUN-DATE.
002180     MOVE DM123-WS-RUNC-TYPE TO DM100-RUNC-REC-TYPE.
002190     MOVE SPACES TO DM100-RUNC-PARM-MODE.
002200     IF DM100-RUNC-TYPE-COMPLETION
002210         MOVE "C" TO DM100-RUNC-OUTCOME
002220     ELSE
002230         MOVE SPACE TO DM100-RUNC-OUTCOME
002240     END-IF.
002250     MOVE DM123-WS-ENTRIES-READ TO DM100-RUNC-RECS-READ.
002260     MOVE DM123-WS-ENTRIES-PURGED TO DM100-RUNC-RECS-PROCESSED.
002270     MOVE ZERO TO DM100-RUNC-RECS-REJECTED.
002280     MOVE ZERO TO DM100-RUNC-RECS-DUPLICATE.
002290     MOVE ZERO TO DM100-RUNC-RECS-FROM-CACHE.
002300     MOVE ZERO TO DM100-RUNC-CONTROL-TOTAL.
002310     WRITE DM100-RUNC-RECORD.
002320 7100-EXIT.
002330     EXIT.
002340*----------------------------------------------------------*
002350*    8000-FINALIZE  -  CLOSE FILES, SUMMARIZE THE PURGE
002360*----------------------------------------------------------*
002370 8000-FINALIZE.
002380     CLOSE TRANHIST.
002390     MOVE "C" TO DM123-WS-RUNC-TYPE.
002400     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
002410     CLOSE RUNCTL.
002420     DISPLAY "DM123 - TRANHIST ENTRIES READ     = "
002430         DM123-WS-ENTRIES-READ.
002440     DISPLAY "DM123 - ENTRIES PURGED            = "
002450         DM123-WS-ENTRIES-PURGED.
002460     DISPLAY "DM123 - ENTRIES KEPT              = "
002470         DM123-WS-ENTRIES-KEPT.
002480 8000-EXIT.
002490     EXIT.
