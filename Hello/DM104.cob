000394*                 FINALIZATION, SO THE DM115 OPERATIONS STATUS
000395*                 REPORT SEES THIS UTILITY'S RUNS ALONGSIDE
000396*                 DM100'S.
000397* 2026-10-15 GP   THE RETENTION CUTOFF MAY NOW BE GIVEN ON
000398*                 THE PARM AS BUSDAYS=NNN INSTEAD OF A DATE - IT
000399*                 IS THEN THE CALENDAR (CALENDAR, DM100CL)
000400*                 BUSINESS DAY NNN BUSINESS DAYS BEFORE THE
000401*                 CURRENT BUSINESS DATE ON THE BUSINESS-DATE
000402*                 CONTROL RECORD (BUSCTL, DM100BD), SO THE JCL NO
000403*                 LONGER CARRIES A HAND-SET DATE THAT HAS TO BE
000404*                 MOVED FORWARD EVERY DAY.  A CUTOFF=YYYYMMDD
000405*                 PARM IS STILL HONOURED AS AN OVERRIDE.
000406*----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000519     SELECT RUNCTL ASSIGN TO "RUNCTL"
000520         ORGANIZATION IS SEQUENTIAL
000521         FILE STATUS IS DM104-WS-RUNCTL-STATUS.
000522     SELECT BUSCTL ASSIGN TO "BUSCTL"
000523         ORGANIZATION IS SEQUENTIAL
000524         FILE STATUS IS DM104-WS-BUSCTL-STATUS.
000525     SELECT CALENDAR ASSIGN TO "CALENDAR"
000526         ORGANIZATION IS INDEXED
000527         ACCESS MODE IS DYNAMIC
000528         RECORD KEY IS DM100-CAL-DATE
000529         FILE STATUS IS DM104-WS-CALENDAR-STATUS.
000530 DATA DIVISION.
000531 FILE SECTION.
000540 FD  LKUPFILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY DM100LK.
000599 FD  RUNCTL
000600     LABEL RECORDS ARE STANDARD.
000601     COPY DM100RC.
000602 FD  BUSCTL
000603     LABEL RECORDS ARE STANDARD.
000604     COPY DM100BD.
000605 FD  CALENDAR
000606     LABEL RECORDS ARE STANDARD.
000607     COPY DM100CL.
000608 WORKING-STORAGE SECTION.
000610*----------------------------------------------------------*
000620*    FILE STATUS SWITCHES
000630*----------------------------------------------------------*
000640 77  DM104-WS-LKUPFILE-STATUS            PIC X(02) VALUE "00".
000650 77  DM104-WS-LKUPARC-STATUS             PIC X(02) VALUE "00".
000651 77  DM104-WS-RUNCTL-STATUS             PIC X(02) VALUE "00".
000654 77  DM104-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
000657 77  DM104-WS-CALENDAR-STATUS            PIC X(02) VALUE "00".
000660*----------------------------------------------------------*
000670*    PROGRAM SWITCHES
000680*----------------------------------------------------------*
000839     05  DM104-WS-RUN-DD                  PIC 9(02).
000840 01  DM104-WS-RUN-DATE-EDIT              PIC X(10).
000841 77  DM104-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
000842*----------------------------------------------------------*
000843*    BUSINESS-DAY COUNT-BACK WORK AREAS - BUSDAYS=NNN ON THE
000844*    PARM NAMES THE CALENDAR BUSINESS DAY NNN BUSINESS DAYS
000845*    BEFORE THE CURRENT BUSINESS DATE ON BUSCTL
000846*----------------------------------------------------------*
000847 77  DM104-WS-BUSDAYS                    PIC 9(03) VALUE ZERO.
000848 77  DM104-WS-BUSDAYS-BEFORE         PIC 9(07) COMP VALUE ZERO.
000849 77  DM104-WS-BUSDAYS-SKIP           PIC 9(07) COMP VALUE ZERO.
000850 77  DM104-WS-CAL-EOF-SWITCH             PIC X(01) VALUE "N".
000851     88  DM104-WS-CAL-EOF                        VALUE "Y".
000852 77  DM104-WS-BUSDAYS-SWITCH             PIC X(01) VALUE "N".
000853     88  DM104-WS-BUSDAYS-FOUND                  VALUE "Y".
000854 01  DM104-WS-BUSDAYS-DATE.
000855     05  DM104-WS-BUSDAYS-YYYY            PIC 9(04).
000856     05  DM104-WS-BUSDAYS-MM              PIC 9(02).
000857     05  DM104-WS-BUSDAYS-DD              PIC 9(02).
000858 01  DM104-WS-BUSDAYS-DATE-NUM REDEFINES DM104-WS-BUSDAYS-DATE
000859                                       PIC 9(08).
000860 LINKAGE SECTION.
000861*----------------------------------------------------------*
000862*    EXEC PARM= PARAMETER AREA - PARM FORMAT IS
000863*    CUTOFF=YYYYMMDD OR BUSDAYS=NNN, DELIVERED BY THE SYSTEM AS A
000870*    HALFWORD LENGTH FOLLOWED BY THE PARM TEXT
000880*----------------------------------------------------------*
000890 01  DM104-LK-PARM-AREA.
001080 1000-INITIALIZE.
001090     PERFORM 1100-PARSE-CUTOFF-PARM THRU 1100-EXIT.
001100     IF NOT DM104-WS-CUTOFF-SUPPLIED
001110         DISPLAY "DM104 - NO VALID CUTOFF= OR BUSDAYS= PARM GIVEN"
001120             ", ENDING WITHOUT PURGING ANYTHING"
001130         MOVE 16 TO RETURN-CODE
001140         STOP RUN
001420         ELSE
001430             DISPLAY "DM104 - CUTOFF PARM DIGITS ARE NOT NUMERIC"
001440         END-IF
001441     END-IF.
001442     IF DM104-LK-PARM-LEN NOT < 11
001443         AND DM104-LK-PARM-TEXT (1:8) = "BUSDAYS="
001444         IF DM104-LK-PARM-TEXT (9:3) IS NUMERIC
001445             MOVE DM104-LK-PARM-TEXT (9:3) TO DM104-WS-BUSDAYS
001446             PERFORM 1200-DERIVE-BUSDAYS-DATE THRU 1200-EXIT
001447             IF DM104-WS-BUSDAYS-FOUND
001448                 MOVE DM104-WS-BUSDAYS-DATE-NUM
001449                     TO DM104-WS-CUTOFF-DATE
001450                 MOVE "Y" TO DM104-WS-CUTOFF-SWITCH
001451                 DISPLAY "DM104 - BUSDAYS=" DM104-WS-BUSDAYS
001452                     " FROM BUSINESS DATE " DM100-BDC-CURRENT-DATE
001453                     " GIVES " DM104-WS-BUSDAYS-DATE-NUM
001454             END-IF
001455         ELSE
001456             DISPLAY "DM104 - BUSDAYS PARM DIGITS ARE NOT NUMERIC"
001457         END-IF
001458     END-IF.
001460 1100-EXIT.
001461     EXIT.
001462*----------------------------------------------------------*
001463*    1200-DERIVE-BUSDAYS-DATE
001464*         FIND THE CALENDAR BUSINESS DAY BUSDAYS=NNN BUSINESS
001465*         DAYS BEFORE THE CURRENT BUSINESS DATE ON BUSCTL -
001466*         BUSDAYS=000 IS THE CURRENT BUSINESS DATE ITSELF.  THE
001467*         CALENDAR IS READ TWICE, ONCE TO COUNT THE BUSINESS DAYS
001468*         BEFORE THE CURRENT DATE AND ONCE TO STOP ON THE ONE NNN
001469*         FROM THE END.  A CALENDAR THAT DOES NOT REACH BACK NNN
001470*         BUSINESS DAYS LEAVES THE DATE UNFOUND.
001471*----------------------------------------------------------*
001472 1200-DERIVE-BUSDAYS-DATE.
001473     OPEN INPUT BUSCTL.
001474     IF DM104-WS-BUSCTL-STATUS NOT = "00"
001475         DISPLAY "DM104 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
001476             DM104-WS-BUSCTL-STATUS
001477         MOVE 16 TO RETURN-CODE
001478         STOP RUN
001479     END-IF.
001480     READ BUSCTL
001481         AT END
001482             DISPLAY "DM104 - BUSCTL HOLDS NO BUSINESS-DATE "
001483                 "CONTROL RECORD"
001484             MOVE 16 TO RETURN-CODE
001485             STOP RUN
001486     END-READ.
001487     CLOSE BUSCTL.
001488     IF DM104-WS-BUSDAYS = ZERO
001489         MOVE DM100-BDC-CURRENT-DATE TO DM104-WS-BUSDAYS-DATE-NUM
001490         MOVE "Y" TO DM104-WS-BUSDAYS-SWITCH
001491         GO TO 1200-EXIT
001492     END-IF.
001493     OPEN INPUT CALENDAR.
001494     IF DM104-WS-CALENDAR-STATUS NOT = "00"
001495         DISPLAY "DM104 - UNABLE TO OPEN CALENDAR, FILE STATUS = "
001496             DM104-WS-CALENDAR-STATUS
001497         MOVE 16 TO RETURN-CODE
001498         STOP RUN
001499     END-IF.
001500     MOVE ZERO TO DM104-WS-BUSDAYS-BEFORE.
001501     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
001502     PERFORM 1230-COUNT-BUSINESS-DAY THRU 1230-EXIT
001503         UNTIL DM104-WS-CAL-EOF.
001504     IF DM104-WS-BUSDAYS-BEFORE < DM104-WS-BUSDAYS
001505         DISPLAY "DM104 - CALENDAR HOLDS ONLY "
001506             DM104-WS-BUSDAYS-BEFORE " BUSINESS DAYS BEFORE "
001507             DM100-BDC-CURRENT-DATE
001508             ", CANNOT COUNT BACK " DM104-WS-BUSDAYS
001509         CLOSE CALENDAR
001510         GO TO 1200-EXIT
001511     END-IF.
001512     SUBTRACT DM104-WS-BUSDAYS FROM DM104-WS-BUSDAYS-BEFORE
001513         GIVING DM104-WS-BUSDAYS-SKIP.
001514     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
001515     PERFORM 1240-STEP-TO-BUSDAYS-DATE THRU 1240-EXIT
001516         UNTIL DM104-WS-CAL-EOF OR DM104-WS-BUSDAYS-FOUND.
001517     CLOSE CALENDAR.
001518 1200-EXIT.
001519     EXIT.
001520*----------------------------------------------------------*
001521*    1210-START-CALENDAR  -  POSITION AT THE FIRST CALENDAR
001522*                            DAY AND READ IT
001523*----------------------------------------------------------*
001524 1210-START-CALENDAR.
001525     MOVE "N" TO DM104-WS-CAL-EOF-SWITCH.
001526     MOVE ZERO TO DM100-CAL-DATE.
001527     START CALENDAR KEY IS NOT LESS THAN DM100-CAL-DATE
001528         INVALID KEY
001529             MOVE "Y" TO DM104-WS-CAL-EOF-SWITCH
001530     END-START.
001531     IF NOT DM104-WS-CAL-EOF
001532         PERFORM 1220-READ-CALENDAR THRU 1220-EXIT
001533     END-IF.
001534 1210-EXIT.
001535     EXIT.
001536*----------------------------------------------------------*
001537*    1220-READ-CALENDAR  -  READ THE NEXT CALENDAR DAY - THE
001538*                           CURRENT BUSINESS DATE ENDS THE SCAN
001539*----------------------------------------------------------*
001540 1220-READ-CALENDAR.
001541     READ CALENDAR NEXT RECORD
001542         AT END
001543             MOVE "Y" TO DM104-WS-CAL-EOF-SWITCH
001544     END-READ.
001545     IF NOT DM104-WS-CAL-EOF
001546             AND DM100-CAL-DATE NOT < DM100-BDC-CURRENT-DATE
001547         MOVE "Y" TO DM104-WS-CAL-EOF-SWITCH
001548     END-IF.
001549 1220-EXIT.
001550     EXIT.
001551*----------------------------------------------------------*
001552*    1230-COUNT-BUSINESS-DAY  -  FIRST PASS LOOP BODY
001553*----------------------------------------------------------*
001554 1230-COUNT-BUSINESS-DAY.
001555     IF DM100-CAL-BUSINESS-DAY
001556         ADD 1 TO DM104-WS-BUSDAYS-BEFORE
001557     END-IF.
001558     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
001559 1230-EXIT.
001560     EXIT.
001561*----------------------------------------------------------*
001562*    1240-STEP-TO-BUSDAYS-DATE  -  SECOND PASS LOOP BODY -
001563*         PASS OVER THE BUSINESS DAYS THAT ARE MORE THAN NNN
001564*         BACK AND STOP ON THE FIRST ONE THAT IS NOT
001565*----------------------------------------------------------*
001566 1240-STEP-TO-BUSDAYS-DATE.
001567     IF DM100-CAL-BUSINESS-DAY
001568         IF DM104-WS-BUSDAYS-SKIP = ZERO
001569             MOVE DM100-CAL-DATE TO DM104-WS-BUSDAYS-DATE-NUM
001570             MOVE "Y" TO DM104-WS-BUSDAYS-SWITCH
001571             GO TO 1240-EXIT
001572         END-IF
001573         SUBTRACT 1 FROM DM104-WS-BUSDAYS-SKIP
001574     END-IF.
001575     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
001576 1240-EXIT.
001577     EXIT.
001578*----------------------------------------------------------*
001579*    2000-PURGE-ENTRY  -  MAIN PROCESSING LOOP
001580*----------------------------------------------------------*
001581 2000-PURGE-ENTRY.
001582     IF DM100-LKUP-LAST-USED-DATE < DM104-WS-CUTOFF-DATE
001583         PERFORM 2200-ARCHIVE-ENTRY THRU 2200-EXIT
001584         PERFORM 2300-DELETE-ENTRY THRU 2300-EXIT
001585     ELSE
001586         ADD 1 TO DM104-WS-ENTRIES-KEPT
001587     END-IF.
001588     PERFORM 2100-READ-LKUPFILE THRU 2100-EXIT.
001590 2000-EXIT.
001600     EXIT.
001610*----------------------------------------------------------*
