000314*                 FINALIZATION, SO THE DM115 OPERATIONS STATUS
000315*                 REPORT SEES THIS UTILITY'S RUNS ALONGSIDE
000316*                 DM100'S.
000317* 2026-10-15 GP   THE ARCHIVE CUTOFF MAY NOW BE GIVEN ON
000318*                 THE PARM AS BUSDAYS=NNN INSTEAD OF A DATE - IT
000319*                 IS THEN THE CALENDAR (CALENDAR, DM100CL)
000320*                 BUSINESS DAY NNN BUSINESS DAYS BEFORE THE
000321*                 CURRENT BUSINESS DATE ON THE BUSINESS-DATE
000322*                 CONTROL RECORD (BUSCTL, DM100BD), SO THE JCL NO
000323*                 LONGER CARRIES A HAND-SET DATE THAT HAS TO BE
000324*                 MOVED FORWARD EVERY DAY.  A CUTOFF=YYYY-MM-DD
000325*                 PARM IS STILL HONOURED AS AN OVERRIDE.
000326*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000449     SELECT RUNCTL ASSIGN TO "RUNCTL"
000450         ORGANIZATION IS SEQUENTIAL
000451         FILE STATUS IS DM105-WS-RUNCTL-STATUS.
000452     SELECT BUSCTL ASSIGN TO "BUSCTL"
000453         ORGANIZATION IS SEQUENTIAL
000454         FILE STATUS IS DM105-WS-BUSCTL-STATUS.
000455     SELECT CALENDAR ASSIGN TO "CALENDAR"
000456         ORGANIZATION IS INDEXED
000457         ACCESS MODE IS DYNAMIC
000458         RECORD KEY IS DM100-CAL-DATE
000459         FILE STATUS IS DM105-WS-CALENDAR-STATUS.
000460 DATA DIVISION.
000461 FILE SECTION.
000470 FD  AUDITFL
000480     LABEL RECORDS ARE STANDARD.
000490 01  DM105-AUD-LINE                      PIC X(80).
000559 FD  RUNCTL
000560     LABEL RECORDS ARE STANDARD.
000561     COPY DM100RC.
000562 FD  BUSCTL
000563     LABEL RECORDS ARE STANDARD.
000564     COPY DM100BD.
000565 FD  CALENDAR
000566     LABEL RECORDS ARE STANDARD.
000567     COPY DM100CL.
000568 WORKING-STORAGE SECTION.
000570*----------------------------------------------------------*
000580*    FILE STATUS SWITCHES
000590*----------------------------------------------------------*
000610 77  DM105-WS-AUDARCH-STATUS             PIC X(02) VALUE "00".
000620 77  DM105-WS-AUDNEW-STATUS              PIC X(02) VALUE "00".
000621 77  DM105-WS-RUNCTL-STATUS             PIC X(02) VALUE "00".
000624 77  DM105-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
000627 77  DM105-WS-CALENDAR-STATUS            PIC X(02) VALUE "00".
000630*----------------------------------------------------------*
000640*    PROGRAM SWITCHES
000650*----------------------------------------------------------*
000859     05  DM105-WS-RUN-DD                  PIC 9(02).
000860 01  DM105-WS-RUN-DATE-EDIT              PIC X(10).
000861 77  DM105-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
000862*----------------------------------------------------------*
000863*    BUSINESS-DAY COUNT-BACK WORK AREAS - BUSDAYS=NNN ON THE
000864*    PARM NAMES THE CALENDAR BUSINESS DAY NNN BUSINESS DAYS
000865*    BEFORE THE CURRENT BUSINESS DATE ON BUSCTL
000866*----------------------------------------------------------*
000867 77  DM105-WS-BUSDAYS                    PIC 9(03) VALUE ZERO.
000868 77  DM105-WS-BUSDAYS-BEFORE         PIC 9(07) COMP VALUE ZERO.
000869 77  DM105-WS-BUSDAYS-SKIP           PIC 9(07) COMP VALUE ZERO.
000870 77  DM105-WS-CAL-EOF-SWITCH             PIC X(01) VALUE "N".
000871     88  DM105-WS-CAL-EOF                        VALUE "Y".
000872 77  DM105-WS-BUSDAYS-SWITCH             PIC X(01) VALUE "N".
000873     88  DM105-WS-BUSDAYS-FOUND                  VALUE "Y".
000874 01  DM105-WS-BUSDAYS-DATE.
000875     05  DM105-WS-BUSDAYS-YYYY            PIC 9(04).
000876     05  DM105-WS-BUSDAYS-MM              PIC 9(02).
000877     05  DM105-WS-BUSDAYS-DD              PIC 9(02).
000878 01  DM105-WS-BUSDAYS-DATE-NUM REDEFINES DM105-WS-BUSDAYS-DATE
000879                                       PIC 9(08).
000880 LINKAGE SECTION.
000881*----------------------------------------------------------*
000882*    EXEC PARM= PARAMETER AREA - PARM FORMAT IS
000883*    CUTOFF=YYYY-MM-DD OR BUSDAYS=NNN, DELIVERED BY THE SYSTEM
000884*    AS A HALFWORD LENGTH FOLLOWED BY THE PARM TEXT
000900*----------------------------------------------------------*
000910 01  DM105-LK-PARM-AREA.
000920     05  DM105-LK-PARM-LEN               PIC S9(04) COMP.
001100 1000-INITIALIZE.
001110     PERFORM 1100-PARSE-CUTOFF-PARM THRU 1100-EXIT.
001120     IF NOT DM105-WS-CUTOFF-SUPPLIED
001130         DISPLAY "DM105 - NO VALID CUTOFF= OR BUSDAYS= PARM "
001140             "SUPPLIED, ENDING WITHOUT ARCHIVING ANYTHING"
001150         MOVE 16 TO RETURN-CODE
001160         STOP RUN
001417 1000-EXIT.
001418     EXIT.
001420*----------------------------------------------------------*
001421*    1100-PARSE-CUTOFF-PARM
001422*----------------------------------------------------------*
001423 1100-PARSE-CUTOFF-PARM.
001424     IF DM105-LK-PARM-LEN NOT < 17
001425         AND DM105-LK-PARM-TEXT (1:7) = "CUTOFF="
001426         MOVE DM105-LK-PARM-TEXT (8:10) TO DM105-WS-CUTOFF-DATE
001427         MOVE "Y" TO DM105-WS-CUTOFF-SWITCH
001428     END-IF.
001429     IF DM105-LK-PARM-LEN NOT < 11
001430         AND DM105-LK-PARM-TEXT (1:8) = "BUSDAYS="
001431         IF DM105-LK-PARM-TEXT (9:3) IS NUMERIC
001432             MOVE DM105-LK-PARM-TEXT (9:3) TO DM105-WS-BUSDAYS
001433             PERFORM 1200-DERIVE-BUSDAYS-DATE THRU 1200-EXIT
001434             IF DM105-WS-BUSDAYS-FOUND
001435                 STRING DM105-WS-BUSDAYS-YYYY "-"
001436                         DM105-WS-BUSDAYS-MM "-"
001437                         DM105-WS-BUSDAYS-DD DELIMITED BY SIZE
001438                         INTO DM105-WS-CUTOFF-DATE
001439                 MOVE "Y" TO DM105-WS-CUTOFF-SWITCH
001440                 DISPLAY "DM105 - BUSDAYS=" DM105-WS-BUSDAYS
001441                     " FROM BUSINESS DATE " DM100-BDC-CURRENT-DATE
001442                     " GIVES " DM105-WS-BUSDAYS-DATE-NUM
001443             END-IF
001444         ELSE
001445             DISPLAY "DM105 - BUSDAYS PARM DIGITS ARE NOT NUMERIC"
001446         END-IF
001447     END-IF.
001448 1100-EXIT.
001449     EXIT.
001450*----------------------------------------------------------*
001451*    1200-DERIVE-BUSDAYS-DATE
001452*         FIND THE CALENDAR BUSINESS DAY BUSDAYS=NNN BUSINESS
001453*         DAYS BEFORE THE CURRENT BUSINESS DATE ON BUSCTL -
001454*         BUSDAYS=000 IS THE CURRENT BUSINESS DATE ITSELF.  THE
001455*         CALENDAR IS READ TWICE, ONCE TO COUNT THE BUSINESS DAYS
001456*         BEFORE THE CURRENT DATE AND ONCE TO STOP ON THE ONE NNN
001457*         FROM THE END.  A CALENDAR THAT DOES NOT REACH BACK NNN
001458*         BUSINESS DAYS LEAVES THE DATE UNFOUND.
001459*----------------------------------------------------------*
001460 1200-DERIVE-BUSDAYS-DATE.
001461     OPEN INPUT BUSCTL.
001462     IF DM105-WS-BUSCTL-STATUS NOT = "00"
001463         DISPLAY "DM105 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
001464             DM105-WS-BUSCTL-STATUS
001465         MOVE 16 TO RETURN-CODE
001466         STOP RUN
001467     END-IF.
001468     READ BUSCTL
001469         AT END
001470             DISPLAY "DM105 - BUSCTL HOLDS NO BUSINESS-DATE "
001471                 "CONTROL RECORD"
001472             MOVE 16 TO RETURN-CODE
001473             STOP RUN
001474     END-READ.
001475     CLOSE BUSCTL.
001476     IF DM105-WS-BUSDAYS = ZERO
001477         MOVE DM100-BDC-CURRENT-DATE TO DM105-WS-BUSDAYS-DATE-NUM
001478         MOVE "Y" TO DM105-WS-BUSDAYS-SWITCH
001479         GO TO 1200-EXIT
001480     END-IF.
001481     OPEN INPUT CALENDAR.
001482     IF DM105-WS-CALENDAR-STATUS NOT = "00"
001483         DISPLAY "DM105 - UNABLE TO OPEN CALENDAR, FILE STATUS = "
001484             DM105-WS-CALENDAR-STATUS
001485         MOVE 16 TO RETURN-CODE
001486         STOP RUN
001487     END-IF.
001488     MOVE ZERO TO DM105-WS-BUSDAYS-BEFORE.
001489     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
001490     PERFORM 1230-COUNT-BUSINESS-DAY THRU 1230-EXIT
001491         UNTIL DM105-WS-CAL-EOF.
001492     IF DM105-WS-BUSDAYS-BEFORE < DM105-WS-BUSDAYS
001493         DISPLAY "DM105 - CALENDAR HOLDS ONLY "
001494             DM105-WS-BUSDAYS-BEFORE " BUSINESS DAYS BEFORE "
001495             DM100-BDC-CURRENT-DATE
001496             ", CANNOT COUNT BACK " DM105-WS-BUSDAYS
001497         CLOSE CALENDAR
001498         GO TO 1200-EXIT
001499     END-IF.
001500     SUBTRACT DM105-WS-BUSDAYS FROM DM105-WS-BUSDAYS-BEFORE
001501         GIVING DM105-WS-BUSDAYS-SKIP.
001502     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
001503     PERFORM 1240-STEP-TO-BUSDAYS-DATE THRU 1240-EXIT
001504         UNTIL DM105-WS-CAL-EOF OR DM105-WS-BUSDAYS-FOUND.
001505     CLOSE CALENDAR.
001506 1200-EXIT.
001507     EXIT.
001508*----------------------------------------------------------*
001509*    1210-START-CALENDAR  -  POSITION AT THE FIRST CALENDAR
001510*                            DAY AND READ IT
001511*----------------------------------------------------------*
001512 1210-START-CALENDAR.
001513     MOVE "N" TO DM105-WS-CAL-EOF-SWITCH.
001514     MOVE ZERO TO DM100-CAL-DATE.
001515     START CALENDAR KEY IS NOT LESS THAN DM100-CAL-DATE
001516         INVALID KEY
001517             MOVE "Y" TO DM105-WS-CAL-EOF-SWITCH
001518     END-START.
001519     IF NOT DM105-WS-CAL-EOF
001520         PERFORM 1220-READ-CALENDAR THRU 1220-EXIT
001521     END-IF.
001522 1210-EXIT.
001523     EXIT.
001524*----------------------------------------------------------*
001525*    1220-READ-CALENDAR  -  READ THE NEXT CALENDAR DAY - THE
001526*                           CURRENT BUSINESS DATE ENDS THE SCAN
001527*----------------------------------------------------------*
001528 1220-READ-CALENDAR.
001529     READ CALENDAR NEXT RECORD
001530         AT END
001531             MOVE "Y" TO DM105-WS-CAL-EOF-SWITCH
001532     END-READ.
001533     IF NOT DM105-WS-CAL-EOF
001534             AND DM100-CAL-DATE NOT < DM100-BDC-CURRENT-DATE
001535         MOVE "Y" TO DM105-WS-CAL-EOF-SWITCH
001536     END-IF.
001537 1220-EXIT.
001538     EXIT.
001539*----------------------------------------------------------*
001540*    1230-COUNT-BUSINESS-DAY  -  FIRST PASS LOOP BODY
001541*----------------------------------------------------------*
001542 1230-COUNT-BUSINESS-DAY.
001543     IF DM100-CAL-BUSINESS-DAY
001544         ADD 1 TO DM105-WS-BUSDAYS-BEFORE
001545     END-IF.
001546     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
001547 1230-EXIT.
001548     EXIT.
001549*----------------------------------------------------------*
001550*    1240-STEP-TO-BUSDAYS-DATE  -  SECOND PASS LOOP BODY -
001551*         PASS OVER THE BUSINESS DAYS THAT ARE MORE THAN NNN
001552*         BACK AND STOP ON THE FIRST ONE THAT IS NOT
001553*----------------------------------------------------------*
001554 1240-STEP-TO-BUSDAYS-DATE.
001555     IF DM100-CAL-BUSINESS-DAY
001556         IF DM105-WS-BUSDAYS-SKIP = ZERO
001557             MOVE DM100-CAL-DATE TO DM105-WS-BUSDAYS-DATE-NUM
001558             MOVE "Y" TO DM105-WS-BUSDAYS-SWITCH
001559             GO TO 1240-EXIT
001560         END-IF
001561         SUBTRACT 1 FROM DM105-WS-BUSDAYS-SKIP
001562     END-IF.
001563     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
001564 1240-EXIT.
001565     EXIT.
001566*----------------------------------------------------------*
001567*    2000-SPLIT-LINE  -  MAIN PROCESSING LOOP
001568*----------------------------------------------------------*
001569 2000-SPLIT-LINE.
001570     MOVE DM105-AUD-LINE TO DM100-AUD-DETAIL-LINE.
001580     IF DM100-AUDD-RUN-DATE NOT > DM105-WS-CUTOFF-DATE
001590         MOVE DM105-AUD-LINE TO DM105-ARCH-LINE
