000370*                 DELETED WITHOUT AN ARCHIVE COPY.  ANY
000380*                 CUTOFF UP TO AND INCLUDING TODAY IS SAFE;
000390*                 RUN DAILY OR WEEKLY AHEAD OF DM100J.
000391* 2026-10-15 GP   THE RETENTION CUTOFF MAY NOW BE GIVEN ON
000392*                 THE PARM AS BUSDAYS=NNN INSTEAD OF A DATE - IT
000393*                 IS THEN THE CALENDAR (CALENDAR, DM100CL)
000394*                 BUSINESS DAY NNN BUSINESS DAYS BEFORE THE
000395*                 CURRENT BUSINESS DATE ON THE BUSINESS-DATE
000396*                 CONTROL RECORD (BUSCTL, DM100BD), SO THE JCL NO
000397*                 LONGER CARRIES A HAND-SET DATE THAT HAS TO BE
000398*                 MOVED FORWARD EVERY DAY.  A CUTOFF=YYYYMMDD
000399*                 PARM IS STILL HONOURED AS AN OVERRIDE.
000400*----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS DM100-DUPW-KEY
000480         FILE STATUS IS DM117-WS-DUPWORK-STATUS.
000481     SELECT BUSCTL ASSIGN TO "BUSCTL"
000482         ORGANIZATION IS SEQUENTIAL
000483         FILE STATUS IS DM117-WS-BUSCTL-STATUS.
000484     SELECT CALENDAR ASSIGN TO "CALENDAR"
000485         ORGANIZATION IS INDEXED
000486         ACCESS MODE IS DYNAMIC
000487         RECORD KEY IS DM100-CAL-DATE
000488         FILE STATUS IS DM117-WS-CALENDAR-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  DUPWORK
000520     LABEL RECORDS ARE STANDARD.
000530     COPY DM100DP.
000531 FD  BUSCTL
000532     LABEL RECORDS ARE STANDARD.
000533     COPY DM100BD.
000534 FD  CALENDAR
000535     LABEL RECORDS ARE STANDARD.
000536     COPY DM100CL.
000540 WORKING-STORAGE SECTION.
000550*----------------------------------------------------------*
000560*    FILE STATUS SWITCHES
000570*----------------------------------------------------------*
000580 77  DM117-WS-DUPWORK-STATUS             PIC X(02) VALUE "00".
000583 77  DM117-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
000586 77  DM117-WS-CALENDAR-STATUS            PIC X(02) VALUE "00".
000590*----------------------------------------------------------*
000600*    PROGRAM SWITCHES
000610*----------------------------------------------------------*
000720*----------------------------------------------------------*
000730*    RETENTION CUTOFF PARAMETER WORK AREAS
000740*----------------------------------------------------------*
000741 77  DM117-WS-CUTOFF-DATE                PIC 9(08) VALUE ZERO.
000742*----------------------------------------------------------*
000743*    BUSINESS-DAY COUNT-BACK WORK AREAS - BUSDAYS=NNN ON THE
000744*    PARM NAMES THE CALENDAR BUSINESS DAY NNN BUSINESS DAYS
000745*    BEFORE THE CURRENT BUSINESS DATE ON BUSCTL
000746*----------------------------------------------------------*
000747 77  DM117-WS-BUSDAYS                    PIC 9(03) VALUE ZERO.
000748 77  DM117-WS-BUSDAYS-BEFORE         PIC 9(07) COMP VALUE ZERO.
000749 77  DM117-WS-BUSDAYS-SKIP           PIC 9(07) COMP VALUE ZERO.
000750 77  DM117-WS-CAL-EOF-SWITCH             PIC X(01) VALUE "N".
000751     88  DM117-WS-CAL-EOF                        VALUE "Y".
000752 77  DM117-WS-BUSDAYS-SWITCH             PIC X(01) VALUE "N".
000753     88  DM117-WS-BUSDAYS-FOUND                  VALUE "Y".
000754 01  DM117-WS-BUSDAYS-DATE.
000755     05  DM117-WS-BUSDAYS-YYYY            PIC 9(04).
000756     05  DM117-WS-BUSDAYS-MM              PIC 9(02).
000757     05  DM117-WS-BUSDAYS-DD              PIC 9(02).
000758 01  DM117-WS-BUSDAYS-DATE-NUM REDEFINES DM117-WS-BUSDAYS-DATE
000759                                       PIC 9(08).
000760 LINKAGE SECTION.
000770*----------------------------------------------------------*
000780*    EXEC PARM= PARAMETER AREA - PARM FORMAT IS
000790*    CUTOFF=YYYYMMDD OR BUSDAYS=NNN, DELIVERED BY THE SYSTEM AS A
000800*    HALFWORD LENGTH FOLLOWED BY THE PARM TEXT
000810*----------------------------------------------------------*
000820 01  DM117-LK-PARM-AREA.
001010 1000-INITIALIZE.
001020     PERFORM 1100-PARSE-CUTOFF-PARM THRU 1100-EXIT.
001030     IF NOT DM117-WS-CUTOFF-SUPPLIED
001040         DISPLAY "DM117 - NO VALID CUTOFF= OR BUSDAYS= PARM GIVEN"
001050             ", ENDING WITHOUT PURGING ANYTHING"
001060         MOVE 16 TO RETURN-CODE
001070         STOP RUN
001280         ELSE
001290             DISPLAY "DM117 - CUTOFF PARM DIGITS ARE NOT NUMERIC"
001300         END-IF
001301     END-IF.
001302     IF DM117-LK-PARM-LEN NOT < 11
001303         AND DM117-LK-PARM-TEXT (1:8) = "BUSDAYS="
001304         IF DM117-LK-PARM-TEXT (9:3) IS NUMERIC
001305             MOVE DM117-LK-PARM-TEXT (9:3) TO DM117-WS-BUSDAYS
001306             PERFORM 1200-DERIVE-BUSDAYS-DATE THRU 1200-EXIT
001307             IF DM117-WS-BUSDAYS-FOUND
001308                 MOVE DM117-WS-BUSDAYS-DATE-NUM
001309                     TO DM117-WS-CUTOFF-DATE
001310                 MOVE "Y" TO DM117-WS-CUTOFF-SWITCH
001311                 DISPLAY "DM117 - BUSDAYS=" DM117-WS-BUSDAYS
001312                     " FROM BUSINESS DATE " DM100-BDC-CURRENT-DATE
001313                     " GIVES " DM117-WS-BUSDAYS-DATE-NUM
001314             END-IF
001315         ELSE
001316             DISPLAY "DM117 - BUSDAYS PARM DIGITS ARE NOT NUMERIC"
001317         END-IF
001318     END-IF.
001320 1100-EXIT.
001321     EXIT.
001322*----------------------------------------------------------*
001323*    1200-DERIVE-BUSDAYS-DATE
001324*         FIND THE CALENDAR BUSINESS DAY BUSDAYS=NNN BUSINESS
001325*         DAYS BEFORE THE CURRENT BUSINESS DATE ON BUSCTL -
001326*         BUSDAYS=000 IS THE CURRENT BUSINESS DATE ITSELF.  THE
001327*         CALENDAR IS READ TWICE, ONCE TO COUNT THE BUSINESS DAYS
001328*         BEFORE THE CURRENT DATE AND ONCE TO STOP ON THE ONE NNN
001329*         FROM THE END.  A CALENDAR THAT DOES NOT REACH BACK NNN
001330*         BUSINESS DAYS LEAVES THE DATE UNFOUND.
001331*----------------------------------------------------------*
001332 1200-DERIVE-BUSDAYS-DATE.
001333     OPEN INPUT BUSCTL.
001334     IF DM117-WS-BUSCTL-STATUS NOT = "00"
001335         DISPLAY "DM117 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
001336             DM117-WS-BUSCTL-STATUS
001337         MOVE 16 TO RETURN-CODE
001338         STOP RUN
001339     END-IF.
001340     READ BUSCTL
001341         AT END
001342             DISPLAY "DM117 - BUSCTL HOLDS NO BUSINESS-DATE "
001343                 "CONTROL RECORD"
001344             MOVE 16 TO RETURN-CODE
001345             STOP RUN
001346     END-READ.
001347     CLOSE BUSCTL.
001348     IF DM117-WS-BUSDAYS = ZERO
001349         MOVE DM100-BDC-CURRENT-DATE TO DM117-WS-BUSDAYS-DATE-NUM
001350         MOVE "Y" TO DM117-WS-BUSDAYS-SWITCH
001351         GO TO 1200-EXIT
001352     END-IF.
001353     OPEN INPUT CALENDAR.
001354     IF DM117-WS-CALENDAR-STATUS NOT = "00"
001355         DISPLAY "DM117 - UNABLE TO OPEN CALENDAR, FILE STATUS = "
001356             DM117-WS-CALENDAR-STATUS
001357         MOVE 16 TO RETURN-CODE
001358         STOP RUN
001359     END-IF.
001360     MOVE ZERO TO DM117-WS-BUSDAYS-BEFORE.
001361     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
001362     PERFORM 1230-COUNT-BUSINESS-DAY THRU 1230-EXIT
001363         UNTIL DM117-WS-CAL-EOF.
001364     IF DM117-WS-BUSDAYS-BEFORE < DM117-WS-BUSDAYS
001365         DISPLAY "DM117 - CALENDAR HOLDS ONLY "
001366             DM117-WS-BUSDAYS-BEFORE " BUSINESS DAYS BEFORE "
001367             DM100-BDC-CURRENT-DATE
001368             ", CANNOT COUNT BACK " DM117-WS-BUSDAYS
001369         CLOSE CALENDAR
001370         GO TO 1200-EXIT
001371     END-IF.
001372     SUBTRACT DM117-WS-BUSDAYS FROM DM117-WS-BUSDAYS-BEFORE
001373         GIVING DM117-WS-BUSDAYS-SKIP.
001374     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
001375     PERFORM 1240-STEP-TO-BUSDAYS-DATE THRU 1240-EXIT
001376         UNTIL DM117-WS-CAL-EOF OR DM117-WS-BUSDAYS-FOUND.
001377     CLOSE CALENDAR.
001378 1200-EXIT.
001379     EXIT.
001380*----------------------------------------------------------*
001381*    1210-START-CALENDAR  -  POSITION AT THE FIRST CALENDAR
001382*                            DAY AND READ IT
001383*----------------------------------------------------------*
001384 1210-START-CALENDAR.
001385     MOVE "N" TO DM117-WS-CAL-EOF-SWITCH.
001386     MOVE ZERO TO DM100-CAL-DATE.
001387     START CALENDAR KEY IS NOT LESS THAN DM100-CAL-DATE
001388         INVALID KEY
001389             MOVE "Y" TO DM117-WS-CAL-EOF-SWITCH
001390     END-START.
001391     IF NOT DM117-WS-CAL-EOF
001392         PERFORM 1220-READ-CALENDAR THRU 1220-EXIT
001393     END-IF.
001394 1210-EXIT.
001395     EXIT.
001396*----------------------------------------------------------*
001397*    1220-READ-CALENDAR  -  READ THE NEXT CALENDAR DAY - THE
001398*                           CURRENT BUSINESS DATE ENDS THE SCAN
001399*----------------------------------------------------------*
001400 1220-READ-CALENDAR.
001401     READ CALENDAR NEXT RECORD
001402         AT END
001403             MOVE "Y" TO DM117-WS-CAL-EOF-SWITCH
001404     END-READ.
001405     IF NOT DM117-WS-CAL-EOF
001406             AND DM100-CAL-DATE NOT < DM100-BDC-CURRENT-DATE
001407         MOVE "Y" TO DM117-WS-CAL-EOF-SWITCH
001408     END-IF.
001409 1220-EXIT.
001410     EXIT.
001411*----------------------------------------------------------*
001412*    1230-COUNT-BUSINESS-DAY  -  FIRST PASS LOOP BODY
001413*----------------------------------------------------------*
001414 1230-COUNT-BUSINESS-DAY.
001415     IF DM100-CAL-BUSINESS-DAY
001416         ADD 1 TO DM117-WS-BUSDAYS-BEFORE
001417     END-IF.
001418     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
001419 1230-EXIT.
001420     EXIT.
001421*----------------------------------------------------------*
001422*    1240-STEP-TO-BUSDAYS-DATE  -  SECOND PASS LOOP BODY -
001423*         PASS OVER THE BUSINESS DAYS THAT ARE MORE THAN NNN
001424*         BACK AND STOP ON THE FIRST ONE THAT IS NOT
001425*----------------------------------------------------------*
001426 1240-STEP-TO-BUSDAYS-DATE.
001427     IF DM100-CAL-BUSINESS-DAY
001428         IF DM117-WS-BUSDAYS-SKIP = ZERO
001429             MOVE DM100-CAL-DATE TO DM117-WS-BUSDAYS-DATE-NUM
001430             MOVE "Y" TO DM117-WS-BUSDAYS-SWITCH
001431             GO TO 1240-EXIT
001432         END-IF
001433         SUBTRACT 1 FROM DM117-WS-BUSDAYS-SKIP
001434     END-IF.
001435     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
001436 1240-EXIT.
001437     EXIT.
001438*----------------------------------------------------------*
001439*    2000-PURGE-ENTRY  -  MAIN PROCESSING LOOP
001440*----------------------------------------------------------*
001441 2000-PURGE-ENTRY.
001442     IF DM100-DUPW-RUN-DATE < DM117-WS-CUTOFF-DATE
001443         PERFORM 2200-DELETE-ENTRY THRU 2200-EXIT
001444     ELSE
001445         ADD 1 TO DM117-WS-ENTRIES-KEPT
001446     END-IF.
001447     PERFORM 2100-READ-DUPWORK THRU 2100-EXIT.
001448 2000-EXIT.
001450     EXIT.
001460*----------------------------------------------------------*
001470*    2100-READ-DUPWORK  -  READ THE NEXT WORK ENTRY IN KEY
