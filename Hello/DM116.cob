000340*                 FROM=YYYY-MM-DD PARM LIMITS THE REPORT TO
000350*                 RUNS ON OR AFTER THAT DATE; WITH NO PARM
000360*                 THE WHOLE ACCUMULATED HISTORY IS REPORTED.
000361* 2026-10-15 GP   THE REPORT START DATE MAY NOW BE GIVEN ON
000362*                 THE PARM AS BUSDAYS=NNN INSTEAD OF A DATE - IT
000363*                 IS THEN THE CALENDAR (CALENDAR, DM100CL)
000364*                 BUSINESS DAY NNN BUSINESS DAYS BEFORE THE
000365*                 CURRENT BUSINESS DATE ON THE BUSINESS-DATE
000366*                 CONTROL RECORD (BUSCTL, DM100BD), SO THE JCL NO
000367*                 LONGER CARRIES A HAND-SET DATE THAT HAS TO BE
000368*                 MOVED FORWARD EVERY DAY.  A FROM=YYYY-MM-DD
000369*                 PARM IS STILL HONOURED AS AN OVERRIDE.
000370*----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000440     SELECT TRENDRPT ASSIGN TO "TRENDRPT"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS DM116-WS-TRENDRPT-STATUS.
000461     SELECT BUSCTL ASSIGN TO "BUSCTL"
000462         ORGANIZATION IS SEQUENTIAL
000463         FILE STATUS IS DM116-WS-BUSCTL-STATUS.
000464     SELECT CALENDAR ASSIGN TO "CALENDAR"
000465         ORGANIZATION IS INDEXED
000466         ACCESS MODE IS DYNAMIC
000467         RECORD KEY IS DM100-CAL-DATE
000468         FILE STATUS IS DM116-WS-CALENDAR-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  STATHIST
000520 FD  TRENDRPT
000530     LABEL RECORDS ARE STANDARD.
000540 01  DM116-RPT-LINE                      PIC X(80).
000541 FD  BUSCTL
000542     LABEL RECORDS ARE STANDARD.
000543     COPY DM100BD.
000544 FD  CALENDAR
000545     LABEL RECORDS ARE STANDARD.
000546     COPY DM100CL.
000550 WORKING-STORAGE SECTION.
000560*----------------------------------------------------------*
000570*    FILE STATUS SWITCHES
000580*----------------------------------------------------------*
000590 77  DM116-WS-STATHIST-STATUS            PIC X(02) VALUE "00".
000600 77  DM116-WS-TRENDRPT-STATUS            PIC X(02) VALUE "00".
000603 77  DM116-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
000606 77  DM116-WS-CALENDAR-STATUS            PIC X(02) VALUE "00".
000610*----------------------------------------------------------*
000620*    PROGRAM SWITCHES
000630*----------------------------------------------------------*
001310     05  DM116-RPTT-LABEL                PIC X(30).
001320     05  DM116-RPTT-VALUE                PIC Z(08)9.
001330     05  FILLER                         PIC X(03) VALUE SPACES.
001331     05  DM116-RPTT-RATE                 PIC ZZ9.9.
001332*----------------------------------------------------------*
001333*    BUSINESS-DAY COUNT-BACK WORK AREAS - BUSDAYS=NNN ON THE
001334*    PARM NAMES THE CALENDAR BUSINESS DAY NNN BUSINESS DAYS
001335*    BEFORE THE CURRENT BUSINESS DATE ON BUSCTL
001336*----------------------------------------------------------*
001337 77  DM116-WS-BUSDAYS                    PIC 9(03) VALUE ZERO.
001338 77  DM116-WS-BUSDAYS-BEFORE         PIC 9(07) COMP VALUE ZERO.
001339 77  DM116-WS-BUSDAYS-SKIP           PIC 9(07) COMP VALUE ZERO.
001340 77  DM116-WS-CAL-EOF-SWITCH             PIC X(01) VALUE "N".
001341     88  DM116-WS-CAL-EOF                        VALUE "Y".
001342 77  DM116-WS-BUSDAYS-SWITCH             PIC X(01) VALUE "N".
001343     88  DM116-WS-BUSDAYS-FOUND                  VALUE "Y".
001344 01  DM116-WS-BUSDAYS-DATE.
001345     05  DM116-WS-BUSDAYS-YYYY            PIC 9(04).
001346     05  DM116-WS-BUSDAYS-MM              PIC 9(02).
001347     05  DM116-WS-BUSDAYS-DD              PIC 9(02).
001348 01  DM116-WS-BUSDAYS-DATE-NUM REDEFINES DM116-WS-BUSDAYS-DATE
001349                                       PIC 9(08).
001350 LINKAGE SECTION.
001360*----------------------------------------------------------*
001370*    EXEC PARM= PARAMETER AREA - OPTIONAL PARM FORMAT IS EITHER
001380*    FROM=YYYY-MM-DD OR BUSDAYS=NNN, DELIVERED BY THE SYSTEM AS A
001390*    HALFWORD LENGTH FOLLOWED BY THE PARM TEXT
001400*----------------------------------------------------------*
001410 01  DM116-LK-PARM-AREA.
001760     MOVE DM116-RPT-HDG-LINE TO DM116-RPT-LINE.
001770     WRITE DM116-RPT-LINE.
001780     MOVE DM116-RPT-COL-LINE TO DM116-RPT-LINE.
001781     WRITE DM116-RPT-LINE.
001782     PERFORM 2100-READ-STATHIST THRU 2100-EXIT.
001783 1000-EXIT.
001784     EXIT.
001785*----------------------------------------------------------*
001786*    1100-PARSE-FROM-PARM
001787*----------------------------------------------------------*
001788 1100-PARSE-FROM-PARM.
001789     IF DM116-LK-PARM-LEN NOT < 15
001790             AND DM116-LK-PARM-TEXT (1:5) = "FROM="
001791         MOVE DM116-LK-PARM-TEXT (6:10) TO DM116-WS-FROM-DATE
001792         MOVE "Y" TO DM116-WS-FROM-SWITCH
001793     END-IF.
001794     IF DM116-LK-PARM-LEN NOT < 11
001795         AND DM116-LK-PARM-TEXT (1:8) = "BUSDAYS="
001796         IF DM116-LK-PARM-TEXT (9:3) IS NUMERIC
001797             MOVE DM116-LK-PARM-TEXT (9:3) TO DM116-WS-BUSDAYS
001798             PERFORM 1200-DERIVE-BUSDAYS-DATE THRU 1200-EXIT
001799             IF DM116-WS-BUSDAYS-FOUND
001800                 STRING DM116-WS-BUSDAYS-YYYY "-"
001801                         DM116-WS-BUSDAYS-MM "-"
001802                         DM116-WS-BUSDAYS-DD DELIMITED BY SIZE
001803                         INTO DM116-WS-FROM-DATE
001804                 MOVE "Y" TO DM116-WS-FROM-SWITCH
001805                 DISPLAY "DM116 - BUSDAYS=" DM116-WS-BUSDAYS
001806                     " FROM BUSINESS DATE " DM100-BDC-CURRENT-DATE
001807                     " GIVES " DM116-WS-BUSDAYS-DATE-NUM
001808             END-IF
001809         ELSE
001810             DISPLAY "DM116 - BUSDAYS PARM DIGITS ARE NOT NUMERIC"
001811         END-IF
001812     END-IF.
001813 1100-EXIT.
001814     EXIT.
001815*----------------------------------------------------------*
001816*    1200-DERIVE-BUSDAYS-DATE
001817*         FIND THE CALENDAR BUSINESS DAY BUSDAYS=NNN BUSINESS
001818*         DAYS BEFORE THE CURRENT BUSINESS DATE ON BUSCTL -
001819*         BUSDAYS=000 IS THE CURRENT BUSINESS DATE ITSELF.  THE
001820*         CALENDAR IS READ TWICE, ONCE TO COUNT THE BUSINESS DAYS
001821*         BEFORE THE CURRENT DATE AND ONCE TO STOP ON THE ONE NNN
001822*         FROM THE END.  A CALENDAR THAT DOES NOT REACH BACK NNN
001823*         BUSINESS DAYS LEAVES THE DATE UNFOUND.
001824*----------------------------------------------------------*
001825 1200-DERIVE-BUSDAYS-DATE.
001826     OPEN INPUT BUSCTL.
001827     IF DM116-WS-BUSCTL-STATUS NOT = "00"
001828         DISPLAY "DM116 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
001829             DM116-WS-BUSCTL-STATUS
001830         MOVE 16 TO RETURN-CODE
001831         STOP RUN
001832     END-IF.
001833     READ BUSCTL
001834         AT END
001835             DISPLAY "DM116 - BUSCTL HOLDS NO BUSINESS-DATE "
001836                 "CONTROL RECORD"
001837             MOVE 16 TO RETURN-CODE
001838             STOP RUN
001839     END-READ.
001840     CLOSE BUSCTL.
001841     IF DM116-WS-BUSDAYS = ZERO
001842         MOVE DM100-BDC-CURRENT-DATE TO DM116-WS-BUSDAYS-DATE-NUM
001843         MOVE "Y" TO DM116-WS-BUSDAYS-SWITCH
001844         GO TO 1200-EXIT
001845     END-IF.
001846     OPEN INPUT CALENDAR.
001847     IF DM116-WS-CALENDAR-STATUS NOT = "00"
001848         DISPLAY "DM116 - UNABLE TO OPEN CALENDAR, FILE STATUS = "
001849             DM116-WS-CALENDAR-STATUS
001850         MOVE 16 TO RETURN-CODE
001851         STOP RUN
001852     END-IF.
001853     MOVE ZERO TO DM116-WS-BUSDAYS-BEFORE.
001854     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
001855     PERFORM 1230-COUNT-BUSINESS-DAY THRU 1230-EXIT
001856         UNTIL DM116-WS-CAL-EOF.
001857     IF DM116-WS-BUSDAYS-BEFORE < DM116-WS-BUSDAYS
001858         DISPLAY "DM116 - CALENDAR HOLDS ONLY "
001859             DM116-WS-BUSDAYS-BEFORE " BUSINESS DAYS BEFORE "
001860             DM100-BDC-CURRENT-DATE
001861             ", CANNOT COUNT BACK " DM116-WS-BUSDAYS
001862         CLOSE CALENDAR
001863         GO TO 1200-EXIT
001864     END-IF.
001865     SUBTRACT DM116-WS-BUSDAYS FROM DM116-WS-BUSDAYS-BEFORE
001866         GIVING DM116-WS-BUSDAYS-SKIP.
001867     PERFORM 1210-START-CALENDAR THRU 1210-EXIT.
001868     PERFORM 1240-STEP-TO-BUSDAYS-DATE THRU 1240-EXIT
001869         UNTIL DM116-WS-CAL-EOF OR DM116-WS-BUSDAYS-FOUND.
001870     CLOSE CALENDAR.
001871 1200-EXIT.
001872     EXIT.
001873*----------------------------------------------------------*
001874*    1210-START-CALENDAR  -  POSITION AT THE FIRST CALENDAR
001875*                            DAY AND READ IT
001876*----------------------------------------------------------*
001877 1210-START-CALENDAR.
001878     MOVE "N" TO DM116-WS-CAL-EOF-SWITCH.
001879     MOVE ZERO TO DM100-CAL-DATE.
001880     START CALENDAR KEY IS NOT LESS THAN DM100-CAL-DATE
001881         INVALID KEY
001882             MOVE "Y" TO DM116-WS-CAL-EOF-SWITCH
001883     END-START.
001884     IF NOT DM116-WS-CAL-EOF
001885         PERFORM 1220-READ-CALENDAR THRU 1220-EXIT
001886     END-IF.
001887 1210-EXIT.
001888     EXIT.
001889*----------------------------------------------------------*
001890*    1220-READ-CALENDAR  -  READ THE NEXT CALENDAR DAY - THE
001891*                           CURRENT BUSINESS DATE ENDS THE SCAN
001892*----------------------------------------------------------*
001893 1220-READ-CALENDAR.
001894     READ CALENDAR NEXT RECORD
001895         AT END
001896             MOVE "Y" TO DM116-WS-CAL-EOF-SWITCH
001897     END-READ.
001898     IF NOT DM116-WS-CAL-EOF
001899             AND DM100-CAL-DATE NOT < DM100-BDC-CURRENT-DATE
001900         MOVE "Y" TO DM116-WS-CAL-EOF-SWITCH
001901     END-IF.
001902 1220-EXIT.
001903     EXIT.
001904*----------------------------------------------------------*
001905*    1230-COUNT-BUSINESS-DAY  -  FIRST PASS LOOP BODY
001906*----------------------------------------------------------*
001907 1230-COUNT-BUSINESS-DAY.
001908     IF DM100-CAL-BUSINESS-DAY
001909         ADD 1 TO DM116-WS-BUSDAYS-BEFORE
001910     END-IF.
001911     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
001912 1230-EXIT.
001913     EXIT.
001914*----------------------------------------------------------*
001915*    1240-STEP-TO-BUSDAYS-DATE  -  SECOND PASS LOOP BODY -
001916*         PASS OVER THE BUSINESS DAYS THAT ARE MORE THAN NNN
001917*         BACK AND STOP ON THE FIRST ONE THAT IS NOT
001918*----------------------------------------------------------*
001919 1240-STEP-TO-BUSDAYS-DATE.
001920     IF DM100-CAL-BUSINESS-DAY
001921         IF DM116-WS-BUSDAYS-SKIP = ZERO
001922             MOVE DM100-CAL-DATE TO DM116-WS-BUSDAYS-DATE-NUM
001923             MOVE "Y" TO DM116-WS-BUSDAYS-SWITCH
001924             GO TO 1240-EXIT
001925         END-IF
001926         SUBTRACT 1 FROM DM116-WS-BUSDAYS-SKIP
001927     END-IF.
001928     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT.
001929 1240-EXIT.
001930     EXIT.
001940*----------------------------------------------------------*
001950*    2000-REPORT-RUN  -  MAIN REPORTING LOOP
