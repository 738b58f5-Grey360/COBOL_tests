000330*                 RECONCILIATION REPORT BALANCE AGAINST
000340*                 WHATEVER SHOWED UP.  READ-ONLY - DOES NOT
000350*                 CHANGE INFILE.
000351* 2026-10-15 GP   THE HEADER BUSINESS DATE MUST NOW BE THE CURRENT
000352*                 BUSINESS DATE ON THE BUSINESS-DATE CONTROL
000353*                 RECORD (BUSCTL, DM100BD) - AN EXTRACT FOR A
000354*                 DATE ALREADY CLOSED, OR ONE THAT SKIPS AHEAD,
000355*                 IS NOT ACCEPTED.
000360*----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000400     SELECT INFILE ASSIGN TO "INFILE"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS DM109-WS-INFILE-STATUS.
000422     SELECT BUSCTL ASSIGN TO "BUSCTL"
000424         ORGANIZATION IS SEQUENTIAL
000426         FILE STATUS IS DM109-WS-BUSCTL-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  INFILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY DM100IN.
000472 FD  BUSCTL
000474     LABEL RECORDS ARE STANDARD.
000476     COPY DM100BD.
000480 WORKING-STORAGE SECTION.
000490*----------------------------------------------------------*
000500*    FILE STATUS SWITCHES
000510*----------------------------------------------------------*
000520 77  DM109-WS-INFILE-STATUS              PIC X(02) VALUE "00".
000525 77  DM109-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
000530*----------------------------------------------------------*
000540*    PROGRAM SWITCHES
000550*----------------------------------------------------------*
001120     MOVE DM100-INPUT-RECORD TO DM100-HDR-RECORD.
001130     DISPLAY "DM109 - HEADER BUSINESS DATE = "
001140         DM100-HDR-BUSINESS-DATE
001141         " SOURCE = " DM100-HDR-SOURCE-ID.
001142     PERFORM 1100-CHECK-BUSINESS-DATE THRU 1100-EXIT.
001143     PERFORM 2100-READ-INFILE THRU 2100-EXIT.
001144 1000-EXIT.
001145     EXIT.
001146*----------------------------------------------------------*
001147*    1100-CHECK-BUSINESS-DATE  -  THE HEADER MUST CARRY THE
001148*                                 CURRENT BUSINESS DATE ON
001149*                                 BUSCTL
001150*----------------------------------------------------------*
001151 1100-CHECK-BUSINESS-DATE.
001152     OPEN INPUT BUSCTL.
001153     IF DM109-WS-BUSCTL-STATUS NOT = "00"
001154         DISPLAY "DM109 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
001155             DM109-WS-BUSCTL-STATUS
001156         MOVE 16 TO RETURN-CODE
001157         STOP RUN
001158     END-IF.
001159     READ BUSCTL
001160         AT END
001161             DISPLAY "DM109 - BUSCTL HOLDS NO BUSINESS-DATE "
001162                 "CONTROL RECORD - EXTRACT NOT ACCEPTED"
001163             MOVE 16 TO RETURN-CODE
001164             STOP RUN
001165     END-READ.
001166     CLOSE BUSCTL.
001167     IF DM100-HDR-BUSINESS-DATE NOT = DM100-BDC-CURRENT-DATE
001168         DISPLAY "DM109 - HEADER BUSINESS DATE "
001169             DM100-HDR-BUSINESS-DATE
001170             " IS NOT THE CURRENT BUSINESS DATE "
001171             DM100-BDC-CURRENT-DATE
001172         DISPLAY "DM109 - EXTRACT NOT ACCEPTED"
001173         MOVE 16 TO RETURN-CODE
001174         STOP RUN
001175     END-IF.
001176 1100-EXIT.
001180     EXIT.
001190*----------------------------------------------------------*
001200*    2000-EDIT-RECORD  -  MAIN EDIT LOOP
