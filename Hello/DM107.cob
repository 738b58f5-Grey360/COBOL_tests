000312*                 FINALIZATION, SO THE DM115 OPERATIONS STATUS
000313*                 REPORT SEES THIS UTILITY'S RUNS ALONGSIDE
000314*                 DM100'S.
000316* 2026-10-15 GP   EVERY HIGH-VALUE TRANSACTION IS ALSO APPENDED
000318*                 TO THE SHARED CONTROL EXCEPTION FILE (EXCPFILE,
000320*                 DM100EX) SO THE EXCEPTION TRACKER (DM132) KEEPS
000322*                 IT OPEN UNTIL SOMEONE ACKNOWLEDGES OR RESOLVES
000324*                 THE REVIEW.
000326*----------------------------------------------------------*
000328 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OUTFILE ASSIGN TO "OUTFILE"
000409     SELECT RUNCTL ASSIGN TO "RUNCTL"
000410         ORGANIZATION IS SEQUENTIAL
000411         FILE STATUS IS DM107-WS-RUNCTL-STATUS.
000412     SELECT EXCPFILE ASSIGN TO "EXCPFILE"
000413         ORGANIZATION IS SEQUENTIAL
000414         FILE STATUS IS DM107-WS-EXCPFILE-STATUS.
000415 DATA DIVISION.
000420 FILE SECTION.
000430 FD  OUTFILE
000440     LABEL RECORDS ARE STANDARD.
000489 FD  RUNCTL
000490     LABEL RECORDS ARE STANDARD.
000491     COPY DM100RC.
000492 FD  EXCPFILE
000493     LABEL RECORDS ARE STANDARD.
000494     COPY DM100EX.
000495 WORKING-STORAGE SECTION.
000500*----------------------------------------------------------*
000510*    FILE STATUS SWITCHES
000520*----------------------------------------------------------*
000530 77  DM107-WS-OUTFILE-STATUS             PIC X(02) VALUE "00".
000540 77  DM107-WS-HIVALRPT-STATUS            PIC X(02) VALUE "00".
000541 77  DM107-WS-RUNCTL-STATUS             PIC X(02) VALUE "00".
000545 77  DM107-WS-EXCPFILE-STATUS           PIC X(02) VALUE "00".
000550*----------------------------------------------------------*
000560*    PROGRAM SWITCHES
000570*----------------------------------------------------------*
000640*----------------------------------------------------------*
000650 77  DM107-WS-RECS-READ                  PIC 9(07) COMP VALUE ZERO.
000660 77  DM107-WS-RECS-HIGH-VALUE            PIC 9(07) COMP VALUE ZERO.
000665 77  DM107-WS-EXCP-WRITTEN               PIC 9(07) COMP VALUE ZERO.
000670*----------------------------------------------------------*
000680*    MONITORING THRESHOLD - DEFAULTS TO 9,000,000 IF NOT
000690*    OVERRIDDEN BY PARM SO THE REPORT STILL DOES SOMETHING
000847     05  DM107-WS-RUN-YYYY                PIC 9(04).
000848     05  DM107-WS-RUN-MM                  PIC 9(02).
000849     05  DM107-WS-RUN-DD                  PIC 9(02).
000850 01  DM107-WS-RUN-DATE-NUM REDEFINES DM107-WS-RUN-DATE
000851                                         PIC 9(08).
000852 01  DM107-WS-RUN-DATE-EDIT              PIC X(10).
000853 77  DM107-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
000854 LINKAGE SECTION.
000855*----------------------------------------------------------*
000860*    EXEC PARM= PARAMETER AREA - PARM FORMAT IS
000870*    THRESHOLD=NNNNNNN, DELIVERED BY THE OPERATING SYSTEM AS A
000880*    HALFWORD LENGTH FOLLOWED BY THE PARM TEXT
001262         MOVE 16 TO RETURN-CODE
001263         STOP RUN
001264     END-IF.
001265     OPEN EXTEND EXCPFILE.
001266     IF DM107-WS-EXCPFILE-STATUS NOT = "00"
001267         OPEN OUTPUT EXCPFILE
001268     END-IF.
001269     IF DM107-WS-EXCPFILE-STATUS NOT = "00"
001270         DISPLAY "DM107 - UNABLE TO OPEN EXCPFILE, FILE STATUS = "
001271             DM107-WS-EXCPFILE-STATUS
001272         MOVE 16 TO RETURN-CODE
001273         STOP RUN
001274     END-IF.
001275     MOVE "S" TO DM107-WS-RUNC-TYPE.
001276     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
001277 1000-EXIT.
001278     EXIT.
001279*----------------------------------------------------------*
001280*    1100-PARSE-THRESHOLD-PARM
001290*----------------------------------------------------------*
001300 1100-PARSE-THRESHOLD-PARM.
001740         MOVE DM100-OUT-RESULT TO DM107-RPTD-RESULT
001750         MOVE DM107-RPT-DETAIL-LINE TO DM107-RPT-LINE
001760         WRITE DM107-RPT-LINE
001765         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
001770     END-IF.
001780 2200-EXIT.
001790     EXIT.
001825 7100-EXIT.
001826     EXIT.
001827*----------------------------------------------------------*
001828*    7200-WRITE-EXCEPTION
001829*         APPEND THE HIGH-VALUE TRANSACTION TO THE SHARED
001830*         CONTROL EXCEPTION FILE, KEYED ON ITS TRANS-DATE AND
001831*         NUM1/NUM2 SO A RERUN AGAINST THE SAME OUTFILE
001832*         GENERATION TRACKS AS THE SAME EXCEPTION
001833*----------------------------------------------------------*
001834 7200-WRITE-EXCEPTION.
001835     MOVE SPACES TO DM100-EXCP-RECORD.
001836     MOVE "DM107" TO DM100-EXCP-SOURCE-PGM.
001837     MOVE "HVAL" TO DM100-EXCP-CODE.
001838     STRING DM100-OUT-TRANS-DATE "/" DM100-OUT-NUM1 "/"
001839             DM100-OUT-NUM2 DELIMITED BY SIZE
001840             INTO DM100-EXCP-KEY.
001841     MOVE "3" TO DM100-EXCP-SEVERITY.
001842     MOVE DM100-OUT-TRANS-DATE TO DM100-EXCP-REF-DATE.
001843     MOVE DM107-WS-RUN-DATE-NUM TO DM100-EXCP-DETECT-DATE.
001844     MOVE DM107-WS-RUNC-JOB-ID TO DM100-EXCP-JOB-ID.
001845     MOVE DM100-OUT-RESULT TO DM100-EXCP-AMOUNT.
001846     MOVE "RESULT OVER HIGH-VALUE THRESHOLD"
001847         TO DM100-EXCP-DESC.
001848     WRITE DM100-EXCP-RECORD.
001849     ADD 1 TO DM107-WS-EXCP-WRITTEN.
001850 7200-EXIT.
001851     EXIT.
001852*----------------------------------------------------------*
001853*    8000-FINALIZE  -  CLOSE FILES, DISPLAY SUMMARY COUNTS
001854*----------------------------------------------------------*
001855 8000-FINALIZE.
001856     CLOSE OUTFILE.
001857     CLOSE HIVALRPT.
001858     MOVE "C" TO DM107-WS-RUNC-TYPE.
001859     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
001860     CLOSE RUNCTL.
001861     CLOSE EXCPFILE.
001862     DISPLAY "DM107 - THRESHOLD USED FOR THIS RUN     = "
001870         DM107-WS-THRESHOLD.
001880     DISPLAY "DM107 - RECORDS READ FROM OUTFILE       = "
001890         DM107-WS-RECS-READ.
001900     DISPLAY "DM107 - HIGH-VALUE TRANSACTIONS REPORTED = "
001910         DM107-WS-RECS-HIGH-VALUE.
001913     DISPLAY "DM107 - EXCEPTIONS WRITTEN              = "
001916         DM107-WS-EXCP-WRITTEN.
001920 8000-EXIT.
001930     EXIT.
