000380*                 FINALIZATION, SO THE DM115 OPERATIONS STATUS
000381*                 REPORT SEES THIS UTILITY'S RUNS ALONGSIDE
000382*                 DM100'S.
000383* 2026-10-15 GP   EVERY MISMATCH IS ALSO APPENDED TO THE SHARED
000384*                 CONTROL EXCEPTION FILE (EXCPFILE, DM100EX) SO
000385*                 THE EXCEPTION TRACKER (DM132) KEEPS IT OPEN
000386*                 UNTIL SOMEONE ACKNOWLEDGES OR RESOLVES IT.
000387*----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000499     SELECT RUNCTL ASSIGN TO "RUNCTL"
000500         ORGANIZATION IS SEQUENTIAL
000501         FILE STATUS IS DM103-WS-RUNCTL-STATUS.
000502     SELECT EXCPFILE ASSIGN TO "EXCPFILE"
000503         ORGANIZATION IS SEQUENTIAL
000504         FILE STATUS IS DM103-WS-EXCPFILE-STATUS.
000505 DATA DIVISION.
000510 FILE SECTION.
000520 FD  LKUPFILE
000530     LABEL RECORDS ARE STANDARD.
000579 FD  RUNCTL
000580     LABEL RECORDS ARE STANDARD.
000581     COPY DM100RC.
000582 FD  EXCPFILE
000583     LABEL RECORDS ARE STANDARD.
000584     COPY DM100EX.
000585 WORKING-STORAGE SECTION.
000590*----------------------------------------------------------*
000600*    FILE STATUS SWITCHES
000610*----------------------------------------------------------*
000620 77  DM103-WS-LKUPFILE-STATUS            PIC X(02) VALUE "00".
000630 77  DM103-WS-CACHERPT-STATUS            PIC X(02) VALUE "00".
000631 77  DM103-WS-RUNCTL-STATUS             PIC X(02) VALUE "00".
000635 77  DM103-WS-EXCPFILE-STATUS            PIC X(02) VALUE "00".
000640*----------------------------------------------------------*
000650*    PROGRAM SWITCHES
000660*----------------------------------------------------------*
000730*----------------------------------------------------------*
000740 77  DM103-WS-ENTRIES-READ               PIC 9(07) COMP VALUE ZERO.
000750 77  DM103-WS-ENTRIES-MISMATCHED         PIC 9(07) COMP VALUE ZERO.
000755 77  DM103-WS-EXCP-WRITTEN               PIC 9(07) COMP VALUE ZERO.
000760*----------------------------------------------------------*
000770*    WORK AREAS
000780*----------------------------------------------------------*
000790 77  DM103-WS-RECOMPUTED-RESULT         PIC S9(07) VALUE ZERO.
000793 77  DM103-WS-EXCP-CODE                  PIC X(04) VALUE SPACES.
000796 77  DM103-WS-EXCP-DESC                  PIC X(36) VALUE SPACES.
000800*----------------------------------------------------------*
000810*    EXCEPTION REPORT DETAIL LINE
000820*----------------------------------------------------------*
000957     05  DM103-WS-RUN-YYYY                PIC 9(04).
000958     05  DM103-WS-RUN-MM                  PIC 9(02).
000959     05  DM103-WS-RUN-DD                  PIC 9(02).
000960 01  DM103-WS-RUN-DATE-NUM REDEFINES DM103-WS-RUN-DATE
000961                                         PIC 9(08).
000962 01  DM103-WS-RUN-DATE-EDIT              PIC X(10).
000963 77  DM103-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
000964 PROCEDURE DIVISION.
000965*----------------------------------------------------------*
000970*    0000-MAINLINE
000980*----------------------------------------------------------*
000990 0000-MAINLINE.
001272         MOVE 16 TO RETURN-CODE
001273         STOP RUN
001274     END-IF.
001275     OPEN EXTEND EXCPFILE.
001276     IF DM103-WS-EXCPFILE-STATUS NOT = "00"
001277         OPEN OUTPUT EXCPFILE
001278     END-IF.
001279     IF DM103-WS-EXCPFILE-STATUS NOT = "00"
001280         DISPLAY "DM103 - UNABLE TO OPEN EXCPFILE, FILE STATUS = "
001281             DM103-WS-EXCPFILE-STATUS
001282         MOVE 16 TO RETURN-CODE
001283         STOP RUN
001284     END-IF.
001285     MOVE "S" TO DM103-WS-RUNC-TYPE.
001286     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
001287 1000-EXIT.
001288     EXIT.
001289*----------------------------------------------------------*
001290*    2000-AUDIT-ENTRY  -  MAIN PROCESSING LOOP
001300*----------------------------------------------------------*
001310 2000-AUDIT-ENTRY.
002220         MOVE "RECOMPUTE EXCEEDS 9999999" TO DM103-RPTD-REASON
002230         MOVE DM103-RPT-DETAIL-LINE TO DM103-RPT-LINE
002240         WRITE DM103-RPT-LINE
002242         MOVE "COVF" TO DM103-WS-EXCP-CODE
002244         MOVE "CACHE RECOMPUTE EXCEEDS 9999999"
002246             TO DM103-WS-EXCP-DESC
002248         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
002250     ELSE
002260         IF DM100-LKUP-RESULT NOT = DM103-WS-RECOMPUTED-RESULT
002270             ADD 1 TO DM103-WS-ENTRIES-MISMATCHED
002350                 TO DM103-RPTD-REASON
002360             MOVE DM103-RPT-DETAIL-LINE TO DM103-RPT-LINE
002370             WRITE DM103-RPT-LINE
002372             MOVE "CMIS" TO DM103-WS-EXCP-CODE
002374             MOVE "CACHED RESULT DOES NOT MATCH"
002376                 TO DM103-WS-EXCP-DESC
002378             PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
002380         END-IF
002390     END-IF.
002400 2300-EXIT.
002445 7100-EXIT.
002446     EXIT.
002447*----------------------------------------------------------*
002448*    7200-WRITE-EXCEPTION
002449*         APPEND THE CURRENT ENTRY'S MISMATCH TO THE SHARED
002450*         CONTROL EXCEPTION FILE, KEYED ON THE CACHE KEY SO THE
002451*         SAME BAD ENTRY FOUND BY A LATER AUDIT TRACKS AS THE
002452*         SAME EXCEPTION
002453*----------------------------------------------------------*
002454 7200-WRITE-EXCEPTION.
002455     MOVE SPACES TO DM100-EXCP-RECORD.
002456     MOVE "DM103" TO DM100-EXCP-SOURCE-PGM.
002457     MOVE DM103-WS-EXCP-CODE TO DM100-EXCP-CODE.
002458     STRING DM100-LKUP-REC-TYPE "/" DM100-LKUP-NUM1 "/"
002459             DM100-LKUP-NUM2 DELIMITED BY SIZE
002460             INTO DM100-EXCP-KEY.
002461     MOVE "2" TO DM100-EXCP-SEVERITY.
002462     MOVE DM103-WS-RUN-DATE-NUM TO DM100-EXCP-REF-DATE.
002463     MOVE DM103-WS-RUN-DATE-NUM TO DM100-EXCP-DETECT-DATE.
002464     MOVE DM103-WS-RUNC-JOB-ID TO DM100-EXCP-JOB-ID.
002465     MOVE DM100-LKUP-RESULT TO DM100-EXCP-AMOUNT.
002466     MOVE DM103-WS-EXCP-DESC TO DM100-EXCP-DESC.
002467     WRITE DM100-EXCP-RECORD.
002468     ADD 1 TO DM103-WS-EXCP-WRITTEN.
002469 7200-EXIT.
002470     EXIT.
002471*----------------------------------------------------------*
002472*    8000-FINALIZE  -  CLOSE FILES, SUMMARIZE THE AUDIT
002473*----------------------------------------------------------*
002474 8000-FINALIZE.
002475     CLOSE LKUPFILE.
002476     CLOSE CACHERPT.
002477     MOVE "C" TO DM103-WS-RUNC-TYPE.
002478     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
002479     CLOSE RUNCTL.
002480     CLOSE EXCPFILE.
002481     DISPLAY "DM103 - LKUPFILE ENTRIES AUDITED  = "
002490         DM103-WS-ENTRIES-READ.
002500     DISPLAY "DM103 - ENTRIES MISMATCHED        = "
002510         DM103-WS-ENTRIES-MISMATCHED.
002513     DISPLAY "DM103 - EXCEPTIONS WRITTEN        = "
002516         DM103-WS-EXCP-WRITTEN.
002520     IF DM103-WS-ENTRIES-MISMATCHED NOT = ZERO
002530         MOVE 4 TO RETURN-CODE
002540     END-IF.
