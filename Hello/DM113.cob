000350*                 DM106 USES FOR THE AUDIT TRAIL, APPLIED TO
000360*                 THE OUTBOUND ACCOUNTING FEED.  RC=4 MEANS
000370*                 GLRECRPT HAS FINDINGS.
000371* 2026-10-15 GP   EVERY FINDING IS ALSO APPENDED TO THE SHARED
000372*                 CONTROL EXCEPTION FILE (EXCPFILE, DM100EX),
000373*                 KEYED ON THE TRANS-DATE, SO THE EXCEPTION
000374*                 TRACKER (DM132) KEEPS AN UNPOSTED DATE OPEN
000375*                 UNTIL SOMEONE ACKNOWLEDGES OR RESOLVES IT AND
000376*                 CAN AGE IT FROM THE DATE IT WAS SENT.
000380*----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000480     SELECT GLRECRPT ASSIGN TO "GLRECRPT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS DM113-WS-GLRECRPT-STATUS.
000502     SELECT EXCPFILE ASSIGN TO "EXCPFILE"
000504         ORGANIZATION IS SEQUENTIAL
000506         FILE STATUS IS DM113-WS-EXCPFILE-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  SETLFILE
000590 FD  GLRECRPT
000600     LABEL RECORDS ARE STANDARD.
000610 01  DM113-RPT-LINE                      PIC X(80).
000612 FD  EXCPFILE
000614     LABEL RECORDS ARE STANDARD.
000616     COPY DM100EX.
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------*
000640*    FILE STATUS SWITCHES
000660 77  DM113-WS-SETLFILE-STATUS            PIC X(02) VALUE "00".
000670 77  DM113-WS-GLCONF-STATUS              PIC X(02) VALUE "00".
000680 77  DM113-WS-GLRECRPT-STATUS            PIC X(02) VALUE "00".
000685 77  DM113-WS-EXCPFILE-STATUS            PIC X(02) VALUE "00".
000690*----------------------------------------------------------*
000700*    PROGRAM SWITCHES
000710*----------------------------------------------------------*
000830 77  DM113-WS-AMOUNTS-DIFFER             PIC 9(05) COMP VALUE ZERO.
000840 77  DM113-WS-CONFS-UNSENT               PIC 9(05) COMP VALUE ZERO.
000842 77  DM113-WS-CONFS-DUPLICATE            PIC 9(05) COMP VALUE ZERO.
000843 77  DM113-WS-EXCP-WRITTEN               PIC 9(07) COMP VALUE ZERO.
000844*----------------------------------------------------------*
000845*    CONTROL EXCEPTION WORK AREAS - SET BY THE PARAGRAPH THAT
000846*    MAKES THE FINDING, WRITTEN BY 7200-WRITE-EXCEPTION.  THE
000847*    JOB-ID IS SEEDED FROM TIME OF DAY THE SAME WAY THE
000848*    RUN-CONTROL JOB-IDS ARE.
000849*----------------------------------------------------------*
000850 77  DM113-WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000851 77  DM113-WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
000852 77  DM113-WS-JOB-ID                     PIC X(08) VALUE "DM113".
000853 77  DM113-WS-EXCP-CODE                  PIC X(04) VALUE SPACES.
000854 77  DM113-WS-EXCP-SEVERITY              PIC X(01) VALUE SPACES.
000855 77  DM113-WS-EXCP-DATE                  PIC 9(08) VALUE ZERO.
000856 77  DM113-WS-EXCP-AMOUNT                PIC S9(15) VALUE ZERO.
000857 77  DM113-WS-EXCP-DESC                  PIC X(36) VALUE SPACES.
000858*----------------------------------------------------------*
000860*    SENT-SETTLEMENT TABLE - THE DATE/ACCOUNT SETTLEMENT
000870*    RECORDS ARE ROLLED BACK TO ONE ENTRY PER TRANS-DATE,
000880*    SINCE THE GL POSTS AND CONFIRMS PER DATE.  EACH ENTRY IS
001490             DM113-WS-GLRECRPT-STATUS
001500         MOVE 16 TO RETURN-CODE
001510         STOP RUN
001511     END-IF.
001512     OPEN EXTEND EXCPFILE.
001513     IF DM113-WS-EXCPFILE-STATUS NOT = "00"
001514         OPEN OUTPUT EXCPFILE
001515     END-IF.
001516     IF DM113-WS-EXCPFILE-STATUS NOT = "00"
001517         DISPLAY "DM113 - UNABLE TO OPEN EXCPFILE, FILE STATUS = "
001518             DM113-WS-EXCPFILE-STATUS
001519         MOVE 16 TO RETURN-CODE
001520         STOP RUN
001521     END-IF.
001522     ACCEPT DM113-WS-RUN-DATE FROM DATE YYYYMMDD.
001523     ACCEPT DM113-WS-RUN-TIME FROM TIME.
001524     MOVE DM113-WS-RUN-TIME TO DM113-WS-JOB-ID.
001530     PERFORM 2100-READ-SETLFILE THRU 2100-EXIT.
001540 1000-EXIT.
001550     EXIT.
002800             TO DM113-RPTD-REASON
002810         MOVE DM113-RPT-DETAIL-LINE TO DM113-RPT-LINE
002820         WRITE DM113-RPT-LINE
002821         MOVE "GLNS" TO DM113-WS-EXCP-CODE
002822         MOVE "2" TO DM113-WS-EXCP-SEVERITY
002823         MOVE DM100-GLCF-POST-DATE TO DM113-WS-EXCP-DATE
002824         MOVE DM100-GLCF-POSTED-AMOUNT TO DM113-WS-EXCP-AMOUNT
002825         MOVE "GL POSTING FOR DATE NEVER SENT"
002826             TO DM113-WS-EXCP-DESC
002827         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
002830         GO TO 3200-EXIT.
002840     SUBTRACT 1 FROM DM113-WS-TABLE-IX.
002850     SET DM113-WS-SENT-IDX TO DM113-WS-TABLE-IX.
002930             TO DM113-RPTD-REASON
002940         MOVE DM113-RPT-DETAIL-LINE TO DM113-RPT-LINE
002950         WRITE DM113-RPT-LINE
002951         MOVE "GLDP" TO DM113-WS-EXCP-CODE
002952         MOVE "3" TO DM113-WS-EXCP-SEVERITY
002953         MOVE DM100-GLCF-POST-DATE TO DM113-WS-EXCP-DATE
002954         MOVE DM100-GLCF-POSTED-AMOUNT TO DM113-WS-EXCP-AMOUNT
002955         MOVE "DUPLICATE GL ACKNOWLEDGMENT"
002956             TO DM113-WS-EXCP-DESC
002957         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
002960         GO TO 3200-EXIT.
002970     MOVE "Y" TO DM113-WS-SENT-ACKED (DM113-WS-SENT-IDX).
002980     IF DM100-GLCF-POSTED-AMOUNT
003080             TO DM113-RPTD-REASON
003090         MOVE DM113-RPT-DETAIL-LINE TO DM113-RPT-LINE
003100         WRITE DM113-RPT-LINE
003101         MOVE "GLAD" TO DM113-WS-EXCP-CODE
003102         MOVE "1" TO DM113-WS-EXCP-SEVERITY
003103         MOVE DM100-GLCF-POST-DATE TO DM113-WS-EXCP-DATE
003104         MOVE DM100-GLCF-POSTED-AMOUNT TO DM113-WS-EXCP-AMOUNT
003105         MOVE "GL POSTED AMOUNT DIFFERS FROM SENT"
003106             TO DM113-WS-EXCP-DESC
003107         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
003110     END-IF.
003120 3200-EXIT.
003130     EXIT.
003520             TO DM113-RPTD-REASON
003530         MOVE DM113-RPT-DETAIL-LINE TO DM113-RPT-LINE
003540         WRITE DM113-RPT-LINE
003541         MOVE "GLNA" TO DM113-WS-EXCP-CODE
003542         MOVE "1" TO DM113-WS-EXCP-SEVERITY
003543         MOVE DM113-WS-SENT-DATE (DM113-WS-SENT-IDX)
003544             TO DM113-WS-EXCP-DATE
003545         MOVE DM113-WS-SENT-TOTAL (DM113-WS-SENT-IDX)
003546             TO DM113-WS-EXCP-AMOUNT
003547         MOVE "SENT BUT NEVER ACKNOWLEDGED BY GL"
003548             TO DM113-WS-EXCP-DESC
003549         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
003550     END-IF.
003551 5100-EXIT.
003552     EXIT.
003553*----------------------------------------------------------*
003554*    7200-WRITE-EXCEPTION
003555*         APPEND ONE FINDING TO THE SHARED CONTROL EXCEPTION
003556*         FILE.  THE KEY AND THE REFERENCE DATE ARE BOTH THE
003557*         TRANS-DATE, SO TOMORROW'S RUN REPORTING THE SAME
003558*         UNPOSTED DATE TRACKS AS THE SAME EXCEPTION AND THE
003559*         TRACKER AGES IT FROM THE DAY THE DATE WAS SENT
003560*----------------------------------------------------------*
003561 7200-WRITE-EXCEPTION.
003562     MOVE SPACES TO DM100-EXCP-RECORD.
003563     MOVE "DM113" TO DM100-EXCP-SOURCE-PGM.
003564     MOVE DM113-WS-EXCP-CODE TO DM100-EXCP-CODE.
003565     MOVE DM113-WS-EXCP-DATE TO DM100-EXCP-KEY.
003566     MOVE DM113-WS-EXCP-SEVERITY TO DM100-EXCP-SEVERITY.
003567     MOVE DM113-WS-EXCP-DATE TO DM100-EXCP-REF-DATE.
003568     MOVE DM113-WS-RUN-DATE TO DM100-EXCP-DETECT-DATE.
003569     MOVE DM113-WS-JOB-ID TO DM100-EXCP-JOB-ID.
003570     MOVE DM113-WS-EXCP-AMOUNT TO DM100-EXCP-AMOUNT.
003571     MOVE DM113-WS-EXCP-DESC TO DM100-EXCP-DESC.
003572     WRITE DM100-EXCP-RECORD.
003573     ADD 1 TO DM113-WS-EXCP-WRITTEN.
003574 7200-EXIT.
003575     EXIT.
003580*----------------------------------------------------------*
003590*    8000-FINALIZE  -  CLOSE FILES, SUMMARIZE THE MATCH
003600*----------------------------------------------------------*
003620     CLOSE SETLFILE.
003630     CLOSE GLCONF.
003640     CLOSE GLRECRPT.
003645     CLOSE EXCPFILE.
003650     DISPLAY "DM113 - SETTLEMENT RECORDS READ   = "
003660         DM113-WS-SETL-RECS-READ.
003670     DISPLAY "DM113 - GL CONFIRMATIONS READ     = "
003760         DM113-WS-CONFS-UNSENT.
003762     DISPLAY "DM113 - DUPLICATE GL ACKNOWLEDGMENTS = "
003764         DM113-WS-CONFS-DUPLICATE.
003766     DISPLAY "DM113 - EXCEPTIONS WRITTEN        = "
003768         DM113-WS-EXCP-WRITTEN.
003770     IF DM113-WS-DATES-UNACKED NOT = ZERO
003780             OR DM113-WS-AMOUNTS-DIFFER NOT = ZERO
003790             OR DM113-WS-CONFS-UNSENT NOT = ZERO
