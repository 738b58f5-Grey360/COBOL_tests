000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    HistoryInquiry.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  INTERACTIVE ACCEPT/DISPLAY
000220*                 INQUIRY AGAINST THE TRANSACTION HISTORY
000230*                 (TRANHIST, DM100TH) SO AN ANALYST ON THE
000240*                 PHONE CAN ANSWER "WHAT DID MY ACCOUNT SUBMIT
000250*                 ON THE 3RD AND WHAT CAME BACK" WITHOUT
000260*                 BROWSING OUTFILE GENERATIONS OR THE AUDIT
000270*                 LOG.  THE ANALYST ENTERS AN ACCOUNT AND A
000280*                 TRANS-DATE RANGE AND PAGES THROUGH THAT
000290*                 ACCOUNT'S TRANSACTIONS - RESULT, OPERATION
000300*                 TYPE, INPUT STATUS AND DISPOSITION, WITH THE
000310*                 REASON CODE OF A REJECT.  RUN FROM TSO/ISPF
000320*                 THE SAME WAY AS THE DM102 LOOKUP INQUIRY.
000330*----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT TRANHIST ASSIGN TO "TRANHIST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS DM100-HIST-KEY
000410         FILE STATUS IS DM122-WS-TRANHIST-STATUS.
000420     SELECT RUNCTL ASSIGN TO "RUNCTL"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS DM122-WS-RUNCTL-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  TRANHIST
000480     LABEL RECORDS ARE STANDARD.
000490     COPY DM100TH.
000500 FD  RUNCTL
000510     LABEL RECORDS ARE STANDARD.
000520     COPY DM100RC.
000530 WORKING-STORAGE SECTION.
000540*----------------------------------------------------------*
000550*    FILE STATUS SWITCHES
000560*----------------------------------------------------------*
000570 77  DM122-WS-TRANHIST-STATUS            PIC X(02) VALUE "00".
000580 77  DM122-WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
000590*----------------------------------------------------------*
000600*    PROGRAM SWITCHES
000610*----------------------------------------------------------*
000620 77  DM122-WS-DONE-SWITCH                PIC X(01) VALUE "N".
000630     88  DM122-WS-DONE                       VALUE "Y".
000640 77  DM122-WS-REQUEST-SWITCH             PIC X(01) VALUE "N".
000650     88  DM122-WS-REQUEST-VALID              VALUE "Y".
000660 77  DM122-WS-END-SWITCH                 PIC X(01) VALUE "N".
000670     88  DM122-WS-END-OF-LIST                VALUE "Y".
000680*----------------------------------------------------------*
000690*    OPERATOR PROMPT / RESPONSE WORK AREAS
000700*----------------------------------------------------------*
000710 77  DM122-WS-ACCOUNT-ID                 PIC X(06) VALUE SPACES.
000720 77  DM122-WS-FROM-DATE                  PIC 9(08) VALUE ZERO.
000730 77  DM122-WS-TO-DATE                    PIC 9(08) VALUE ZERO.
000740 77  DM122-WS-PAGE-REPLY                 PIC X(01) VALUE SPACE.
000750*----------------------------------------------------------*
000760*    PAGING - DM122-WS-PAGE-SIZE TRANSACTIONS ARE SHOWN
000770*    BEFORE THE ANALYST IS ASKED WHETHER TO GO ON
000780*----------------------------------------------------------*
000790 77  DM122-WS-PAGE-SIZE                  PIC 9(03) COMP VALUE 15.
000800 77  DM122-WS-LINES-ON-PAGE              PIC 9(03) COMP VALUE ZERO.
000810 77  DM122-WS-TRANS-LISTED               PIC 9(07) COMP VALUE ZERO.
000820 77  DM122-WS-INQUIRIES                  PIC 9(07) COMP VALUE ZERO.
000830 77  DM122-WS-COUNT-EDIT                 PIC ZZZZZZ9.
000840*----------------------------------------------------------*
000850*    COLUMN HEADING AND DETAIL LINE FOR THE OPERATOR DISPLAY.
000860*    DM100-HIST-RESULT IS SIGNED (TRAILING OVERPUNCH), SO IT
000870*    IS MOVED TO A SIGNED EDITED FIELD RATHER THAN DISPLAYED
000880*    RAW, THE SAME AS DM102 DOES FOR A CACHED RESULT.
000890*----------------------------------------------------------*
000900 01  DM122-WS-COL-LINE.
000910     05  FILLER                   PIC X(08) VALUE "TRANDATE".
000920     05  FILLER                         PIC X(01) VALUE SPACES.
000930     05  FILLER                   PIC X(08) VALUE "JOB-ID".
000940     05  FILLER                         PIC X(01) VALUE SPACES.
000950     05  FILLER                   PIC X(01) VALUE "T".
000960     05  FILLER                         PIC X(01) VALUE SPACES.
000970     05  FILLER                   PIC X(07) VALUE "   NUM1".
000980     05  FILLER                         PIC X(01) VALUE SPACES.
000990     05  FILLER                   PIC X(07) VALUE "   NUM2".
001000     05  FILLER                         PIC X(01) VALUE SPACES.
001010     05  FILLER                   PIC X(08) VALUE "  RESULT".
001020     05  FILLER                         PIC X(01) VALUE SPACES.
001030     05  FILLER                   PIC X(01) VALUE "S".
001040     05  FILLER                         PIC X(01) VALUE SPACES.
001050     05  FILLER                   PIC X(08) VALUE "DISP".
001060     05  FILLER                         PIC X(01) VALUE SPACES.
001070     05  FILLER                   PIC X(06) VALUE "REASON".
001080 01  DM122-WS-DETAIL-LINE.
001090     05  DM122-DTL-TRANS-DATE            PIC 9(08).
001100     05  FILLER                         PIC X(01) VALUE SPACES.
001110     05  DM122-DTL-JOB-ID                PIC X(08).
001120     05  FILLER                         PIC X(01) VALUE SPACES.
001130     05  DM122-DTL-REC-TYPE              PIC X(01).
001140     05  FILLER                         PIC X(01) VALUE SPACES.
001150     05  DM122-DTL-NUM1                  PIC ZZZZZZ9.
001160     05  FILLER                         PIC X(01) VALUE SPACES.
001170     05  DM122-DTL-NUM2                  PIC ZZZZZZ9.
001180     05  FILLER                         PIC X(01) VALUE SPACES.
001190     05  DM122-DTL-RESULT                PIC ZZZZZZ9-.
001200     05  FILLER                         PIC X(01) VALUE SPACES.
001210     05  DM122-DTL-STATUS                PIC X(01).
001220     05  FILLER                         PIC X(01) VALUE SPACES.
001230     05  DM122-DTL-DISPOSITION           PIC X(08).
001240     05  FILLER                         PIC X(01) VALUE SPACES.
001250     05  DM122-DTL-REASON-CODE           PIC X(04).
001260*----------------------------------------------------------*
001270*    RUN-CONTROL IDENTIFICATION - THE JOB-ID IS SEEDED FROM
001280*    TIME OF DAY THE SAME WAY DM100'S OWN JOB-ID IS, SO A
001290*    RUNCTL RECORD TRACES BACK TO THE EXACT RUN THAT WROTE IT
001300*----------------------------------------------------------*
001310 77  DM122-WS-RUNC-JOB-ID                PIC X(08) VALUE "DM122".
001320 77  DM122-WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
001330 01  DM122-WS-RUN-DATE.
001340     05  DM122-WS-RUN-YYYY                PIC 9(04).
001350     05  DM122-WS-RUN-MM                  PIC 9(02).
001360     05  DM122-WS-RUN-DD                  PIC 9(02).
001370 01  DM122-WS-RUN-DATE-EDIT              PIC X(10).
001380 77  DM122-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
001390 PROCEDURE DIVISION.
001400*----------------------------------------------------------*
001410*    0000-MAINLINE
001420*----------------------------------------------------------*
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001450     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
001460         UNTIL DM122-WS-DONE.
001470     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001480     STOP RUN.
001490 0000-EXIT.
001500     EXIT.
001510*----------------------------------------------------------*
001520*    1000-INITIALIZE  -  OPEN THE HISTORY FILE FOR INQUIRY
001530*                        ONLY
001540*----------------------------------------------------------*
001550 1000-INITIALIZE.
001560     OPEN INPUT TRANHIST.
001570     IF DM122-WS-TRANHIST-STATUS NOT = "00"
001580         DISPLAY "DM122 - UNABLE TO OPEN TRANHIST, FILE STATUS = "
001590             DM122-WS-TRANHIST-STATUS
001600         MOVE 16 TO RETURN-CODE
001610         STOP RUN
001620     END-IF.
001630     DISPLAY "DM100 TRANSACTION HISTORY INQUIRY - ENTER A BLANK "
001640         "ACCOUNT TO QUIT".
001650     ACCEPT DM122-WS-RUN-DATE FROM DATE YYYYMMDD.
001660     STRING DM122-WS-RUN-YYYY "-" DM122-WS-RUN-MM "-"
001670             DM122-WS-RUN-DD DELIMITED BY SIZE
001680             INTO DM122-WS-RUN-DATE-EDIT.
001690     ACCEPT DM122-WS-RUN-TIME FROM TIME.
001700     MOVE DM122-WS-RUN-TIME TO DM122-WS-RUNC-JOB-ID.
001710     OPEN EXTEND RUNCTL.
001720     IF DM122-WS-RUNCTL-STATUS NOT = "00"
001730         OPEN OUTPUT RUNCTL
001740     END-IF.
001750     IF DM122-WS-RUNCTL-STATUS NOT = "00"
001760         DISPLAY "DM122 - UNABLE TO OPEN RUNCTL, FILE STATUS = "
001770             DM122-WS-RUNCTL-STATUS
001780         MOVE 16 TO RETURN-CODE
001790         STOP RUN
001800     END-IF.
001810     MOVE "S" TO DM122-WS-RUNC-TYPE.
001820     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
001830 1000-EXIT.
001840     EXIT.
001850*----------------------------------------------------------*
001860*    2000-PROCESS-INQUIRY  -  MAIN INQUIRY LOOP
001870*----------------------------------------------------------*
001880 2000-PROCESS-INQUIRY.
001890     PERFORM 2100-ACCEPT-REQUEST THRU 2100-EXIT.
001900     IF NOT DM122-WS-DONE AND DM122-WS-REQUEST-VALID
001910         PERFORM 2200-LIST-TRANSACTIONS THRU 2200-EXIT
001920     END-IF.
001930 2000-EXIT.
001940     EXIT.
001950*----------------------------------------------------------*
001960*    2100-ACCEPT-REQUEST
001970*         PROMPT FOR AND ACCEPT AN ACCOUNT AND A TRANS-DATE
001980*         RANGE, OR THE QUIT REPLY.  A BLANK OR ZERO TO DATE
001990*         MEANS THE FROM DATE ALONE.
002000*----------------------------------------------------------*
002010 2100-ACCEPT-REQUEST.
002020     MOVE "N" TO DM122-WS-REQUEST-SWITCH.
002030     MOVE SPACES TO DM122-WS-ACCOUNT-ID.
002040     DISPLAY "ACCOUNT (BLANK TO QUIT): " NO ADVANCING.
002050     ACCEPT DM122-WS-ACCOUNT-ID.
002060     IF DM122-WS-ACCOUNT-ID = SPACES
002070         MOVE "Y" TO DM122-WS-DONE-SWITCH
002080         GO TO 2100-EXIT.
002090     MOVE ZERO TO DM122-WS-FROM-DATE.
002100     MOVE ZERO TO DM122-WS-TO-DATE.
002110     DISPLAY "FROM TRANS-DATE (YYYYMMDD): " NO ADVANCING.
002120     ACCEPT DM122-WS-FROM-DATE.
002130     DISPLAY "TO TRANS-DATE (YYYYMMDD, DEFAULT FROM DATE): "
002140         NO ADVANCING.
002150     ACCEPT DM122-WS-TO-DATE.
002160     IF DM122-WS-TO-DATE = ZERO
002170         MOVE DM122-WS-FROM-DATE TO DM122-WS-TO-DATE
002180     END-IF.
002190     IF DM122-WS-TO-DATE < DM122-WS-FROM-DATE
002200         DISPLAY "TO DATE IS BEFORE FROM DATE - ENTER THE "
002210             "REQUEST AGAIN"
002220         GO TO 2100-EXIT.
002230     MOVE "Y" TO DM122-WS-REQUEST-SWITCH.
002240 2100-EXIT.
002250     EXIT.
002260*----------------------------------------------------------*
002270*    2200-LIST-TRANSACTIONS
002280*         POSITION ON THE FIRST HISTORY KEY FOR THE ACCOUNT AT
002290*         OR AFTER THE FROM DATE AND LIST FORWARD UNTIL THE
002300*         ACCOUNT CHANGES, THE TO DATE IS PASSED OR THE
002310*         ANALYST QUITS
002320*----------------------------------------------------------*
002330 2200-LIST-TRANSACTIONS.
002340     ADD 1 TO DM122-WS-INQUIRIES.
002350     MOVE ZERO TO DM122-WS-TRANS-LISTED.
002360     MOVE ZERO TO DM122-WS-LINES-ON-PAGE.
002370     MOVE "N" TO DM122-WS-END-SWITCH.
002380     MOVE DM122-WS-ACCOUNT-ID TO DM100-HIST-ACCOUNT-ID.
002390     MOVE DM122-WS-FROM-DATE TO DM100-HIST-TRANS-DATE.
002400     MOVE LOW-VALUES TO DM100-HIST-JOB-ID.
002410     MOVE ZERO TO DM100-HIST-SEQ.
002420     START TRANHIST
002430         KEY IS NOT LESS THAN DM100-HIST-KEY
002440         INVALID KEY
002450             MOVE "Y" TO DM122-WS-END-SWITCH
002460     END-START.
002470     IF NOT DM122-WS-END-OF-LIST
002480         PERFORM 2300-READ-NEXT-HISTORY THRU 2300-EXIT
002490     END-IF.
002500     PERFORM 2400-SHOW-TRANSACTION THRU 2400-EXIT
002510         UNTIL DM122-WS-END-OF-LIST.
002520     IF DM122-WS-TRANS-LISTED = ZERO
002530         DISPLAY "ACCOUNT " DM122-WS-ACCOUNT-ID
002540             " - NO TRANSACTIONS ON FILE FROM "
002550             DM122-WS-FROM-DATE " TO " DM122-WS-TO-DATE
002560     ELSE
002570         MOVE DM122-WS-TRANS-LISTED TO DM122-WS-COUNT-EDIT
002580         DISPLAY "ACCOUNT " DM122-WS-ACCOUNT-ID " - "
002590             DM122-WS-COUNT-EDIT " TRANSACTION(S) LISTED"
002600     END-IF.
002610 2200-EXIT.
002620     EXIT.
002630*----------------------------------------------------------*
002640*    2300-READ-NEXT-HISTORY
002650*         READ THE NEXT HISTORY RECORD IN KEY SEQUENCE - THE
002660*         LIST ENDS AT THE FIRST RECORD FOR ANOTHER ACCOUNT
002670*         OR PAST THE TO DATE
002680*----------------------------------------------------------*
002690 2300-READ-NEXT-HISTORY.
002700     READ TRANHIST NEXT RECORD
002710         AT END
002720             MOVE "Y" TO DM122-WS-END-SWITCH
002730     END-READ.
002740     IF DM122-WS-END-OF-LIST
002750         GO TO 2300-EXIT.
002760     IF DM100-HIST-ACCOUNT-ID NOT = DM122-WS-ACCOUNT-ID
002770             OR DM100-HIST-TRANS-DATE > DM122-WS-TO-DATE
002780         MOVE "Y" TO DM122-WS-END-SWITCH
002790     END-IF.
002800 2300-EXIT.
002810     EXIT.
002820*----------------------------------------------------------*
002830*    2400-SHOW-TRANSACTION
002840*         DISPLAY ONE HISTORY RECORD, ASKING FIRST WHETHER TO
002850*         GO ON WHEN A FULL PAGE HAS ALREADY BEEN SHOWN
002860*----------------------------------------------------------*
002870 2400-SHOW-TRANSACTION.
002880     IF DM122-WS-LINES-ON-PAGE NOT < DM122-WS-PAGE-SIZE
002890         PERFORM 2500-NEXT-PAGE THRU 2500-EXIT
002900     END-IF.
002910     IF DM122-WS-END-OF-LIST
002920         GO TO 2400-EXIT.
002930     IF DM122-WS-LINES-ON-PAGE = ZERO
002940         DISPLAY DM122-WS-COL-LINE
002950     END-IF.
002960     MOVE DM100-HIST-TRANS-DATE TO DM122-DTL-TRANS-DATE.
002970     MOVE DM100-HIST-JOB-ID TO DM122-DTL-JOB-ID.
002980     MOVE DM100-HIST-REC-TYPE TO DM122-DTL-REC-TYPE.
002990     MOVE DM100-HIST-NUM1 TO DM122-DTL-NUM1.
003000     MOVE DM100-HIST-NUM2 TO DM122-DTL-NUM2.
003010     MOVE DM100-HIST-RESULT TO DM122-DTL-RESULT.
003020     MOVE DM100-HIST-STATUS TO DM122-DTL-STATUS.
003030     MOVE DM100-HIST-REASON-CODE TO DM122-DTL-REASON-CODE.
003040     IF DM100-HIST-DISP-OUTPUT
003050         MOVE "POSTED" TO DM122-DTL-DISPOSITION
003060     END-IF.
003070     IF DM100-HIST-DISP-REVERSAL
003080         MOVE "REVERSAL" TO DM122-DTL-DISPOSITION
003090     END-IF.
003100     IF DM100-HIST-DISP-REJECT
003110         MOVE "REJECTED" TO DM122-DTL-DISPOSITION
003120     END-IF.
003130     DISPLAY DM122-WS-DETAIL-LINE.
003140     ADD 1 TO DM122-WS-LINES-ON-PAGE.
003150     ADD 1 TO DM122-WS-TRANS-LISTED.
003160     PERFORM 2300-READ-NEXT-HISTORY THRU 2300-EXIT.
003170 2400-EXIT.
003180     EXIT.
003190*----------------------------------------------------------*
003200*    2500-NEXT-PAGE  -  ASK WHETHER TO SHOW ANOTHER PAGE
003210*----------------------------------------------------------*
003220 2500-NEXT-PAGE.
003230     MOVE SPACE TO DM122-WS-PAGE-REPLY.
003240     DISPLAY "MORE - PRESS ENTER TO CONTINUE, Q TO END THIS "
003250         "LIST: " NO ADVANCING.
003260     ACCEPT DM122-WS-PAGE-REPLY.
003270     IF DM122-WS-PAGE-REPLY = "Q" OR DM122-WS-PAGE-REPLY = "q"
003280         MOVE "Y" TO DM122-WS-END-SWITCH
003290     END-IF.
003300     MOVE ZERO TO DM122-WS-LINES-ON-PAGE.
003310 2500-EXIT.
003320     EXIT.
003330*----------------------------------------------------------*
003340*    7100-WRITE-RUN-CONTROL
003350*         APPEND ONE RUN-CONTROL RECORD - A START ("S")
003360*         FROM 1000-INITIALIZE OR A COMPLETION ("C") FROM
003370*         8000-FINALIZE - THE SAME ENROLLMENT DM100 AND THE
003380*         OTHER SATELLITE UTILITIES CARRY, SO DM115 SEES
003390*         THIS PROGRAM'S RUNS TOO
003400*----------------------------------------------------------*
003410 7100-WRITE-RUN-CONTROL.
003420     MOVE "DM122" TO DM100-RUNC-PROGRAM.
003430     MOVE DM122-WS-RUNC-JOB-ID TO DM100-RUNC-JOB-ID.
003440     MOVE DM122-WS-RUN-DATE-EDIT TO DM100-RUNC-RUN-DATE.
003450     MOVE DM122-WS-RUNC-TYPE TO DM100-RUNC-REC-TYPE.
003460     MOVE SPACES TO DM100-RUNC-PARM-MODE.
003470     IF DM100-RUNC-TYPE-COMPLETION
003480         MOVE "C" TO DM100-RUNC-OUTCOME
003490     ELSE
003500         MOVE SPACE TO DM100-RUNC-OUTCOME
003510     END-IF.
003520     MOVE DM122-WS-INQUIRIES TO DM100-RUNC-RECS-READ.
003530     MOVE ZERO TO DM100-RUNC-RECS-PROCESSED.
003540     MOVE ZERO TO DM100-RUNC-RECS-REJECTED.
003550     MOVE ZERO TO DM100-RUNC-RECS-DUPLICATE.
003560     MOVE ZERO TO DM100-RUNC-RECS-FROM-CACHE.
003570     MOVE ZERO TO DM100-RUNC-CONTROL-TOTAL.
003580     WRITE DM100-RUNC-RECORD.
003590 7100-EXIT.
003600     EXIT.
003610*----------------------------------------------------------*
003620*    8000-FINALIZE  -  CLOSE THE HISTORY FILE
003630*----------------------------------------------------------*
003640 8000-FINALIZE.
003650     CLOSE TRANHIST.
003660     MOVE "C" TO DM122-WS-RUNC-TYPE.
003670     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
003680     CLOSE RUNCTL.
003690 8000-EXIT.
003700     EXIT.
