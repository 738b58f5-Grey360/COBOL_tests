000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    AccountChangeRegister.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  READS THE ACCOUNT MASTER
000220*                 CHANGE HISTORY (ACCTHIST, DM100AH) THAT THE
000230*                 DM118 MAINTENANCE PROGRAM APPENDS TO, AND
000240*                 PRINTS THE NIGHTLY ACCOUNT CHANGE REGISTER FOR
000250*                 ONE BUSINESS DATE (BUSDATE=YYYY-MM-DD, THE
000260*                 SAME PARM DM115 TAKES) - EVERY ADD, CHANGE,
000270*                 CLOSE AND REOPEN MADE THAT DAY, WITH THE TIME,
000280*                 OPERATOR, AND THE ACCOUNT AS IT STOOD BEFORE
000284*                 AND AFTER, DAILY LIMITS INCLUDED, FOLLOWED BY A
000288*                 SUPERVISOR SIGN-OFF BLOCK.  DM118 STAMPS THE
000292*                 SYSTEM DATE, SO A CHANGE KEYED AT A WEEKEND, ON
000296*                 A HOLIDAY OR AFTER MIDNIGHT BEFORE THE DATE
000300*                 ROLLS MATCHES NO ONE BUSINESS DATE - WITH
000304*                 PRIOR=YYYYMMDD (THE PRIOR BUSINESS DATE,
000308*                 BUSPRIOR) ALSO ON THE PARM THE REGISTER LISTS
000312*                 EVERY CHANGE DATED AFTER IT, UP TO AND
000316*                 INCLUDING THE BUSINESS DATE; WITHOUT PRIOR=
000320*                 ONLY THE ONE DATE IS LISTED.  A DAY WITH NO
000324*                 CHANGES STILL PRINTS A REGISTER SAYING SO, SO
000328*                 THE SIGN-OFF FILE HAS NO GAPS.
000338*----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ACCTHIST ASSIGN TO "ACCTHIST"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS DM119-WS-ACCTHIST-STATUS.
000400     SELECT ACCTREG ASSIGN TO "ACCTREG"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS DM119-WS-ACCTREG-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ACCTHIST
000460     LABEL RECORDS ARE STANDARD.
000470     COPY DM100AH.
000480 FD  ACCTREG
000490     LABEL RECORDS ARE STANDARD.
000500 01  DM119-RPT-LINE                      PIC X(80).
000510 WORKING-STORAGE SECTION.
000520*----------------------------------------------------------*
000530*    FILE STATUS SWITCHES
000540*----------------------------------------------------------*
000550 77  DM119-WS-ACCTHIST-STATUS            PIC X(02) VALUE "00".
000560 77  DM119-WS-ACCTREG-STATUS             PIC X(02) VALUE "00".
000570*----------------------------------------------------------*
000580*    PROGRAM SWITCHES
000590*----------------------------------------------------------*
000600 77  DM119-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000610     88  DM119-WS-EOF                        VALUE "Y".
000620 77  DM119-WS-BUSDATE-SWITCH             PIC X(01) VALUE "N".
000630     88  DM119-WS-BUSDATE-SUPPLIED           VALUE "Y".
000633 77  DM119-WS-PRIOR-SWITCH               PIC X(01) VALUE "N".
000636     88  DM119-WS-PRIOR-SUPPLIED             VALUE "Y".
000640*----------------------------------------------------------*
000650*    RUN COUNTERS
000660*----------------------------------------------------------*
000670 77  DM119-WS-HIST-RECS-READ             PIC 9(07) COMP VALUE ZERO.
000680 77  DM119-WS-CHANGES-REPORTED           PIC 9(07) COMP VALUE ZERO.
000690 77  DM119-WS-ADDS-REPORTED              PIC 9(07) COMP VALUE ZERO.
000700 77  DM119-WS-CHANGES-ONLY               PIC 9(07) COMP VALUE ZERO.
000710 77  DM119-WS-CLOSES-REPORTED            PIC 9(07) COMP VALUE ZERO.
000720 77  DM119-WS-REOPENS-REPORTED           PIC 9(07) COMP VALUE ZERO.
000730*----------------------------------------------------------*
000740*    REQUESTED BUSINESS DATE
000750*----------------------------------------------------------*
000751 77  DM119-WS-WANTED-BUSDATE             PIC X(10) VALUE SPACES.
000752*----------------------------------------------------------*
000753*    PRIOR BUSINESS DATE - THE PARM CARRIES IT AS YYYYMMDD, THE
000754*    SAME FORM AS THE BUSPRIOR SYMBOL; IT IS REBUILT HERE AS
000755*    YYYY-MM-DD TO COMPARE WITH THE HISTORY CHANGE DATE
000756*----------------------------------------------------------*
000757 01  DM119-WS-PRIOR-PARM.
000758     05  DM119-WS-PRIOR-PARM-YYYY        PIC X(04).
000759     05  DM119-WS-PRIOR-PARM-MM          PIC X(02).
000760     05  DM119-WS-PRIOR-PARM-DD          PIC X(02).
000761 01  DM119-WS-PRIOR-PARM-NUM REDEFINES DM119-WS-PRIOR-PARM
000762                                         PIC 9(08).
000763 01  DM119-WS-PRIOR-BUSDATE.
000764     05  DM119-WS-PRIOR-YYYY             PIC X(04).
000765     05  FILLER                         PIC X(01) VALUE "-".
000766     05  DM119-WS-PRIOR-MM               PIC X(02).
000767     05  FILLER                         PIC X(01) VALUE "-".
000768     05  DM119-WS-PRIOR-DD               PIC X(02).
000770*----------------------------------------------------------*
000780*    ACCOUNT RECORD IMAGE WORK AREA - THE BEFORE AND AFTER
000790*    IMAGES ON THE HISTORY RECORD ARE DM100AC ACCOUNT RECORDS.
000800*    EACH IS MOVED HERE IN TURN TO GET AT ITS FIELDS; A PLAIN
000810*    LAYOUT RATHER THAN A SECOND COPY OF DM100AC, THE SAME
000820*    REASON DM104'S ARCHIVE RECORD IS ONE.
000830*----------------------------------------------------------*
000840 01  DM119-WS-ACCT-IMAGE.
000850     05  DM119-WS-IMG-ACCT-ID            PIC X(06).
000860     05  DM119-WS-IMG-NAME               PIC X(20).
000870     05  DM119-WS-IMG-STATUS             PIC X(01).
000880     05  FILLER                          PIC X(03).
000882     05  DM119-WS-IMG-MAX-TRANS-COUNT    PIC 9(07).
000884     05  DM119-WS-IMG-MAX-NET-RESULT     PIC 9(11).
000886     05  FILLER                          PIC X(12).
000890*----------------------------------------------------------*
000900*    CHANGE TIME, SPLIT FOR THE HH:MM:SS PRINT EDIT
000910*----------------------------------------------------------*
000920 01  DM119-WS-CHANGE-TIME.
000930     05  DM119-WS-CHANGE-HH              PIC 9(02).
000940     05  DM119-WS-CHANGE-MM              PIC 9(02).
000950     05  DM119-WS-CHANGE-SS              PIC 9(02).
000960     05  DM119-WS-CHANGE-HS              PIC 9(02).
000970*----------------------------------------------------------*
000980*    REGISTER HEADING, COLUMN, DETAIL AND SIGN-OFF LINES
000990*----------------------------------------------------------*
001000 01  DM119-RPT-HDG-LINE.
001010     05  FILLER                         PIC X(15) VALUE
001020             "BUSINESS DATE: ".
001030     05  DM119-RPTH-BUSDATE              PIC X(10).
001034     05  FILLER                         PIC X(02) VALUE SPACES.
001038     05  DM119-RPTH-PRIOR-LABEL          PIC X(07) VALUE SPACES.
001042     05  DM119-RPTH-PRIOR                PIC X(10) VALUE SPACES.
001046     05  FILLER                         PIC X(02) VALUE SPACES.
001050     05  FILLER                         PIC X(23) VALUE
001060             "ACCOUNT CHANGE REGISTER".
001070 01  DM119-RPT-COL-LINE.
001080     05  FILLER                   PIC X(08) VALUE "TIME".
001090     05  FILLER                         PIC X(01) VALUE SPACES.
001100     05  FILLER                   PIC X(08) VALUE "OPERATOR".
001110     05  FILLER                         PIC X(01) VALUE SPACES.
001120     05  FILLER                   PIC X(06) VALUE "ACTION".
001130     05  FILLER                         PIC X(01) VALUE SPACES.
001140     05  FILLER                   PIC X(06) VALUE "ACCT".
001150     05  FILLER                         PIC X(01) VALUE SPACES.
001160     05  FILLER                   PIC X(06) VALUE SPACES.
001170     05  FILLER                         PIC X(01) VALUE SPACES.
001180     05  FILLER                   PIC X(20) VALUE "ACCOUNT NAME".
001190     05  FILLER                         PIC X(01) VALUE SPACES.
001200     05  FILLER                   PIC X(01) VALUE "S".
001202     05  FILLER                   PIC X(07) VALUE " MAX-TR".
001204     05  FILLER                         PIC X(01) VALUE SPACES.
001206     05  FILLER                   PIC X(11) VALUE "    MAX-NET".
001210 01  DM119-RPT-DETAIL-LINE.
001220     05  DM119-RPTD-TIME.
001230         10  DM119-RPTD-HH               PIC 9(02).
001240         10  FILLER                     PIC X(01) VALUE ":".
001250         10  DM119-RPTD-MM               PIC 9(02).
001260         10  FILLER                     PIC X(01) VALUE ":".
001270         10  DM119-RPTD-SS               PIC 9(02).
001280     05  FILLER                         PIC X(01) VALUE SPACES.
001290     05  DM119-RPTD-OPERATOR             PIC X(08).
001300     05  FILLER                         PIC X(01) VALUE SPACES.
001310     05  DM119-RPTD-ACTION               PIC X(06).
001320     05  FILLER                         PIC X(01) VALUE SPACES.
001330     05  DM119-RPTD-ACCT-ID              PIC X(06).
001340     05  FILLER                         PIC X(01) VALUE SPACES.
001350     05  DM119-RPTD-IMAGE-LABEL          PIC X(06).
001360     05  FILLER                         PIC X(01) VALUE SPACES.
001370     05  DM119-RPTD-NAME                 PIC X(20).
001380     05  FILLER                         PIC X(01) VALUE SPACES.
001390     05  DM119-RPTD-STATUS               PIC X(01).
001392     05  DM119-RPTD-LIMITS.
001394         10  DM119-RPTD-MAX-TRANS        PIC ZZZZZZ9.
001396         10  FILLER                     PIC X(01) VALUE SPACES.
001398         10  DM119-RPTD-MAX-NET          PIC Z(10)9.
001400*----------------------------------------------------------*
001410*    THE AFTER-IMAGE LINE OF A CHANGE CARRIES ONLY THE IMAGE
001420*    LABEL, NAME, STATUS AND LIMITS, LINED UP UNDER THE BEFORE
001430*    IMAGE
001435*----------------------------------------------------------*
001440 01  DM119-RPT-AFTER-LINE.
001450     05  FILLER                         PIC X(32) VALUE SPACES.
001460     05  DM119-RPTA-IMAGE-LABEL          PIC X(06).
001470     05  FILLER                         PIC X(01) VALUE SPACES.
001480     05  DM119-RPTA-NAME                 PIC X(20).
001490     05  FILLER                         PIC X(01) VALUE SPACES.
001500     05  DM119-RPTA-STATUS               PIC X(01).
001502     05  DM119-RPTA-MAX-TRANS            PIC ZZZZZZ9.
001504     05  FILLER                         PIC X(01) VALUE SPACES.
001506     05  DM119-RPTA-MAX-NET              PIC Z(10)9.
001510 01  DM119-RPT-NONE-LINE.
001520     05  FILLER                         PIC X(40) VALUE
001530             "NO ACCOUNT MASTER CHANGES FOR THIS DATE".
001532 01  DM119-RPT-NONE-RANGE-LINE.
001534     05  FILLER                         PIC X(40) VALUE
001536             "NO ACCOUNT MASTER CHANGES IN THIS PERIOD".
001540 01  DM119-RPT-TOTALS-LINE.
001550     05  DM119-RPTT-LABEL                PIC X(30).
001560     05  DM119-RPTT-VALUE                PIC ZZZZZZ9.
001570 01  DM119-RPT-SIGNOFF-LINE.
001580     05  FILLER                         PIC X(20) VALUE
001590             "REVIEWED AND SIGNED ".
001600     05  FILLER                         PIC X(30) VALUE
001610             "OFF BY: ______________________".
001620     05  FILLER                         PIC X(07) VALUE
001630             "  DATE:".
001640     05  FILLER                         PIC X(11) VALUE
001650             " __________".
001660 LINKAGE SECTION.
001670*----------------------------------------------------------*
001680*    EXEC PARM= PARAMETER AREA - PARM FORMAT IS
001687*    BUSDATE=YYYY-MM-DD,PRIOR=YYYYMMDD (PRIOR= OPTIONAL),
001694*    DELIVERED BY THE OPERATING SYSTEM AS A HALFWORD LENGTH
001701*    FOLLOWED BY THE PARM TEXT
001710*----------------------------------------------------------*
001720 01  DM119-LK-PARM-AREA.
001730     05  DM119-LK-PARM-LEN               PIC S9(04) COMP.
001740     05  DM119-LK-PARM-TEXT              PIC X(80).
001750 PROCEDURE DIVISION USING DM119-LK-PARM-AREA.
001760*----------------------------------------------------------*
001770*    0000-MAINLINE
001780*----------------------------------------------------------*
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810     PERFORM 2000-REPORT-CHANGE THRU 2000-EXIT
001820         UNTIL DM119-WS-EOF.
001830     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001840     STOP RUN.
001850 0000-EXIT.
001860     EXIT.
001870*----------------------------------------------------------*
001880*    1000-INITIALIZE  -  PARSE THE BUSDATE PARM, OPEN FILES,
001890*                        PRINT THE HEADINGS, PRIME THE READ
001900*----------------------------------------------------------*
001910 1000-INITIALIZE.
001920     PERFORM 1100-PARSE-BUSDATE-PARM THRU 1100-EXIT.
001930     IF NOT DM119-WS-BUSDATE-SUPPLIED
001940         DISPLAY "DM119 - NO BUSDATE=YYYY-MM-DD PARM SUPPLIED"
001950         MOVE 16 TO RETURN-CODE
001960         STOP RUN
001970     END-IF.
001980     OPEN INPUT ACCTHIST.
001990     IF DM119-WS-ACCTHIST-STATUS NOT = "00"
002000         DISPLAY "DM119 - UNABLE TO OPEN ACCTHIST, FILE STATUS = "
002010             DM119-WS-ACCTHIST-STATUS
002020         MOVE 16 TO RETURN-CODE
002030         STOP RUN
002040     END-IF.
002050     OPEN OUTPUT ACCTREG.
002060     IF DM119-WS-ACCTREG-STATUS NOT = "00"
002070         DISPLAY "DM119 - UNABLE TO OPEN ACCTREG, FILE STATUS = "
002080             DM119-WS-ACCTREG-STATUS
002090         MOVE 16 TO RETURN-CODE
002100         STOP RUN
002110     END-IF.
002120     MOVE DM119-WS-WANTED-BUSDATE TO DM119-RPTH-BUSDATE.
002122     IF DM119-WS-PRIOR-SUPPLIED
002124         MOVE "AFTER: " TO DM119-RPTH-PRIOR-LABEL
002126         MOVE DM119-WS-PRIOR-BUSDATE TO DM119-RPTH-PRIOR
002128     END-IF.
002130     MOVE DM119-RPT-HDG-LINE TO DM119-RPT-LINE.
002140     WRITE DM119-RPT-LINE.
002150     MOVE DM119-RPT-COL-LINE TO DM119-RPT-LINE.
002160     WRITE DM119-RPT-LINE.
002170     PERFORM 2100-READ-ACCTHIST THRU 2100-EXIT.
002180 1000-EXIT.
002190     EXIT.
002200*----------------------------------------------------------*
002210*    1100-PARSE-BUSDATE-PARM
002220*----------------------------------------------------------*
002230 1100-PARSE-BUSDATE-PARM.
002240     IF DM119-LK-PARM-LEN NOT < 18
002250             AND DM119-LK-PARM-TEXT (1:8) = "BUSDATE="
002260         MOVE DM119-LK-PARM-TEXT (9:10) TO DM119-WS-WANTED-BUSDATE
002270         MOVE "Y" TO DM119-WS-BUSDATE-SWITCH
002271     END-IF.
002272     IF DM119-WS-BUSDATE-SUPPLIED
002273             AND DM119-LK-PARM-LEN NOT < 33
002274             AND DM119-LK-PARM-TEXT (19:7) = ",PRIOR="
002275         MOVE DM119-LK-PARM-TEXT (26:8) TO DM119-WS-PRIOR-PARM
002276         MOVE DM119-WS-PRIOR-PARM-YYYY TO DM119-WS-PRIOR-YYYY
002277         MOVE DM119-WS-PRIOR-PARM-MM TO DM119-WS-PRIOR-MM
002278         MOVE DM119-WS-PRIOR-PARM-DD TO DM119-WS-PRIOR-DD
002279         IF DM119-WS-PRIOR-PARM-NUM NUMERIC
002280               AND DM119-WS-PRIOR-BUSDATE <
002281                   DM119-WS-WANTED-BUSDATE
002282             MOVE "Y" TO DM119-WS-PRIOR-SWITCH
002283         ELSE
002284             DISPLAY "DM119 - PRIOR= PARM IS NOT A DATE BEFORE "
002285                 "BUSDATE, ONE DATE LISTED"
002286         END-IF
002287     END-IF.
002290 1100-EXIT.
002300     EXIT.
002310*----------------------------------------------------------*
002320*    2000-REPORT-CHANGE  -  MAIN PROCESSING LOOP
002330*----------------------------------------------------------*
002340 2000-REPORT-CHANGE.
002342     IF DM119-WS-PRIOR-SUPPLIED
002344         IF DM100-ACHG-CHANGE-DATE > DM119-WS-PRIOR-BUSDATE
002346                 AND DM100-ACHG-CHANGE-DATE NOT >
002348                     DM119-WS-WANTED-BUSDATE
002350             PERFORM 2200-PRINT-ONE-CHANGE THRU 2200-EXIT
002352         END-IF
002354     ELSE
002356         IF DM100-ACHG-CHANGE-DATE = DM119-WS-WANTED-BUSDATE
002358             PERFORM 2200-PRINT-ONE-CHANGE THRU 2200-EXIT
002360         END-IF
002370     END-IF.
002380     PERFORM 2100-READ-ACCTHIST THRU 2100-EXIT.
002390 2000-EXIT.
002400     EXIT.
002410*----------------------------------------------------------*
002420*    2100-READ-ACCTHIST  -  READ THE NEXT CHANGE RECORD
002430*----------------------------------------------------------*
002440 2100-READ-ACCTHIST.
002450     READ ACCTHIST
002460         AT END
002470             MOVE "Y" TO DM119-WS-EOF-SWITCH
002480         NOT AT END
002490             ADD 1 TO DM119-WS-HIST-RECS-READ
002500     END-READ.
002510 2100-EXIT.
002520     EXIT.
002530*----------------------------------------------------------*
002540*    2200-PRINT-ONE-CHANGE
002550*         ONE LINE FOR THE ACCOUNT AS IT STOOD BEFORE THE
002560*         CHANGE AND ONE FOR IT AFTER - AN ADD HAS NO BEFORE
002570*         IMAGE, SO ITS FIRST LINE SAYS SO
002580*----------------------------------------------------------*
002590 2200-PRINT-ONE-CHANGE.
002600     ADD 1 TO DM119-WS-CHANGES-REPORTED.
002610     MOVE DM100-ACHG-CHANGE-TIME TO DM119-WS-CHANGE-TIME.
002620     MOVE DM119-WS-CHANGE-HH TO DM119-RPTD-HH.
002630     MOVE DM119-WS-CHANGE-MM TO DM119-RPTD-MM.
002640     MOVE DM119-WS-CHANGE-SS TO DM119-RPTD-SS.
002650     MOVE DM100-ACHG-OPERATOR TO DM119-RPTD-OPERATOR.
002660     MOVE DM100-ACHG-ACCOUNT-ID TO DM119-RPTD-ACCT-ID.
002670     IF DM100-ACHG-ACTION-ADD
002680         MOVE "ADD" TO DM119-RPTD-ACTION
002690         ADD 1 TO DM119-WS-ADDS-REPORTED
002700     ELSE
002710         IF DM100-ACHG-ACTION-CHANGE
002720             MOVE "CHANGE" TO DM119-RPTD-ACTION
002730             ADD 1 TO DM119-WS-CHANGES-ONLY
002740         ELSE
002750             IF DM100-ACHG-ACTION-CLOSE
002760                 MOVE "CLOSE" TO DM119-RPTD-ACTION
002770                 ADD 1 TO DM119-WS-CLOSES-REPORTED
002780             ELSE
002790                 MOVE "REOPEN" TO DM119-RPTD-ACTION
002800                 ADD 1 TO DM119-WS-REOPENS-REPORTED
002810             END-IF
002820         END-IF
002830     END-IF.
002840     MOVE "BEFORE" TO DM119-RPTD-IMAGE-LABEL.
002850     IF DM100-ACHG-ACTION-ADD
002860         MOVE "*NEW ACCOUNT*" TO DM119-RPTD-NAME
002870         MOVE SPACE TO DM119-RPTD-STATUS
002875         MOVE SPACES TO DM119-RPTD-LIMITS
002880     ELSE
002890         MOVE DM100-ACHG-BEFORE-IMAGE TO DM119-WS-ACCT-IMAGE
002900         MOVE DM119-WS-IMG-NAME TO DM119-RPTD-NAME
002910         MOVE DM119-WS-IMG-STATUS TO DM119-RPTD-STATUS
002912         MOVE DM119-WS-IMG-MAX-TRANS-COUNT
002914             TO DM119-RPTD-MAX-TRANS
002916         MOVE DM119-WS-IMG-MAX-NET-RESULT
002918             TO DM119-RPTD-MAX-NET
002920     END-IF.
002930     MOVE DM119-RPT-DETAIL-LINE TO DM119-RPT-LINE.
002940     WRITE DM119-RPT-LINE.
002950     MOVE DM100-ACHG-AFTER-IMAGE TO DM119-WS-ACCT-IMAGE.
002960     MOVE "AFTER" TO DM119-RPTA-IMAGE-LABEL.
002970     MOVE DM119-WS-IMG-NAME TO DM119-RPTA-NAME.
002980     MOVE DM119-WS-IMG-STATUS TO DM119-RPTA-STATUS.
002982     MOVE DM119-WS-IMG-MAX-TRANS-COUNT TO DM119-RPTA-MAX-TRANS.
002984     MOVE DM119-WS-IMG-MAX-NET-RESULT TO DM119-RPTA-MAX-NET.
002990     MOVE DM119-RPT-AFTER-LINE TO DM119-RPT-LINE.
003000     WRITE DM119-RPT-LINE.
003010 2200-EXIT.
003020     EXIT.
003030*----------------------------------------------------------*
003040*    8000-FINALIZE  -  PRINT THE TOTALS AND SIGN-OFF BLOCK,
003050*                      CLOSE FILES
003060*----------------------------------------------------------*
003070 8000-FINALIZE.
003080     MOVE SPACES TO DM119-RPT-LINE.
003090     WRITE DM119-RPT-LINE.
003100     IF DM119-WS-CHANGES-REPORTED = ZERO
003103         IF DM119-WS-PRIOR-SUPPLIED
003106             MOVE DM119-RPT-NONE-RANGE-LINE TO DM119-RPT-LINE
003109         ELSE
003112             MOVE DM119-RPT-NONE-LINE TO DM119-RPT-LINE
003115         END-IF
003120         WRITE DM119-RPT-LINE
003130         MOVE SPACES TO DM119-RPT-LINE
003140         WRITE DM119-RPT-LINE
003150     END-IF.
003160     MOVE "ACCOUNTS ADDED" TO DM119-RPTT-LABEL.
003170     MOVE DM119-WS-ADDS-REPORTED TO DM119-RPTT-VALUE.
003180     MOVE DM119-RPT-TOTALS-LINE TO DM119-RPT-LINE.
003190     WRITE DM119-RPT-LINE.
003200     MOVE "ACCOUNTS CHANGED" TO DM119-RPTT-LABEL.
003210     MOVE DM119-WS-CHANGES-ONLY TO DM119-RPTT-VALUE.
003220     MOVE DM119-RPT-TOTALS-LINE TO DM119-RPT-LINE.
003230     WRITE DM119-RPT-LINE.
003240     MOVE "ACCOUNTS CLOSED" TO DM119-RPTT-LABEL.
003250     MOVE DM119-WS-CLOSES-REPORTED TO DM119-RPTT-VALUE.
003260     MOVE DM119-RPT-TOTALS-LINE TO DM119-RPT-LINE.
003270     WRITE DM119-RPT-LINE.
003280     MOVE "ACCOUNTS REOPENED" TO DM119-RPTT-LABEL.
003290     MOVE DM119-WS-REOPENS-REPORTED TO DM119-RPTT-VALUE.
003300     MOVE DM119-RPT-TOTALS-LINE TO DM119-RPT-LINE.
003310     WRITE DM119-RPT-LINE.
003320     MOVE "TOTAL CHANGES FOR SIGN-OFF" TO DM119-RPTT-LABEL.
003330     MOVE DM119-WS-CHANGES-REPORTED TO DM119-RPTT-VALUE.
003340     MOVE DM119-RPT-TOTALS-LINE TO DM119-RPT-LINE.
003350     WRITE DM119-RPT-LINE.
003360     MOVE SPACES TO DM119-RPT-LINE.
003370     WRITE DM119-RPT-LINE.
003380     MOVE DM119-RPT-SIGNOFF-LINE TO DM119-RPT-LINE.
003390     WRITE DM119-RPT-LINE.
003400     CLOSE ACCTHIST.
003410     CLOSE ACCTREG.
003420     DISPLAY "DM119 - HISTORY RECORDS READ      = "
003430         DM119-WS-HIST-RECS-READ.
003440     DISPLAY "DM119 - CHANGES REPORTED          = "
003450         DM119-WS-CHANGES-REPORTED.
003460 8000-EXIT.
003470     EXIT.
