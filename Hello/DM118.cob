000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    AccountMaintenance.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  ACCTFILE (DM100AC) WAS ONLY
000220*                 EVER LOADED BY THE ONBOARDING PROCESS WITH
000230*                 IDCAMS REPRO, SO A RENAMED OR CLOSED ACCOUNT
000240*                 MEANT A HAND EDIT NOBODY COULD ACCOUNT FOR
000250*                 AFTERWARDS.  INTERACTIVE ACCEPT/DISPLAY
000260*                 MAINTENANCE OF THE ACCOUNT MASTER, RUN FROM
000270*                 TSO/ISPF OPTION 6 THE SAME WAY DM102 AND
000277*                 DM110 ARE - ADD AN ACCOUNT, CHANGE ITS NAME OR
000284*                 ITS DAILY LIMITS (A MAXIMUM TRANSACTION COUNT
000291*                 AND A MAXIMUM NET RESULT, ZERO MEANING NO
000298*                 LIMIT), CLOSE IT (STATUS "C") OR REOPEN A
000305*                 CLOSED ONE.  AN ADD OF AN ID ALREADY ON FILE, A
000312*                 BLANK NAME, AND A REOPEN OF AN ACCOUNT THAT
000319*                 NEVER EXISTED ARE ALL REFUSED.  EVERY CHANGE
000330*                 APPLIED APPENDS A BEFORE/AFTER RECORD
000340*                 (DM100AH) TO ACCTHIST WITH THE OPERATOR AND
000350*                 DATE, WHICH THE NIGHTLY DM119 CHANGE
000360*                 REGISTER REPORTS FOR SUPERVISOR SIGN-OFF.  A
000370*                 CHANGE WHOSE HISTORY RECORD CANNOT BE WRITTEN
000380*                 ENDS THE SESSION RC=16.
000420*----------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ACCTFILE ASSIGN TO "ACCTFILE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS DM100-ACCT-KEY
000500         FILE STATUS IS DM118-WS-ACCTFILE-STATUS.
000510     SELECT ACCTHIST ASSIGN TO "ACCTHIST"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DM118-WS-ACCTHIST-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ACCTFILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY DM100AC.
000590 FD  ACCTHIST
000600     LABEL RECORDS ARE STANDARD.
000610     COPY DM100AH.
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------*
000640*    FILE STATUS SWITCHES
000650*----------------------------------------------------------*
000660 77  DM118-WS-ACCTFILE-STATUS            PIC X(02) VALUE "00".
000670 77  DM118-WS-ACCTHIST-STATUS            PIC X(02) VALUE "00".
000680*----------------------------------------------------------*
000690*    PROGRAM SWITCHES
000700*----------------------------------------------------------*
000710 77  DM118-WS-DONE-SWITCH                PIC X(01) VALUE "N".
000720     88  DM118-WS-DONE                       VALUE "Y".
000730 77  DM118-WS-FOUND-SWITCH               PIC X(01) VALUE "N".
000740     88  DM118-WS-ACCOUNT-FOUND              VALUE "Y".
000750*----------------------------------------------------------*
000760*    RUN COUNTERS
000770*----------------------------------------------------------*
000780 77  DM118-WS-ACCOUNTS-ADDED             PIC 9(07) COMP VALUE ZERO.
000790 77  DM118-WS-ACCOUNTS-CHANGED           PIC 9(07) COMP VALUE ZERO.
000800 77  DM118-WS-ACCOUNTS-CLOSED            PIC 9(07) COMP VALUE ZERO.
000810 77  DM118-WS-ACCOUNTS-REOPENED          PIC 9(07) COMP VALUE ZERO.
000820 77  DM118-WS-REQUESTS-REFUSED           PIC 9(07) COMP VALUE ZERO.
000830*----------------------------------------------------------*
000840*    OPERATOR PROMPT / RESPONSE WORK AREAS - A BLANK REPLY TO
000850*    A CHANGE PROMPT KEEPS THE FIELD AS IT STANDS, THE SAME
000860*    CONVENTION DM110'S REPAIR PROMPTS FOLLOW
000870*----------------------------------------------------------*
000880 77  DM118-WS-OPERATOR                   PIC X(08) VALUE SPACES.
000890 77  DM118-WS-FUNCTION                   PIC X(01) VALUE SPACES.
000900     88  DM118-WS-FUNCTION-ADD               VALUE "A" "a".
000910     88  DM118-WS-FUNCTION-CHANGE            VALUE "C" "c".
000920     88  DM118-WS-FUNCTION-CLOSE             VALUE "X" "x".
000930     88  DM118-WS-FUNCTION-REOPEN            VALUE "R" "r".
000940     88  DM118-WS-FUNCTION-QUIT              VALUE "Q" "q".
000950 77  DM118-WS-ACCT-REPLY                 PIC X(06) VALUE SPACES.
000960 77  DM118-WS-NAME-REPLY                 PIC X(20) VALUE SPACES.
000970 77  DM118-WS-CONFIRM-REPLY              PIC X(01) VALUE SPACES.
000980 77  DM118-WS-COUNT-REPLY                PIC X(07) VALUE SPACES.
000990 77  DM118-WS-NET-REPLY                  PIC X(11) VALUE SPACES.
001000*----------------------------------------------------------*
001010*    CHANGE HISTORY WORK AREAS - THE ACCOUNT RECORD IS SAVED
001020*    HERE AS IT WAS READ, BEFORE ANY FIELD IS TOUCHED, SO THE
001030*    HISTORY RECORD CARRIES A TRUE BEFORE IMAGE
001040*----------------------------------------------------------*
001050 77  DM118-WS-BEFORE-IMAGE               PIC X(60) VALUE SPACES.
001060 77  DM118-WS-ACTION                     PIC X(01) VALUE SPACES.
001070*----------------------------------------------------------*
001080*    CHANGE DATE AND TIME - THE DATE IS CARRIED IN THE EDITED
001090*    YYYY-MM-DD FORM THE AUDIT AND RUN-CONTROL LOGS USE
001100*----------------------------------------------------------*
001110 77  DM118-WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
001120 01  DM118-WS-RUN-DATE.
001130     05  DM118-WS-RUN-YYYY                PIC 9(04).
001140     05  DM118-WS-RUN-MM                  PIC 9(02).
001150     05  DM118-WS-RUN-DD                  PIC 9(02).
001160 01  DM118-WS-RUN-DATE-EDIT              PIC X(10).
001170 PROCEDURE DIVISION.
001180*----------------------------------------------------------*
001190*    0000-MAINLINE
001200*----------------------------------------------------------*
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001230     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001240         UNTIL DM118-WS-DONE.
001250     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001260     STOP RUN.
001270 0000-EXIT.
001280     EXIT.
001290*----------------------------------------------------------*
001300*    1000-INITIALIZE  -  OPEN THE ACCOUNT MASTER AND THE
001310*                        CHANGE HISTORY, IDENTIFY THE OPERATOR
001320*----------------------------------------------------------*
001330 1000-INITIALIZE.
001340     ACCEPT DM118-WS-RUN-DATE FROM DATE YYYYMMDD.
001350     STRING DM118-WS-RUN-YYYY "-" DM118-WS-RUN-MM "-"
001360             DM118-WS-RUN-DD DELIMITED BY SIZE
001370             INTO DM118-WS-RUN-DATE-EDIT.
001380     OPEN I-O ACCTFILE.
001390     IF DM118-WS-ACCTFILE-STATUS NOT = "00"
001400         DISPLAY "DM118 - UNABLE TO OPEN ACCTFILE, FILE STATUS = "
001410             DM118-WS-ACCTFILE-STATUS
001420         MOVE 16 TO RETURN-CODE
001430         STOP RUN
001440     END-IF.
001450     OPEN EXTEND ACCTHIST.
001460     IF DM118-WS-ACCTHIST-STATUS NOT = "00"
001470         OPEN OUTPUT ACCTHIST
001480     END-IF.
001490     IF DM118-WS-ACCTHIST-STATUS NOT = "00"
001500         DISPLAY "DM118 - UNABLE TO OPEN ACCTHIST, FILE STATUS = "
001510             DM118-WS-ACCTHIST-STATUS
001520         MOVE 16 TO RETURN-CODE
001530         STOP RUN
001540     END-IF.
001550     DISPLAY "DM100 ACCOUNT MASTER MAINTENANCE".
001560     DISPLAY "OPERATOR ID: " NO ADVANCING.
001570     ACCEPT DM118-WS-OPERATOR.
001580*    EVERY HISTORY RECORD MUST NAME WHO MADE THE CHANGE - NO
001590*    OPERATOR, NO MAINTENANCE
001600     IF DM118-WS-OPERATOR = SPACES
001610         DISPLAY "DM118 - NO OPERATOR ID ENTERED, ENDING WITHOUT "
001620             "CHANGING ANYTHING"
001630         CLOSE ACCTFILE
001640         CLOSE ACCTHIST
001650         MOVE 16 TO RETURN-CODE
001660         STOP RUN
001670     END-IF.
001680 1000-EXIT.
001690     EXIT.
001700*----------------------------------------------------------*
001710*    2000-PROCESS-REQUEST  -  MAIN MAINTENANCE LOOP
001720*----------------------------------------------------------*
001730 2000-PROCESS-REQUEST.
001740     DISPLAY " ".
001750     DISPLAY "FUNCTION (A=ADD, C=CHANGE, X=CLOSE, R=REOPEN, "
001760         "Q=QUIT): " NO ADVANCING.
001770     MOVE SPACES TO DM118-WS-FUNCTION.
001780     ACCEPT DM118-WS-FUNCTION.
001790     IF DM118-WS-FUNCTION-QUIT
001800         MOVE "Y" TO DM118-WS-DONE-SWITCH
001810         GO TO 2000-EXIT.
001820     IF NOT DM118-WS-FUNCTION-ADD
001830             AND NOT DM118-WS-FUNCTION-CHANGE
001840             AND NOT DM118-WS-FUNCTION-CLOSE
001850             AND NOT DM118-WS-FUNCTION-REOPEN
001860         DISPLAY "DM118 - FUNCTION MUST BE A, C, X, R OR Q"
001870         GO TO 2000-EXIT.
001880     PERFORM 2100-ACCEPT-ACCOUNT THRU 2100-EXIT.
001890     IF DM118-WS-ACCT-REPLY = SPACES
001900         DISPLAY "DM118 - ACCOUNT ID MAY NOT BE BLANK"
001910         ADD 1 TO DM118-WS-REQUESTS-REFUSED
001920         GO TO 2000-EXIT.
001930     IF DM118-WS-FUNCTION-ADD
001940         PERFORM 3000-ADD-ACCOUNT THRU 3000-EXIT
001950     ELSE
001960         IF DM118-WS-FUNCTION-CHANGE
001970             PERFORM 4000-CHANGE-ACCOUNT THRU 4000-EXIT
001980         ELSE
001990             IF DM118-WS-FUNCTION-CLOSE
002000                 PERFORM 5000-CLOSE-ACCOUNT THRU 5000-EXIT
002010             ELSE
002020                 PERFORM 6000-REOPEN-ACCOUNT THRU 6000-EXIT
002030             END-IF
002040         END-IF
002050     END-IF.
002060 2000-EXIT.
002070     EXIT.
002080*----------------------------------------------------------*
002090*    2100-ACCEPT-ACCOUNT  -  PROMPT FOR THE ACCOUNT ID AND
002100*                            READ IT FROM THE MASTER
002110*----------------------------------------------------------*
002120 2100-ACCEPT-ACCOUNT.
002130     DISPLAY "ACCOUNT ID: " NO ADVANCING.
002140     MOVE SPACES TO DM118-WS-ACCT-REPLY.
002150     ACCEPT DM118-WS-ACCT-REPLY.
002160     IF DM118-WS-ACCT-REPLY = SPACES
002170         GO TO 2100-EXIT.
002180     PERFORM 2200-READ-ACCOUNT THRU 2200-EXIT.
002190 2100-EXIT.
002200     EXIT.
002210*----------------------------------------------------------*
002220*    2200-READ-ACCOUNT
002230*         READ ACCTFILE FOR THE ENTERED ID AND SAVE THE RECORD
002240*         AS READ FOR THE HISTORY BEFORE IMAGE
002250*----------------------------------------------------------*
002260 2200-READ-ACCOUNT.
002270     MOVE "N" TO DM118-WS-FOUND-SWITCH.
002280     MOVE SPACES TO DM118-WS-BEFORE-IMAGE.
002290     MOVE DM118-WS-ACCT-REPLY TO DM100-ACCT-ID.
002300     READ ACCTFILE
002310         KEY IS DM100-ACCT-KEY
002320         INVALID KEY
002330             CONTINUE
002340         NOT INVALID KEY
002350             MOVE "Y" TO DM118-WS-FOUND-SWITCH
002360             MOVE DM100-ACCT-RECORD TO DM118-WS-BEFORE-IMAGE
002370     END-READ.
002380 2200-EXIT.
002390     EXIT.
002400*----------------------------------------------------------*
002410*    2300-CONFIRM-CHANGE
002420*         SHOW THE ACCOUNT AS IT WILL BE WRITTEN AND ASK THE
002430*         OPERATOR TO CONFIRM - ANYTHING BUT Y ABANDONS IT
002440*----------------------------------------------------------*
002450 2300-CONFIRM-CHANGE.
002460     DISPLAY "ACCOUNT " DM100-ACCT-ID
002470         " NAME = " DM100-ACCT-NAME
002480         " STATUS = " DM100-ACCT-STATUS.
002490     DISPLAY "        DAILY LIMITS - TRANSACTIONS = "
002500         DM100-ACCT-MAX-TRANS-COUNT
002510         " NET RESULT = " DM100-ACCT-MAX-NET-RESULT.
002520     DISPLAY "APPLY THIS CHANGE (Y/N): " NO ADVANCING.
002530     MOVE SPACES TO DM118-WS-CONFIRM-REPLY.
002540     ACCEPT DM118-WS-CONFIRM-REPLY.
002550 2300-EXIT.
002560     EXIT.
002570*----------------------------------------------------------*
002580*    2400-ACCEPT-LIMITS
002590*         PROMPT FOR THE TWO DAILY LIMITS - A BLANK REPLY
002600*         KEEPS THE LIMIT AS IT STANDS (NONE, FOR A NEW
002610*         ACCOUNT), A NON-NUMERIC REPLY IS REPORTED AND
002620*         IGNORED, AND ZERO REMOVES THE LIMIT
002630*----------------------------------------------------------*
002640 2400-ACCEPT-LIMITS.
002650     DISPLAY "DAILY TRANSACTION LIMIT, 0 = NONE (BLANK KEEPS "
002660         DM100-ACCT-MAX-TRANS-COUNT "): " NO ADVANCING.
002670     MOVE SPACES TO DM118-WS-COUNT-REPLY.
002680     ACCEPT DM118-WS-COUNT-REPLY.
002690     IF DM118-WS-COUNT-REPLY NOT = SPACES
002700         IF DM118-WS-COUNT-REPLY IS NUMERIC
002710             MOVE DM118-WS-COUNT-REPLY
002720                 TO DM100-ACCT-MAX-TRANS-COUNT
002730         ELSE
002740             DISPLAY "DM118 - TRANSACTION LIMIT NOT NUMERIC, "
002750                 "LIMIT KEPT"
002760         END-IF
002770     END-IF.
002780     DISPLAY "DAILY NET RESULT LIMIT, 0 = NONE (BLANK KEEPS "
002790         DM100-ACCT-MAX-NET-RESULT "): " NO ADVANCING.
002800     MOVE SPACES TO DM118-WS-NET-REPLY.
002810     ACCEPT DM118-WS-NET-REPLY.
002820     IF DM118-WS-NET-REPLY NOT = SPACES
002830         IF DM118-WS-NET-REPLY IS NUMERIC
002840             MOVE DM118-WS-NET-REPLY
002850                 TO DM100-ACCT-MAX-NET-RESULT
002860         ELSE
002870             DISPLAY "DM118 - NET RESULT LIMIT NOT NUMERIC, "
002880                 "LIMIT KEPT"
002890         END-IF
002900     END-IF.
002910 2400-EXIT.
002920     EXIT.
002930*----------------------------------------------------------*
002940*    3000-ADD-ACCOUNT
002950*         A NEW ACCOUNT MAY NOT REUSE AN ID ALREADY ON FILE
002960*         (OPEN OR CLOSED) AND MUST HAVE A NAME; IT GOES ON
002970*         ACTIVE
002980*----------------------------------------------------------*
002990 3000-ADD-ACCOUNT.
003000     IF DM118-WS-ACCOUNT-FOUND
003010         DISPLAY "DM118 - ACCOUNT " DM118-WS-ACCT-REPLY
003020             " IS ALREADY ON FILE, NOT ADDED"
003030         ADD 1 TO DM118-WS-REQUESTS-REFUSED
003040         GO TO 3000-EXIT.
003050     DISPLAY "ACCOUNT NAME: " NO ADVANCING.
003060     MOVE SPACES TO DM118-WS-NAME-REPLY.
003070     ACCEPT DM118-WS-NAME-REPLY.
003080     IF DM118-WS-NAME-REPLY = SPACES
003090         DISPLAY "DM118 - ACCOUNT NAME MAY NOT BE BLANK, "
003100             "NOT ADDED"
003110         ADD 1 TO DM118-WS-REQUESTS-REFUSED
003120         GO TO 3000-EXIT.
003130     MOVE SPACES TO DM100-ACCT-RECORD.
003140     MOVE DM118-WS-ACCT-REPLY TO DM100-ACCT-ID.
003150     MOVE DM118-WS-NAME-REPLY TO DM100-ACCT-NAME.
003160     MOVE "A" TO DM100-ACCT-STATUS.
003170     MOVE ZERO TO DM100-ACCT-MAX-TRANS-COUNT.
003180     MOVE ZERO TO DM100-ACCT-MAX-NET-RESULT.
003190     PERFORM 2400-ACCEPT-LIMITS THRU 2400-EXIT.
003200     PERFORM 2300-CONFIRM-CHANGE THRU 2300-EXIT.
003210     IF DM118-WS-CONFIRM-REPLY NOT = "Y" AND NOT = "y"
003220         DISPLAY "DM118 - ADD ABANDONED"
003230         GO TO 3000-EXIT.
003240     WRITE DM100-ACCT-RECORD
003250         INVALID KEY
003260             DISPLAY "DM118 - WRITE FAILED FOR ACCOUNT "
003270                 DM100-ACCT-ID ", FILE STATUS = "
003280                 DM118-WS-ACCTFILE-STATUS
003290             ADD 1 TO DM118-WS-REQUESTS-REFUSED
003300             GO TO 3000-EXIT
003310     END-WRITE.
003320     MOVE "A" TO DM118-WS-ACTION.
003330     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
003340     ADD 1 TO DM118-WS-ACCOUNTS-ADDED.
003350     DISPLAY "DM118 - ACCOUNT " DM100-ACCT-ID " ADDED".
003360 3000-EXIT.
003370     EXIT.
003380*----------------------------------------------------------*
003390*    4000-CHANGE-ACCOUNT
003400*         CHANGE THE NAME OR DAILY LIMITS OF AN ACCOUNT ON
003410*         FILE - A BLANK REPLY KEEPS THE FIELD, AND A CHANGE
003420*         THAT CHANGES NOTHING IS NOT WRITTEN OR RECORDED
003430*----------------------------------------------------------*
003440 4000-CHANGE-ACCOUNT.
003450     IF NOT DM118-WS-ACCOUNT-FOUND
003460         DISPLAY "DM118 - ACCOUNT " DM118-WS-ACCT-REPLY
003470             " IS NOT ON FILE, NOT CHANGED"
003480         ADD 1 TO DM118-WS-REQUESTS-REFUSED
003490         GO TO 4000-EXIT.
003500     DISPLAY "ACCOUNT NAME (BLANK KEEPS " DM100-ACCT-NAME "): "
003510         NO ADVANCING.
003520     MOVE SPACES TO DM118-WS-NAME-REPLY.
003530     ACCEPT DM118-WS-NAME-REPLY.
003540     IF DM118-WS-NAME-REPLY NOT = SPACES
003550         MOVE DM118-WS-NAME-REPLY TO DM100-ACCT-NAME
003560     END-IF.
003570     PERFORM 2400-ACCEPT-LIMITS THRU 2400-EXIT.
003580     IF DM100-ACCT-RECORD = DM118-WS-BEFORE-IMAGE
003590         DISPLAY "DM118 - NOTHING CHANGED, ACCOUNT NOT REWRITTEN"
003600         GO TO 4000-EXIT.
003610     PERFORM 2300-CONFIRM-CHANGE THRU 2300-EXIT.
003620     IF DM118-WS-CONFIRM-REPLY NOT = "Y" AND NOT = "y"
003630         DISPLAY "DM118 - CHANGE ABANDONED"
003640         GO TO 4000-EXIT.
003650     MOVE "C" TO DM118-WS-ACTION.
003660     PERFORM 7100-REWRITE-ACCOUNT THRU 7100-EXIT.
003670     IF DM118-WS-ACCTFILE-STATUS = "00"
003680         ADD 1 TO DM118-WS-ACCOUNTS-CHANGED
003690     END-IF.
003700 4000-EXIT.
003710     EXIT.
003720*----------------------------------------------------------*
003730*    5000-CLOSE-ACCOUNT
003740*         CLOSE AN ACTIVE ACCOUNT - STATUS "C".  THE RECORD
003750*         STAYS ON FILE SO DM100 REJECTS ITS TRANSACTIONS AS
003760*         INACTIVE (R007) AND THE STATEMENTS STILL NAME IT
003770*----------------------------------------------------------*
003780 5000-CLOSE-ACCOUNT.
003790     IF NOT DM118-WS-ACCOUNT-FOUND
003800         DISPLAY "DM118 - ACCOUNT " DM118-WS-ACCT-REPLY
003810             " IS NOT ON FILE, NOT CLOSED"
003820         ADD 1 TO DM118-WS-REQUESTS-REFUSED
003830         GO TO 5000-EXIT.
003840     IF DM100-ACCT-CLOSED
003850         DISPLAY "DM118 - ACCOUNT " DM118-WS-ACCT-REPLY
003860             " IS ALREADY CLOSED"
003870         ADD 1 TO DM118-WS-REQUESTS-REFUSED
003880         GO TO 5000-EXIT.
003890     MOVE "C" TO DM100-ACCT-STATUS.
003900     PERFORM 2300-CONFIRM-CHANGE THRU 2300-EXIT.
003910     IF DM118-WS-CONFIRM-REPLY NOT = "Y" AND NOT = "y"
003920         DISPLAY "DM118 - CLOSE ABANDONED"
003930         GO TO 5000-EXIT.
003940     MOVE "X" TO DM118-WS-ACTION.
003950     PERFORM 7100-REWRITE-ACCOUNT THRU 7100-EXIT.
003960     IF DM118-WS-ACCTFILE-STATUS = "00"
003970         ADD 1 TO DM118-WS-ACCOUNTS-CLOSED
003980     END-IF.
003990 5000-EXIT.
004000     EXIT.
004010*----------------------------------------------------------*
004020*    6000-REOPEN-ACCOUNT
004030*         REOPEN A CLOSED ACCOUNT - STATUS BACK TO "A".  AN
004040*         ACCOUNT THAT WAS NEVER ON FILE CANNOT BE REOPENED;
004050*         IT HAS TO BE ADDED
004060*----------------------------------------------------------*
004070 6000-REOPEN-ACCOUNT.
004080     IF NOT DM118-WS-ACCOUNT-FOUND
004090         DISPLAY "DM118 - ACCOUNT " DM118-WS-ACCT-REPLY
004100             " NEVER EXISTED, NOT REOPENED - USE A TO ADD IT"
004110         ADD 1 TO DM118-WS-REQUESTS-REFUSED
004120         GO TO 6000-EXIT.
004130     IF NOT DM100-ACCT-CLOSED
004140         DISPLAY "DM118 - ACCOUNT " DM118-WS-ACCT-REPLY
004150             " IS NOT CLOSED, NOT REOPENED"
004160         ADD 1 TO DM118-WS-REQUESTS-REFUSED
004170         GO TO 6000-EXIT.
004180     MOVE "A" TO DM100-ACCT-STATUS.
004190     PERFORM 2300-CONFIRM-CHANGE THRU 2300-EXIT.
004200     IF DM118-WS-CONFIRM-REPLY NOT = "Y" AND NOT = "y"
004210         DISPLAY "DM118 - REOPEN ABANDONED"
004220         GO TO 6000-EXIT.
004230     MOVE "R" TO DM118-WS-ACTION.
004240     PERFORM 7100-REWRITE-ACCOUNT THRU 7100-EXIT.
004250     IF DM118-WS-ACCTFILE-STATUS = "00"
004260         ADD 1 TO DM118-WS-ACCOUNTS-REOPENED
004270     END-IF.
004280 6000-EXIT.
004290     EXIT.
004300*----------------------------------------------------------*
004310*    7000-WRITE-HISTORY
004320*         APPEND ONE BEFORE/AFTER CHANGE RECORD TO ACCTHIST
004330*         FOR THE CHANGE JUST APPLIED TO ACCTFILE
004340*----------------------------------------------------------*
004350 7000-WRITE-HISTORY.
004360     ACCEPT DM118-WS-RUN-TIME FROM TIME.
004370     MOVE SPACES TO DM100-ACHG-RECORD.
004380     MOVE DM118-WS-RUN-DATE-EDIT TO DM100-ACHG-CHANGE-DATE.
004390     MOVE DM118-WS-RUN-TIME TO DM100-ACHG-CHANGE-TIME.
004400     MOVE DM118-WS-OPERATOR TO DM100-ACHG-OPERATOR.
004410     MOVE DM118-WS-ACTION TO DM100-ACHG-ACTION.
004420     MOVE DM100-ACCT-ID TO DM100-ACHG-ACCOUNT-ID.
004430     MOVE DM118-WS-BEFORE-IMAGE TO DM100-ACHG-BEFORE-IMAGE.
004440     MOVE DM100-ACCT-RECORD TO DM100-ACHG-AFTER-IMAGE.
004450     WRITE DM100-ACHG-RECORD.
004460     IF DM118-WS-ACCTHIST-STATUS NOT = "00"
004470         DISPLAY "DM118 - HISTORY WRITE FAILED FOR ACCOUNT "
004480             DM100-ACCT-ID ", FILE STATUS = "
004490             DM118-WS-ACCTHIST-STATUS
004491         DISPLAY "DM118 - THE CHANGE IS ON ACCTFILE WITHOUT ITS "
004492             "HISTORY RECORD, ENDING THE SESSION"
004493         CLOSE ACCTFILE
004494         CLOSE ACCTHIST
004495         MOVE 16 TO RETURN-CODE
004496         STOP RUN
004500     END-IF.
004510 7000-EXIT.
004520     EXIT.
004530*----------------------------------------------------------*
004540*    7100-REWRITE-ACCOUNT
004550*         REWRITE THE CHANGED ACCOUNT AND, ONLY WHEN THE
004560*         REWRITE TOOK, RECORD IT ON THE CHANGE HISTORY
004570*----------------------------------------------------------*
004580 7100-REWRITE-ACCOUNT.
004590     REWRITE DM100-ACCT-RECORD
004600         INVALID KEY
004610             DISPLAY "DM118 - REWRITE FAILED FOR ACCOUNT "
004620                 DM100-ACCT-ID ", FILE STATUS = "
004630                 DM118-WS-ACCTFILE-STATUS
004640             ADD 1 TO DM118-WS-REQUESTS-REFUSED
004650             GO TO 7100-EXIT
004660     END-REWRITE.
004670     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
004680     DISPLAY "DM118 - ACCOUNT " DM100-ACCT-ID " UPDATED".
004690 7100-EXIT.
004700     EXIT.
004710*----------------------------------------------------------*
004720*    8000-FINALIZE  -  CLOSE FILES, SUMMARIZE THE SESSION
004730*----------------------------------------------------------*
004740 8000-FINALIZE.
004750     CLOSE ACCTFILE.
004760     CLOSE ACCTHIST.
004770     DISPLAY "DM118 - ACCOUNTS ADDED            = "
004780         DM118-WS-ACCOUNTS-ADDED.
004790     DISPLAY "DM118 - ACCOUNTS CHANGED          = "
004800         DM118-WS-ACCOUNTS-CHANGED.
004810     DISPLAY "DM118 - ACCOUNTS CLOSED           = "
004820         DM118-WS-ACCOUNTS-CLOSED.
004830     DISPLAY "DM118 - ACCOUNTS REOPENED         = "
004840         DM118-WS-ACCOUNTS-REOPENED.
004850     DISPLAY "DM118 - REQUESTS REFUSED          = "
004860         DM118-WS-REQUESTS-REFUSED.
004870 8000-EXIT.
004880     EXIT.
