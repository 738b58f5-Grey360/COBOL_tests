000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ExceptionMaintenance.
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
000220*                 MAINTENANCE OF THE EXCEPTION TRACKING FILE
000230*                 (EXCPTRK, DM100ET) THAT THE MORNING DM132
000240*                 EXCEPTION TRACKER POSTS, RUN FROM TSO/ISPF
000250*                 OPTION 6 THE SAME WAY DM118 IS.  THE OPERATOR
000260*                 PICKS AN EXCEPTION BY THE TRACKING NUMBER ON
000270*                 THE MORNING REPORT AND MAY DISPLAY IT,
000280*                 ACKNOWLEDGE AN OPEN ONE (IT LEAVES THE OPEN
000290*                 LISTS BUT IS NOT YET FIXED) OR RESOLVE AN OPEN
000300*                 OR ACKNOWLEDGED ONE.  A RESOLVE MUST CARRY A
000310*                 NOTE.  EVERY CHANGE RECORDS THE OPERATOR, THE
000320*                 DATE AND TIME AND THE NOTE ON THE TRACKING
000330*                 RECORD ITSELF.
000340*----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EXCPTRK ASSIGN TO "EXCPTRK"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS DM100-EXTK-KEY
000420         FILE STATUS IS DM133-WS-EXCPTRK-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  EXCPTRK
000460     LABEL RECORDS ARE STANDARD.
000470     COPY DM100ET.
000480 WORKING-STORAGE SECTION.
000490*----------------------------------------------------------*
000500*    FILE STATUS SWITCHES
000510*----------------------------------------------------------*
000520 77  DM133-WS-EXCPTRK-STATUS             PIC X(02) VALUE "00".
000530*----------------------------------------------------------*
000540*    PROGRAM SWITCHES
000550*----------------------------------------------------------*
000560 77  DM133-WS-DONE-SWITCH                PIC X(01) VALUE "N".
000570     88  DM133-WS-DONE                       VALUE "Y".
000580 77  DM133-WS-FOUND-SWITCH               PIC X(01) VALUE "N".
000590     88  DM133-WS-EXCEPTION-FOUND            VALUE "Y".
000600 77  DM133-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000610     88  DM133-WS-EOF                        VALUE "Y".
000620*----------------------------------------------------------*
000630*    RUN COUNTERS
000640*----------------------------------------------------------*
000650 77  DM133-WS-EXCP-ACKNOWLEDGED     PIC 9(07) COMP VALUE ZERO.
000660 77  DM133-WS-EXCP-RESOLVED         PIC 9(07) COMP VALUE ZERO.
000670 77  DM133-WS-REQUESTS-REFUSED      PIC 9(07) COMP VALUE ZERO.
000680*----------------------------------------------------------*
000690*    OPERATOR PROMPT / RESPONSE WORK AREAS
000700*----------------------------------------------------------*
000710 77  DM133-WS-OPERATOR                   PIC X(08) VALUE SPACES.
000720 77  DM133-WS-FUNCTION                   PIC X(01) VALUE SPACES.
000730     88  DM133-WS-FUNCTION-DISPLAY           VALUE "D" "d".
000740     88  DM133-WS-FUNCTION-ACKNOWLEDGE       VALUE "A" "a".
000750     88  DM133-WS-FUNCTION-RESOLVE           VALUE "R" "r".
000760     88  DM133-WS-FUNCTION-QUIT              VALUE "Q" "q".
000770 77  DM133-WS-TRACK-REPLY                PIC X(07) VALUE SPACES.
000780 77  DM133-WS-TRACK-LEN             PIC 9(04) COMP VALUE ZERO.
000790 77  DM133-WS-TRACK-NO                   PIC 9(07) VALUE ZERO.
000800 77  DM133-WS-NOTE-REPLY                 PIC X(30) VALUE SPACES.
000810 77  DM133-WS-CONFIRM-REPLY              PIC X(01) VALUE SPACES.
000820*----------------------------------------------------------*
000830*    ACTION DATE AND TIME - CARRIED ON THE TRACKING RECORD
000840*    AS YYYYMMDD AND HHMMSSHH
000850*----------------------------------------------------------*
000860 77  DM133-WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000870 77  DM133-WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
000880 PROCEDURE DIVISION.
000890*----------------------------------------------------------*
000900*    0000-MAINLINE
000910*----------------------------------------------------------*
000920 0000-MAINLINE.
000930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000940     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
000950         UNTIL DM133-WS-DONE.
000960     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000970     STOP RUN.
000980 0000-EXIT.
000990     EXIT.
001000*----------------------------------------------------------*
001010*    1000-INITIALIZE  -  OPEN THE TRACKING FILE, IDENTIFY
001020*                        THE OPERATOR
001030*----------------------------------------------------------*
001040 1000-INITIALIZE.
001050     OPEN I-O EXCPTRK.
001060     IF DM133-WS-EXCPTRK-STATUS NOT = "00"
001070         DISPLAY "DM133 - UNABLE TO OPEN EXCPTRK, FILE STATUS = "
001080             DM133-WS-EXCPTRK-STATUS
001090         MOVE 16 TO RETURN-CODE
001100         STOP RUN
001110     END-IF.
001120     DISPLAY "DM100 CONTROL EXCEPTION MAINTENANCE".
001130     DISPLAY "OPERATOR ID: " NO ADVANCING.
001140     ACCEPT DM133-WS-OPERATOR.
001150*    EVERY ACKNOWLEDGE AND RESOLVE MUST NAME WHO MADE IT - NO
001160*    OPERATOR, NO MAINTENANCE
001170     IF DM133-WS-OPERATOR = SPACES
001180         DISPLAY "DM133 - NO OPERATOR ID ENTERED, ENDING WITHOUT "
001190             "CHANGING ANYTHING"
001200         CLOSE EXCPTRK
001210         MOVE 16 TO RETURN-CODE
001220         STOP RUN
001230     END-IF.
001240 1000-EXIT.
001250     EXIT.
001260*----------------------------------------------------------*
001270*    2000-PROCESS-REQUEST  -  MAIN MAINTENANCE LOOP
001280*----------------------------------------------------------*
001290 2000-PROCESS-REQUEST.
001300     DISPLAY " ".
001310     DISPLAY "FUNCTION (D=DISPLAY, A=ACKNOWLEDGE, R=RESOLVE, "
001320         "Q=QUIT): " NO ADVANCING.
001330     MOVE SPACES TO DM133-WS-FUNCTION.
001340     ACCEPT DM133-WS-FUNCTION.
001350     IF DM133-WS-FUNCTION-QUIT
001360         MOVE "Y" TO DM133-WS-DONE-SWITCH
001370         GO TO 2000-EXIT.
001380     IF NOT DM133-WS-FUNCTION-DISPLAY
001390             AND NOT DM133-WS-FUNCTION-ACKNOWLEDGE
001400             AND NOT DM133-WS-FUNCTION-RESOLVE
001410         DISPLAY "DM133 - FUNCTION MUST BE D, A, R OR Q"
001420         GO TO 2000-EXIT.
001430     PERFORM 2100-ACCEPT-TRACK-NO THRU 2100-EXIT.
001440     IF DM133-WS-TRACK-REPLY = SPACES
001450         DISPLAY "DM133 - TRACKING NUMBER MAY NOT BE BLANK"
001460         ADD 1 TO DM133-WS-REQUESTS-REFUSED
001470         GO TO 2000-EXIT.
001480     IF NOT DM133-WS-EXCEPTION-FOUND
001490         DISPLAY "DM133 - TRACKING NUMBER " DM133-WS-TRACK-REPLY
001500             " IS NOT ON FILE"
001510         ADD 1 TO DM133-WS-REQUESTS-REFUSED
001520         GO TO 2000-EXIT.
001530     PERFORM 2300-SHOW-EXCEPTION THRU 2300-EXIT.
001540     IF DM133-WS-FUNCTION-ACKNOWLEDGE
001550         PERFORM 3000-ACKNOWLEDGE-EXCEPTION THRU 3000-EXIT
001560     ELSE
001570         IF DM133-WS-FUNCTION-RESOLVE
001580             PERFORM 4000-RESOLVE-EXCEPTION THRU 4000-EXIT
001590         END-IF
001600     END-IF.
001610 2000-EXIT.
001620     EXIT.
001630*----------------------------------------------------------*
001640*    2100-ACCEPT-TRACK-NO
001650*         PROMPT FOR THE TRACKING NUMBER FROM THE MORNING
001660*         REPORT AND FIND ITS RECORD.  EXCPTRK IS KEYED BY
001670*         SOURCE PROGRAM, CODE AND FINDING, SO THE NUMBER IS
001680*         LOOKED FOR BY BROWSING THE FILE FROM THE START.
001690*----------------------------------------------------------*
001700 2100-ACCEPT-TRACK-NO.
001710     MOVE "N" TO DM133-WS-FOUND-SWITCH.
001720     DISPLAY "TRACKING NUMBER: " NO ADVANCING.
001730     MOVE SPACES TO DM133-WS-TRACK-REPLY.
001740     ACCEPT DM133-WS-TRACK-REPLY.
001750     IF DM133-WS-TRACK-REPLY = SPACES
001760         GO TO 2100-EXIT.
001770*    THE NUMBER MAY BE KEYED WITHOUT ITS LEADING ZEROS
001780     MOVE ZERO TO DM133-WS-TRACK-LEN.
001790     INSPECT DM133-WS-TRACK-REPLY TALLYING DM133-WS-TRACK-LEN
001800         FOR CHARACTERS BEFORE INITIAL SPACE.
001810     IF DM133-WS-TRACK-LEN = ZERO
001820         GO TO 2100-EXIT.
001830     IF DM133-WS-TRACK-REPLY (1:DM133-WS-TRACK-LEN)
001840             IS NOT NUMERIC
001850         GO TO 2100-EXIT.
001860     MOVE DM133-WS-TRACK-REPLY (1:DM133-WS-TRACK-LEN)
001870         TO DM133-WS-TRACK-NO.
001880     MOVE "N" TO DM133-WS-EOF-SWITCH.
001890     MOVE LOW-VALUES TO DM100-EXTK-KEY.
001900     START EXCPTRK KEY IS NOT LESS THAN DM100-EXTK-KEY
001910         INVALID KEY
001920             MOVE "Y" TO DM133-WS-EOF-SWITCH
001930     END-START.
001940     PERFORM 2200-READ-NEXT-TRACKED THRU 2200-EXIT
001950         UNTIL DM133-WS-EOF OR DM133-WS-EXCEPTION-FOUND.
001960 2100-EXIT.
001970     EXIT.
001980*----------------------------------------------------------*
001990*    2200-READ-NEXT-TRACKED  -  TRACKING NUMBER SEARCH LOOP
002000*----------------------------------------------------------*
002010 2200-READ-NEXT-TRACKED.
002020     READ EXCPTRK NEXT RECORD
002030         AT END
002040             MOVE "Y" TO DM133-WS-EOF-SWITCH
002050             GO TO 2200-EXIT
002060     END-READ.
002070     IF DM100-EXTK-TRACK-NO = DM133-WS-TRACK-NO
002080         MOVE "Y" TO DM133-WS-FOUND-SWITCH
002090     END-IF.
002100 2200-EXIT.
002110     EXIT.
002120*----------------------------------------------------------*
002130*    2300-SHOW-EXCEPTION  -  DISPLAY THE TRACKING RECORD
002140*----------------------------------------------------------*
002150 2300-SHOW-EXCEPTION.
002160     DISPLAY "EXCEPTION " DM100-EXTK-TRACK-NO
002170         " " DM100-EXTK-SOURCE-PGM " " DM100-EXTK-CODE
002180         " " DM100-EXTK-EXCP-KEY.
002190     DISPLAY "        " DM100-EXTK-DESC
002200         " SEVERITY = " DM100-EXTK-SEVERITY
002210         " STATUS = " DM100-EXTK-STATUS.
002220     DISPLAY "        REF DATE = " DM100-EXTK-REF-DATE
002230         " FIRST POSTED = " DM100-EXTK-FIRST-POSTED
002240         " AMOUNT = " DM100-EXTK-AMOUNT.
002250     DISPLAY "        FIRST SEEN = " DM100-EXTK-FIRST-DETECTED
002260         " LAST SEEN = " DM100-EXTK-LAST-DETECTED
002270         " TIMES = " DM100-EXTK-TIMES-DETECTED
002280         " JOB-ID = " DM100-EXTK-JOB-ID.
002290     IF DM100-EXTK-ACTION-OPERATOR NOT = SPACES
002300         DISPLAY "        LAST ACTION BY "
002310             DM100-EXTK-ACTION-OPERATOR
002320             " ON " DM100-EXTK-ACTION-DATE
002330             " - " DM100-EXTK-ACTION-NOTE
002340     END-IF.
002350 2300-EXIT.
002360     EXIT.
002370*----------------------------------------------------------*
002380*    2400-CONFIRM-CHANGE
002390*         ASK THE OPERATOR TO CONFIRM - ANYTHING BUT Y
002400*         ABANDONS IT
002410*----------------------------------------------------------*
002420 2400-CONFIRM-CHANGE.
002430     DISPLAY "APPLY THIS CHANGE (Y/N): " NO ADVANCING.
002440     MOVE SPACES TO DM133-WS-CONFIRM-REPLY.
002450     ACCEPT DM133-WS-CONFIRM-REPLY.
002460 2400-EXIT.
002470     EXIT.
002480*----------------------------------------------------------*
002490*    2500-ACCEPT-NOTE
002500*----------------------------------------------------------*
002510 2500-ACCEPT-NOTE.
002520     DISPLAY "NOTE: " NO ADVANCING.
002530     MOVE SPACES TO DM133-WS-NOTE-REPLY.
002540     ACCEPT DM133-WS-NOTE-REPLY.
002550 2500-EXIT.
002560     EXIT.
002570*----------------------------------------------------------*
002580*    3000-ACKNOWLEDGE-EXCEPTION
002590*         ONLY AN OPEN EXCEPTION CAN BE ACKNOWLEDGED; THE NOTE
002600*         IS OPTIONAL
002610*----------------------------------------------------------*
002620 3000-ACKNOWLEDGE-EXCEPTION.
002630     IF NOT DM100-EXTK-OPEN
002640         DISPLAY "DM133 - EXCEPTION " DM100-EXTK-TRACK-NO
002650             " IS NOT OPEN, NOT ACKNOWLEDGED"
002660         ADD 1 TO DM133-WS-REQUESTS-REFUSED
002670         GO TO 3000-EXIT.
002680     PERFORM 2500-ACCEPT-NOTE THRU 2500-EXIT.
002690     PERFORM 2400-CONFIRM-CHANGE THRU 2400-EXIT.
002700     IF DM133-WS-CONFIRM-REPLY NOT = "Y" AND NOT = "y"
002710         DISPLAY "DM133 - ACKNOWLEDGE ABANDONED"
002720         GO TO 3000-EXIT.
002730     MOVE "A" TO DM100-EXTK-STATUS.
002740     PERFORM 7000-REWRITE-EXCEPTION THRU 7000-EXIT.
002750     IF DM133-WS-EXCPTRK-STATUS = "00"
002760         ADD 1 TO DM133-WS-EXCP-ACKNOWLEDGED
002770     END-IF.
002780 3000-EXIT.
002790     EXIT.
002800*----------------------------------------------------------*
002810*    4000-RESOLVE-EXCEPTION
002820*         AN OPEN OR ACKNOWLEDGED EXCEPTION CAN BE RESOLVED,
002830*         AND THE NOTE SAYING HOW IS REQUIRED.  DM132 REOPENS
002840*         IT IF THE SOURCE PROGRAM REPORTS IT AGAIN.
002850*----------------------------------------------------------*
002860 4000-RESOLVE-EXCEPTION.
002870     IF DM100-EXTK-RESOLVED
002880         DISPLAY "DM133 - EXCEPTION " DM100-EXTK-TRACK-NO
002890             " IS ALREADY RESOLVED"
002900         ADD 1 TO DM133-WS-REQUESTS-REFUSED
002910         GO TO 4000-EXIT.
002920     PERFORM 2500-ACCEPT-NOTE THRU 2500-EXIT.
002930     IF DM133-WS-NOTE-REPLY = SPACES
002940         DISPLAY "DM133 - A RESOLVE MUST CARRY A NOTE, "
002950             "NOT RESOLVED"
002960         ADD 1 TO DM133-WS-REQUESTS-REFUSED
002970         GO TO 4000-EXIT.
002980     PERFORM 2400-CONFIRM-CHANGE THRU 2400-EXIT.
002990     IF DM133-WS-CONFIRM-REPLY NOT = "Y" AND NOT = "y"
003000         DISPLAY "DM133 - RESOLVE ABANDONED"
003010         GO TO 4000-EXIT.
003020     MOVE "R" TO DM100-EXTK-STATUS.
003030     PERFORM 7000-REWRITE-EXCEPTION THRU 7000-EXIT.
003040     IF DM133-WS-EXCPTRK-STATUS = "00"
003050         ADD 1 TO DM133-WS-EXCP-RESOLVED
003060     END-IF.
003070 4000-EXIT.
003080     EXIT.
003090*----------------------------------------------------------*
003100*    7000-REWRITE-EXCEPTION
003110*         STAMP THE OPERATOR, DATE, TIME AND NOTE ON THE
003120*         TRACKING RECORD AND REWRITE IT
003130*----------------------------------------------------------*
003140 7000-REWRITE-EXCEPTION.
003150     ACCEPT DM133-WS-RUN-DATE FROM DATE YYYYMMDD.
003160     ACCEPT DM133-WS-RUN-TIME FROM TIME.
003170     MOVE DM133-WS-OPERATOR TO DM100-EXTK-ACTION-OPERATOR.
003180     MOVE DM133-WS-RUN-DATE TO DM100-EXTK-ACTION-DATE.
003190     MOVE DM133-WS-RUN-TIME TO DM100-EXTK-ACTION-TIME.
003200     MOVE DM133-WS-NOTE-REPLY TO DM100-EXTK-ACTION-NOTE.
003210     REWRITE DM100-EXTK-RECORD
003220         INVALID KEY
003230             DISPLAY "DM133 - REWRITE FAILED FOR EXCEPTION "
003240                 DM100-EXTK-TRACK-NO ", FILE STATUS = "
003250                 DM133-WS-EXCPTRK-STATUS
003260             ADD 1 TO DM133-WS-REQUESTS-REFUSED
003270             GO TO 7000-EXIT
003280     END-REWRITE.
003290     DISPLAY "DM133 - EXCEPTION " DM100-EXTK-TRACK-NO " UPDATED".
003300 7000-EXIT.
003310     EXIT.
003320*----------------------------------------------------------*
003330*    8000-FINALIZE  -  CLOSE FILES, SUMMARIZE THE SESSION
003340*----------------------------------------------------------*
003350 8000-FINALIZE.
003360     CLOSE EXCPTRK.
003370     DISPLAY "DM133 - EXCEPTIONS ACKNOWLEDGED   = "
003380         DM133-WS-EXCP-ACKNOWLEDGED.
003390     DISPLAY "DM133 - EXCEPTIONS RESOLVED       = "
003400         DM133-WS-EXCP-RESOLVED.
003410     DISPLAY "DM133 - REQUESTS REFUSED          = "
003420         DM133-WS-REQUESTS-REFUSED.
003430 8000-EXIT.
003440     EXIT.
