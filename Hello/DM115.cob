000340*                 THE OPERATOR THE RESTART=NNNNNNN VALUE
000350*                 DIRECTLY, INSTEAD OF MAKING THEM FISH THE
000360*                 LAST RECORD NUMBER OUT OF A CHKPFILE
000361*                 GENERATION BY EYE.  RC=4 MEANS AT LEAST ONE
000362*                 RUN FOR THE DATE HAS NOT COMPLETED.
000363* 2026-10-15 GP   THE BUSINESS DATE NOW DEFAULTS TO THE CURRENT
000364*                 DATE ON THE BUSINESS-DATE CONTROL RECORD
000365*                 (BUSCTL, DM100BD) WHEN NO BUSDATE= IS GIVEN.
000366*                 THE PARM MAY ALSO NAME THE PROGRAMS THAT MUST
000367*                 HAVE RUN FOR THE DATE - REQUIRE=DMNNN[,DMNNN..]
000368*                 - AND EACH ONE'S LATEST RUN MUST BE COMPLETE (A
000369*                 FAILED RUN LATER RESUBMITTED TO COMPLETION IS
000370*                 SUPERSEDED).  WITH REQUIRE= THE RETURN CODE
000371*                 SPEAKS FOR THE REQUIRED RUNS ONLY, SO THE
000372*                 DAY-CLOSE JOB (DM125J) CAN GATE THE ROLL OF THE
000373*                 BUSINESS DATE ON RC=0.
000374* 2026-10-15 GP   EVERY RUN LEFT WITHOUT A COMPLETION RECORD IS
000375*                 ALSO APPENDED TO THE SHARED CONTROL EXCEPTION
000376*                 FILE (EXCPFILE, DM100EX), KEYED ON PROGRAM AND
000377*                 JOB-ID, SO THE EXCEPTION TRACKER (DM132) KEEPS
000378*                 IT OPEN UNTIL SOMEONE ACKNOWLEDGES OR RESOLVES
000379*                 IT.
000380* 2026-10-15 GP   A RUN BELONGS TO THE BUSINESS DATE ON ITS
000381*                 RUN-CONTROL RECORDS WHERE THE PROGRAM STAMPS
000382*                 ONE (DM100 AND DM101 DO), NOT TO THE SYSTEM
000383*                 DATE IT RAN ON - A RUN FINISHING AFTER MIDNIGHT
000384*                 OR A CATCH-UP RUN FOR AN EARLIER DATE WAS BEING
000385*                 REPORTED *NOT RUN* AND HELD THE DAY CLOSE.  A
000386*                 RECORD WITH NO BUSINESS DATE STILL MATCHES ON
000387*                 ITS RUN DATE.  THE PARM IS NOW SPLIT AT ITS
000388*                 COMMAS ONE CHARACTER AT A TIME.
000390*----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000490     SELECT OPSRPT ASSIGN TO "OPSRPT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS DM115-WS-OPSRPT-STATUS.
000511     SELECT BUSCTL ASSIGN TO "BUSCTL"
000512         ORGANIZATION IS SEQUENTIAL
000513         FILE STATUS IS DM115-WS-BUSCTL-STATUS.
000514     SELECT EXCPFILE ASSIGN TO "EXCPFILE"
000515         ORGANIZATION IS SEQUENTIAL
000516         FILE STATUS IS DM115-WS-EXCPFILE-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RUNCTL
000700 FD  OPSRPT
000710     LABEL RECORDS ARE STANDARD.
000720 01  DM115-RPT-LINE                      PIC X(80).
000721 FD  BUSCTL
000722     LABEL RECORDS ARE STANDARD.
000723     COPY DM100BD.
000724 FD  EXCPFILE
000725     LABEL RECORDS ARE STANDARD.
000726     COPY DM100EX.
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------*
000750*    FILE STATUS SWITCHES
000770 77  DM115-WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
000780 77  DM115-WS-CHKPIN-STATUS              PIC X(02) VALUE "00".
000790 77  DM115-WS-OPSRPT-STATUS              PIC X(02) VALUE "00".
000793 77  DM115-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
000796 77  DM115-WS-EXCPFILE-STATUS            PIC X(02) VALUE "00".
000800*----------------------------------------------------------*
000810*    PROGRAM SWITCHES
000820*----------------------------------------------------------*
000930 77  DM115-WS-CHKPT-RECS-READ            PIC 9(07) COMP VALUE ZERO.
000940 77  DM115-WS-RUNS-COMPLETE              PIC 9(05) COMP VALUE ZERO.
000950 77  DM115-WS-RUNS-OPEN                  PIC 9(05) COMP VALUE ZERO.
000951 77  DM115-WS-EXCP-WRITTEN               PIC 9(07) COMP VALUE ZERO.
000952*----------------------------------------------------------*
000953*    CONTROL EXCEPTION IDENTIFICATION - THE JOB-ID IS SEEDED
000954*    FROM TIME OF DAY THE SAME WAY THE RUN-CONTROL JOB-IDS ARE
000955*----------------------------------------------------------*
000956 77  DM115-WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000957 77  DM115-WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
000958 77  DM115-WS-JOB-ID                     PIC X(08) VALUE "DM115".
000960*----------------------------------------------------------*
000961*    REQUESTED BUSINESS DATE
000962*----------------------------------------------------------*
000963 77  DM115-WS-WANTED-BUSDATE             PIC X(10) VALUE SPACES.
000964 01  DM115-WS-BDC-DATE.
000965     05  DM115-WS-BDC-YYYY                PIC 9(04).
000966     05  DM115-WS-BDC-MM                  PIC 9(02).
000967     05  DM115-WS-BDC-DD                  PIC 9(02).
000968 01  DM115-WS-BDC-DATE-NUM REDEFINES DM115-WS-BDC-DATE
000969                                         PIC 9(08).
000970*----------------------------------------------------------*
000971*    PARM TOKENS - THE PARM IS A COMMA-SEPARATED LIST OF
000972*    BUSDATE=YYYY-MM-DD AND REQUIRE=DMNNN, AND ANY BARE NAME
000973*    AFTER REQUIRE= IS ONE MORE REQUIRED PROGRAM
000974*----------------------------------------------------------*
000975 77  DM115-WS-PARM-LEN                  PIC 9(03) COMP VALUE ZERO.
000976 77  DM115-WS-PARM-IX                   PIC 9(03) COMP VALUE ZERO.
000977 77  DM115-WS-TOKEN-POS                 PIC 9(03) COMP VALUE ZERO.
000978 77  DM115-WS-TOKEN-COUNT               PIC 9(03) COMP VALUE ZERO.
000979 77  DM115-WS-TOKEN-IX                  PIC 9(03) COMP VALUE ZERO.
000980 01  DM115-WS-PARM-TOKENS.
000981     05  DM115-WS-PARM-TOKEN OCCURS 8 TIMES
000982                                         PIC X(20).
000983 77  DM115-WS-REQ-NAME                   PIC X(08) VALUE SPACES.
000984*----------------------------------------------------------*
000985*    REQUIRED-RUN TABLE - ONE ENTRY PER REQUIRE= PROGRAM.
000986*    DM115-WS-REQ-STATE IS THE STATE OF THE PROGRAM'S LATEST
000987*    RUN FOR THE DATE - RUNCTL IS APPENDED CHRONOLOGICALLY SO
000988*    THE RUN TABLE IS IN START ORDER AND THE LAST ENTRY FOR A
000989*    PROGRAM WINS
000990*----------------------------------------------------------*
000991 77  DM115-WS-REQ-MAX                    PIC 9(03) COMP VALUE 8.
000992 77  DM115-WS-REQ-COUNT                 PIC 9(03) COMP VALUE ZERO.
000993 77  DM115-WS-REQ-IX                    PIC 9(03) COMP VALUE ZERO.
000994 77  DM115-WS-REQ-MISSING               PIC 9(05) COMP VALUE ZERO.
000995 01  DM115-WS-REQ-TABLE.
000996     05  DM115-WS-REQ-ENTRY OCCURS 8 TIMES
000997             INDEXED BY DM115-WS-REQ-IDX.
000998         10  DM115-WS-REQ-PROGRAM         PIC X(08).
000999         10  DM115-WS-REQ-STATE           PIC X(01).
001000             88  DM115-WS-REQ-NO-RUN          VALUE SPACE.
001001             88  DM115-WS-REQ-COMPLETE        VALUE "Y".
001002             88  DM115-WS-REQ-OPEN            VALUE "N".
001003*----------------------------------------------------------*
001010*    RUN TABLE - ONE ENTRY PER PROGRAM/JOB-ID SEEN ON RUNCTL
001020*    FOR THE REQUESTED DATE.  THE START RECORD CREATES THE
001030*    ENTRY; THE COMPLETION RECORD, WHEN ONE ARRIVES, FILLS IN
001678             "NO CHECKPOINT TAKEN - SEE CHKPFILE BEFORE A".
001680     05  FILLER                         PIC X(08) VALUE
001682             " RESTART".
001683 01  DM115-RPT-REQUIRE-LINE.
001684     05  FILLER                         PIC X(16) VALUE
001685             "REQUIRED RUN OF ".
001686     05  DM115-RPTQ-PROGRAM              PIC X(08).
001687     05  FILLER                         PIC X(01) VALUE SPACES.
001688     05  DM115-RPTQ-STATE                PIC X(30).
001689 LINKAGE SECTION.
001690*----------------------------------------------------------*
001700*    EXEC PARM= PARAMETER AREA - OPTIONAL PARM FORMAT IS
001710*    BUSDATE=YYYY-MM-DD,REQUIRE=DMNNN,DMNNN..., DELIVERED AS
001720*    A HALFWORD LENGTH FOLLOWED BY THE PARM TEXT
001730*----------------------------------------------------------*
001740 01  DM115-LK-PARM-AREA.
001750     05  DM115-LK-PARM-LEN               PIC S9(04) COMP.
001760     05  DM115-LK-PARM-TEXT              PIC X(80).
001762     05  DM115-LK-PARM-CHARS REDEFINES DM115-LK-PARM-TEXT.
001764         10  DM115-LK-PARM-CHAR          PIC X(01)
001766                                         OCCURS 80 TIMES.
001770 PROCEDURE DIVISION USING DM115-LK-PARM-AREA.
001780*----------------------------------------------------------*
001790*    0000-MAINLINE
001850     MOVE "N" TO DM115-WS-EOF-SWITCH.
001860     PERFORM 3000-LOAD-RESTART-POINTS THRU 3000-EXIT.
001870     PERFORM 5000-PRINT-STATUS THRU 5000-EXIT.
001875     PERFORM 6000-CHECK-REQUIRED-RUNS THRU 6000-EXIT.
001880     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001890     STOP RUN.
001900 0000-EXIT.
001960 1000-INITIALIZE.
001970     PERFORM 1100-PARSE-BUSDATE-PARM THRU 1100-EXIT.
001980     IF NOT DM115-WS-BUSDATE-SUPPLIED
001990         PERFORM 1150-READ-BUSINESS-DATE THRU 1150-EXIT
002020     END-IF.
002030     OPEN INPUT RUNCTL.
002040     IF DM115-WS-RUNCTL-STATUS NOT = "00"
002120         DISPLAY "DM115 - UNABLE TO OPEN OPSRPT, FILE STATUS = "
002130             DM115-WS-OPSRPT-STATUS
002140         MOVE 16 TO RETURN-CODE
002141         STOP RUN
002142     END-IF.
002143     OPEN EXTEND EXCPFILE.
002144     IF DM115-WS-EXCPFILE-STATUS NOT = "00"
002145         OPEN OUTPUT EXCPFILE
002146     END-IF.
002147     IF DM115-WS-EXCPFILE-STATUS NOT = "00"
002148         DISPLAY "DM115 - UNABLE TO OPEN EXCPFILE, FILE STATUS = "
002149             DM115-WS-EXCPFILE-STATUS
002150         MOVE 16 TO RETURN-CODE
002151         STOP RUN
002152     END-IF.
002153     ACCEPT DM115-WS-RUN-DATE FROM DATE YYYYMMDD.
002154     ACCEPT DM115-WS-RUN-TIME FROM TIME.
002155     MOVE DM115-WS-RUN-TIME TO DM115-WS-JOB-ID.
002156*    THE BUSINESS DATE IN NUMERIC FORM IS THE EXCEPTION'S
002157*    REFERENCE DATE, WHETHER IT CAME FROM THE PARM OR BUSCTL,
002158*    AND WHAT A RUN-CONTROL RECORD'S BUSINESS DATE IS MATCHED
002159*    AGAINST
002160     MOVE DM115-WS-WANTED-BUSDATE (1:4) TO DM115-WS-BDC-YYYY.
002161     MOVE DM115-WS-WANTED-BUSDATE (6:2) TO DM115-WS-BDC-MM.
002162     MOVE DM115-WS-WANTED-BUSDATE (9:2) TO DM115-WS-BDC-DD.
002170     MOVE DM115-WS-WANTED-BUSDATE TO DM115-RPTH-BUSDATE.
002180     MOVE DM115-RPT-HDG-LINE TO DM115-RPT-LINE.
002190     WRITE DM115-RPT-LINE.
002220     PERFORM 2100-READ-RUNCTL THRU 2100-EXIT.
002230 1000-EXIT.
002240     EXIT.
002241*----------------------------------------------------------*
002242*    1100-PARSE-BUSDATE-PARM
002243*----------------------------------------------------------*
002244 1100-PARSE-BUSDATE-PARM.
002245     IF DM115-LK-PARM-LEN NOT > ZERO
002246         GO TO 1100-EXIT.
002247     MOVE DM115-LK-PARM-LEN TO DM115-WS-PARM-LEN.
002248     IF DM115-WS-PARM-LEN > 80
002249         MOVE 80 TO DM115-WS-PARM-LEN
002250     END-IF.
002251     MOVE SPACES TO DM115-WS-PARM-TOKENS.
002252     MOVE 1 TO DM115-WS-TOKEN-COUNT.
002253     MOVE ZERO TO DM115-WS-TOKEN-POS.
002254     PERFORM 1110-SCAN-PARM-CHAR THRU 1110-EXIT
002255         VARYING DM115-WS-PARM-IX FROM 1 BY 1
002256         UNTIL DM115-WS-PARM-IX > DM115-WS-PARM-LEN.
002257     IF DM115-WS-TOKEN-COUNT > 8
002258         DISPLAY "DM115 - MORE THAN 8 PARM ENTRIES, THE REST "
002259             "ARE IGNORED"
002260         MOVE 8 TO DM115-WS-TOKEN-COUNT
002261     END-IF.
002262     PERFORM 1120-PARSE-ONE-TOKEN THRU 1120-EXIT
002263         VARYING DM115-WS-TOKEN-IX FROM 1 BY 1
002264         UNTIL DM115-WS-TOKEN-IX > DM115-WS-TOKEN-COUNT.
002265 1100-EXIT.
002266     EXIT.
002267*----------------------------------------------------------*
002268*    1110-SCAN-PARM-CHAR
002269*         A COMMA STARTS THE NEXT TOKEN; ANY OTHER CHARACTER
002270*         IS ADDED TO THE CURRENT ONE.  CHARACTERS PAST THE
002271*         EIGHTH TOKEN, OR PAST THE 20TH OF A TOKEN, ARE DROPPED.
002272*----------------------------------------------------------*
002273 1110-SCAN-PARM-CHAR.
002274     IF DM115-LK-PARM-CHAR (DM115-WS-PARM-IX) = ","
002275         ADD 1 TO DM115-WS-TOKEN-COUNT
002276         MOVE ZERO TO DM115-WS-TOKEN-POS
002277         GO TO 1110-EXIT.
002278     IF DM115-WS-TOKEN-COUNT > 8 OR DM115-WS-TOKEN-POS NOT < 20
002279         GO TO 1110-EXIT.
002280     ADD 1 TO DM115-WS-TOKEN-POS.
002281     MOVE DM115-LK-PARM-CHAR (DM115-WS-PARM-IX)
002282         TO DM115-WS-PARM-TOKEN (DM115-WS-TOKEN-COUNT)
002283                (DM115-WS-TOKEN-POS:1).
002284 1110-EXIT.
002285     EXIT.
002286*----------------------------------------------------------*
002287*    1120-PARSE-ONE-TOKEN
002288*         BUSDATE=YYYY-MM-DD SETS THE REPORT DATE; REQUIRE=NAME
002289*         OR A BARE NAME ADDS A REQUIRED PROGRAM
002290*----------------------------------------------------------*
002291 1120-PARSE-ONE-TOKEN.
002292     IF DM115-WS-PARM-TOKEN (DM115-WS-TOKEN-IX) (1:8) = "BUSDATE="
002293         MOVE DM115-WS-PARM-TOKEN (DM115-WS-TOKEN-IX) (9:10)
002294             TO DM115-WS-WANTED-BUSDATE
002295         MOVE "Y" TO DM115-WS-BUSDATE-SWITCH
002296         GO TO 1120-EXIT
002297     END-IF.
002298     IF DM115-WS-PARM-TOKEN (DM115-WS-TOKEN-IX) (1:8) = "REQUIRE="
002299         MOVE DM115-WS-PARM-TOKEN (DM115-WS-TOKEN-IX) (9:8)
002300             TO DM115-WS-REQ-NAME
002301     ELSE
002302         MOVE DM115-WS-PARM-TOKEN (DM115-WS-TOKEN-IX) (1:8)
002303             TO DM115-WS-REQ-NAME
002304     END-IF.
002305     IF DM115-WS-REQ-NAME = SPACES
002306         GO TO 1120-EXIT.
002307     IF DM115-WS-REQ-COUNT >= DM115-WS-REQ-MAX
002308         DISPLAY "DM115 - TOO MANY REQUIRED PROGRAMS, IGNORED = "
002309             DM115-WS-REQ-NAME
002310         GO TO 1120-EXIT
002311     END-IF.
002312     ADD 1 TO DM115-WS-REQ-COUNT.
002313     SET DM115-WS-REQ-IDX TO DM115-WS-REQ-COUNT.
002314     MOVE DM115-WS-REQ-NAME
002315         TO DM115-WS-REQ-PROGRAM (DM115-WS-REQ-IDX).
002316     MOVE SPACE TO DM115-WS-REQ-STATE (DM115-WS-REQ-IDX).
002317 1120-EXIT.
002318     EXIT.
002319*----------------------------------------------------------*
002320*    1150-READ-BUSINESS-DATE
002321*         NO BUSDATE= ON THE PARM - REPORT ON THE CURRENT
002322*         BUSINESS DATE FROM THE BUSINESS-DATE CONTROL RECORD
002323*----------------------------------------------------------*
002324 1150-READ-BUSINESS-DATE.
002325     OPEN INPUT BUSCTL.
002326     IF DM115-WS-BUSCTL-STATUS NOT = "00"
002327         DISPLAY "DM115 - NO BUSDATE= PARM AND UNABLE TO OPEN "
002328             "BUSCTL, FILE STATUS = " DM115-WS-BUSCTL-STATUS
002329         MOVE 16 TO RETURN-CODE
002330         STOP RUN
002331     END-IF.
002332     READ BUSCTL
002333         AT END
002334             DISPLAY "DM115 - NO BUSDATE= PARM AND BUSCTL HOLDS "
002335                 "NO BUSINESS-DATE CONTROL RECORD"
002336             MOVE 16 TO RETURN-CODE
002337             STOP RUN
002338     END-READ.
002339     CLOSE BUSCTL.
002340     MOVE DM100-BDC-CURRENT-DATE TO DM115-WS-BDC-DATE-NUM.
002341     STRING DM115-WS-BDC-YYYY "-" DM115-WS-BDC-MM "-"
002342             DM115-WS-BDC-DD DELIMITED BY SIZE
002343             INTO DM115-WS-WANTED-BUSDATE.
002344     MOVE "Y" TO DM115-WS-BUSDATE-SWITCH.
002345 1150-EXIT.
002350     EXIT.
002360*----------------------------------------------------------*
002370*    2000-LOAD-RUN-TABLE  -  RUNCTL LOAD LOOP BODY
002600*         IN THE FINAL COUNTERS AND MARKS THE RUN COMPLETE.
002610*         A COMPLETION WITH NO START (AN ARCHIVED OR TRIMMED
002620*         FILE) STILL GETS AN ENTRY SO THE RUN IS VISIBLE.
002622*         A DM100 OR DM101 RECORD IS FOR THE WANTED DATE WHEN
002624*         IT CARRIES THAT BUSINESS DATE; ANY OTHER RECORD, OR
002626*         ONE WITH NO BUSINESS DATE STAMPED ON IT, WHEN ITS
002628*         RUN DATE IS THAT DATE.
002630*----------------------------------------------------------*
002640 2200-POST-ONE-RECORD.
002642     IF (DM100-RUNC-PROGRAM = "DM100" OR "DM101")
002644             AND DM100-RUNC-BUS-DATE IS NUMERIC
002646             AND DM100-RUNC-BUS-DATE NOT = ZERO
002648         IF DM100-RUNC-BUS-DATE NOT = DM115-WS-BDC-DATE-NUM
002650             GO TO 2200-EXIT
002652         END-IF
002654     ELSE
002656         IF DM100-RUNC-RUN-DATE NOT = DM115-WS-WANTED-BUSDATE
002658             GO TO 2200-EXIT
002660         END-IF
002662     END-IF.
002670     MOVE "N" TO DM115-WS-FOUND-SWITCH.
002680     PERFORM 2300-SEARCH-RUN-TABLE THRU 2300-EXIT
002690         VARYING DM115-WS-TABLE-IX FROM 1 BY 1
004250     ELSE
004260         MOVE "*OPEN*" TO DM115-RPTD-STATUS
004270         ADD 1 TO DM115-WS-RUNS-OPEN
004275         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
004280     END-IF.
004290     MOVE DM115-WS-RUN-RECS-READ (DM115-WS-RUN-IDX)
004300         TO DM115-RPTD-READ.
004430             WRITE DM115-RPT-LINE
004435         END-IF
004440     END-IF.
004441 5100-EXIT.
004442     EXIT.
004443*----------------------------------------------------------*
004444*    6000-CHECK-REQUIRED-RUNS
004445*         FOR EACH REQUIRE= PROGRAM FIND THE STATE OF ITS LATEST
004446*         RUN FOR THE DATE AND PRINT ONE LINE SAYING WHETHER IT
004447*         COMPLETED - NONE REQUIRED, NOTHING PRINTED
004448*----------------------------------------------------------*
004449 6000-CHECK-REQUIRED-RUNS.
004450     IF DM115-WS-REQ-COUNT = ZERO
004451         GO TO 6000-EXIT.
004452     PERFORM 6100-CHECK-ONE-REQUIRED THRU 6100-EXIT
004453         VARYING DM115-WS-REQ-IX FROM 1 BY 1
004454         UNTIL DM115-WS-REQ-IX > DM115-WS-REQ-COUNT.
004455 6000-EXIT.
004456     EXIT.
004457*----------------------------------------------------------*
004458*    6100-CHECK-ONE-REQUIRED
004459*----------------------------------------------------------*
004460 6100-CHECK-ONE-REQUIRED.
004461     SET DM115-WS-REQ-IDX TO DM115-WS-REQ-IX.
004462     PERFORM 6200-MATCH-REQUIRED-RUN THRU 6200-EXIT
004463         VARYING DM115-WS-TABLE-IX FROM 1 BY 1
004464         UNTIL DM115-WS-TABLE-IX > DM115-WS-TABLE-COUNT.
004465     MOVE DM115-WS-REQ-PROGRAM (DM115-WS-REQ-IDX)
004466         TO DM115-RPTQ-PROGRAM.
004467     IF DM115-WS-REQ-COMPLETE (DM115-WS-REQ-IDX)
004468         MOVE "COMPLETE" TO DM115-RPTQ-STATE
004469     ELSE
004470         ADD 1 TO DM115-WS-REQ-MISSING
004471         IF DM115-WS-REQ-NO-RUN (DM115-WS-REQ-IDX)
004472             MOVE "*NOT RUN* FOR THIS DATE" TO DM115-RPTQ-STATE
004473         ELSE
004474             MOVE "*LATEST RUN NOT COMPLETE*" TO DM115-RPTQ-STATE
004475         END-IF
004476     END-IF.
004477     MOVE DM115-RPT-REQUIRE-LINE TO DM115-RPT-LINE.
004478     WRITE DM115-RPT-LINE.
004479 6100-EXIT.
004480     EXIT.
004481*----------------------------------------------------------*
004482*    6200-MATCH-REQUIRED-RUN
004483*         EVERY RUN OF THE REQUIRED PROGRAM OVERWRITES THE
004484*         STATE, SO THE LATEST ONE IS WHAT IS LEFT
004485*----------------------------------------------------------*
004486 6200-MATCH-REQUIRED-RUN.
004487     SET DM115-WS-RUN-IDX TO DM115-WS-TABLE-IX.
004488     IF DM115-WS-RUN-PROGRAM (DM115-WS-RUN-IDX)
004489             = DM115-WS-REQ-PROGRAM (DM115-WS-REQ-IDX)
004490         MOVE DM115-WS-RUN-COMPLETE (DM115-WS-RUN-IDX)
004491             TO DM115-WS-REQ-STATE (DM115-WS-REQ-IDX)
004492     END-IF.
004493 6200-EXIT.
004494     EXIT.
004495*----------------------------------------------------------*
004496*    7200-WRITE-EXCEPTION
004497*         APPEND THE RUN WITH NO COMPLETION TO THE SHARED
004498*         CONTROL EXCEPTION FILE, KEYED ON PROGRAM AND JOB-ID
004499*         SO THE DAY-CLOSE RERUN OF THIS REPORT TRACKS AS THE
004500*         SAME EXCEPTION
004501*----------------------------------------------------------*
004502 7200-WRITE-EXCEPTION.
004503     MOVE SPACES TO DM100-EXCP-RECORD.
004504     MOVE "DM115" TO DM100-EXCP-SOURCE-PGM.
004505     MOVE "RNOC" TO DM100-EXCP-CODE.
004506     STRING DM115-WS-RUN-PROGRAM (DM115-WS-RUN-IDX) "/"
004507             DM115-WS-RUN-JOB-ID (DM115-WS-RUN-IDX)
004508             DELIMITED BY SIZE
004509             INTO DM100-EXCP-KEY.
004510     MOVE "1" TO DM100-EXCP-SEVERITY.
004511     MOVE DM115-WS-BDC-DATE-NUM TO DM100-EXCP-REF-DATE.
004512     MOVE DM115-WS-RUN-DATE TO DM100-EXCP-DETECT-DATE.
004513     MOVE DM115-WS-JOB-ID TO DM100-EXCP-JOB-ID.
004514     MOVE ZERO TO DM100-EXCP-AMOUNT.
004515     MOVE "RUN HAS NO COMPLETION RECORD" TO DM100-EXCP-DESC.
004516     WRITE DM100-EXCP-RECORD.
004517     ADD 1 TO DM115-WS-EXCP-WRITTEN.
004518 7200-EXIT.
004519     EXIT.
004520*----------------------------------------------------------*
004521*    8000-FINALIZE  -  CLOSE FILES, SUMMARIZE THE STATUS
004522*----------------------------------------------------------*
004523 8000-FINALIZE.
004524     CLOSE RUNCTL.
004525     CLOSE OPSRPT.
004526     CLOSE EXCPFILE.
004530     DISPLAY "DM115 - RUN-CONTROL RECORDS READ  = "
004540         DM115-WS-RUNC-RECS-READ.
004550     DISPLAY "DM115 - RUNS FOR BUSINESS DATE    = "
004570     DISPLAY "DM115 - RUNS COMPLETE             = "
004580         DM115-WS-RUNS-COMPLETE.
004590     DISPLAY "DM115 - RUNS IN FLIGHT OR FAILED  = "
004591         DM115-WS-RUNS-OPEN.
004592     DISPLAY "DM115 - EXCEPTIONS WRITTEN        = "
004593         DM115-WS-EXCP-WRITTEN.
004594     IF DM115-WS-REQ-COUNT NOT = ZERO
004595         DISPLAY "DM115 - REQUIRED RUNS NOT COMPLETE = "
004596             DM115-WS-REQ-MISSING
004597         IF DM115-WS-REQ-MISSING NOT = ZERO
004598             MOVE 4 TO RETURN-CODE
004599         END-IF
004600         GO TO 8000-EXIT
004601     END-IF.
004610     IF DM115-WS-RUNS-OPEN NOT = ZERO
004620         MOVE 4 TO RETURN-CODE
004630     END-IF.
