000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CacheRecoveryRebuild.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  DISASTER-RECOVERY REBUILD OF
000220*                 THE TWO DM100 WORK CLUSTERS FROM THE AUDIT
000230*                 TRAIL, RUN BY DM131J AFTER A CLUSTER IS LOST
000240*                 OR DAMAGED.  PARM REBUILD=DUPWORK REBUILDS
000250*                 THE SAME-DAY DUPLICATE-CHECK FILE FROM THE
000260*                 "O" (STATUS "N") AND "D" AUDITFL LINES OF ONE
000270*                 DM100 RUN DATE - THE SPLIT RUN DATE WHEN THE
000280*                 CURRENT BUSINESS DATE WAS SPLIT, OTHERWISE
000290*                 THE LATEST RUN DATE ON AUDITFL, OR THE DATE
000300*                 GIVEN AS ,RUNDATE=YYYYMMDD.  REBUILD=LKUPFILE
000310*                 REBUILDS THE LOOKUP CACHE FROM EVERY "O" LINE
000320*                 ON AUDITFL AND THE AUDARCH ARCHIVES AND EVERY
000330*                 ENTRY ON THE LKUPARC PURGE ARCHIVES, KEEPING
000340*                 THE LATEST LAST-USED DATE FOR EACH KEY.
000350*                 REBUILD=BOTH DOES BOTH.  EVERY SOURCE RECORD
000360*                 IS RECOMPUTED THE WAY DM103 DOES BEFORE IT IS
000370*                 LOADED, AND EVERY REBUILT ENTRY IS READ BACK
000380*                 AND RECOMPUTED AGAIN ONCE THE LOAD IS DONE.
000390*                 THE OUTCOME IS PRINTED ON RCVRPT AND RECORDED
000400*                 ON RCVCTL (DM100RV).  PARM CHECK ONLY READS
000410*                 RCVCTL AND ENDS RC=16 UNLESS THE LAST REBUILD
000420*                 WAS VERIFIED, SO DM100J AND DM100PJ CAN HOLD
000430*                 DM100 BACK UNTIL IT IS.
000440*----------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT AUDITFL ASSIGN TO "AUDITFL"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS DM131-WS-AUDITFL-STATUS.
000510     SELECT AUDARCH ASSIGN TO "AUDARCH"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DM131-WS-AUDARCH-STATUS.
000540     SELECT LKUPARC ASSIGN TO "LKUPARC"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS DM131-WS-LKUPARC-STATUS.
000570     SELECT DUPWORK ASSIGN TO "DUPWORK"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS DM100-DUPW-KEY
000610         FILE STATUS IS DM131-WS-DUPWORK-STATUS.
000620     SELECT LKUPFILE ASSIGN TO "LKUPFILE"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS DM100-LKUP-KEY
000660         FILE STATUS IS DM131-WS-LKUPFILE-STATUS.
000670     SELECT BUSCTL ASSIGN TO "BUSCTL"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DM131-WS-BUSCTL-STATUS.
000700     SELECT RCVCTL ASSIGN TO "RCVCTL"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS DM131-WS-RCVCTL-STATUS.
000730     SELECT RCVRPT ASSIGN TO "RCVRPT"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS DM131-WS-RCVRPT-STATUS.
000760     SELECT RUNCTL ASSIGN TO "RUNCTL"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS DM131-WS-RUNCTL-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  AUDITFL
000820     LABEL RECORDS ARE STANDARD.
000830 01  DM131-AUDITFL-REC                   PIC X(80).
000840 FD  AUDARCH
000850     LABEL RECORDS ARE STANDARD.
000860 01  DM131-AUDARCH-REC                   PIC X(80).
000870 FD  LKUPARC
000880     LABEL RECORDS ARE STANDARD.
000890 01  DM131-LKUPARC-REC                   PIC X(30).
000900 FD  DUPWORK
000910     LABEL RECORDS ARE STANDARD.
000920     COPY DM100DP.
000930 FD  LKUPFILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY DM100LK.
000960 FD  BUSCTL
000970     LABEL RECORDS ARE STANDARD.
000980     COPY DM100BD.
000990 FD  RCVCTL
001000     LABEL RECORDS ARE STANDARD.
001010     COPY DM100RV.
001020 FD  RCVRPT
001030     LABEL RECORDS ARE STANDARD.
001040 01  DM131-RPT-LINE                      PIC X(80).
001050 FD  RUNCTL
001060     LABEL RECORDS ARE STANDARD.
001070     COPY DM100RC.
001080 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------*
001100*    FILE STATUS SWITCHES
001110*----------------------------------------------------------*
001120 77  DM131-WS-AUDITFL-STATUS             PIC X(02) VALUE "00".
001130 77  DM131-WS-AUDARCH-STATUS             PIC X(02) VALUE "00".
001140 77  DM131-WS-LKUPARC-STATUS             PIC X(02) VALUE "00".
001150 77  DM131-WS-DUPWORK-STATUS             PIC X(02) VALUE "00".
001160 77  DM131-WS-LKUPFILE-STATUS            PIC X(02) VALUE "00".
001170 77  DM131-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
001180 77  DM131-WS-RCVCTL-STATUS              PIC X(02) VALUE "00".
001190 77  DM131-WS-RCVRPT-STATUS              PIC X(02) VALUE "00".
001200 77  DM131-WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
001210*----------------------------------------------------------*
001220*    PROGRAM SWITCHES
001230*----------------------------------------------------------*
001240 77  DM131-WS-MODE-SWITCH                PIC X(01) VALUE SPACE.
001250     88  DM131-WS-CHECK-MODE                 VALUE "C".
001260     88  DM131-WS-REBUILD-MODE               VALUE "R".
001270 77  DM131-WS-FILES                      PIC X(08) VALUE SPACES.
001280     88  DM131-WS-DO-DUPWORK                 VALUE "DUPWORK"
001290                                                   "BOTH".
001300     88  DM131-WS-DO-LKUPFILE                VALUE "LKUPFILE"
001310                                                   "BOTH".
001320 77  DM131-WS-RUNDATE-SWITCH             PIC X(01) VALUE "N".
001330     88  DM131-WS-RUNDATE-SUPPLIED           VALUE "Y".
001340 77  DM131-WS-SCAN-SWITCH                PIC X(01) VALUE "N".
001350     88  DM131-WS-SCAN-FOR-DATE              VALUE "Y".
001360 77  DM131-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001370     88  DM131-WS-EOF                        VALUE "Y".
001380 77  DM131-WS-DATE-SWITCH                PIC X(01) VALUE "N".
001390     88  DM131-WS-DATE-VALID                 VALUE "Y".
001400 77  DM131-WS-SIZE-ERROR-SWITCH          PIC X(01) VALUE "N".
001410     88  DM131-WS-SIZE-ERROR-OCCURRED        VALUE "Y".
001420 77  DM131-WS-VERIFY-SWITCH              PIC X(01) VALUE "N".
001430     88  DM131-WS-VERIFY-FAILED              VALUE "Y".
001440*----------------------------------------------------------*
001450*    PARM PARSING - THE POSITION AFTER THE FILE NAME WHERE AN
001460*    OPTIONAL ,RUNDATE= MAY FOLLOW, AND WHERE ITS DATE STARTS
001470*----------------------------------------------------------*
001480 77  DM131-WS-PARM-NEXT              PIC 9(04) COMP VALUE ZERO.
001490 77  DM131-WS-PARM-DATE-POS          PIC 9(04) COMP VALUE ZERO.
001500 77  DM131-WS-PARM-FULL-LEN          PIC 9(04) COMP VALUE ZERO.
001510*----------------------------------------------------------*
001520*    RUN IDENTIFICATION - THE JOB-ID IS SEEDED FROM TIME OF
001530*    DAY THE SAME WAY DM100'S OWN JOB-ID IS
001540*----------------------------------------------------------*
001550 77  DM131-WS-RUNC-JOB-ID               PIC X(08) VALUE "DM131".
001560 77  DM131-WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
001570 01  DM131-WS-RUN-DATE.
001580     05  DM131-WS-RUN-YYYY                PIC 9(04).
001590     05  DM131-WS-RUN-MM                  PIC 9(02).
001600     05  DM131-WS-RUN-DD                  PIC 9(02).
001610 01  DM131-WS-RUN-DATE-NUM REDEFINES DM131-WS-RUN-DATE
001620                                       PIC 9(08).
001630 01  DM131-WS-RUN-DATE-EDIT              PIC X(10).
001640 77  DM131-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
001650 77  DM131-WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
001660*----------------------------------------------------------*
001670*    THE DM100 RUN DATE DUPWORK IS REBUILT FOR, AND AN AUDIT
001680*    LINE'S YYYY-MM-DD RUN DATE TURNED BACK INTO YYYYMMDD
001690*----------------------------------------------------------*
001700 77  DM131-WS-DUP-DATE                   PIC 9(08) VALUE ZERO.
001710 01  DM131-WS-AUD-DATE.
001720     05  DM131-WS-AUD-YYYY                PIC 9(04).
001730     05  DM131-WS-AUD-MM                  PIC 9(02).
001740     05  DM131-WS-AUD-DD                  PIC 9(02).
001750 01  DM131-WS-AUD-DATE-NUM REDEFINES DM131-WS-AUD-DATE
001760                                       PIC 9(08).
001770*----------------------------------------------------------*
001780*    DUPWORK COUNTERS
001790*----------------------------------------------------------*
001800 77  DM131-WS-DUP-LINES              PIC 9(07) COMP VALUE ZERO.
001810 77  DM131-WS-DUP-LOADED             PIC 9(07) COMP VALUE ZERO.
001820 77  DM131-WS-DUP-ALREADY            PIC 9(07) COMP VALUE ZERO.
001830 77  DM131-WS-DUP-VERIFIED           PIC 9(07) COMP VALUE ZERO.
001840*----------------------------------------------------------*
001850*    LKUPFILE COUNTERS
001860*----------------------------------------------------------*
001870 77  DM131-WS-ARC-READ               PIC 9(07) COMP VALUE ZERO.
001880 77  DM131-WS-AUDARCH-READ           PIC 9(07) COMP VALUE ZERO.
001890 77  DM131-WS-AUDITFL-READ           PIC 9(07) COMP VALUE ZERO.
001900 77  DM131-WS-CANDIDATES             PIC 9(07) COMP VALUE ZERO.
001910 77  DM131-WS-LKUP-LOADED            PIC 9(07) COMP VALUE ZERO.
001920 77  DM131-WS-LKUP-RESTAMPED         PIC 9(07) COMP VALUE ZERO.
001930 77  DM131-WS-LKUP-MERGED            PIC 9(07) COMP VALUE ZERO.
001940 77  DM131-WS-LKUP-REJECTED          PIC 9(07) COMP VALUE ZERO.
001950 77  DM131-WS-LKUP-VERIFIED          PIC 9(07) COMP VALUE ZERO.
001960*----------------------------------------------------------*
001970*    VERIFICATION FAILURES ACROSS BOTH CLUSTERS - AN ENTRY
001980*    THAT READ BACK WRONG, OR A WRITE THE CLUSTER REFUSED
001990*----------------------------------------------------------*
002000 77  DM131-WS-ENTRIES-FAILED         PIC 9(07) COMP VALUE ZERO.
002010 77  DM131-WS-WRITE-ERRORS           PIC 9(07) COMP VALUE ZERO.
002020*----------------------------------------------------------*
002030*    ONE LOOKUP ENTRY BEING CHECKED - A SOURCE RECORD ON ITS
002040*    WAY TO LKUPFILE OR A REBUILT ENTRY READ BACK.  THE SAME
002050*    30 BYTES AS DM100-LOOKUP-RECORD (DM100LK) AND THE LKUPARC
002060*    ARCHIVE IMAGE.
002070*----------------------------------------------------------*
002080 01  DM131-WS-CANDIDATE.
002090     05  DM131-WS-CAND-REC-TYPE           PIC X(01).
002100         88  DM131-WS-CAND-TYPE-KNOWN         VALUE "T" "S" "D".
002110         88  DM131-WS-CAND-TYPE-SUM           VALUE "S".
002120         88  DM131-WS-CAND-TYPE-DIFFERENCE    VALUE "D".
002130     05  DM131-WS-CAND-NUM1               PIC 9(07).
002140     05  DM131-WS-CAND-NUM2               PIC 9(07).
002150     05  DM131-WS-CAND-RESULT             PIC S9(07).
002160     05  DM131-WS-CAND-LAST-USED-DATE     PIC 9(08).
002170 77  DM131-WS-CAND-SOURCE                PIC X(08) VALUE SPACES.
002180 77  DM131-WS-RECOMPUTED-RESULT         PIC S9(07) VALUE ZERO.
002190 77  DM131-WS-REASON                     PIC X(30) VALUE SPACES.
002200*----------------------------------------------------------*
002210*    AUDIT LOG DETAIL LINE WORK AREA
002220*----------------------------------------------------------*
002230     COPY DM100AU.
002240*----------------------------------------------------------*
002250*    RECOVERY REPORT HEADING, EXCEPTION, COUNT AND STATUS
002260*    LINES
002270*----------------------------------------------------------*
002280 01  DM131-RPT-HDG-LINE.
002290     05  FILLER                         PIC X(30) VALUE
002300             "CACHE RECOVERY REBUILD REPORT".
002310     05  FILLER                         PIC X(10) VALUE
002320             "RUN DATE: ".
002330     05  DM131-RPTH-RUN-DATE             PIC X(10).
002340     05  FILLER                         PIC X(10) VALUE
002350             "  JOB-ID: ".
002360     05  DM131-RPTH-JOB-ID               PIC X(08).
002370 01  DM131-RPT-HDG2-LINE.
002380     05  FILLER                         PIC X(15) VALUE
002390             "BUSINESS DATE: ".
002400     05  DM131-RPTH-BUSDATE              PIC 9(08).
002410     05  FILLER                         PIC X(07) VALUE SPACES.
002420     05  FILLER                         PIC X(10) VALUE
002430             "REBUILD:  ".
002440     05  DM131-RPTH-FILES                PIC X(08).
002450 01  DM131-RPT-COL-LINE.
002460     05  FILLER                    PIC X(09) VALUE "SOURCE".
002470     05  FILLER                       PIC X(04) VALUE "T".
002480     05  FILLER                   PIC X(10) VALUE "   NUM1".
002490     05  FILLER                   PIC X(10) VALUE "   NUM2".
002500     05  FILLER                   PIC X(11) VALUE "  RESULT".
002510     05  FILLER                   PIC X(11) VALUE "  RECOMP".
002520     05  FILLER                   PIC X(06) VALUE "REASON".
002530 01  DM131-RPT-DETAIL-LINE.
002540     05  DM131-RPTD-SOURCE               PIC X(08).
002550     05  FILLER                         PIC X(01) VALUE SPACES.
002560     05  DM131-RPTD-TYPE                 PIC X(01).
002570     05  FILLER                         PIC X(03) VALUE SPACES.
002580     05  DM131-RPTD-NUM1                 PIC ZZZZZZ9.
002590     05  FILLER                         PIC X(03) VALUE SPACES.
002600     05  DM131-RPTD-NUM2                 PIC ZZZZZZ9.
002610     05  FILLER                         PIC X(03) VALUE SPACES.
002620     05  DM131-RPTD-STORED-RESULT        PIC ZZZZZZ9-.
002630     05  FILLER                         PIC X(03) VALUE SPACES.
002640     05  DM131-RPTD-RECOMPUTED-RESULT    PIC ZZZZZZ9-.
002650     05  FILLER                         PIC X(03) VALUE SPACES.
002660     05  DM131-RPTD-REASON               PIC X(30).
002670 01  DM131-RPT-COUNT-LINE.
002680     05  FILLER                         PIC X(02) VALUE SPACES.
002690     05  DM131-RPTC-LABEL                PIC X(44).
002700     05  DM131-RPTC-COUNT                PIC ZZZZZZ9.
002710 01  DM131-RPT-DATE-LINE.
002720     05  FILLER                         PIC X(02) VALUE SPACES.
002730     05  FILLER                         PIC X(44) VALUE
002740             "DUPWORK REBUILT FOR DM100 RUN DATE".
002750     05  DM131-RPTA-DATE                 PIC 9(08).
002760 01  DM131-RPT-STATUS-LINE.
002770     05  FILLER                         PIC X(17) VALUE
002780             "RECOVERY STATUS: ".
002790     05  DM131-RPTS-STATUS               PIC X(50).
002800 LINKAGE SECTION.
002810*----------------------------------------------------------*
002820*    EXEC PARM= PARAMETER AREA - CHECK, OR REBUILD=DUPWORK,
002830*    REBUILD=LKUPFILE OR REBUILD=BOTH WITH AN OPTIONAL
002840*    ,RUNDATE=YYYYMMDD.  DELIVERED BY THE OPERATING SYSTEM AS
002850*    A HALFWORD LENGTH FOLLOWED BY THE PARM TEXT
002860*----------------------------------------------------------*
002870 01  DM131-LK-PARM-AREA.
002880     05  DM131-LK-PARM-LEN               PIC S9(04) COMP.
002890     05  DM131-LK-PARM-TEXT              PIC X(80).
002900 PROCEDURE DIVISION USING DM131-LK-PARM-AREA.
002910*----------------------------------------------------------*
002920*    0000-MAINLINE
002930*----------------------------------------------------------*
002940 0000-MAINLINE.
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002960     IF DM131-WS-DO-DUPWORK
002970         PERFORM 2000-REBUILD-DUPWORK THRU 2000-EXIT
002980     END-IF.
002990     IF DM131-WS-DO-LKUPFILE
003000         PERFORM 3000-REBUILD-LKUPFILE THRU 3000-EXIT
003010     END-IF.
003020     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003030     STOP RUN.
003040 0000-EXIT.
003050     EXIT.
003060*----------------------------------------------------------*
003070*    1000-INITIALIZE  -  PARSE THE PARM; FOR A REBUILD, OPEN
003080*                        THE REPORT AND MARK THE REBUILD
003090*                        STARTED ON RCVCTL
003100*----------------------------------------------------------*
003110 1000-INITIALIZE.
003120     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
003130     IF DM131-WS-CHECK-MODE
003140         PERFORM 1500-CHECK-RECOVERY THRU 1500-EXIT
003150     END-IF.
003160     IF NOT DM131-WS-REBUILD-MODE
003170         DISPLAY "DM131 - PARM MUST BE CHECK OR REBUILD=DUPWORK, "
003180             "LKUPFILE OR BOTH WITH AN OPTIONAL ,RUNDATE=YYYYMMDD"
003190             " FOR DUPWORK - NOTHING REBUILT"
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     ACCEPT DM131-WS-RUN-DATE FROM DATE YYYYMMDD.
003240     STRING DM131-WS-RUN-YYYY "-" DM131-WS-RUN-MM "-"
003250             DM131-WS-RUN-DD DELIMITED BY SIZE
003260             INTO DM131-WS-RUN-DATE-EDIT.
003270     ACCEPT DM131-WS-RUN-TIME FROM TIME.
003280     MOVE DM131-WS-RUN-TIME TO DM131-WS-RUNC-JOB-ID.
003290     PERFORM 1200-READ-BUSINESS-DATE THRU 1200-EXIT.
003300     OPEN OUTPUT RCVRPT.
003310     IF DM131-WS-RCVRPT-STATUS NOT = "00"
003320         DISPLAY "DM131 - UNABLE TO OPEN RCVRPT, FILE STATUS = "
003330             DM131-WS-RCVRPT-STATUS
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370     OPEN EXTEND RUNCTL.
003380     IF DM131-WS-RUNCTL-STATUS NOT = "00"
003390         OPEN OUTPUT RUNCTL
003400     END-IF.
003410     IF DM131-WS-RUNCTL-STATUS NOT = "00"
003420         DISPLAY "DM131 - UNABLE TO OPEN RUNCTL, FILE STATUS = "
003430             DM131-WS-RUNCTL-STATUS
003440         MOVE 16 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470     MOVE "S" TO DM131-WS-RUNC-TYPE.
003480     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
003490     MOVE "S" TO DM100-RCV-STATUS.
003500     PERFORM 7500-WRITE-RECOVERY-CONTROL THRU 7500-EXIT.
003510     MOVE DM131-WS-RUN-DATE-EDIT TO DM131-RPTH-RUN-DATE.
003520     MOVE DM131-WS-RUNC-JOB-ID TO DM131-RPTH-JOB-ID.
003530     MOVE DM131-RPT-HDG-LINE TO DM131-RPT-LINE.
003540     WRITE DM131-RPT-LINE.
003550     MOVE DM131-WS-BUSINESS-DATE TO DM131-RPTH-BUSDATE.
003560     MOVE DM131-WS-FILES TO DM131-RPTH-FILES.
003570     MOVE DM131-RPT-HDG2-LINE TO DM131-RPT-LINE.
003580     WRITE DM131-RPT-LINE.
003590     MOVE SPACES TO DM131-RPT-LINE.
003600     WRITE DM131-RPT-LINE.
003610     MOVE DM131-RPT-COL-LINE TO DM131-RPT-LINE.
003620     WRITE DM131-RPT-LINE.
003630 1000-EXIT.
003640     EXIT.
003650*----------------------------------------------------------*
003660*    1100-PARSE-PARM
003670*         CHECK, OR REBUILD= FOLLOWED BY DUPWORK, LKUPFILE OR
003680*         BOTH, WHICH MAY BE FOLLOWED BY ,RUNDATE=YYYYMMDD
003690*         WHEN DUPWORK IS BEING REBUILT.  ANYTHING ELSE LEAVES
003700*         THE MODE BLANK AND IS REFUSED RATHER THAN GUESSED AT.
003710*----------------------------------------------------------*
003720 1100-PARSE-PARM.
003730     IF DM131-LK-PARM-LEN NOT > ZERO
003740         GO TO 1100-EXIT.
003750     IF DM131-LK-PARM-LEN = 5
003760             AND DM131-LK-PARM-TEXT (1:5) = "CHECK"
003770         MOVE "C" TO DM131-WS-MODE-SWITCH
003780         GO TO 1100-EXIT.
003790     IF DM131-LK-PARM-LEN < 12
003800             OR DM131-LK-PARM-TEXT (1:8) NOT = "REBUILD="
003810         GO TO 1100-EXIT.
003820     IF DM131-LK-PARM-TEXT (9:8) = "LKUPFILE"
003830         MOVE "LKUPFILE" TO DM131-WS-FILES
003840         MOVE 17 TO DM131-WS-PARM-NEXT
003850     ELSE
003860         IF DM131-LK-PARM-TEXT (9:7) = "DUPWORK"
003870             MOVE "DUPWORK" TO DM131-WS-FILES
003880             MOVE 16 TO DM131-WS-PARM-NEXT
003890         ELSE
003900             IF DM131-LK-PARM-TEXT (9:4) = "BOTH"
003910                 MOVE "BOTH" TO DM131-WS-FILES
003920                 MOVE 13 TO DM131-WS-PARM-NEXT
003930             ELSE
003940                 GO TO 1100-EXIT
003950             END-IF
003960         END-IF
003970     END-IF.
003980     IF DM131-LK-PARM-LEN < DM131-WS-PARM-NEXT
003990         MOVE "R" TO DM131-WS-MODE-SWITCH
004000         GO TO 1100-EXIT.
004010     ADD DM131-WS-PARM-NEXT 9 GIVING DM131-WS-PARM-DATE-POS.
004020     ADD DM131-WS-PARM-DATE-POS 7 GIVING DM131-WS-PARM-FULL-LEN.
004030     IF DM131-LK-PARM-LEN = DM131-WS-PARM-FULL-LEN
004040             AND DM131-WS-DO-DUPWORK
004050             AND DM131-LK-PARM-TEXT (DM131-WS-PARM-NEXT:9)
004060                 = ",RUNDATE="
004070             AND DM131-LK-PARM-TEXT (DM131-WS-PARM-DATE-POS:8)
004080                 IS NUMERIC
004090         MOVE DM131-LK-PARM-TEXT (DM131-WS-PARM-DATE-POS:8)
004100             TO DM131-WS-DUP-DATE
004110         MOVE "Y" TO DM131-WS-RUNDATE-SWITCH
004120         MOVE "R" TO DM131-WS-MODE-SWITCH
004130     END-IF.
004140 1100-EXIT.
004150     EXIT.
004160*----------------------------------------------------------*
004170*    1200-READ-BUSINESS-DATE
004180*         TAKE THE CURRENT BUSINESS DATE FOR THE REPORT.  WHEN
004190*         DUPWORK IS BEING REBUILT WITH NO RUNDATE=, A BUSINESS
004200*         DATE THAT WAS SPLIT INTO PARTITIONS GIVES THE RUN DATE
004210*         EVERY PARTITION STAMPED; OTHERWISE THE LATEST RUN DATE
004220*         ON AUDITFL IS TAKEN (2100-FIND-LATEST-RUN-DATE).
004230*----------------------------------------------------------*
004240 1200-READ-BUSINESS-DATE.
004250     OPEN INPUT BUSCTL.
004260     IF DM131-WS-BUSCTL-STATUS NOT = "00"
004270         DISPLAY "DM131 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
004280             DM131-WS-BUSCTL-STATUS
004290         MOVE 16 TO RETURN-CODE
004300         STOP RUN
004310     END-IF.
004320     READ BUSCTL
004330         AT END
004340             DISPLAY "DM131 - BUSCTL HOLDS NO BUSINESS-DATE "
004350                 "CONTROL RECORD - NOTHING REBUILT"
004360             MOVE 16 TO RETURN-CODE
004370             STOP RUN
004380     END-READ.
004390     CLOSE BUSCTL.
004400     MOVE DM100-BDC-CURRENT-DATE TO DM131-WS-BUSINESS-DATE.
004410     IF NOT DM131-WS-DO-DUPWORK OR DM131-WS-RUNDATE-SUPPLIED
004420         GO TO 1200-EXIT.
004430     IF DM100-BDC-SPLIT-BUS-DATE IS NUMERIC
004440             AND DM100-BDC-SPLIT-BUS-DATE = DM131-WS-BUSINESS-DATE
004450         MOVE DM100-BDC-SPLIT-RUN-DATE TO DM131-WS-DUP-DATE
004460     ELSE
004470         MOVE "Y" TO DM131-WS-SCAN-SWITCH
004480     END-IF.
004490 1200-EXIT.
004500     EXIT.
004510*----------------------------------------------------------*
004520*    1500-CHECK-RECOVERY
004530*         PARM CHECK - READ RCVCTL AND END RC=0 WHEN NO REBUILD
004540*         HAS EVER RUN OR THE LAST ONE WAS VERIFIED, RC=16 WHEN
004550*         THE LAST ONE FAILED OR NEVER FINISHED.  NOTHING ELSE
004560*         IS OPENED OR WRITTEN.
004570*----------------------------------------------------------*
004580 1500-CHECK-RECOVERY.
004590     OPEN INPUT RCVCTL.
004600     IF DM131-WS-RCVCTL-STATUS NOT = "00"
004610         DISPLAY "DM131 - UNABLE TO OPEN RCVCTL, FILE STATUS = "
004620             DM131-WS-RCVCTL-STATUS
004630         MOVE 16 TO RETURN-CODE
004640         STOP RUN
004650     END-IF.
004660     READ RCVCTL
004670         AT END
004680             DISPLAY "DM131 - NO CACHE REBUILD ON RECORD - DM100 "
004690                 "MAY RUN"
004700             CLOSE RCVCTL
004710             STOP RUN
004720     END-READ.
004730     CLOSE RCVCTL.
004740     IF DM100-RCV-VERIFIED
004750         DISPLAY "DM131 - LAST CACHE REBUILD (" DM100-RCV-FILES
004760             ") BY JOB-ID " DM100-RCV-JOB-ID " ON "
004770             DM100-RCV-RUN-DATE " WAS VERIFIED - DM100 MAY RUN"
004780         STOP RUN
004790     END-IF.
004800     IF DM100-RCV-FAILED
004810         DISPLAY "DM131 - CACHE REBUILD (" DM100-RCV-FILES
004820             ") BY JOB-ID " DM100-RCV-JOB-ID " ON "
004830             DM100-RCV-RUN-DATE " FAILED VERIFICATION"
004840     ELSE
004850         DISPLAY "DM131 - CACHE REBUILD (" DM100-RCV-FILES
004860             ") BY JOB-ID " DM100-RCV-JOB-ID " ON "
004870             DM100-RCV-RUN-DATE " STARTED BUT NEVER FINISHED"
004880     END-IF.
004890     DISPLAY "DM131 - DM100 MAY NOT RUN UNTIL DM131J HAS "
004900         "REBUILT AND VERIFIED THE CACHE - SEE ITS RCVRPT".
004910     MOVE 16 TO RETURN-CODE.
004920     STOP RUN.
004930 1500-EXIT.
004940     EXIT.
004950*----------------------------------------------------------*
004960*    2000-REBUILD-DUPWORK
004970*         EMPTY THE (NEWLY DEFINED) CLUSTER, LOAD ONE ENTRY PER
004980*         PAIR THE DAY'S AUDIT LINES SHOW REACHED OUTFILE AS A
004990*         NEW SUBMISSION OR WERE CAUGHT AS ITS DUPLICATE, AND
005000*         READ THE RESULT BACK
005010*----------------------------------------------------------*
005020 2000-REBUILD-DUPWORK.
005030     IF DM131-WS-SCAN-FOR-DATE
005040         PERFORM 2100-FIND-LATEST-RUN-DATE THRU 2100-EXIT
005050     END-IF.
005060     OPEN OUTPUT DUPWORK.
005070     IF DM131-WS-DUPWORK-STATUS NOT = "00"
005080         DISPLAY "DM131 - UNABLE TO EMPTY DUPWORK, FILE STATUS = "
005090             DM131-WS-DUPWORK-STATUS " - DELETE AND DEFINE THE "
005100             "CLUSTER BEFORE REBUILDING IT"
005110         MOVE 16 TO RETURN-CODE
005120         STOP RUN
005130     END-IF.
005140     CLOSE DUPWORK.
005150     OPEN I-O DUPWORK.
005160     IF DM131-WS-DUPWORK-STATUS NOT = "00"
005170         DISPLAY "DM131 - UNABLE TO OPEN DUPWORK, FILE STATUS = "
005180             DM131-WS-DUPWORK-STATUS
005190         MOVE 16 TO RETURN-CODE
005200         STOP RUN
005210     END-IF.
005220     OPEN INPUT AUDITFL.
005230     IF DM131-WS-AUDITFL-STATUS NOT = "00"
005240         DISPLAY "DM131 - UNABLE TO OPEN AUDITFL, FILE STATUS = "
005250             DM131-WS-AUDITFL-STATUS
005260         MOVE 16 TO RETURN-CODE
005270         STOP RUN
005280     END-IF.
005290     MOVE "N" TO DM131-WS-EOF-SWITCH.
005300     PERFORM 2200-READ-AUDITFL THRU 2200-EXIT.
005310     PERFORM 2300-LOAD-DUPWORK-LINE THRU 2300-EXIT
005320         UNTIL DM131-WS-EOF.
005330     CLOSE AUDITFL.
005340     CLOSE DUPWORK.
005350     PERFORM 2500-VERIFY-DUPWORK THRU 2500-EXIT.
005360 2000-EXIT.
005370     EXIT.
005380*----------------------------------------------------------*
005390*    2100-FIND-LATEST-RUN-DATE
005400*         ONE PASS OF AUDITFL FOR THE LATEST DM100 RUN DATE ON
005410*         IT.  LEFT AT ZERO WHEN AUDITFL HOLDS NO DETAIL LINE,
005420*         WHICH REBUILDS AN EMPTY DUPWORK.
005430*----------------------------------------------------------*
005440 2100-FIND-LATEST-RUN-DATE.
005450     OPEN INPUT AUDITFL.
005460     IF DM131-WS-AUDITFL-STATUS NOT = "00"
005470         DISPLAY "DM131 - UNABLE TO OPEN AUDITFL, FILE STATUS = "
005480             DM131-WS-AUDITFL-STATUS
005490         MOVE 16 TO RETURN-CODE
005500         STOP RUN
005510     END-IF.
005520     MOVE "N" TO DM131-WS-EOF-SWITCH.
005530     PERFORM 2200-READ-AUDITFL THRU 2200-EXIT.
005540     PERFORM 2110-NOTE-RUN-DATE THRU 2110-EXIT
005550         UNTIL DM131-WS-EOF.
005560     CLOSE AUDITFL.
005570 2100-EXIT.
005580     EXIT.
005590*----------------------------------------------------------*
005600*    2110-NOTE-RUN-DATE  -  KEEP THE LATEST DATE SEEN
005610*----------------------------------------------------------*
005620 2110-NOTE-RUN-DATE.
005630     PERFORM 7200-CONVERT-AUDIT-DATE THRU 7200-EXIT.
005640     IF DM131-WS-DATE-VALID
005650             AND DM131-WS-AUD-DATE-NUM > DM131-WS-DUP-DATE
005660         MOVE DM131-WS-AUD-DATE-NUM TO DM131-WS-DUP-DATE
005670     END-IF.
005680     PERFORM 2200-READ-AUDITFL THRU 2200-EXIT.
005690 2110-EXIT.
005700     EXIT.
005710*----------------------------------------------------------*
005720*    2200-READ-AUDITFL  -  READ THE NEXT AUDIT LOG LINE
005730*----------------------------------------------------------*
005740 2200-READ-AUDITFL.
005750     READ AUDITFL INTO DM100-AUD-DETAIL-LINE
005760         AT END
005770             MOVE "Y" TO DM131-WS-EOF-SWITCH
005780     END-READ.
005790 2200-EXIT.
005800     EXIT.
005810*----------------------------------------------------------*
005820*    2300-LOAD-DUPWORK-LINE
005830*         AN "O" LINE FOR A STATUS "N" SUBMISSION IS EXACTLY
005840*         WHAT 2230-ADD-CURRENT-TO-DUP-FILE IN DM100 RECORDED;
005850*         A "D" LINE IS A PAIR DM100 FOUND ALREADY RECORDED.
005860*         EITHER LOADS ONE ENTRY STAMPED WITH THE DAY'S RUN
005870*         DATE - A KEY ALREADY LOADED IS COUNTED, NOT AN ERROR.
005880*----------------------------------------------------------*
005890 2300-LOAD-DUPWORK-LINE.
005900     PERFORM 7200-CONVERT-AUDIT-DATE THRU 7200-EXIT.
005910     IF DM131-WS-DATE-VALID
005920             AND DM131-WS-AUD-DATE-NUM = DM131-WS-DUP-DATE
005930         PERFORM 2310-WRITE-DUPWORK-ENTRY THRU 2310-EXIT
005940     END-IF.
005950     PERFORM 2200-READ-AUDITFL THRU 2200-EXIT.
005960 2300-EXIT.
005970     EXIT.
005980*----------------------------------------------------------*
005990*    2310-WRITE-DUPWORK-ENTRY
006000*----------------------------------------------------------*
006010 2310-WRITE-DUPWORK-ENTRY.
006020     IF NOT DM100-AUDD-DISP-DUPLICATE
006030             AND NOT (DM100-AUDD-DISP-OUTPUT
006040                      AND DM100-AUDD-STATUS-NEW)
006050         GO TO 2310-EXIT.
006060     IF DM100-AUDD-NUM1 NOT NUMERIC
006070             OR DM100-AUDD-NUM2 NOT NUMERIC
006080         GO TO 2310-EXIT.
006090     ADD 1 TO DM131-WS-DUP-LINES.
006100     MOVE SPACES TO DM100-DUPW-RECORD.
006110     MOVE DM100-AUDD-REC-TYPE TO DM100-DUPW-REC-TYPE.
006120     MOVE DM100-AUDD-NUM1 TO DM100-DUPW-NUM1.
006130     MOVE DM100-AUDD-NUM2 TO DM100-DUPW-NUM2.
006140     MOVE DM131-WS-DUP-DATE TO DM100-DUPW-RUN-DATE.
006150     WRITE DM100-DUPW-RECORD
006160         INVALID KEY
006170             ADD 1 TO DM131-WS-DUP-ALREADY
006180         NOT INVALID KEY
006190             ADD 1 TO DM131-WS-DUP-LOADED
006200     END-WRITE.
006210     IF DM131-WS-DUPWORK-STATUS NOT = "00"
006220             AND DM131-WS-DUPWORK-STATUS NOT = "02"
006230             AND DM131-WS-DUPWORK-STATUS NOT = "22"
006240         ADD 1 TO DM131-WS-WRITE-ERRORS
006250         DISPLAY "DM131 - DUPWORK WRITE FAILED, FILE STATUS = "
006260             DM131-WS-DUPWORK-STATUS
006270     END-IF.
006280 2310-EXIT.
006290     EXIT.
006300*----------------------------------------------------------*
006310*    2500-VERIFY-DUPWORK
006320*         READ THE REBUILT CLUSTER BACK END TO END.  EVERY
006330*         ENTRY MUST CARRY THE DAY'S RUN DATE, AND THERE MUST BE
006340*         EXACTLY AS MANY AS WERE LOADED.
006350*----------------------------------------------------------*
006360 2500-VERIFY-DUPWORK.
006370     OPEN INPUT DUPWORK.
006380     IF DM131-WS-DUPWORK-STATUS NOT = "00"
006390         DISPLAY "DM131 - UNABLE TO OPEN DUPWORK, FILE STATUS = "
006400             DM131-WS-DUPWORK-STATUS
006410         MOVE 16 TO RETURN-CODE
006420         STOP RUN
006430     END-IF.
006440     MOVE "N" TO DM131-WS-EOF-SWITCH.
006450     PERFORM 2510-READ-DUPWORK THRU 2510-EXIT.
006460     PERFORM 2520-VERIFY-DUPWORK-ENTRY THRU 2520-EXIT
006470         UNTIL DM131-WS-EOF.
006480     CLOSE DUPWORK.
006490     IF DM131-WS-DUP-VERIFIED NOT = DM131-WS-DUP-LOADED
006500         MOVE "Y" TO DM131-WS-VERIFY-SWITCH
006510         MOVE "DUPWORK" TO DM131-WS-CAND-SOURCE
006520         MOVE SPACES TO DM131-WS-CANDIDATE
006530         MOVE ZERO TO DM131-WS-CAND-NUM1 DM131-WS-CAND-NUM2
006540             DM131-WS-CAND-RESULT DM131-WS-RECOMPUTED-RESULT
006550         MOVE "ENTRY COUNT DOES NOT MATCH LOAD" TO DM131-WS-REASON
006560         PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT
006570     END-IF.
006580 2500-EXIT.
006590     EXIT.
006600*----------------------------------------------------------*
006610*    2510-READ-DUPWORK  -  READ THE NEXT REBUILT ENTRY
006620*----------------------------------------------------------*
006630 2510-READ-DUPWORK.
006640     READ DUPWORK NEXT RECORD
006650         AT END
006660             MOVE "Y" TO DM131-WS-EOF-SWITCH
006670         NOT AT END
006680             ADD 1 TO DM131-WS-DUP-VERIFIED
006690     END-READ.
006700 2510-EXIT.
006710     EXIT.
006720*----------------------------------------------------------*
006730*    2520-VERIFY-DUPWORK-ENTRY
006740*----------------------------------------------------------*
006750 2520-VERIFY-DUPWORK-ENTRY.
006760     IF DM100-DUPW-RUN-DATE NOT = DM131-WS-DUP-DATE
006770         ADD 1 TO DM131-WS-ENTRIES-FAILED
006780         MOVE "DUPWORK" TO DM131-WS-CAND-SOURCE
006790         MOVE DM100-DUPW-REC-TYPE TO DM131-WS-CAND-REC-TYPE
006800         MOVE DM100-DUPW-NUM1 TO DM131-WS-CAND-NUM1
006810         MOVE DM100-DUPW-NUM2 TO DM131-WS-CAND-NUM2
006820         MOVE ZERO TO DM131-WS-CAND-RESULT
006830             DM131-WS-RECOMPUTED-RESULT
006840         MOVE "ENTRY NOT STAMPED WITH RUN DATE" TO DM131-WS-REASON
006850         PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT
006860     END-IF.
006870     PERFORM 2510-READ-DUPWORK THRU 2510-EXIT.
006880 2520-EXIT.
006890     EXIT.
006900*----------------------------------------------------------*
006910*    3000-REBUILD-LKUPFILE
006920*         EMPTY THE (NEWLY DEFINED) CLUSTER, LOAD IT FROM THE
006930*         PURGE ARCHIVES, THE AUDIT ARCHIVES AND THE CURRENT
006940*         AUDIT LOG, AND READ THE RESULT BACK.  THE ORDER THE
006950*         SOURCES ARE READ IN DOES NOT MATTER - A KEY FOUND
006960*         AGAIN KEEPS WHICHEVER LAST-USED DATE IS LATER.
006970*----------------------------------------------------------*
006980 3000-REBUILD-LKUPFILE.
006990     OPEN OUTPUT LKUPFILE.
007000     IF DM131-WS-LKUPFILE-STATUS NOT = "00"
007010         DISPLAY "DM131 - UNABLE TO EMPTY LKUPFILE, FILE STATUS "
007020             "= "
007030             DM131-WS-LKUPFILE-STATUS " - DELETE AND DEFINE THE "
007040             "CLUSTER BEFORE REBUILDING IT"
007050         MOVE 16 TO RETURN-CODE
007060         STOP RUN
007070     END-IF.
007080     CLOSE LKUPFILE.
007090     OPEN I-O LKUPFILE.
007100     IF DM131-WS-LKUPFILE-STATUS NOT = "00"
007110         DISPLAY "DM131 - UNABLE TO OPEN LKUPFILE, FILE STATUS = "
007120             DM131-WS-LKUPFILE-STATUS
007130         MOVE 16 TO RETURN-CODE
007140         STOP RUN
007150     END-IF.
007160     PERFORM 3100-LOAD-FROM-LKUPARC THRU 3100-EXIT.
007170     PERFORM 3200-LOAD-FROM-AUDARCH THRU 3200-EXIT.
007180     PERFORM 3300-LOAD-FROM-AUDITFL THRU 3300-EXIT.
007190     CLOSE LKUPFILE.
007200     PERFORM 3500-VERIFY-LKUPFILE THRU 3500-EXIT.
007210 3000-EXIT.
007220     EXIT.
007230*----------------------------------------------------------*
007240*    3100-LOAD-FROM-LKUPARC
007250*         EVERY ENTRY DM104 EVER PURGED, IN THE SAME 30-BYTE
007260*         LAYOUT AS LKUPFILE, WITH THE LAST-USED DATE IT HAD
007270*         WHEN IT WAS PURGED
007280*----------------------------------------------------------*
007290 3100-LOAD-FROM-LKUPARC.
007300     OPEN INPUT LKUPARC.
007310     IF DM131-WS-LKUPARC-STATUS NOT = "00"
007320         DISPLAY "DM131 - UNABLE TO OPEN LKUPARC, FILE STATUS = "
007330             DM131-WS-LKUPARC-STATUS
007340         MOVE 16 TO RETURN-CODE
007350         STOP RUN
007360     END-IF.
007370     MOVE "LKUPARC" TO DM131-WS-CAND-SOURCE.
007380     MOVE "N" TO DM131-WS-EOF-SWITCH.
007390     PERFORM 3110-READ-LKUPARC THRU 3110-EXIT.
007400     PERFORM 3120-LOAD-ARCHIVE-ENTRY THRU 3120-EXIT
007410         UNTIL DM131-WS-EOF.
007420     CLOSE LKUPARC.
007430 3100-EXIT.
007440     EXIT.
007450*----------------------------------------------------------*
007460*    3110-READ-LKUPARC  -  READ THE NEXT PURGED ENTRY
007470*----------------------------------------------------------*
007480 3110-READ-LKUPARC.
007490     READ LKUPARC INTO DM131-WS-CANDIDATE
007500         AT END
007510             MOVE "Y" TO DM131-WS-EOF-SWITCH
007520         NOT AT END
007530             ADD 1 TO DM131-WS-ARC-READ
007540     END-READ.
007550 3110-EXIT.
007560     EXIT.
007570*----------------------------------------------------------*
007580*    3120-LOAD-ARCHIVE-ENTRY
007590*----------------------------------------------------------*
007600 3120-LOAD-ARCHIVE-ENTRY.
007610     PERFORM 3400-LOAD-CANDIDATE THRU 3400-EXIT.
007620     PERFORM 3110-READ-LKUPARC THRU 3110-EXIT.
007630 3120-EXIT.
007640     EXIT.
007650*----------------------------------------------------------*
007660*    3200-LOAD-FROM-AUDARCH
007670*         THE AUDIT LINES DM105 HAS ARCHIVED OFF AUDITFL
007680*----------------------------------------------------------*
007690 3200-LOAD-FROM-AUDARCH.
007700     OPEN INPUT AUDARCH.
007710     IF DM131-WS-AUDARCH-STATUS NOT = "00"
007720         DISPLAY "DM131 - UNABLE TO OPEN AUDARCH, FILE STATUS = "
007730             DM131-WS-AUDARCH-STATUS
007740         MOVE 16 TO RETURN-CODE
007750         STOP RUN
007760     END-IF.
007770     MOVE "AUDARCH" TO DM131-WS-CAND-SOURCE.
007780     MOVE "N" TO DM131-WS-EOF-SWITCH.
007790     PERFORM 3210-READ-AUDARCH THRU 3210-EXIT.
007800     PERFORM 3220-LOAD-AUDARCH-LINE THRU 3220-EXIT
007810         UNTIL DM131-WS-EOF.
007820     CLOSE AUDARCH.
007830 3200-EXIT.
007840     EXIT.
007850*----------------------------------------------------------*
007860*    3210-READ-AUDARCH  -  READ THE NEXT ARCHIVED AUDIT LINE
007870*----------------------------------------------------------*
007880 3210-READ-AUDARCH.
007890     READ AUDARCH INTO DM100-AUD-DETAIL-LINE
007900         AT END
007910             MOVE "Y" TO DM131-WS-EOF-SWITCH
007920         NOT AT END
007930             ADD 1 TO DM131-WS-AUDARCH-READ
007940     END-READ.
007950 3210-EXIT.
007960     EXIT.
007970*----------------------------------------------------------*
007980*    3220-LOAD-AUDARCH-LINE
007990*----------------------------------------------------------*
008000 3220-LOAD-AUDARCH-LINE.
008010     PERFORM 3350-LOAD-AUDIT-LINE THRU 3350-EXIT.
008020     PERFORM 3210-READ-AUDARCH THRU 3210-EXIT.
008030 3220-EXIT.
008040     EXIT.
008050*----------------------------------------------------------*
008060*    3300-LOAD-FROM-AUDITFL
008070*         THE AUDIT LINES NOT YET ARCHIVED
008080*----------------------------------------------------------*
008090 3300-LOAD-FROM-AUDITFL.
008100     OPEN INPUT AUDITFL.
008110     IF DM131-WS-AUDITFL-STATUS NOT = "00"
008120         DISPLAY "DM131 - UNABLE TO OPEN AUDITFL, FILE STATUS = "
008130             DM131-WS-AUDITFL-STATUS
008140         MOVE 16 TO RETURN-CODE
008150         STOP RUN
008160     END-IF.
008170     MOVE "AUDITFL" TO DM131-WS-CAND-SOURCE.
008180     MOVE "N" TO DM131-WS-EOF-SWITCH.
008190     PERFORM 2200-READ-AUDITFL THRU 2200-EXIT.
008200     PERFORM 3310-LOAD-AUDITFL-LINE THRU 3310-EXIT
008210         UNTIL DM131-WS-EOF.
008220     CLOSE AUDITFL.
008230 3300-EXIT.
008240     EXIT.
008250*----------------------------------------------------------*
008260*    3310-LOAD-AUDITFL-LINE
008270*----------------------------------------------------------*
008280 3310-LOAD-AUDITFL-LINE.
008290     ADD 1 TO DM131-WS-AUDITFL-READ.
008300     PERFORM 3350-LOAD-AUDIT-LINE THRU 3350-EXIT.
008310     PERFORM 2200-READ-AUDITFL THRU 2200-EXIT.
008320 3310-EXIT.
008330     EXIT.
008340*----------------------------------------------------------*
008350*    3350-LOAD-AUDIT-LINE
008360*         ONLY AN "O" LINE CARRIES A RESULT DM100 CALCULATED OR
008370*         TOOK FROM THE CACHE - A REVERSAL'S RESULT IS THE
008380*         NEGATIVE OF ITS ORIGINAL'S, AND A REJECT OR DUPLICATE
008390*         NEVER REACHED THE CACHE.  THE LINE'S RUN DATE IS THE
008400*         LAST-USED DATE DM100 STAMPED ON THE ENTRY THAT DAY.
008410*----------------------------------------------------------*
008420 3350-LOAD-AUDIT-LINE.
008430     IF NOT DM100-AUDD-DISP-OUTPUT
008440         GO TO 3350-EXIT.
008450     PERFORM 7200-CONVERT-AUDIT-DATE THRU 7200-EXIT.
008460     MOVE DM100-AUDD-REC-TYPE TO DM131-WS-CAND-REC-TYPE.
008470     IF DM131-WS-DATE-VALID
008480             AND DM100-AUDD-NUM1 IS NUMERIC
008490             AND DM100-AUDD-NUM2 IS NUMERIC
008500             AND DM100-AUDD-RESULT IS NUMERIC
008510         MOVE DM100-AUDD-NUM1 TO DM131-WS-CAND-NUM1
008520         MOVE DM100-AUDD-NUM2 TO DM131-WS-CAND-NUM2
008530         MOVE DM100-AUDD-RESULT TO DM131-WS-CAND-RESULT
008540         MOVE DM131-WS-AUD-DATE-NUM
008550             TO DM131-WS-CAND-LAST-USED-DATE
008560         PERFORM 3400-LOAD-CANDIDATE THRU 3400-EXIT
008570     ELSE
008580         ADD 1 TO DM131-WS-CANDIDATES
008590         ADD 1 TO DM131-WS-LKUP-REJECTED
008600         MOVE ZERO TO DM131-WS-CAND-NUM1 DM131-WS-CAND-NUM2
008610             DM131-WS-CAND-RESULT DM131-WS-RECOMPUTED-RESULT
008620         MOVE "AUDIT LINE NOT VALID" TO DM131-WS-REASON
008630         PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT
008640     END-IF.
008650 3350-EXIT.
008660     EXIT.
008670*----------------------------------------------------------*
008680*    3400-LOAD-CANDIDATE
008690*         RECOMPUTE ONE SOURCE RECORD THE WAY DM103 DOES AND
008700*         LOAD IT ONLY IF IT AGREES.  ONE THAT DOES NOT IS
008710*         PRINTED AND LEFT OUT - DM100 SIMPLY CALCULATES THAT
008720*         PAIR AFRESH THE NEXT TIME IT SEES IT.
008730*----------------------------------------------------------*
008740 3400-LOAD-CANDIDATE.
008750     ADD 1 TO DM131-WS-CANDIDATES.
008760     IF DM131-WS-CAND-NUM1 NOT NUMERIC
008770             OR DM131-WS-CAND-NUM2 NOT NUMERIC
008780             OR DM131-WS-CAND-RESULT NOT NUMERIC
008790             OR DM131-WS-CAND-LAST-USED-DATE NOT NUMERIC
008800         ADD 1 TO DM131-WS-LKUP-REJECTED
008810         MOVE ZERO TO DM131-WS-CAND-NUM1 DM131-WS-CAND-NUM2
008820             DM131-WS-CAND-RESULT DM131-WS-RECOMPUTED-RESULT
008830         MOVE "SOURCE RECORD NOT NUMERIC" TO DM131-WS-REASON
008840         PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT
008850         GO TO 3400-EXIT.
008860     IF NOT DM131-WS-CAND-TYPE-KNOWN
008870         ADD 1 TO DM131-WS-LKUP-REJECTED
008880         MOVE ZERO TO DM131-WS-RECOMPUTED-RESULT
008890         MOVE "UNKNOWN RECORD TYPE" TO DM131-WS-REASON
008900         PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT
008910         GO TO 3400-EXIT.
008920     PERFORM 7000-RECOMPUTE-RESULT THRU 7000-EXIT.
008930     IF DM131-WS-SIZE-ERROR-OCCURRED
008940         ADD 1 TO DM131-WS-LKUP-REJECTED
008950         MOVE ZERO TO DM131-WS-RECOMPUTED-RESULT
008960         MOVE "RECOMPUTE EXCEEDS 9999999" TO DM131-WS-REASON
008970         PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT
008980         GO TO 3400-EXIT.
008990     IF DM131-WS-CAND-RESULT NOT = DM131-WS-RECOMPUTED-RESULT
009000         ADD 1 TO DM131-WS-LKUP-REJECTED
009010         MOVE "SOURCE RESULT DOES NOT MATCH" TO DM131-WS-REASON
009020         PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT
009030         GO TO 3400-EXIT.
009040     MOVE DM131-WS-CANDIDATE TO DM100-LOOKUP-RECORD.
009050     WRITE DM100-LOOKUP-RECORD
009060         INVALID KEY
009070             PERFORM 3410-KEEP-LATEST-DATE THRU 3410-EXIT
009080         NOT INVALID KEY
009090             ADD 1 TO DM131-WS-LKUP-LOADED
009100     END-WRITE.
009110     IF DM131-WS-LKUPFILE-STATUS NOT = "00"
009120             AND DM131-WS-LKUPFILE-STATUS NOT = "02"
009130         ADD 1 TO DM131-WS-WRITE-ERRORS
009140         DISPLAY "DM131 - LKUPFILE WRITE FAILED, FILE STATUS = "
009150             DM131-WS-LKUPFILE-STATUS
009160     END-IF.
009170 3400-EXIT.
009180     EXIT.
009190*----------------------------------------------------------*
009200*    3410-KEEP-LATEST-DATE
009210*         THE KEY IS ALREADY LOADED FROM ANOTHER SOURCE RECORD.
009220*         THE RESULT IS THE SAME - BOTH RECOMPUTED CLEANLY - SO
009230*         ONLY THE LAST-USED DATE CAN MOVE, AND ONLY FORWARD.
009240*----------------------------------------------------------*
009250 3410-KEEP-LATEST-DATE.
009260     ADD 1 TO DM131-WS-LKUP-MERGED.
009270     READ LKUPFILE
009280         INVALID KEY
009290             GO TO 3410-EXIT
009300     END-READ.
009310     IF DM100-LKUP-LAST-USED-DATE < DM131-WS-CAND-LAST-USED-DATE
009320         MOVE DM131-WS-CAND-LAST-USED-DATE
009330             TO DM100-LKUP-LAST-USED-DATE
009340         REWRITE DM100-LOOKUP-RECORD
009350             INVALID KEY
009360                 CONTINUE
009370         END-REWRITE
009380         ADD 1 TO DM131-WS-LKUP-RESTAMPED
009390     END-IF.
009400 3410-EXIT.
009410     EXIT.
009420*----------------------------------------------------------*
009430*    3500-VERIFY-LKUPFILE
009440*         READ THE REBUILT CLUSTER BACK END TO END AND
009450*         RECOMPUTE EVERY ENTRY AGAIN, THE SAME CHECK DM103
009460*         MAKES, AND CHECK THERE ARE EXACTLY AS MANY ENTRIES AS
009470*         WERE LOADED
009480*----------------------------------------------------------*
009490 3500-VERIFY-LKUPFILE.
009500     OPEN INPUT LKUPFILE.
009510     IF DM131-WS-LKUPFILE-STATUS NOT = "00"
009520         DISPLAY "DM131 - UNABLE TO OPEN LKUPFILE, FILE STATUS = "
009530             DM131-WS-LKUPFILE-STATUS
009540         MOVE 16 TO RETURN-CODE
009550         STOP RUN
009560     END-IF.
009570     MOVE "LKUPFILE" TO DM131-WS-CAND-SOURCE.
009580     MOVE "N" TO DM131-WS-EOF-SWITCH.
009590     PERFORM 3510-READ-LKUPFILE THRU 3510-EXIT.
009600     PERFORM 3520-VERIFY-LKUPFILE-ENTRY THRU 3520-EXIT
009610         UNTIL DM131-WS-EOF.
009620     CLOSE LKUPFILE.
009630     IF DM131-WS-LKUP-VERIFIED NOT = DM131-WS-LKUP-LOADED
009640         MOVE "Y" TO DM131-WS-VERIFY-SWITCH
009650         MOVE SPACES TO DM131-WS-CANDIDATE
009660         MOVE ZERO TO DM131-WS-CAND-NUM1 DM131-WS-CAND-NUM2
009670             DM131-WS-CAND-RESULT DM131-WS-RECOMPUTED-RESULT
009680         MOVE "ENTRY COUNT DOES NOT MATCH LOAD" TO DM131-WS-REASON
009690         PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT
009700     END-IF.
009710 3500-EXIT.
009720     EXIT.
009730*----------------------------------------------------------*
009740*    3510-READ-LKUPFILE  -  READ THE NEXT REBUILT ENTRY
009750*----------------------------------------------------------*
009760 3510-READ-LKUPFILE.
009770     READ LKUPFILE NEXT RECORD
009780         AT END
009790             MOVE "Y" TO DM131-WS-EOF-SWITCH
009800         NOT AT END
009810             ADD 1 TO DM131-WS-LKUP-VERIFIED
009820     END-READ.
009830 3510-EXIT.
009840     EXIT.
009850*----------------------------------------------------------*
009860*    3520-VERIFY-LKUPFILE-ENTRY
009870*----------------------------------------------------------*
009880 3520-VERIFY-LKUPFILE-ENTRY.
009890     MOVE DM100-LOOKUP-RECORD TO DM131-WS-CANDIDATE.
009900     PERFORM 7000-RECOMPUTE-RESULT THRU 7000-EXIT.
009910     IF DM131-WS-SIZE-ERROR-OCCURRED
009920         ADD 1 TO DM131-WS-ENTRIES-FAILED
009930         MOVE ZERO TO DM131-WS-RECOMPUTED-RESULT
009940         MOVE "RECOMPUTE EXCEEDS 9999999" TO DM131-WS-REASON
009950         PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT
009960     ELSE
009970         IF DM131-WS-CAND-RESULT NOT = DM131-WS-RECOMPUTED-RESULT
009980             ADD 1 TO DM131-WS-ENTRIES-FAILED
009990             MOVE "STORED RESULT DOES NOT MATCH"
010000                 TO DM131-WS-REASON
010010             PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT
010020         END-IF
010030     END-IF.
010040     PERFORM 3510-READ-LKUPFILE THRU 3510-EXIT.
010050 3520-EXIT.
010060     EXIT.
010070*----------------------------------------------------------*
010080*    7000-RECOMPUTE-RESULT
010090*         RECOMPUTE THE ENTRY IN DM131-WS-CANDIDATE BY ITS OWN
010100*         RECORD TYPE, EXACTLY AS 2200-RECOMPUTE-RESULT DOES IN
010110*         DM103, INCLUDING THE SIZE ERROR CHECK
010120*----------------------------------------------------------*
010130 7000-RECOMPUTE-RESULT.
010140     MOVE "N" TO DM131-WS-SIZE-ERROR-SWITCH.
010150     IF DM131-WS-CAND-TYPE-SUM
010160         ADD DM131-WS-CAND-NUM1 DM131-WS-CAND-NUM2
010170                 GIVING DM131-WS-RECOMPUTED-RESULT
010180             ON SIZE ERROR
010190                 MOVE "Y" TO DM131-WS-SIZE-ERROR-SWITCH
010200         END-ADD
010210     ELSE
010220         IF DM131-WS-CAND-TYPE-DIFFERENCE
010230             SUBTRACT DM131-WS-CAND-NUM2 FROM DM131-WS-CAND-NUM1
010240                     GIVING DM131-WS-RECOMPUTED-RESULT
010250                 ON SIZE ERROR
010260                     MOVE "Y" TO DM131-WS-SIZE-ERROR-SWITCH
010270             END-SUBTRACT
010280         ELSE
010290             MULTIPLY DM131-WS-CAND-NUM1 BY DM131-WS-CAND-NUM2
010300                     GIVING DM131-WS-RECOMPUTED-RESULT
010310                 ON SIZE ERROR
010320                     MOVE "Y" TO DM131-WS-SIZE-ERROR-SWITCH
010330             END-MULTIPLY
010340         END-IF
010350     END-IF.
010360 7000-EXIT.
010370     EXIT.
010380*----------------------------------------------------------*
010390*    7100-WRITE-RUN-CONTROL
010400*         APPEND ONE RUN-CONTROL RECORD - A START ("S") FROM
010410*         1000-INITIALIZE OR A COMPLETION ("C") FROM
010420*         8000-FINALIZE - SO DM115 SEES THE REBUILD TOO
010430*----------------------------------------------------------*
010440 7100-WRITE-RUN-CONTROL.
010450     MOVE "DM131" TO DM100-RUNC-PROGRAM.
010460     MOVE DM131-WS-RUNC-JOB-ID TO DM100-RUNC-JOB-ID.
010470     MOVE DM131-WS-RUN-DATE-EDIT TO DM100-RUNC-RUN-DATE.
010480     MOVE DM131-WS-RUNC-TYPE TO DM100-RUNC-REC-TYPE.
010490     MOVE SPACES TO DM100-RUNC-PARM-MODE.
010500     IF DM100-RUNC-TYPE-COMPLETION
010510         MOVE "C" TO DM100-RUNC-OUTCOME
010520     ELSE
010530         MOVE SPACE TO DM100-RUNC-OUTCOME
010540     END-IF.
010550     ADD DM131-WS-DUP-LINES DM131-WS-CANDIDATES
010560         GIVING DM100-RUNC-RECS-READ.
010570     ADD DM131-WS-DUP-LOADED DM131-WS-LKUP-LOADED
010580         GIVING DM100-RUNC-RECS-PROCESSED.
010590     MOVE DM131-WS-LKUP-REJECTED TO DM100-RUNC-RECS-REJECTED.
010600     MOVE DM131-WS-DUP-ALREADY TO DM100-RUNC-RECS-DUPLICATE.
010610     MOVE ZERO TO DM100-RUNC-RECS-FROM-CACHE.
010620     MOVE ZERO TO DM100-RUNC-CONTROL-TOTAL.
010630     WRITE DM100-RUNC-RECORD.
010640 7100-EXIT.
010650     EXIT.
010660*----------------------------------------------------------*
010670*    7200-CONVERT-AUDIT-DATE
010680*         TURN THE AUDIT LINE'S YYYY-MM-DD RUN DATE INTO
010690*         YYYYMMDD, SETTING DM131-WS-DATE-VALID ONLY IF IT IS
010700*         ONE
010710*----------------------------------------------------------*
010720 7200-CONVERT-AUDIT-DATE.
010730     MOVE "N" TO DM131-WS-DATE-SWITCH.
010740     IF DM100-AUDD-RUN-DATE (1:4) IS NUMERIC
010750             AND DM100-AUDD-RUN-DATE (5:1) = "-"
010760             AND DM100-AUDD-RUN-DATE (6:2) IS NUMERIC
010770             AND DM100-AUDD-RUN-DATE (8:1) = "-"
010780             AND DM100-AUDD-RUN-DATE (9:2) IS NUMERIC
010790         MOVE DM100-AUDD-RUN-DATE (1:4) TO DM131-WS-AUD-YYYY
010800         MOVE DM100-AUDD-RUN-DATE (6:2) TO DM131-WS-AUD-MM
010810         MOVE DM100-AUDD-RUN-DATE (9:2) TO DM131-WS-AUD-DD
010820         MOVE "Y" TO DM131-WS-DATE-SWITCH
010830     END-IF.
010840 7200-EXIT.
010850     EXIT.
010860*----------------------------------------------------------*
010870*    7300-WRITE-EXCEPTION
010880*         PRINT ONE SOURCE RECORD LEFT OUT OF THE REBUILD, OR
010890*         ONE REBUILT ENTRY THAT FAILED VERIFICATION, IN THE
010900*         SAME COLUMNS AS THE DM103 EXCEPTION LINE
010910*----------------------------------------------------------*
010920 7300-WRITE-EXCEPTION.
010930     MOVE DM131-WS-CAND-SOURCE TO DM131-RPTD-SOURCE.
010940     MOVE DM131-WS-CAND-REC-TYPE TO DM131-RPTD-TYPE.
010950     MOVE DM131-WS-CAND-NUM1 TO DM131-RPTD-NUM1.
010960     MOVE DM131-WS-CAND-NUM2 TO DM131-RPTD-NUM2.
010970     MOVE DM131-WS-CAND-RESULT TO DM131-RPTD-STORED-RESULT.
010980     MOVE DM131-WS-RECOMPUTED-RESULT
010990         TO DM131-RPTD-RECOMPUTED-RESULT.
011000     MOVE DM131-WS-REASON TO DM131-RPTD-REASON.
011010     MOVE DM131-RPT-DETAIL-LINE TO DM131-RPT-LINE.
011020     WRITE DM131-RPT-LINE.
011030 7300-EXIT.
011040     EXIT.
011050*----------------------------------------------------------*
011060*    7400-WRITE-COUNT-LINE
011070*         PRINT THE LABEL AND COUNT ALREADY MOVED TO
011080*         DM131-RPT-COUNT-LINE
011090*----------------------------------------------------------*
011100 7400-WRITE-COUNT-LINE.
011110     MOVE DM131-RPT-COUNT-LINE TO DM131-RPT-LINE.
011120     WRITE DM131-RPT-LINE.
011130 7400-EXIT.
011140     EXIT.
011150*----------------------------------------------------------*
011160*    7500-WRITE-RECOVERY-CONTROL
011170*         REPLACE THE ONE RCVCTL RECORD WITH THIS REBUILD'S
011180*         STATUS (ALREADY MOVED TO DM100-RCV-STATUS) AND
011190*         COUNTERS
011200*----------------------------------------------------------*
011210 7500-WRITE-RECOVERY-CONTROL.
011220     MOVE DM131-WS-FILES TO DM100-RCV-FILES.
011230     MOVE DM131-WS-RUNC-JOB-ID TO DM100-RCV-JOB-ID.
011240     MOVE DM131-WS-RUN-DATE-NUM TO DM100-RCV-RUN-DATE.
011250     MOVE DM131-WS-BUSINESS-DATE TO DM100-RCV-BUSINESS-DATE.
011260     MOVE DM131-WS-DUP-DATE TO DM100-RCV-DUP-DATE.
011270     MOVE DM131-WS-DUP-LOADED TO DM100-RCV-DUP-LOADED.
011280     MOVE DM131-WS-LKUP-LOADED TO DM100-RCV-LKUP-LOADED.
011290     MOVE DM131-WS-LKUP-REJECTED TO DM100-RCV-LKUP-REJECTED.
011300     MOVE DM131-WS-ENTRIES-FAILED TO DM100-RCV-ENTRIES-FAILED.
011310     OPEN OUTPUT RCVCTL.
011320     IF DM131-WS-RCVCTL-STATUS NOT = "00"
011330         DISPLAY "DM131 - UNABLE TO OPEN RCVCTL, FILE STATUS = "
011340             DM131-WS-RCVCTL-STATUS
011350         MOVE 16 TO RETURN-CODE
011360         STOP RUN
011370     END-IF.
011380     WRITE DM100-RCV-RECORD.
011390     CLOSE RCVCTL.
011400 7500-EXIT.
011410     EXIT.
011420*----------------------------------------------------------*
011430*    8000-FINALIZE  -  PRINT THE COUNTS, RECORD THE OUTCOME ON
011440*                      RCVCTL AND SET THE RETURN CODE
011450*----------------------------------------------------------*
011460 8000-FINALIZE.
011470     IF DM131-WS-ENTRIES-FAILED NOT = ZERO
011480             OR DM131-WS-WRITE-ERRORS NOT = ZERO
011490         MOVE "Y" TO DM131-WS-VERIFY-SWITCH
011500     END-IF.
011510     MOVE SPACES TO DM131-RPT-LINE.
011520     WRITE DM131-RPT-LINE.
011530     IF DM131-WS-DO-DUPWORK
011540         PERFORM 8100-PRINT-DUPWORK-COUNTS THRU 8100-EXIT
011550     END-IF.
011560     IF DM131-WS-DO-LKUPFILE
011570         PERFORM 8200-PRINT-LKUPFILE-COUNTS THRU 8200-EXIT
011580     END-IF.
011590     MOVE "ENTRIES FAILING VERIFICATION" TO DM131-RPTC-LABEL.
011600     MOVE DM131-WS-ENTRIES-FAILED TO DM131-RPTC-COUNT.
011610     PERFORM 7400-WRITE-COUNT-LINE THRU 7400-EXIT.
011620     MOVE "WRITES REFUSED BY A CLUSTER" TO DM131-RPTC-LABEL.
011630     MOVE DM131-WS-WRITE-ERRORS TO DM131-RPTC-COUNT.
011640     PERFORM 7400-WRITE-COUNT-LINE THRU 7400-EXIT.
011650     MOVE SPACES TO DM131-RPT-LINE.
011660     WRITE DM131-RPT-LINE.
011670     IF DM131-WS-VERIFY-FAILED
011680         MOVE "F" TO DM100-RCV-STATUS
011690         MOVE "FAILED - DM100 MAY NOT RUN UNTIL REBUILT AGAIN"
011700             TO DM131-RPTS-STATUS
011710     ELSE
011720         MOVE "V" TO DM100-RCV-STATUS
011730         MOVE "VERIFIED - DM100 MAY RUN" TO DM131-RPTS-STATUS
011740     END-IF.
011750     MOVE DM131-RPT-STATUS-LINE TO DM131-RPT-LINE.
011760     WRITE DM131-RPT-LINE.
011770     PERFORM 7500-WRITE-RECOVERY-CONTROL THRU 7500-EXIT.
011780     CLOSE RCVRPT.
011790     MOVE "C" TO DM131-WS-RUNC-TYPE.
011800     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
011810     CLOSE RUNCTL.
011820     DISPLAY "DM131 - DUPWORK ENTRIES REBUILT    = "
011830         DM131-WS-DUP-LOADED.
011840     DISPLAY "DM131 - LKUPFILE ENTRIES REBUILT   = "
011850         DM131-WS-LKUP-LOADED.
011860     DISPLAY "DM131 - SOURCE RECORDS LEFT OUT    = "
011870         DM131-WS-LKUP-REJECTED.
011880     DISPLAY "DM131 - ENTRIES FAILING VERIFICATION = "
011890         DM131-WS-ENTRIES-FAILED.
011900     IF DM131-WS-VERIFY-FAILED
011910         DISPLAY "DM131 - REBUILD FAILED VERIFICATION - SEE "
011920             "RCVRPT"
011930         MOVE 8 TO RETURN-CODE
011940     ELSE
011950         IF DM131-WS-LKUP-REJECTED NOT = ZERO
011960             MOVE 4 TO RETURN-CODE
011970         END-IF
011980     END-IF.
011990 8000-EXIT.
012000     EXIT.
012010*----------------------------------------------------------*
012020*    8100-PRINT-DUPWORK-COUNTS
012030*----------------------------------------------------------*
012040 8100-PRINT-DUPWORK-COUNTS.
012050     MOVE DM131-WS-DUP-DATE TO DM131-RPTA-DATE.
012060     MOVE DM131-RPT-DATE-LINE TO DM131-RPT-LINE.
012070     WRITE DM131-RPT-LINE.
012080     MOVE "DUPWORK AUDIT LINES FOR THE RUN DATE"
012090         TO DM131-RPTC-LABEL.
012100     MOVE DM131-WS-DUP-LINES TO DM131-RPTC-COUNT.
012110     PERFORM 7400-WRITE-COUNT-LINE THRU 7400-EXIT.
012120     MOVE "DUPWORK ENTRIES LOADED" TO DM131-RPTC-LABEL.
012130     MOVE DM131-WS-DUP-LOADED TO DM131-RPTC-COUNT.
012140     PERFORM 7400-WRITE-COUNT-LINE THRU 7400-EXIT.
012150     MOVE "DUPWORK LINES FOR A PAIR ALREADY LOADED"
012160         TO DM131-RPTC-LABEL.
012170     MOVE DM131-WS-DUP-ALREADY TO DM131-RPTC-COUNT.
012180     PERFORM 7400-WRITE-COUNT-LINE THRU 7400-EXIT.
012190     MOVE "DUPWORK ENTRIES READ BACK" TO DM131-RPTC-LABEL.
012200     MOVE DM131-WS-DUP-VERIFIED TO DM131-RPTC-COUNT.
012210     PERFORM 7400-WRITE-COUNT-LINE THRU 7400-EXIT.
012220 8100-EXIT.
012230     EXIT.
012240*----------------------------------------------------------*
012250*    8200-PRINT-LKUPFILE-COUNTS
012260*----------------------------------------------------------*
012270 8200-PRINT-LKUPFILE-COUNTS.
012280     MOVE "LKUPARC PURGED ENTRIES READ" TO DM131-RPTC-LABEL.
012290     MOVE DM131-WS-ARC-READ TO DM131-RPTC-COUNT.
012300     PERFORM 7400-WRITE-COUNT-LINE THRU 7400-EXIT.
012310     MOVE "AUDARCH ARCHIVED AUDIT LINES READ" TO DM131-RPTC-LABEL.
012320     MOVE DM131-WS-AUDARCH-READ TO DM131-RPTC-COUNT.
012330     PERFORM 7400-WRITE-COUNT-LINE THRU 7400-EXIT.
012340     MOVE "AUDITFL AUDIT LINES READ" TO DM131-RPTC-LABEL.
012350     MOVE DM131-WS-AUDITFL-READ TO DM131-RPTC-COUNT.
012360     PERFORM 7400-WRITE-COUNT-LINE THRU 7400-EXIT.
012370     MOVE "LKUPFILE SOURCE RECORDS RECOMPUTED"
012380         TO DM131-RPTC-LABEL.
012390     MOVE DM131-WS-CANDIDATES TO DM131-RPTC-COUNT.
012400     PERFORM 7400-WRITE-COUNT-LINE THRU 7400-EXIT.
012410     MOVE "LKUPFILE SOURCE RECORDS LEFT OUT" TO DM131-RPTC-LABEL.
012420     MOVE DM131-WS-LKUP-REJECTED TO DM131-RPTC-COUNT.
012430     PERFORM 7400-WRITE-COUNT-LINE THRU 7400-EXIT.
012440     MOVE "LKUPFILE ENTRIES LOADED" TO DM131-RPTC-LABEL.
012450     MOVE DM131-WS-LKUP-LOADED TO DM131-RPTC-COUNT.
012460     PERFORM 7400-WRITE-COUNT-LINE THRU 7400-EXIT.
012470     MOVE "LKUPFILE RECORDS FOR A KEY ALREADY LOADED"
012480         TO DM131-RPTC-LABEL.
012490     MOVE DM131-WS-LKUP-MERGED TO DM131-RPTC-COUNT.
012500     PERFORM 7400-WRITE-COUNT-LINE THRU 7400-EXIT.
012510     MOVE "LKUPFILE LAST-USED DATES MOVED FORWARD"
012520         TO DM131-RPTC-LABEL.
012530     MOVE DM131-WS-LKUP-RESTAMPED TO DM131-RPTC-COUNT.
012540     PERFORM 7400-WRITE-COUNT-LINE THRU 7400-EXIT.
012550     MOVE "LKUPFILE ENTRIES READ BACK AND RECOMPUTED"
012560         TO DM131-RPTC-LABEL.
012570     MOVE DM131-WS-LKUP-VERIFIED TO DM131-RPTC-COUNT.
012580     PERFORM 7400-WRITE-COUNT-LINE THRU 7400-EXIT.
012590 8200-EXIT.
012600     EXIT.
