000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TransactionHistoryLoad.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  NIGHTLY STEP AFTER DM100 THAT
000220*                 LOADS EVERY OUTFILE AND REJDATA RECORD THE
000230*                 RUN WROTE INTO THE TRANSACTION HISTORY KSDS
000240*                 (TRANHIST, DM100TH), KEYED ON ACCOUNT, TRANS-
000250*                 DATE AND JOB-ID, FOR THE DM122 ACCOUNT/DATE
000260*                 INQUIRY.  OUTFILE AND REJDATA CARRY NO JOB-ID
000270*                 OF THEIR OWN, SO EACH RECORD TAKES IT FROM ITS
000280*                 AUDIT LINE: THE DM100 JOB-IDS SINCE THE
000290*                 PREVIOUS COMPLETED DM100 RUN ARE PICKED UP
000300*                 FROM RUNCTL (THE RUN JUST COMPLETED PLUS ANY
000310*                 FAILED RUN IT RESTARTED), THEIR "O"/"V" AUDIT
000320*                 LINES ARE PAIRED IN ORDER WITH THE RECORDS AT
000330*                 THE END OF OUTFILE AND THEIR "J" LINES WITH
000340*                 THE RECORDS AT THE END OF REJDATA - A RUN
000350*                 ALWAYS APPENDS, SO AN EARLIER INTRADAY RUN'S
000360*                 RECORDS AHEAD OF THEM ON A SHARED GENERATION
000364*                 ARE LEFT ALONE.  A DAY PROCESSED AS PARALLEL
000368*                 PARTITIONS IS LOADED AFTER ITS DM130 MERGE: THE
000372*                 PARTITION RUNS DM130 APPENDS TO RUNCTL BETWEEN
000376*                 ITS OWN START AND COMPLETION ARE TAKEN AS ONE
000380*                 GROUP, CLOSED BY THE MERGE'S COMPLETION RATHER
000384*                 THAN BY ANY ONE PARTITION'S.  A KEY ALREADY ON
000388*                 TRANHIST IS COUNTED AND SKIPPED, SO A RERUN OF
000392*                 THIS STEP LOADS NOTHING TWICE.  RC=4 WHEN A
000396*                 RECORD DOES NOT MATCH THE AUDIT LINE IT WAS
000400*                 PAIRED WITH.
000410*----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RUNCTL ASSIGN TO "RUNCTL"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS DM121-WS-RUNCTL-STATUS.
000480     SELECT AUDITFL ASSIGN TO "AUDITFL"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS DM121-WS-AUDITFL-STATUS.
000510     SELECT OUTFILE ASSIGN TO "OUTFILE"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DM121-WS-OUTFILE-STATUS.
000540     SELECT REJDATA ASSIGN TO "REJDATA"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS DM121-WS-REJDATA-STATUS.
000570     SELECT TRANHIST ASSIGN TO "TRANHIST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS DM100-HIST-KEY
000610         FILE STATUS IS DM121-WS-TRANHIST-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  RUNCTL
000650     LABEL RECORDS ARE STANDARD.
000660     COPY DM100RC.
000670 FD  AUDITFL
000680     LABEL RECORDS ARE STANDARD.
000690 01  DM121-AUD-LINE                      PIC X(80).
000700 FD  OUTFILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY DM100OT.
000730 FD  REJDATA
000740     LABEL RECORDS ARE STANDARD.
000750     COPY DM100RJ.
000760 FD  TRANHIST
000770     LABEL RECORDS ARE STANDARD.
000780     COPY DM100TH.
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------*
000810*    FILE STATUS SWITCHES
000820*----------------------------------------------------------*
000830 77  DM121-WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
000840 77  DM121-WS-AUDITFL-STATUS             PIC X(02) VALUE "00".
000850 77  DM121-WS-OUTFILE-STATUS             PIC X(02) VALUE "00".
000860 77  DM121-WS-REJDATA-STATUS             PIC X(02) VALUE "00".
000870 77  DM121-WS-TRANHIST-STATUS            PIC X(02) VALUE "00".
000880*----------------------------------------------------------*
000890*    PROGRAM SWITCHES
000900*----------------------------------------------------------*
000910 77  DM121-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000920     88  DM121-WS-EOF                        VALUE "Y".
000930 77  DM121-WS-FOUND-SWITCH               PIC X(01) VALUE "N".
000940     88  DM121-WS-RUN-FOUND                  VALUE "Y".
000950 77  DM121-WS-MISSING-SWITCH             PIC X(01) VALUE "N".
000960     88  DM121-WS-RECORD-MISSING             VALUE "Y".
000963 77  DM121-WS-MERGE-SWITCH               PIC X(01) VALUE "N".
000966     88  DM121-WS-IN-MERGE                   VALUE "Y".
000970*----------------------------------------------------------*
000980*    RUN COUNTERS
000990*----------------------------------------------------------*
001000 77  DM121-WS-AUD-LINES-READ             PIC 9(07) COMP VALUE ZERO.
001010 77  DM121-WS-OUT-RECS-READ              PIC 9(07) COMP VALUE ZERO.
001020 77  DM121-WS-REJ-RECS-READ              PIC 9(07) COMP VALUE ZERO.
001030 77  DM121-WS-PENDING-OUTPUT             PIC 9(07) COMP VALUE ZERO.
001040 77  DM121-WS-PENDING-REJECTS            PIC 9(07) COMP VALUE ZERO.
001050 77  DM121-WS-OUT-SKIP                   PIC 9(07) COMP VALUE ZERO.
001060 77  DM121-WS-REJ-SKIP                   PIC 9(07) COMP VALUE ZERO.
001070 77  DM121-WS-HIST-WRITTEN               PIC 9(07) COMP VALUE ZERO.
001080 77  DM121-WS-HIST-ALREADY               PIC 9(07) COMP VALUE ZERO.
001090 77  DM121-WS-MISMATCHES                 PIC 9(07) COMP VALUE ZERO.
001100*----------------------------------------------------------*
001110*    AUDIT DETAIL LINE, USED TO PARSE ONE AUDITFL RECORD
001120*----------------------------------------------------------*
001130     COPY DM100AU.
001140*----------------------------------------------------------*
001150*    ORIGINAL INPUT RECORD, UNPACKED FROM A REJDATA RECORD'S
001160*    INPUT IMAGE
001170*----------------------------------------------------------*
001180     COPY DM100IN.
001190*----------------------------------------------------------*
001200*    DM100 RUNS STARTED SINCE THE LAST COMPLETION SEEN SO FAR
001210*    ON RUNCTL, AND THE GROUP THE LATEST COMPLETION CLOSED -
001220*    THE RUNS WHOSE RECORDS THIS STEP LOADS.  EACH GROUP ENTRY
001230*    CARRIES THE COUNT OF ITS JOB-ID'S AUDIT LINES SEEN SO
001240*    FAR, WHICH BECOMES DM100-HIST-SEQ.
001250*----------------------------------------------------------*
001260 77  DM121-WS-RUN-TABLE-MAX              PIC 9(04) COMP VALUE 40.
001270 77  DM121-WS-PENDING-COUNT              PIC 9(04) COMP VALUE ZERO.
001280 77  DM121-WS-GROUP-COUNT                PIC 9(04) COMP VALUE ZERO.
001290 77  DM121-WS-GROUP-IX                   PIC 9(04) COMP VALUE ZERO.
001300 01  DM121-WS-PENDING-TABLE.
001310     05  DM121-WS-PENDING-JOB-ID OCCURS 40 TIMES
001320             INDEXED BY DM121-WS-PEND-IDX
001330                                         PIC X(08).
001340 01  DM121-WS-GROUP-TABLE.
001350     05  DM121-WS-GROUP-ENTRY OCCURS 40 TIMES
001360             INDEXED BY DM121-WS-GROUP-IDX.
001370         10  DM121-WS-GROUP-JOB-ID        PIC X(08).
001380         10  DM121-WS-GROUP-SEQ           PIC 9(07) COMP.
001390*----------------------------------------------------------*
001400*    AUDIT RUN DATE, ACCEPTED AS YYYY-MM-DD AND REBUILT AS THE
001410*    YYYYMMDD FORM THE HISTORY RECORD CARRIES
001420*----------------------------------------------------------*
001430 01  DM121-WS-AUD-RUN-DATE.
001440     05  DM121-WS-AUD-RUN-YYYY           PIC X(04).
001450     05  FILLER                          PIC X(01).
001460     05  DM121-WS-AUD-RUN-MM             PIC X(02).
001470     05  FILLER                          PIC X(01).
001480     05  DM121-WS-AUD-RUN-DD             PIC X(02).
001490 01  DM121-WS-HIST-RUN-DATE.
001500     05  DM121-WS-HIST-RUN-YYYY          PIC X(04).
001510     05  DM121-WS-HIST-RUN-MM            PIC X(02).
001520     05  DM121-WS-HIST-RUN-DD            PIC X(02).
001530 01  DM121-WS-HIST-RUN-DATE-NUM REDEFINES DM121-WS-HIST-RUN-DATE
001540                                         PIC 9(08).
001550 PROCEDURE DIVISION.
001560*----------------------------------------------------------*
001570*    0000-MAINLINE
001580*----------------------------------------------------------*
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     PERFORM 2000-LOAD-AUDIT-LINE THRU 2000-EXIT
001620         UNTIL DM121-WS-EOF.
001630     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001640     STOP RUN.
001650 0000-EXIT.
001660     EXIT.
001670*----------------------------------------------------------*
001680*    1000-INITIALIZE  -  FIND THE RUNS TO LOAD, COUNT THEIR
001690*                        AUDIT LINES AGAINST OUTFILE AND
001700*                        REJDATA, OPEN THE HISTORY FILE AND
001710*                        POSITION PAST THE RECORDS OF ANY
001720*                        EARLIER RUN ON THE SAME GENERATION
001730*----------------------------------------------------------*
001740 1000-INITIALIZE.
001750     PERFORM 1100-FIND-RUNS-TO-LOAD THRU 1100-EXIT.
001760     IF DM121-WS-GROUP-COUNT = ZERO
001770         DISPLAY "DM121 - NO COMPLETED DM100 RUN ON RUNCTL, "
001780             "ENDING WITHOUT LOADING ANYTHING"
001790         MOVE 16 TO RETURN-CODE
001800         STOP RUN
001810     END-IF.
001820     PERFORM 1200-COUNT-PENDING-LINES THRU 1200-EXIT.
001830     PERFORM 1300-COUNT-FILE-RECORDS THRU 1300-EXIT.
001840     IF DM121-WS-PENDING-OUTPUT > DM121-WS-OUT-RECS-READ
001850             OR DM121-WS-PENDING-REJECTS > DM121-WS-REJ-RECS-READ
001860         DISPLAY "DM121 - AUDIT TRAIL SHOWS MORE RECORDS THAN "
001870             "OUTFILE/REJDATA HOLD - WRONG GENERATION?"
001880         DISPLAY "DM121 - AUDITED OUTPUT = "
001890             DM121-WS-PENDING-OUTPUT
001900             " OUTFILE = " DM121-WS-OUT-RECS-READ
001910         DISPLAY "DM121 - AUDITED REJECTS = "
001920             DM121-WS-PENDING-REJECTS
001930             " REJDATA = " DM121-WS-REJ-RECS-READ
001940         MOVE 16 TO RETURN-CODE
001950         STOP RUN
001960     END-IF.
001970     SUBTRACT DM121-WS-PENDING-OUTPUT FROM DM121-WS-OUT-RECS-READ
001980         GIVING DM121-WS-OUT-SKIP.
001990     SUBTRACT DM121-WS-PENDING-REJECTS FROM DM121-WS-REJ-RECS-READ
002000         GIVING DM121-WS-REJ-SKIP.
002010     PERFORM 1400-OPEN-TRANHIST THRU 1400-EXIT.
002020     OPEN INPUT AUDITFL.
002030     OPEN INPUT OUTFILE.
002040     OPEN INPUT REJDATA.
002050     PERFORM 1500-SKIP-OUTPUT-RECORD THRU 1500-EXIT
002060         DM121-WS-OUT-SKIP TIMES.
002070     PERFORM 1600-SKIP-REJECT-RECORD THRU 1600-EXIT
002080         DM121-WS-REJ-SKIP TIMES.
002090     MOVE ZERO TO DM121-WS-AUD-LINES-READ.
002100     MOVE "N" TO DM121-WS-EOF-SWITCH.
002110     PERFORM 2100-READ-AUDITFL THRU 2100-EXIT.
002120 1000-EXIT.
002130     EXIT.
002140*----------------------------------------------------------*
002150*    1100-FIND-RUNS-TO-LOAD
002160*         READ RUNCTL END TO END.  EVERY DM100 START RECORD
002170*         JOINS THE PENDING LIST; EVERY DM100 COMPLETION
002180*         CLOSES THE LIST INTO THE GROUP AND STARTS A NEW
002190*         ONE.  AT END OF FILE THE GROUP HOLDS THE LATEST
002200*         COMPLETED RUN AND ANY FAILED RUN AHEAD OF IT THAT IT
002210*         RESTARTED.  A DM130 PARTITION MERGE WRITES ITS START
002211*         RECORD AHEAD OF THE PARTITION RUNS IT APPENDS AND ITS
002212*         COMPLETION AFTER THEM.  THE MERGE'S START EMPTIES
002213*         THE PENDING LIST (NOTHING STARTED BEFORE IT IS ON
002214*         THE MERGED GENERATIONS) UNLESS AN EARLIER MERGE THAT
002215*         FAILED IS STILL OPEN, AND ONLY THE MERGE'S COMPLETION
002216*         CLOSES THE GROUP - SO THE GROUP IS EVERY PARTITION
002217*         RUN OF THE DAY.
002220*----------------------------------------------------------*
002230 1100-FIND-RUNS-TO-LOAD.
002240     OPEN INPUT RUNCTL.
002250     IF DM121-WS-RUNCTL-STATUS NOT = "00"
002260         DISPLAY "DM121 - UNABLE TO OPEN RUNCTL, FILE STATUS = "
002270             DM121-WS-RUNCTL-STATUS
002280         MOVE 16 TO RETURN-CODE
002290         STOP RUN
002300     END-IF.
002310     MOVE "N" TO DM121-WS-EOF-SWITCH.
002320     PERFORM 1110-READ-RUNCTL THRU 1110-EXIT
002330         UNTIL DM121-WS-EOF.
002340     CLOSE RUNCTL.
002350 1100-EXIT.
002360     EXIT.
002370*----------------------------------------------------------*
002380*    1110-READ-RUNCTL  -  READ AND NOTE ONE RUN-CONTROL RECORD
002390*----------------------------------------------------------*
002400 1110-READ-RUNCTL.
002410     READ RUNCTL
002420         AT END
002430             MOVE "Y" TO DM121-WS-EOF-SWITCH
002440     END-READ.
002450     IF DM121-WS-EOF
002460         GO TO 1110-EXIT.
002462     IF DM100-RUNC-PROGRAM = "DM130"
002464         PERFORM 1150-NOTE-MERGE-RECORD THRU 1150-EXIT
002466         GO TO 1110-EXIT.
002470     IF DM100-RUNC-PROGRAM NOT = "DM100"
002480         GO TO 1110-EXIT.
002490     IF DM100-RUNC-TYPE-START
002500         PERFORM 1120-ADD-PENDING-RUN THRU 1120-EXIT
002510     END-IF.
002520     IF DM100-RUNC-TYPE-COMPLETION AND NOT DM121-WS-IN-MERGE
002530         PERFORM 1130-CLOSE-PENDING-GROUP THRU 1130-EXIT
002540     END-IF.
002550 1110-EXIT.
002560     EXIT.
002570*----------------------------------------------------------*
002580*    1120-ADD-PENDING-RUN
002590*         MORE STARTS THAN THE TABLE HOLDS WITH NO COMPLETION
002600*         BETWEEN THEM MEANS RUNCTL NEEDS LOOKING AT BY HAND
002610*         BEFORE ANY HISTORY IS LOADED FROM IT
002620*----------------------------------------------------------*
002630 1120-ADD-PENDING-RUN.
002640     IF DM121-WS-PENDING-COUNT NOT < DM121-WS-RUN-TABLE-MAX
002650         DISPLAY "DM121 - MORE THAN " DM121-WS-RUN-TABLE-MAX
002660             " DM100 STARTS WITH NO COMPLETION ON RUNCTL"
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700     ADD 1 TO DM121-WS-PENDING-COUNT.
002710     SET DM121-WS-PEND-IDX TO DM121-WS-PENDING-COUNT.
002720     MOVE DM100-RUNC-JOB-ID
002730         TO DM121-WS-PENDING-JOB-ID (DM121-WS-PEND-IDX).
002740 1120-EXIT.
002750     EXIT.
002760*----------------------------------------------------------*
002770*    1130-CLOSE-PENDING-GROUP
002780*----------------------------------------------------------*
002790 1130-CLOSE-PENDING-GROUP.
002800     MOVE DM121-WS-PENDING-COUNT TO DM121-WS-GROUP-COUNT.
002810     PERFORM 1140-COPY-PENDING-RUN THRU 1140-EXIT
002820         VARYING DM121-WS-GROUP-IX FROM 1 BY 1
002830         UNTIL DM121-WS-GROUP-IX > DM121-WS-GROUP-COUNT.
002840     MOVE ZERO TO DM121-WS-PENDING-COUNT.
002850 1130-EXIT.
002860     EXIT.
002870*----------------------------------------------------------*
002880*    1140-COPY-PENDING-RUN
002890*----------------------------------------------------------*
002900 1140-COPY-PENDING-RUN.
002910     SET DM121-WS-PEND-IDX TO DM121-WS-GROUP-IX.
002920     SET DM121-WS-GROUP-IDX TO DM121-WS-GROUP-IX.
002930     MOVE DM121-WS-PENDING-JOB-ID (DM121-WS-PEND-IDX)
002940         TO DM121-WS-GROUP-JOB-ID (DM121-WS-GROUP-IDX).
002950     MOVE ZERO TO DM121-WS-GROUP-SEQ (DM121-WS-GROUP-IDX).
002960 1140-EXIT.
002970     EXIT.
002971*----------------------------------------------------------*
002972*    1150-NOTE-MERGE-RECORD
002973*         A DM130 START OPENS A MERGE (EMPTYING THE PENDING
002974*         LIST) IF ONE IS NOT ALREADY OPEN; A DM130
002975*         COMPLETION CLOSES THE GROUP
002976*----------------------------------------------------------*
002977 1150-NOTE-MERGE-RECORD.
002978     IF DM100-RUNC-TYPE-START AND NOT DM121-WS-IN-MERGE
002979         MOVE ZERO TO DM121-WS-PENDING-COUNT
002980         MOVE "Y" TO DM121-WS-MERGE-SWITCH
002981     END-IF.
002982     IF DM100-RUNC-TYPE-COMPLETION
002983         PERFORM 1130-CLOSE-PENDING-GROUP THRU 1130-EXIT
002984         MOVE "N" TO DM121-WS-MERGE-SWITCH
002985     END-IF.
002986 1150-EXIT.
002987     EXIT.
002988*----------------------------------------------------------*
002990*    1200-COUNT-PENDING-LINES
003000*         FIRST PASS OF AUDITFL - COUNT THE GROUP'S LINES THAT
003010*         LANDED ON OUTFILE ("O"/"V") AND ON REJDATA ("J")
003020*----------------------------------------------------------*
003030 1200-COUNT-PENDING-LINES.
003040     OPEN INPUT AUDITFL.
003050     IF DM121-WS-AUDITFL-STATUS NOT = "00"
003060         DISPLAY "DM121 - UNABLE TO OPEN AUDITFL, FILE STATUS = "
003070             DM121-WS-AUDITFL-STATUS
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF.
003110     MOVE "N" TO DM121-WS-EOF-SWITCH.
003120     PERFORM 2100-READ-AUDITFL THRU 2100-EXIT.
003130     PERFORM 1210-COUNT-ONE-LINE THRU 1210-EXIT
003140         UNTIL DM121-WS-EOF.
003150     CLOSE AUDITFL.
003160 1200-EXIT.
003170     EXIT.
003180*----------------------------------------------------------*
003190*    1210-COUNT-ONE-LINE
003200*----------------------------------------------------------*
003210 1210-COUNT-ONE-LINE.
003220     PERFORM 2200-FIND-GROUP-RUN THRU 2200-EXIT.
003230     IF DM121-WS-RUN-FOUND
003240         IF DM100-AUDD-DISP-OUTPUT OR DM100-AUDD-DISP-REVERSAL
003250             ADD 1 TO DM121-WS-PENDING-OUTPUT
003260         END-IF
003270         IF DM100-AUDD-DISP-REJECT
003280             ADD 1 TO DM121-WS-PENDING-REJECTS
003290         END-IF
003300     END-IF.
003310     PERFORM 2100-READ-AUDITFL THRU 2100-EXIT.
003320 1210-EXIT.
003330     EXIT.
003340*----------------------------------------------------------*
003350*    1300-COUNT-FILE-RECORDS
003360*         COUNT OUTFILE AND REJDATA END TO END, SO THE GROUP'S
003370*         RECORDS CAN BE FOUND AT THE END OF EACH
003380*----------------------------------------------------------*
003390 1300-COUNT-FILE-RECORDS.
003400     OPEN INPUT OUTFILE.
003410     IF DM121-WS-OUTFILE-STATUS NOT = "00"
003420         DISPLAY "DM121 - UNABLE TO OPEN OUTFILE, FILE STATUS = "
003430             DM121-WS-OUTFILE-STATUS
003440         MOVE 16 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470     MOVE "N" TO DM121-WS-EOF-SWITCH.
003480     PERFORM 1310-COUNT-OUTPUT-RECORD THRU 1310-EXIT
003490         UNTIL DM121-WS-EOF.
003500     CLOSE OUTFILE.
003510     OPEN INPUT REJDATA.
003520     IF DM121-WS-REJDATA-STATUS NOT = "00"
003530         DISPLAY "DM121 - UNABLE TO OPEN REJDATA, FILE STATUS = "
003540             DM121-WS-REJDATA-STATUS
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580     MOVE "N" TO DM121-WS-EOF-SWITCH.
003590     PERFORM 1320-COUNT-REJECT-RECORD THRU 1320-EXIT
003600         UNTIL DM121-WS-EOF.
003610     CLOSE REJDATA.
003620 1300-EXIT.
003630     EXIT.
003640*----------------------------------------------------------*
003650*    1310-COUNT-OUTPUT-RECORD
003660*----------------------------------------------------------*
003670 1310-COUNT-OUTPUT-RECORD.
003680     READ OUTFILE
003690         AT END
003700             MOVE "Y" TO DM121-WS-EOF-SWITCH
003710         NOT AT END
003720             ADD 1 TO DM121-WS-OUT-RECS-READ
003730     END-READ.
003740 1310-EXIT.
003750     EXIT.
003760*----------------------------------------------------------*
003770*    1320-COUNT-REJECT-RECORD
003780*----------------------------------------------------------*
003790 1320-COUNT-REJECT-RECORD.
003800     READ REJDATA
003810         AT END
003820             MOVE "Y" TO DM121-WS-EOF-SWITCH
003830         NOT AT END
003840             ADD 1 TO DM121-WS-REJ-RECS-READ
003850     END-READ.
003860 1320-EXIT.
003870     EXIT.
003880*----------------------------------------------------------*
003890*    1400-OPEN-TRANHIST
003900*         OPEN THE HISTORY FILE FOR UPDATE, CREATING IT EMPTY
003910*         ON THE VERY FIRST RUN THE SAME WAY DM100 CREATES ITS
003920*         OWN KEYED FILES
003930*----------------------------------------------------------*
003940 1400-OPEN-TRANHIST.
003950     OPEN I-O TRANHIST.
003960     IF DM121-WS-TRANHIST-STATUS NOT = "00"
003970         OPEN OUTPUT TRANHIST
003980         CLOSE TRANHIST
003990         OPEN I-O TRANHIST
004000     END-IF.
004010     IF DM121-WS-TRANHIST-STATUS NOT = "00"
004020         DISPLAY "DM121 - UNABLE TO OPEN TRANHIST, FILE STATUS = "
004030             DM121-WS-TRANHIST-STATUS
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070 1400-EXIT.
004080     EXIT.
004090*----------------------------------------------------------*
004100*    1500-SKIP-OUTPUT-RECORD  -  PASS OVER ONE OUTFILE RECORD
004110*                                AN EARLIER RUN WROTE
004120*----------------------------------------------------------*
004130 1500-SKIP-OUTPUT-RECORD.
004140     READ OUTFILE
004150         AT END
004160             CONTINUE
004170     END-READ.
004180 1500-EXIT.
004190     EXIT.
004200*----------------------------------------------------------*
004210*    1600-SKIP-REJECT-RECORD  -  PASS OVER ONE REJDATA RECORD
004220*                                AN EARLIER RUN WROTE
004230*----------------------------------------------------------*
004240 1600-SKIP-REJECT-RECORD.
004250     READ REJDATA
004260         AT END
004270             CONTINUE
004280     END-READ.
004290 1600-EXIT.
004300     EXIT.
004310*----------------------------------------------------------*
004320*    2000-LOAD-AUDIT-LINE  -  MAIN PROCESSING LOOP
004330*----------------------------------------------------------*
004340 2000-LOAD-AUDIT-LINE.
004350     PERFORM 2050-LOAD-ONE-TRANSACTION THRU 2050-EXIT.
004360     PERFORM 2100-READ-AUDITFL THRU 2100-EXIT.
004370 2000-EXIT.
004380     EXIT.
004390*----------------------------------------------------------*
004400*    2050-LOAD-ONE-TRANSACTION
004410*         A LINE OF ANOTHER RUN IS PASSED OVER.  A LINE OF THE
004420*         GROUP TAKES THE NEXT SEQUENCE FOR ITS JOB-ID; A
004430*         DUPLICATE ("D") WENT TO DUPFILE, NOT OUTFILE OR
004440*         REJDATA, AND LOADS NOTHING.
004450*----------------------------------------------------------*
004460 2050-LOAD-ONE-TRANSACTION.
004470     PERFORM 2200-FIND-GROUP-RUN THRU 2200-EXIT.
004480     IF NOT DM121-WS-RUN-FOUND
004490         GO TO 2050-EXIT.
004500     ADD 1 TO DM121-WS-GROUP-SEQ (DM121-WS-GROUP-IDX).
004510     IF DM100-AUDD-DISP-DUPLICATE
004520         GO TO 2050-EXIT.
004530     MOVE SPACES TO DM100-HIST-RECORD.
004540     MOVE DM100-AUDD-JOB-ID TO DM100-HIST-JOB-ID.
004550     MOVE DM121-WS-GROUP-SEQ (DM121-WS-GROUP-IDX)
004560         TO DM100-HIST-SEQ.
004570     MOVE DM100-AUDD-STATUS TO DM100-HIST-STATUS.
004580     MOVE DM100-AUDD-DISPOSITION TO DM100-HIST-DISPOSITION.
004590     MOVE DM100-AUDD-RUN-DATE TO DM121-WS-AUD-RUN-DATE.
004600     MOVE DM121-WS-AUD-RUN-YYYY TO DM121-WS-HIST-RUN-YYYY.
004610     MOVE DM121-WS-AUD-RUN-MM TO DM121-WS-HIST-RUN-MM.
004620     MOVE DM121-WS-AUD-RUN-DD TO DM121-WS-HIST-RUN-DD.
004630     IF DM121-WS-HIST-RUN-DATE IS NUMERIC
004640         MOVE DM121-WS-HIST-RUN-DATE-NUM TO DM100-HIST-RUN-DATE
004650     ELSE
004660         MOVE ZERO TO DM100-HIST-RUN-DATE
004670     END-IF.
004680     MOVE "N" TO DM121-WS-MISSING-SWITCH.
004690     IF DM100-AUDD-DISP-REJECT
004700         PERFORM 2400-TAKE-REJECT-RECORD THRU 2400-EXIT
004710     ELSE
004720         PERFORM 2300-TAKE-OUTPUT-RECORD THRU 2300-EXIT
004730     END-IF.
004740     IF DM121-WS-RECORD-MISSING
004750         GO TO 2050-EXIT.
004760     PERFORM 2500-WRITE-HISTORY THRU 2500-EXIT.
004770 2050-EXIT.
004780     EXIT.
004790*----------------------------------------------------------*
004800*    2100-READ-AUDITFL  -  READ THE NEXT AUDIT LINE
004810*----------------------------------------------------------*
004820 2100-READ-AUDITFL.
004830     READ AUDITFL
004840         AT END
004850             MOVE "Y" TO DM121-WS-EOF-SWITCH
004860         NOT AT END
004870             ADD 1 TO DM121-WS-AUD-LINES-READ
004880             MOVE DM121-AUD-LINE TO DM100-AUD-DETAIL-LINE
004890     END-READ.
004900 2100-EXIT.
004910     EXIT.
004920*----------------------------------------------------------*
004930*    2200-FIND-GROUP-RUN
004940*         IS THE CURRENT AUDIT LINE'S JOB-ID ONE OF THE RUNS
004950*         BEING LOADED?  THE PERFORM VARYING LEAVES THE
004960*         SUBSCRIPT ONE PAST THE ENTRY THAT MATCHED, SO IT IS
004970*         STEPPED BACK BEFORE THE ENTRY IS USED.
004980*----------------------------------------------------------*
004990 2200-FIND-GROUP-RUN.
005000     MOVE "N" TO DM121-WS-FOUND-SWITCH.
005010     PERFORM 2210-SEARCH-GROUP-TABLE THRU 2210-EXIT
005020         VARYING DM121-WS-GROUP-IX FROM 1 BY 1
005030         UNTIL DM121-WS-GROUP-IX > DM121-WS-GROUP-COUNT
005040            OR DM121-WS-RUN-FOUND.
005050     IF DM121-WS-RUN-FOUND
005060         SUBTRACT 1 FROM DM121-WS-GROUP-IX
005070         SET DM121-WS-GROUP-IDX TO DM121-WS-GROUP-IX
005080     END-IF.
005090 2200-EXIT.
005100     EXIT.
005110*----------------------------------------------------------*
005120*    2210-SEARCH-GROUP-TABLE  -  COMPARE ONE GROUP ENTRY
005130*----------------------------------------------------------*
005140 2210-SEARCH-GROUP-TABLE.
005150     SET DM121-WS-GROUP-IDX TO DM121-WS-GROUP-IX.
005160     IF DM121-WS-GROUP-JOB-ID (DM121-WS-GROUP-IDX)
005170             = DM100-AUDD-JOB-ID
005180         MOVE "Y" TO DM121-WS-FOUND-SWITCH
005190     END-IF.
005200 2210-EXIT.
005210     EXIT.
005220*----------------------------------------------------------*
005230*    2300-TAKE-OUTPUT-RECORD
005240*         READ THE NEXT OUTFILE RECORD FOR AN "O"/"V" LINE.
005250*         THE RECORD, NOT THE AUDIT LINE, IS WHAT POSTED, SO
005260*         ITS FIELDS ARE THE ONES LOADED; A RECORD WHOSE PAIR
005270*         OR TYPE DIFFERS FROM ITS AUDIT LINE IS LOADED ANYWAY
005280*         AND REPORTED.
005290*----------------------------------------------------------*
005300 2300-TAKE-OUTPUT-RECORD.
005310     READ OUTFILE
005320         AT END
005330             MOVE "Y" TO DM121-WS-MISSING-SWITCH
005340     END-READ.
005350     IF DM121-WS-RECORD-MISSING
005360         ADD 1 TO DM121-WS-MISMATCHES
005370         DISPLAY "DM121 - OUTFILE ENDED BEFORE AUDIT LINE FOR "
005380             "JOB-ID " DM100-AUDD-JOB-ID " NUM1/NUM2 = "
005390             DM100-AUDD-NUM1 "/" DM100-AUDD-NUM2
005400         GO TO 2300-EXIT.
005410     IF DM100-OUT-NUM1 NOT = DM100-AUDD-NUM1
005420             OR DM100-OUT-NUM2 NOT = DM100-AUDD-NUM2
005430             OR DM100-OUT-REC-TYPE NOT = DM100-AUDD-REC-TYPE
005440         ADD 1 TO DM121-WS-MISMATCHES
005450         DISPLAY "DM121 - OUTFILE RECORD " DM100-OUT-NUM1 "/"
005460             DM100-OUT-NUM2 " DOES NOT MATCH AUDIT LINE "
005470             DM100-AUDD-NUM1 "/" DM100-AUDD-NUM2
005480     END-IF.
005490     MOVE DM100-OUT-ACCOUNT-ID TO DM100-HIST-ACCOUNT-ID.
005500     MOVE DM100-OUT-TRANS-DATE TO DM100-HIST-TRANS-DATE.
005510     MOVE DM100-OUT-REC-TYPE TO DM100-HIST-REC-TYPE.
005520     MOVE DM100-OUT-NUM1 TO DM100-HIST-NUM1.
005530     MOVE DM100-OUT-NUM2 TO DM100-HIST-NUM2.
005540     MOVE DM100-OUT-RESULT TO DM100-HIST-RESULT.
005550     MOVE SPACES TO DM100-HIST-REASON-CODE.
005560 2300-EXIT.
005570     EXIT.
005580*----------------------------------------------------------*
005590*    2400-TAKE-REJECT-RECORD
005600*         READ THE NEXT REJDATA RECORD FOR A "J" LINE AND
005610*         UNPACK ITS ORIGINAL INPUT IMAGE, THE SAME CHECK
005620*         AGAINST THE AUDIT LINE AS AN OUTFILE RECORD GETS
005630*----------------------------------------------------------*
005640 2400-TAKE-REJECT-RECORD.
005650     READ REJDATA
005660         AT END
005670             MOVE "Y" TO DM121-WS-MISSING-SWITCH
005680     END-READ.
005690     IF DM121-WS-RECORD-MISSING
005700         ADD 1 TO DM121-WS-MISMATCHES
005710         DISPLAY "DM121 - REJDATA ENDED BEFORE AUDIT LINE FOR "
005720             "JOB-ID " DM100-AUDD-JOB-ID " NUM1/NUM2 = "
005730             DM100-AUDD-NUM1 "/" DM100-AUDD-NUM2
005740         GO TO 2400-EXIT.
005750     MOVE DM100-REJX-INPUT-IMAGE TO DM100-INPUT-RECORD.
005760     IF DM100-IN-NUM1 NOT = DM100-AUDD-NUM1
005770             OR DM100-IN-NUM2 NOT = DM100-AUDD-NUM2
005780             OR DM100-IN-REC-TYPE NOT = DM100-AUDD-REC-TYPE
005790         ADD 1 TO DM121-WS-MISMATCHES
005800         DISPLAY "DM121 - REJDATA RECORD " DM100-IN-NUM1 "/"
005810             DM100-IN-NUM2 " DOES NOT MATCH AUDIT LINE "
005820             DM100-AUDD-NUM1 "/" DM100-AUDD-NUM2
005830     END-IF.
005840     MOVE DM100-IN-ACCOUNT-ID TO DM100-HIST-ACCOUNT-ID.
005850     MOVE DM100-IN-TRANS-DATE TO DM100-HIST-TRANS-DATE.
005860     MOVE DM100-IN-REC-TYPE TO DM100-HIST-REC-TYPE.
005870     MOVE DM100-IN-NUM1 TO DM100-HIST-NUM1.
005880     MOVE DM100-IN-NUM2 TO DM100-HIST-NUM2.
005890     MOVE ZERO TO DM100-HIST-RESULT.
005900     MOVE DM100-REJX-REASON-CODE TO DM100-HIST-REASON-CODE.
005910 2400-EXIT.
005920     EXIT.
005930*----------------------------------------------------------*
005940*    2500-WRITE-HISTORY
005950*         A KEY ALREADY ON FILE WAS LOADED BY AN EARLIER RUN
005960*         OF THIS STEP AND IS LEFT AS IT IS
005970*----------------------------------------------------------*
005980 2500-WRITE-HISTORY.
005990     WRITE DM100-HIST-RECORD
006000         INVALID KEY
006010             CONTINUE
006020     END-WRITE.
006030     IF DM121-WS-TRANHIST-STATUS = "00"
006040         ADD 1 TO DM121-WS-HIST-WRITTEN
006050         GO TO 2500-EXIT.
006060     IF DM121-WS-TRANHIST-STATUS = "22"
006070         ADD 1 TO DM121-WS-HIST-ALREADY
006080         GO TO 2500-EXIT.
006090     DISPLAY "DM121 - UNABLE TO WRITE TRANHIST, FILE STATUS = "
006100         DM121-WS-TRANHIST-STATUS.
006110     MOVE 16 TO RETURN-CODE.
006120     STOP RUN.
006130 2500-EXIT.
006140     EXIT.
006150*----------------------------------------------------------*
006160*    8000-FINALIZE  -  CLOSE FILES, SUMMARIZE THE LOAD
006170*----------------------------------------------------------*
006180 8000-FINALIZE.
006190     CLOSE AUDITFL.
006200     CLOSE OUTFILE.
006210     CLOSE REJDATA.
006220     CLOSE TRANHIST.
006230     DISPLAY "DM121 - DM100 RUNS LOADED         = "
006240         DM121-WS-GROUP-COUNT.
006250     DISPLAY "DM121 - AUDIT LINES READ          = "
006260         DM121-WS-AUD-LINES-READ.
006270     DISPLAY "DM121 - OUTFILE RECORDS LOADED    = "
006280         DM121-WS-PENDING-OUTPUT.
006290     DISPLAY "DM121 - REJDATA RECORDS LOADED    = "
006300         DM121-WS-PENDING-REJECTS.
006310     DISPLAY "DM121 - HISTORY RECORDS WRITTEN   = "
006320         DM121-WS-HIST-WRITTEN.
006330     DISPLAY "DM121 - ALREADY ON HISTORY        = "
006340         DM121-WS-HIST-ALREADY.
006350     DISPLAY "DM121 - RECORDS NOT MATCHING AUDIT = "
006360         DM121-WS-MISMATCHES.
006370     IF DM121-WS-MISMATCHES NOT = ZERO
006380         MOVE 4 TO RETURN-CODE
006390     END-IF.
006400 8000-EXIT.
006410     EXIT.
