000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    SourceAcknowledgment.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  WRITES THE ONE-RECORD
000220*                 ACKNOWLEDGMENT (ACKFILE, DM100AK) FOR THE
000230*                 SUBMITTING SYSTEM NAMED ON THE PARM
000240*                 (SOURCE=XXXXXXXX) AFTER THE DAY'S DM100 RUN.
000250*                 THE DM127 SOURCE MAP (SRCMAP, DM100SM) SAYS
000260*                 WHETHER ITS EXTRACT WAS ACCEPTED, HELD BACK OR
000270*                 NEVER RECEIVED, AND FOR AN ACCEPTED EXTRACT
000280*                 WHICH INFILE RECORD NUMBERS IT OCCUPIED.  THE
000290*                 DM100 RUNS SINCE THE PREVIOUS COMPLETED RUN
000300*                 ARE PICKED UP FROM RUNCTL THE SAME WAY DM121
000310*                 DOES, AND THEIR AUDITFL LINES FOR THOSE
000320*                 RECORD NUMBERS ARE TALLIED INTO PROCESSED,
000330*                 REJECTED AND DUPLICATE - ONLY THE LINE OF
000340*                 EACH RECORD'S FINAL DISPOSITION, SO A RECORD
000350*                 REPROCESSED BY A RESTART IS NOT COUNTED TWICE.
000353*                 A DAY PROCESSED AS PARALLEL PARTITIONS IS
000356*                 ACKNOWLEDGED AFTER ITS DM130 MERGE, WITH THE
000359*                 PARTITION RUNS GROUPED AS DM121 GROUPS THEM.  A
000362*                 PARTITION RUN'S AUDIT LINES CARRY RECORD
000365*                 NUMBERS ON ITS OWN PARTITION INPUT, SO THE
000368*                 SOURCE'S RANGE ON THAT PARTITION COMES FROM THE
000371*                 DM129 PARTITION MAP (PARTMAP, DM100PM), AND A
000374*                 RESTART ONLY SUPERSEDES LINES OF EARLIER RUNS
000377*                 OF THE SAME PARTITION.  PARTMAP IS DD DUMMY ON
000380*                 A SINGLE-STREAM DAY.  RC=4 WHEN THE SOURCE WAS
000383*                 HELD BACK, NOT RECEIVED, OR NOT EVERY RECORD IT
000386*                 SENT CAN BE ACCOUNTED FOR.
000394*----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SRCMAP ASSIGN TO "SRCMAP"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS DM128-WS-SRCMAP-STATUS.
000460     SELECT RUNCTL ASSIGN TO "RUNCTL"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS DM128-WS-RUNCTL-STATUS.
000490     SELECT AUDITFL ASSIGN TO "AUDITFL"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS DM128-WS-AUDITFL-STATUS.
000520     SELECT BUSCTL ASSIGN TO "BUSCTL"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS DM128-WS-BUSCTL-STATUS.
000550     SELECT ACKFILE ASSIGN TO "ACKFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS DM128-WS-ACKFILE-STATUS.
000572     SELECT PARTMAP ASSIGN TO "PARTMAP"
000574         ORGANIZATION IS SEQUENTIAL
000576         FILE STATUS IS DM128-WS-PARTMAP-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  SRCMAP
000610     LABEL RECORDS ARE STANDARD.
000620 01  DM128-SRCMAP-REC                    PIC X(80).
000630 FD  RUNCTL
000640     LABEL RECORDS ARE STANDARD.
000650     COPY DM100RC.
000660 FD  AUDITFL
000670     LABEL RECORDS ARE STANDARD.
000680 01  DM128-AUD-LINE                      PIC X(80).
000690 FD  BUSCTL
000700     LABEL RECORDS ARE STANDARD.
000710     COPY DM100BD.
000720 FD  ACKFILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY DM100AK.
000742 FD  PARTMAP
000744     LABEL RECORDS ARE STANDARD.
000746     COPY DM100PM.
000750 WORKING-STORAGE SECTION.
000760*----------------------------------------------------------*
000770*    FILE STATUS SWITCHES
000780*----------------------------------------------------------*
000790 77  DM128-WS-SRCMAP-STATUS              PIC X(02) VALUE "00".
000800 77  DM128-WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
000810 77  DM128-WS-AUDITFL-STATUS             PIC X(02) VALUE "00".
000820 77  DM128-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
000830 77  DM128-WS-ACKFILE-STATUS             PIC X(02) VALUE "00".
000835 77  DM128-WS-PARTMAP-STATUS             PIC X(02) VALUE "00".
000840*----------------------------------------------------------*
000850*    PROGRAM SWITCHES
000860*----------------------------------------------------------*
000870 77  DM128-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000880     88  DM128-WS-EOF                        VALUE "Y".
000890 77  DM128-WS-FOUND-SWITCH               PIC X(01) VALUE "N".
000900     88  DM128-WS-RUN-FOUND                  VALUE "Y".
000910 77  DM128-WS-MAP-SWITCH                 PIC X(01) VALUE "N".
000920     88  DM128-WS-MAP-NOT-FOUND              VALUE "N".
000930     88  DM128-WS-MAP-FOUND-HELD             VALUE "H".
000940     88  DM128-WS-MAP-FOUND-ACCEPTED         VALUE "A".
000943 77  DM128-WS-MERGE-SWITCH               PIC X(01) VALUE "N".
000946     88  DM128-WS-IN-MERGE                   VALUE "Y".
000950*----------------------------------------------------------*
000960*    THE SOURCE BEING ACKNOWLEDGED AND ITS COUNTERS
000970*----------------------------------------------------------*
000980 77  DM128-WS-SOURCE-ID                  PIC X(08) VALUE SPACES.
000990 77  DM128-WS-ID-LENGTH              PIC S9(04) COMP VALUE ZERO.
001000 77  DM128-WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
001010 77  DM128-WS-AUD-LINES-READ         PIC 9(07) COMP VALUE ZERO.
001020 77  DM128-WS-LINES-SUPERSEDED       PIC 9(07) COMP VALUE ZERO.
001030 77  DM128-WS-RECS-PROCESSED         PIC 9(07) COMP VALUE ZERO.
001040 77  DM128-WS-RECS-REJECTED          PIC 9(07) COMP VALUE ZERO.
001050 77  DM128-WS-RECS-DUPLICATE         PIC 9(07) COMP VALUE ZERO.
001060 77  DM128-WS-RECS-ACCOUNTED         PIC 9(07) COMP VALUE ZERO.
001070 77  DM128-WS-CONTROL-TOTAL          PIC S9(15) COMP VALUE ZERO.
001073 77  DM128-WS-RANGE-FIRST            PIC 9(07) COMP VALUE ZERO.
001076 77  DM128-WS-RANGE-LAST             PIC 9(07) COMP VALUE ZERO.
001080*----------------------------------------------------------*
001090*    SOURCE MAP RECORD AND AUDIT DETAIL LINE, USED TO PARSE
001100*    ONE SRCMAP AND ONE AUDITFL RECORD.  THE SOURCE'S OWN MAP
001110*    RECORD IS KEPT IN DM128-WS-MAP-SAVE AS THE MAP IS READ.
001120*----------------------------------------------------------*
001130     COPY DM100SM.
001140 01  DM128-WS-MAP-SAVE                   PIC X(80) VALUE SPACES.
001150     COPY DM100AU.
001160*----------------------------------------------------------*
001170*    DM100 RUNS STARTED SINCE THE LAST COMPLETION SEEN SO FAR
001180*    ON RUNCTL, AND THE GROUP THE LATEST COMPLETION CLOSED.
001190*    EACH RUN CARRIES THE RESTART POINT FROM ITS START RECORD
001200*    (ZERO UNLESS IT WAS A RESTART).  A GROUP ENTRY'S FINAL
001210*    LIMIT IS THE LOWEST RESTART POINT OF THE RUNS AFTER IT -
001220*    A RECORD AT OR BELOW THAT LIMIT WAS SKIPPED BY EVERY
001230*    LATER RUN, SO THIS RUN'S LINE FOR IT IS THE FINAL ONE.
001232*    ONLY LATER RUNS OF THE SAME PARTITION COUNT - ZERO FOR A
001234*    SINGLE-STREAM RUN - SINCE EACH PARTITION NUMBERS ITS OWN
001236*    RECORDS.
001240*----------------------------------------------------------*
001250 77  DM128-WS-RUN-TABLE-MAX          PIC 9(04) COMP VALUE 40.
001260 77  DM128-WS-PENDING-COUNT          PIC 9(04) COMP VALUE ZERO.
001270 77  DM128-WS-GROUP-COUNT            PIC 9(04) COMP VALUE ZERO.
001280 77  DM128-WS-GROUP-IX               PIC 9(04) COMP VALUE ZERO.
001290 77  DM128-WS-LOWEST-RESTART         PIC 9(07) COMP VALUE ZERO.
001300 01  DM128-WS-PENDING-TABLE.
001310     05  DM128-WS-PENDING-ENTRY OCCURS 40 TIMES
001320             INDEXED BY DM128-WS-PEND-IDX.
001330         10  DM128-WS-PENDING-JOB-ID      PIC X(08).
001340         10  DM128-WS-PENDING-RESTART     PIC 9(07) COMP.
001345         10  DM128-WS-PENDING-PARTITION   PIC 9(02).
001350 01  DM128-WS-GROUP-TABLE.
001360     05  DM128-WS-GROUP-ENTRY OCCURS 40 TIMES
001370             INDEXED BY DM128-WS-GROUP-IDX.
001380         10  DM128-WS-GROUP-JOB-ID        PIC X(08).
001390         10  DM128-WS-GROUP-RESTART       PIC 9(07) COMP.
001391         10  DM128-WS-GROUP-FINAL-LIMIT   PIC 9(07) COMP.
001392         10  DM128-WS-GROUP-PARTITION     PIC 9(02).
001393         10  DM128-WS-GROUP-LAST-SWITCH   PIC X(01).
001394             88  DM128-WS-GROUP-LAST-RUN      VALUE "Y".
001395*----------------------------------------------------------*
001396*    ONE SLOT PER PARTITION, AT PARTITION NUMBER + 1 (SLOT 1
001397*    IS A SINGLE-STREAM RUN) - THE LOWEST RESTART POINT OF ITS
001398*    RUNS SEEN SO FAR WORKING BACK THROUGH THE GROUP, AND THE
001399*    PARTITION INPUT RECORD NUMBERS THE SOURCE'S DETAILS WERE
001400*    SPLIT TO FROM PARTMAP
001401*----------------------------------------------------------*
001402 77  DM128-WS-PART-SLOTS             PIC 9(04) COMP VALUE 10.
001403 77  DM128-WS-PART-SLOT              PIC 9(04) COMP VALUE ZERO.
001404 01  DM128-WS-PARTITION-TABLE.
001405     05  DM128-WS-PART-ENTRY OCCURS 10 TIMES
001406             INDEXED BY DM128-WS-PART-IDX.
001407         10  DM128-WS-PART-LOWEST-RESTART PIC 9(07) COMP.
001408         10  DM128-WS-PART-LATER-SWITCH   PIC X(01).
001409             88  DM128-WS-PART-LATER-RUN      VALUE "Y".
001410         10  DM128-WS-PART-RANGE-SWITCH   PIC X(01).
001411             88  DM128-WS-PART-HAS-RANGE      VALUE "Y".
001412         10  DM128-WS-PART-FIRST-REC      PIC 9(07) COMP.
001413         10  DM128-WS-PART-LAST-REC       PIC 9(07) COMP.
001414 LINKAGE SECTION.
001420*----------------------------------------------------------*
001430*    EXEC PARM= PARAMETER AREA - SOURCE=XXXXXXXX NAMES THE
001440*    SUBMITTING SYSTEM TO ACKNOWLEDGE.  DELIVERED BY THE
001450*    OPERATING SYSTEM AS A HALFWORD LENGTH FOLLOWED BY THE
001460*    PARM TEXT
001470*----------------------------------------------------------*
001480 01  DM128-LK-PARM-AREA.
001490     05  DM128-LK-PARM-LEN               PIC S9(04) COMP.
001500     05  DM128-LK-PARM-TEXT              PIC X(80).
001510 PROCEDURE DIVISION USING DM128-LK-PARM-AREA.
001520*----------------------------------------------------------*
001530*    0000-MAINLINE
001540*----------------------------------------------------------*
001550 0000-MAINLINE.
001560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001570     PERFORM 2000-FIND-SOURCE THRU 2000-EXIT.
001580     IF DM128-WS-MAP-FOUND-ACCEPTED
001590         PERFORM 3000-FIND-RUNS THRU 3000-EXIT
001600         PERFORM 4000-TALLY-AUDIT-LINES THRU 4000-EXIT
001610     END-IF.
001620     PERFORM 5000-WRITE-ACKNOWLEDGMENT THRU 5000-EXIT.
001630     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001640     STOP RUN.
001650 0000-EXIT.
001660     EXIT.
001670*----------------------------------------------------------*
001680*    1000-INITIALIZE  -  PARSE THE PARM AND READ THE CURRENT
001690*                        BUSINESS DATE
001700*----------------------------------------------------------*
001710 1000-INITIALIZE.
001720     PERFORM 1100-PARSE-SOURCE-PARM THRU 1100-EXIT.
001730     OPEN INPUT BUSCTL.
001740     IF DM128-WS-BUSCTL-STATUS NOT = "00"
001750         DISPLAY "DM128 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
001760             DM128-WS-BUSCTL-STATUS
001770         MOVE 16 TO RETURN-CODE
001780         STOP RUN
001790     END-IF.
001800     READ BUSCTL
001810         AT END
001820             DISPLAY "DM128 - BUSCTL HOLDS NO BUSINESS-DATE "
001830                 "CONTROL RECORD - NO ACKNOWLEDGMENT WRITTEN"
001840             MOVE 16 TO RETURN-CODE
001850             STOP RUN
001860     END-READ.
001870     CLOSE BUSCTL.
001880     MOVE DM100-BDC-CURRENT-DATE TO DM128-WS-BUSINESS-DATE.
001890 1000-EXIT.
001900     EXIT.
001910*----------------------------------------------------------*
001920*    1100-PARSE-SOURCE-PARM
001930*         SOURCE=XXXXXXXX IS REQUIRED - ONE TO EIGHT
001940*         CHARACTERS, MATCHED AGAINST THE SOURCE-ID ON THE
001950*         SENDER'S TRANSMISSION HEADER
001960*----------------------------------------------------------*
001970 1100-PARSE-SOURCE-PARM.
001980     IF DM128-LK-PARM-LEN > 7
001990             AND DM128-LK-PARM-LEN < 16
002000             AND DM128-LK-PARM-TEXT (1:7) = "SOURCE="
002010         SUBTRACT 7 FROM DM128-LK-PARM-LEN
002020             GIVING DM128-WS-ID-LENGTH
002030         MOVE DM128-LK-PARM-TEXT (8:DM128-WS-ID-LENGTH)
002040             TO DM128-WS-SOURCE-ID
002050         GO TO 1100-EXIT
002060     END-IF.
002070     DISPLAY "DM128 - PARM NOT RECOGNISED, EXPECTED "
002080         "SOURCE=XXXXXXXX - NO ACKNOWLEDGMENT WRITTEN".
002090     MOVE 16 TO RETURN-CODE.
002100     STOP RUN.
002110 1100-EXIT.
002120     EXIT.
002130*----------------------------------------------------------*
002140*    2000-FIND-SOURCE
002150*         READ SRCMAP END TO END FOR THE SOURCE'S RECORD.  AN
002160*         ACCEPTED RECORD WINS; OTHERWISE THE LAST HELD ONE
002170*         (A SENDER MAY HAVE RESENT A TRANSMISSION THAT WAS
002180*         HELD AGAIN) IS WHAT GETS ACKNOWLEDGED.
002190*----------------------------------------------------------*
002200 2000-FIND-SOURCE.
002210     OPEN INPUT SRCMAP.
002220     IF DM128-WS-SRCMAP-STATUS NOT = "00"
002230         DISPLAY "DM128 - UNABLE TO OPEN SRCMAP, FILE STATUS = "
002240             DM128-WS-SRCMAP-STATUS
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280     MOVE "N" TO DM128-WS-EOF-SWITCH.
002290     PERFORM 2100-READ-SRCMAP THRU 2100-EXIT
002300         UNTIL DM128-WS-EOF.
002310     CLOSE SRCMAP.
002320     IF NOT DM128-WS-MAP-NOT-FOUND
002330         MOVE DM128-WS-MAP-SAVE TO DM100-SMAP-RECORD
002340     END-IF.
002350 2000-EXIT.
002360     EXIT.
002370*----------------------------------------------------------*
002380*    2100-READ-SRCMAP  -  READ AND NOTE ONE SOURCE MAP RECORD
002390*----------------------------------------------------------*
002400 2100-READ-SRCMAP.
002410     READ SRCMAP
002420         AT END
002430             MOVE "Y" TO DM128-WS-EOF-SWITCH
002440         NOT AT END
002450             MOVE DM128-SRCMAP-REC TO DM100-SMAP-RECORD
002460     END-READ.
002470     IF DM128-WS-EOF
002480         GO TO 2100-EXIT.
002490     IF DM100-SMAP-SOURCE-ID NOT = DM128-WS-SOURCE-ID
002500         GO TO 2100-EXIT.
002510     IF DM128-WS-MAP-FOUND-ACCEPTED
002520         GO TO 2100-EXIT.
002530     MOVE DM100-SMAP-RECORD TO DM128-WS-MAP-SAVE.
002540     IF DM100-SMAP-ACCEPTED
002550         MOVE "A" TO DM128-WS-MAP-SWITCH
002560     ELSE
002570         MOVE "H" TO DM128-WS-MAP-SWITCH
002580     END-IF.
002590 2100-EXIT.
002600     EXIT.
002610*----------------------------------------------------------*
002620*    3000-FIND-RUNS
002630*         READ RUNCTL END TO END.  EVERY DM100 START RECORD
002640*         JOINS THE PENDING LIST; EVERY DM100 COMPLETION
002650*         CLOSES THE LIST INTO THE GROUP AND STARTS A NEW
002660*         ONE.  AT END OF FILE THE GROUP HOLDS THE LATEST
002670*         COMPLETED RUN AND ANY FAILED RUN AHEAD OF IT THAT IT
002680*         RESTARTED.  A DM130 MERGE'S START AND
002683*         COMPLETION BRACKET THE DAY'S PARTITION RUNS INTO ONE
002686*         GROUP, AS IN DM121.
002690*----------------------------------------------------------*
002700 3000-FIND-RUNS.
002710     OPEN INPUT RUNCTL.
002720     IF DM128-WS-RUNCTL-STATUS NOT = "00"
002730         DISPLAY "DM128 - UNABLE TO OPEN RUNCTL, FILE STATUS = "
002740             DM128-WS-RUNCTL-STATUS
002750         MOVE 16 TO RETURN-CODE
002760         STOP RUN
002770     END-IF.
002780     MOVE "N" TO DM128-WS-EOF-SWITCH.
002790     PERFORM 3100-READ-RUNCTL THRU 3100-EXIT
002800         UNTIL DM128-WS-EOF.
002810     CLOSE RUNCTL.
002820     IF DM128-WS-GROUP-COUNT = ZERO
002830         DISPLAY "DM128 - NO COMPLETED DM100 RUN ON RUNCTL - NO "
002840             "ACKNOWLEDGMENT WRITTEN"
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880     PERFORM 3400-SET-FINAL-LIMITS THRU 3400-EXIT.
002885     PERFORM 3500-LOAD-PARTITION-RANGES THRU 3500-EXIT.
002890 3000-EXIT.
002900     EXIT.
002910*----------------------------------------------------------*
002920*    3100-READ-RUNCTL  -  READ AND NOTE ONE RUN-CONTROL RECORD
002930*----------------------------------------------------------*
002940 3100-READ-RUNCTL.
002950     READ RUNCTL
002960         AT END
002970             MOVE "Y" TO DM128-WS-EOF-SWITCH
002980     END-READ.
002990     IF DM128-WS-EOF
003000         GO TO 3100-EXIT.
003002     IF DM100-RUNC-PROGRAM = "DM130"
003004         PERFORM 3150-NOTE-MERGE-RECORD THRU 3150-EXIT
003006         GO TO 3100-EXIT.
003010     IF DM100-RUNC-PROGRAM NOT = "DM100"
003020         GO TO 3100-EXIT.
003030     IF DM100-RUNC-TYPE-START
003040         PERFORM 3200-ADD-PENDING-RUN THRU 3200-EXIT
003050     END-IF.
003060     IF DM100-RUNC-TYPE-COMPLETION AND NOT DM128-WS-IN-MERGE
003070         PERFORM 3300-CLOSE-PENDING-GROUP THRU 3300-EXIT
003080     END-IF.
003090 3100-EXIT.
003100     EXIT.
003101*----------------------------------------------------------*
003102*    3150-NOTE-MERGE-RECORD
003103*         A DM130 START OPENS A MERGE (EMPTYING THE PENDING
003104*         LIST) IF ONE IS NOT ALREADY OPEN; A DM130
003105*         COMPLETION CLOSES THE GROUP
003106*----------------------------------------------------------*
003107 3150-NOTE-MERGE-RECORD.
003108     IF DM100-RUNC-TYPE-START AND NOT DM128-WS-IN-MERGE
003109         MOVE ZERO TO DM128-WS-PENDING-COUNT
003110         MOVE "Y" TO DM128-WS-MERGE-SWITCH
003111     END-IF.
003112     IF DM100-RUNC-TYPE-COMPLETION
003113         PERFORM 3300-CLOSE-PENDING-GROUP THRU 3300-EXIT
003114         MOVE "N" TO DM128-WS-MERGE-SWITCH
003115     END-IF.
003116 3150-EXIT.
003117     EXIT.
003118*----------------------------------------------------------*
003120*    3200-ADD-PENDING-RUN
003130*         MORE STARTS THAN THE TABLE HOLDS WITH NO COMPLETION
003140*         BETWEEN THEM MEANS RUNCTL NEEDS LOOKING AT BY HAND
003150*----------------------------------------------------------*
003160 3200-ADD-PENDING-RUN.
003170     IF DM128-WS-PENDING-COUNT NOT < DM128-WS-RUN-TABLE-MAX
003180         DISPLAY "DM128 - MORE THAN " DM128-WS-RUN-TABLE-MAX
003190             " DM100 STARTS WITH NO COMPLETION ON RUNCTL"
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     ADD 1 TO DM128-WS-PENDING-COUNT.
003240     SET DM128-WS-PEND-IDX TO DM128-WS-PENDING-COUNT.
003250     MOVE DM100-RUNC-JOB-ID
003260         TO DM128-WS-PENDING-JOB-ID (DM128-WS-PEND-IDX).
003270     MOVE DM100-RUNC-RECS-READ
003280         TO DM128-WS-PENDING-RESTART (DM128-WS-PEND-IDX).
003281     MOVE ZERO TO DM128-WS-PENDING-PARTITION (DM128-WS-PEND-IDX).
003282     IF DM100-RUNC-PARTITION-NO IS NUMERIC
003283             AND DM100-RUNC-PARTITION-NO < DM128-WS-PART-SLOTS
003284         MOVE DM100-RUNC-PARTITION-NO
003285             TO DM128-WS-PENDING-PARTITION (DM128-WS-PEND-IDX)
003286     END-IF.
003290 3200-EXIT.
003300     EXIT.
003310*----------------------------------------------------------*
003320*    3300-CLOSE-PENDING-GROUP
003330*----------------------------------------------------------*
003340 3300-CLOSE-PENDING-GROUP.
003350     MOVE DM128-WS-PENDING-COUNT TO DM128-WS-GROUP-COUNT.
003360     PERFORM 3310-COPY-PENDING-RUN THRU 3310-EXIT
003370         VARYING DM128-WS-GROUP-IX FROM 1 BY 1
003380         UNTIL DM128-WS-GROUP-IX > DM128-WS-GROUP-COUNT.
003390     MOVE ZERO TO DM128-WS-PENDING-COUNT.
003400 3300-EXIT.
003410     EXIT.
003420*----------------------------------------------------------*
003430*    3310-COPY-PENDING-RUN
003440*----------------------------------------------------------*
003450 3310-COPY-PENDING-RUN.
003460     SET DM128-WS-PEND-IDX TO DM128-WS-GROUP-IX.
003470     SET DM128-WS-GROUP-IDX TO DM128-WS-GROUP-IX.
003480     MOVE DM128-WS-PENDING-JOB-ID (DM128-WS-PEND-IDX)
003490         TO DM128-WS-GROUP-JOB-ID (DM128-WS-GROUP-IDX).
003500     MOVE DM128-WS-PENDING-RESTART (DM128-WS-PEND-IDX)
003510         TO DM128-WS-GROUP-RESTART (DM128-WS-GROUP-IDX).
003513     MOVE DM128-WS-PENDING-PARTITION (DM128-WS-PEND-IDX)
003516         TO DM128-WS-GROUP-PARTITION (DM128-WS-GROUP-IDX).
003520 3310-EXIT.
003530     EXIT.
003540*----------------------------------------------------------*
003550*    3400-SET-FINAL-LIMITS
003560*         WORK BACK FROM THE LAST RUN OF THE GROUP, CARRYING
003570*         THE LOWEST RESTART POINT SEEN SO FAR.  THE LAST RUN
003580*         HAS NOTHING AFTER IT, SO EVERY ONE OF ITS LINES IS
003590*         FINAL; A PLAIN RERUN OF A FAILED RUN (RESTART POINT
003600*         ZERO) MAKES NONE OF THE FAILED RUN'S LINES FINAL.
003602*         EACH PARTITION CARRIES ITS OWN LOWEST RESTART POINT,
003604*         AND A RUN IS ITS PARTITION'S LAST WHEN NO LATER RUN OF
003606*         THE SAME PARTITION FOLLOWS IT.
003610*----------------------------------------------------------*
003620 3400-SET-FINAL-LIMITS.
003625     PERFORM 3405-CLEAR-PARTITION THRU 3405-EXIT
003630         VARYING DM128-WS-PART-SLOT FROM 1 BY 1
003635         UNTIL DM128-WS-PART-SLOT > DM128-WS-PART-SLOTS.
003640     PERFORM 3410-SET-ONE-LIMIT THRU 3410-EXIT
003650         VARYING DM128-WS-GROUP-IX FROM DM128-WS-GROUP-COUNT BY -1
003660         UNTIL DM128-WS-GROUP-IX < 1.
003670 3400-EXIT.
003680     EXIT.
003681*----------------------------------------------------------*
003682*    3405-CLEAR-PARTITION
003683*----------------------------------------------------------*
003684 3405-CLEAR-PARTITION.
003685     SET DM128-WS-PART-IDX TO DM128-WS-PART-SLOT.
003686     MOVE 9999999
003687         TO DM128-WS-PART-LOWEST-RESTART (DM128-WS-PART-IDX).
003688     MOVE "N" TO DM128-WS-PART-LATER-SWITCH (DM128-WS-PART-IDX).
003689     MOVE "N" TO DM128-WS-PART-RANGE-SWITCH (DM128-WS-PART-IDX).
003690     MOVE ZERO TO DM128-WS-PART-FIRST-REC (DM128-WS-PART-IDX).
003691     MOVE ZERO TO DM128-WS-PART-LAST-REC (DM128-WS-PART-IDX).
003692 3405-EXIT.
003693     EXIT.
003694*----------------------------------------------------------*
003700*    3410-SET-ONE-LIMIT
003710*----------------------------------------------------------*
003720 3410-SET-ONE-LIMIT.
003730     SET DM128-WS-GROUP-IDX TO DM128-WS-GROUP-IX.
003731     ADD 1 DM128-WS-GROUP-PARTITION (DM128-WS-GROUP-IDX)
003732         GIVING DM128-WS-PART-SLOT.
003733     SET DM128-WS-PART-IDX TO DM128-WS-PART-SLOT.
003734     MOVE DM128-WS-PART-LOWEST-RESTART (DM128-WS-PART-IDX)
003735         TO DM128-WS-LOWEST-RESTART.
003740     MOVE DM128-WS-LOWEST-RESTART
003741         TO DM128-WS-GROUP-FINAL-LIMIT (DM128-WS-GROUP-IDX).
003742     IF DM128-WS-PART-LATER-RUN (DM128-WS-PART-IDX)
003743         MOVE "N"
003744             TO DM128-WS-GROUP-LAST-SWITCH (DM128-WS-GROUP-IDX)
003745     ELSE
003746         MOVE "Y"
003747             TO DM128-WS-GROUP-LAST-SWITCH (DM128-WS-GROUP-IDX)
003748     END-IF.
003756     MOVE "Y" TO DM128-WS-PART-LATER-SWITCH (DM128-WS-PART-IDX).
003760     IF DM128-WS-GROUP-RESTART (DM128-WS-GROUP-IDX)
003770             < DM128-WS-LOWEST-RESTART
003780         MOVE DM128-WS-GROUP-RESTART (DM128-WS-GROUP-IDX)
003790             TO DM128-WS-PART-LOWEST-RESTART (DM128-WS-PART-IDX)
003800     END-IF.
003801 3410-EXIT.
003802     EXIT.
003803*----------------------------------------------------------*
003804*    3500-LOAD-PARTITION-RANGES
003805*         THE SOURCE'S RANGE OF RECORD NUMBERS ON EACH PARTITION
003806*         INPUT ITS DETAILS WERE SPLIT TO.  PARTMAP IS DD DUMMY
003807*         ON A SINGLE-STREAM DAY, SO NOTHING IS LOADED.
003808*----------------------------------------------------------*
003809 3500-LOAD-PARTITION-RANGES.
003810     OPEN INPUT PARTMAP.
003811     IF DM128-WS-PARTMAP-STATUS NOT = "00"
003812         DISPLAY "DM128 - UNABLE TO OPEN PARTMAP, FILE STATUS = "
003813             DM128-WS-PARTMAP-STATUS
003814         MOVE 16 TO RETURN-CODE
003815         STOP RUN
003816     END-IF.
003817     MOVE "N" TO DM128-WS-EOF-SWITCH.
003818     PERFORM 3510-READ-PARTMAP THRU 3510-EXIT
003819         UNTIL DM128-WS-EOF.
003820     CLOSE PARTMAP.
003821 3500-EXIT.
003822     EXIT.
003823*----------------------------------------------------------*
003824*    3510-READ-PARTMAP  -  READ AND NOTE ONE PARTITION MAP
003825*                          RECORD
003826*----------------------------------------------------------*
003827 3510-READ-PARTMAP.
003828     READ PARTMAP
003829         AT END
003830             MOVE "Y" TO DM128-WS-EOF-SWITCH
003831     END-READ.
003832     IF DM128-WS-EOF
003833         GO TO 3510-EXIT.
003834     IF NOT DM100-PMAP-TYPE-SOURCE
003835             OR DM100-PMAP-SOURCE-ID NOT = DM128-WS-SOURCE-ID
003836             OR DM100-PMAP-BUSINESS-DATE
003837                 NOT = DM128-WS-BUSINESS-DATE
003838         GO TO 3510-EXIT.
003839     IF DM100-PMAP-PARTITION-NO = ZERO
003840             OR DM100-PMAP-PARTITION-NO NOT < DM128-WS-PART-SLOTS
003841         GO TO 3510-EXIT.
003842     ADD 1 DM100-PMAP-PARTITION-NO GIVING DM128-WS-PART-SLOT.
003843     SET DM128-WS-PART-IDX TO DM128-WS-PART-SLOT.
003844     MOVE "Y" TO DM128-WS-PART-RANGE-SWITCH (DM128-WS-PART-IDX).
003845     MOVE DM100-PMAP-FIRST-REC-NO
003846         TO DM128-WS-PART-FIRST-REC (DM128-WS-PART-IDX).
003847     MOVE DM100-PMAP-LAST-REC-NO
003848         TO DM128-WS-PART-LAST-REC (DM128-WS-PART-IDX).
003849 3510-EXIT.
003850     EXIT.
003851*----------------------------------------------------------*
003852*    4000-TALLY-AUDIT-LINES
003853*         READ AUDITFL END TO END AND TALLY THE FINAL LINE OF
003860*         EVERY RECORD IN THE SOURCE'S RANGE
003870*----------------------------------------------------------*
003880 4000-TALLY-AUDIT-LINES.
003890     IF DM100-SMAP-FIRST-REC-NO = ZERO
003900         GO TO 4000-EXIT.
003910     OPEN INPUT AUDITFL.
003920     IF DM128-WS-AUDITFL-STATUS NOT = "00"
003930         DISPLAY "DM128 - UNABLE TO OPEN AUDITFL, FILE STATUS = "
003940             DM128-WS-AUDITFL-STATUS
003950         MOVE 16 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980     MOVE "N" TO DM128-WS-EOF-SWITCH.
003990     PERFORM 4900-READ-AUDITFL THRU 4900-EXIT.
004000     PERFORM 4100-TALLY-ONE-LINE THRU 4100-EXIT
004010         UNTIL DM128-WS-EOF.
004020     CLOSE AUDITFL.
004030 4000-EXIT.
004040     EXIT.
004050*----------------------------------------------------------*
004060*    4100-TALLY-ONE-LINE
004070*----------------------------------------------------------*
004080 4100-TALLY-ONE-LINE.
004090     PERFORM 4150-TALLY-IF-FINAL THRU 4150-EXIT.
004100     PERFORM 4900-READ-AUDITFL THRU 4900-EXIT.
004110 4100-EXIT.
004120     EXIT.
004130*----------------------------------------------------------*
004140*    4150-TALLY-IF-FINAL
004150*         A LINE OF ANOTHER RUN, OR FOR A RECORD OUTSIDE THE
004160*         SOURCE'S RANGE, IS PASSED OVER.  A LINE OF AN
004170*         EARLIER RUN OF THE GROUP IS FINAL ONLY IF NO LATER
004180*         RUN REACHED ITS RECORD AGAIN - A RECORD PAST A LATER
004190*         RESTART POINT WAS REPROCESSED, AND A RESUBMITTED
004200*         ("R") RECORD IS REPLAYED BY EVERY RESTART, SO THOSE
004210*         ARE COUNTED FROM THE LATER RUN'S LINE INSTEAD.
004212*         A PARTITION RUN'S LINE IS HELD TO THE SOURCE'S RANGE
004214*         ON THAT PARTITION'S INPUT, AND ONLY A LATER RUN OF THE
004216*         SAME PARTITION SUPERSEDES IT.
004220*----------------------------------------------------------*
004230 4150-TALLY-IF-FINAL.
004232     MOVE DM100-SMAP-FIRST-REC-NO TO DM128-WS-RANGE-FIRST.
004234     MOVE DM100-SMAP-LAST-REC-NO TO DM128-WS-RANGE-LAST.
004236     IF DM100-AUDD-PARTITION-NO IS NUMERIC
004238             AND DM100-AUDD-PARTITION-NO > ZERO
004240             AND DM100-AUDD-PARTITION-NO < DM128-WS-PART-SLOTS
004242         ADD 1 DM100-AUDD-PARTITION-NO GIVING DM128-WS-PART-SLOT
004244         SET DM128-WS-PART-IDX TO DM128-WS-PART-SLOT
004246         IF NOT DM128-WS-PART-HAS-RANGE (DM128-WS-PART-IDX)
004248             GO TO 4150-EXIT
004250         END-IF
004252         MOVE DM128-WS-PART-FIRST-REC (DM128-WS-PART-IDX)
004254             TO DM128-WS-RANGE-FIRST
004256         MOVE DM128-WS-PART-LAST-REC (DM128-WS-PART-IDX)
004258             TO DM128-WS-RANGE-LAST
004260     END-IF.
004262     IF DM100-AUDD-RECORD-NO < DM128-WS-RANGE-FIRST
004264             OR DM100-AUDD-RECORD-NO > DM128-WS-RANGE-LAST
004266         GO TO 4150-EXIT.
004270     PERFORM 4200-FIND-GROUP-RUN THRU 4200-EXIT.
004280     IF NOT DM128-WS-RUN-FOUND
004290         GO TO 4150-EXIT.
004300     IF NOT DM128-WS-GROUP-LAST-RUN (DM128-WS-GROUP-IDX)
004310             AND (DM100-AUDD-STATUS-RESUBMITTED
004320              OR DM100-AUDD-RECORD-NO >
004330                 DM128-WS-GROUP-FINAL-LIMIT (DM128-WS-GROUP-IDX))
004340         ADD 1 TO DM128-WS-LINES-SUPERSEDED
004350         GO TO 4150-EXIT.
004360     IF DM100-AUDD-DISP-OUTPUT OR DM100-AUDD-DISP-REVERSAL
004370         ADD 1 TO DM128-WS-RECS-PROCESSED
004380         ADD DM100-AUDD-RESULT TO DM128-WS-CONTROL-TOTAL
004390     END-IF.
004400     IF DM100-AUDD-DISP-REJECT
004410         ADD 1 TO DM128-WS-RECS-REJECTED
004420     END-IF.
004430     IF DM100-AUDD-DISP-DUPLICATE
004440         ADD 1 TO DM128-WS-RECS-DUPLICATE
004450     END-IF.
004460 4150-EXIT.
004470     EXIT.
004480*----------------------------------------------------------*
004490*    4200-FIND-GROUP-RUN
004500*         IS THE CURRENT AUDIT LINE'S JOB-ID ONE OF THE GROUP'S
004510*         RUNS?  THE PERFORM VARYING LEAVES THE SUBSCRIPT ONE
004520*         PAST THE ENTRY THAT MATCHED, SO IT IS STEPPED BACK
004530*         BEFORE THE ENTRY IS USED.
004540*----------------------------------------------------------*
004550 4200-FIND-GROUP-RUN.
004560     MOVE "N" TO DM128-WS-FOUND-SWITCH.
004570     PERFORM 4210-SEARCH-GROUP-TABLE THRU 4210-EXIT
004580         VARYING DM128-WS-GROUP-IX FROM 1 BY 1
004590         UNTIL DM128-WS-GROUP-IX > DM128-WS-GROUP-COUNT
004600            OR DM128-WS-RUN-FOUND.
004610     IF DM128-WS-RUN-FOUND
004620         SUBTRACT 1 FROM DM128-WS-GROUP-IX
004630         SET DM128-WS-GROUP-IDX TO DM128-WS-GROUP-IX
004640     END-IF.
004650 4200-EXIT.
004660     EXIT.
004670*----------------------------------------------------------*
004680*    4210-SEARCH-GROUP-TABLE  -  COMPARE ONE GROUP ENTRY
004690*----------------------------------------------------------*
004700 4210-SEARCH-GROUP-TABLE.
004710     SET DM128-WS-GROUP-IDX TO DM128-WS-GROUP-IX.
004720     IF DM128-WS-GROUP-JOB-ID (DM128-WS-GROUP-IDX)
004730             = DM100-AUDD-JOB-ID
004740         MOVE "Y" TO DM128-WS-FOUND-SWITCH
004750     END-IF.
004760 4210-EXIT.
004770     EXIT.
004780*----------------------------------------------------------*
004790*    4900-READ-AUDITFL  -  READ THE NEXT AUDIT LINE
004800*----------------------------------------------------------*
004810 4900-READ-AUDITFL.
004820     READ AUDITFL
004830         AT END
004840             MOVE "Y" TO DM128-WS-EOF-SWITCH
004850         NOT AT END
004860             ADD 1 TO DM128-WS-AUD-LINES-READ
004870             MOVE DM128-AUD-LINE TO DM100-AUD-DETAIL-LINE
004880     END-READ.
004890 4900-EXIT.
004900     EXIT.
004910*----------------------------------------------------------*
004920*    5000-WRITE-ACKNOWLEDGMENT
004930*         BUILD AND WRITE THE ONE ACKFILE RECORD.  AN ACCEPTED
004940*         SOURCE IS "A" ONLY WHEN ITS FINAL DISPOSITIONS ADD UP
004950*         TO WHAT IT SENT.
004960*----------------------------------------------------------*
004970 5000-WRITE-ACKNOWLEDGMENT.
004980     MOVE SPACES TO DM100-ACK-RECORD.
004990     MOVE DM128-WS-SOURCE-ID TO DM100-ACK-SOURCE-ID.
005000     MOVE DM128-WS-BUSINESS-DATE TO DM100-ACK-BUSINESS-DATE.
005010     MOVE ZERO TO DM100-ACK-RECS-RECEIVED.
005020     MOVE ZERO TO DM100-ACK-HASH-TOTAL.
005030     IF NOT DM128-WS-MAP-NOT-FOUND
005040         MOVE DM100-SMAP-BUSINESS-DATE TO DM100-ACK-BUSINESS-DATE
005050         MOVE DM100-SMAP-RECS-RECEIVED TO DM100-ACK-RECS-RECEIVED
005060         MOVE DM100-SMAP-HASH-RECEIVED TO DM100-ACK-HASH-TOTAL
005070     END-IF.
005080     MOVE DM128-WS-RECS-PROCESSED TO DM100-ACK-RECS-PROCESSED.
005090     MOVE DM128-WS-RECS-REJECTED TO DM100-ACK-RECS-REJECTED.
005100     MOVE DM128-WS-RECS-DUPLICATE TO DM100-ACK-RECS-DUPLICATE.
005110     MOVE DM128-WS-CONTROL-TOTAL TO DM100-ACK-CONTROL-TOTAL.
005120     ADD DM128-WS-RECS-PROCESSED DM128-WS-RECS-REJECTED
005130         DM128-WS-RECS-DUPLICATE GIVING DM128-WS-RECS-ACCOUNTED.
005140     IF DM128-WS-MAP-NOT-FOUND
005150         MOVE "N" TO DM100-ACK-STATUS
005160     ELSE
005170         IF DM128-WS-MAP-FOUND-HELD
005180             MOVE "H" TO DM100-ACK-STATUS
005190             MOVE DM100-SMAP-REASON-CODE TO DM100-ACK-REASON-CODE
005200         ELSE
005210             IF DM128-WS-RECS-ACCOUNTED = DM100-SMAP-RECS-RECEIVED
005220                 MOVE "A" TO DM100-ACK-STATUS
005230             ELSE
005240                 MOVE "U" TO DM100-ACK-STATUS
005250             END-IF
005260         END-IF
005270     END-IF.
005280     OPEN OUTPUT ACKFILE.
005290     IF DM128-WS-ACKFILE-STATUS NOT = "00"
005300         DISPLAY "DM128 - UNABLE TO OPEN ACKFILE, FILE STATUS = "
005310             DM128-WS-ACKFILE-STATUS
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350     WRITE DM100-ACK-RECORD.
005360     CLOSE ACKFILE.
005370 5000-EXIT.
005380     EXIT.
005390*----------------------------------------------------------*
005400*    8000-FINALIZE  -  SUMMARIZE THE ACKNOWLEDGMENT
005410*----------------------------------------------------------*
005420 8000-FINALIZE.
005430     DISPLAY "DM128 - SOURCE                    = "
005440         DM100-ACK-SOURCE-ID.
005450     DISPLAY "DM128 - BUSINESS DATE             = "
005460         DM100-ACK-BUSINESS-DATE.
005470     DISPLAY "DM128 - ACKNOWLEDGMENT STATUS     = "
005480         DM100-ACK-STATUS " " DM100-ACK-REASON-CODE.
005490     DISPLAY "DM128 - DM100 RUNS EXAMINED       = "
005500         DM128-WS-GROUP-COUNT.
005510     DISPLAY "DM128 - AUDIT LINES READ          = "
005520         DM128-WS-AUD-LINES-READ.
005530     DISPLAY "DM128 - LINES SUPERSEDED BY RERUN = "
005540         DM128-WS-LINES-SUPERSEDED.
005550     DISPLAY "DM128 - RECORDS RECEIVED          = "
005560         DM100-ACK-RECS-RECEIVED.
005570     DISPLAY "DM128 - RECORDS PROCESSED         = "
005580         DM100-ACK-RECS-PROCESSED.
005590     DISPLAY "DM128 - RECORDS REJECTED          = "
005600         DM100-ACK-RECS-REJECTED.
005610     DISPLAY "DM128 - RECORDS DUPLICATED        = "
005620         DM100-ACK-RECS-DUPLICATE.
005630     DISPLAY "DM128 - CONTROL TOTAL             = "
005640         DM128-WS-CONTROL-TOTAL.
005650     IF DM100-ACK-NOT-RECEIVED
005660         DISPLAY "DM128 - NO TRANSMISSION FROM "
005670             DM128-WS-SOURCE-ID
005680             " FOR THIS BUSINESS DATE"
005690         MOVE 4 TO RETURN-CODE
005700     END-IF.
005710     IF DM100-ACK-HELD
005720         DISPLAY "DM128 - TRANSMISSION WAS HELD BACK BY THE "
005730             "INTAKE GATE, REASON " DM100-ACK-REASON-CODE
005740         MOVE 4 TO RETURN-CODE
005750     END-IF.
005760     IF DM100-ACK-UNACCOUNTED
005770         DISPLAY "DM128 - ONLY " DM128-WS-RECS-ACCOUNTED
005780             " OF THE RECORDS RECEIVED HAVE A FINAL DISPOSITION"
005790         MOVE 4 TO RETURN-CODE
005800     END-IF.
005810 8000-EXIT.
005820     EXIT.
