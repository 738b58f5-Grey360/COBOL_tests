000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    InputPartition.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  SPLITS THE DAY'S MERGED INFILE
000220*                 INTO PARTITION INPUT FILES SO DM100 CAN RUN
000230*                 THEM AT THE SAME TIME (DM100PJ).  PARM
000240*                 PARTITIONS=NN GIVES THE NUMBER OF PARALLEL
000250*                 PARTITIONS, 01-08; NO PARM OR PARTITIONS=00
000260*                 LEAVES THE DAY TO THE SINGLE-STREAM DM100 STEP
000270*                 AND TOUCHES NOTHING.  DETAILS ARE SPREAD BY A
000280*                 HASH OF THE ACCOUNT, SO AN ACCOUNT'S DAILY
000290*                 LIMITS ARE ONLY EVER UPDATED BY ONE PARTITION.
000300*                 REVERSALS, AND A NEW PAIR ALREADY SENT TO A
000310*                 DIFFERENT PARTITION EARLIER IN THE FILE, GO TO
000320*                 THE SERIAL PARTITION 09, WHICH RUNS ONLY AFTER
000330*                 THE PARALLEL ONES - SO A REVERSAL FINDS ITS
000340*                 ORIGINAL ON THE POSTING REGISTER AND THE
000350*                 SAME-DAY DUPLICATE CHECK NEVER HAS TWO
000360*                 PARTITIONS RACING FOR ONE PAIR.  ALL NINE
000370*                 PARTITION FILES ARE ALWAYS WRITTEN, AN UNUSED
000380*                 ONE WITH ONLY ITS HEADER AND TRAILER.  PARTMAP
000390*                 (DM100PM) CARRIES THE CONTROL TOTALS THE DM130
000400*                 MERGE BALANCES BACK TO AND EACH SOURCE'S RANGE
000410*                 ON EACH PARTITION FOR DM128.  THE SPLIT IS
000420*                 RECORDED ON BUSCTL ONLY ONCE EVERY DETAIL HAS
000430*                 BEEN ROUTED AND BALANCED.  RC=4 WHEN THE DAY
000440*                 WAS SPLIT, SO THE SINGLE-STREAM STEPS OF DM100J
000450*                 ARE BYPASSED.
000460*----------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT INFILE ASSIGN TO "INFILE"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS DM129-WS-INFILE-STATUS.
000530     SELECT SRCMAP ASSIGN TO "SRCMAP"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS DM129-WS-SRCMAP-STATUS.
000560     SELECT BUSCTL ASSIGN TO "BUSCTL"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS DM129-WS-BUSCTL-STATUS.
000590     SELECT PARTWORK ASSIGN TO "PARTWORK"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS DM100-PWRK-KEY
000630         FILE STATUS IS DM129-WS-PARTWORK-STATUS.
000640     SELECT PART01 ASSIGN TO "PART01"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS DM129-WS-PART-STATUS.
000670     SELECT PART02 ASSIGN TO "PART02"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DM129-WS-PART-STATUS.
000700     SELECT PART03 ASSIGN TO "PART03"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS DM129-WS-PART-STATUS.
000730     SELECT PART04 ASSIGN TO "PART04"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS DM129-WS-PART-STATUS.
000760     SELECT PART05 ASSIGN TO "PART05"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS DM129-WS-PART-STATUS.
000790     SELECT PART06 ASSIGN TO "PART06"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS DM129-WS-PART-STATUS.
000820     SELECT PART07 ASSIGN TO "PART07"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS DM129-WS-PART-STATUS.
000850     SELECT PART08 ASSIGN TO "PART08"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS DM129-WS-PART-STATUS.
000880     SELECT PART09 ASSIGN TO "PART09"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS DM129-WS-PART-STATUS.
000910     SELECT PARTMAP ASSIGN TO "PARTMAP"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS DM129-WS-PARTMAP-STATUS.
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  INFILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  DM129-INFILE-REC                    PIC X(30).
000990 FD  SRCMAP
001000     LABEL RECORDS ARE STANDARD.
001010     COPY DM100SM.
001020 FD  BUSCTL
001030     LABEL RECORDS ARE STANDARD.
001040     COPY DM100BD.
001050 FD  PARTWORK
001060     LABEL RECORDS ARE STANDARD.
001070     COPY DM100PW.
001080 FD  PART01
001090     LABEL RECORDS ARE STANDARD.
001100 01  DM129-PART01-REC                    PIC X(30).
001110 FD  PART02
001120     LABEL RECORDS ARE STANDARD.
001130 01  DM129-PART02-REC                    PIC X(30).
001140 FD  PART03
001150     LABEL RECORDS ARE STANDARD.
001160 01  DM129-PART03-REC                    PIC X(30).
001170 FD  PART04
001180     LABEL RECORDS ARE STANDARD.
001190 01  DM129-PART04-REC                    PIC X(30).
001200 FD  PART05
001210     LABEL RECORDS ARE STANDARD.
001220 01  DM129-PART05-REC                    PIC X(30).
001230 FD  PART06
001240     LABEL RECORDS ARE STANDARD.
001250 01  DM129-PART06-REC                    PIC X(30).
001260 FD  PART07
001270     LABEL RECORDS ARE STANDARD.
001280 01  DM129-PART07-REC                    PIC X(30).
001290 FD  PART08
001300     LABEL RECORDS ARE STANDARD.
001310 01  DM129-PART08-REC                    PIC X(30).
001320 FD  PART09
001330     LABEL RECORDS ARE STANDARD.
001340 01  DM129-PART09-REC                    PIC X(30).
001350 FD  PARTMAP
001360     LABEL RECORDS ARE STANDARD.
001370     COPY DM100PM.
001380 WORKING-STORAGE SECTION.
001390*----------------------------------------------------------*
001400*    FILE STATUS SWITCHES - ONE STATUS SERVES ALL NINE
001410*    PARTITION FILES AND IS TESTED AFTER EVERY OPEN AND WRITE
001420*----------------------------------------------------------*
001430 77  DM129-WS-INFILE-STATUS              PIC X(02) VALUE "00".
001440 77  DM129-WS-SRCMAP-STATUS              PIC X(02) VALUE "00".
001450 77  DM129-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
001460 77  DM129-WS-PARTWORK-STATUS            PIC X(02) VALUE "00".
001470 77  DM129-WS-PART-STATUS                PIC X(02) VALUE "00".
001480 77  DM129-WS-PARTMAP-STATUS             PIC X(02) VALUE "00".
001490*----------------------------------------------------------*
001500*    PROGRAM SWITCHES
001510*----------------------------------------------------------*
001520 77  DM129-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001530     88  DM129-WS-EOF                        VALUE "Y".
001540 77  DM129-WS-TRAILER-SWITCH             PIC X(01) VALUE "N".
001550     88  DM129-WS-TRAILER-SEEN               VALUE "Y".
001560 77  DM129-WS-FOUND-SWITCH               PIC X(01) VALUE "N".
001570     88  DM129-WS-SOURCE-FOUND               VALUE "Y".
001580 77  DM129-WS-ERROR-SWITCH               PIC X(01) VALUE "N".
001590     88  DM129-WS-SPLIT-FAILED               VALUE "Y".
001593 77  DM129-WS-OPEN-FAIL-SWITCH           PIC X(01) VALUE "N".
001596     88  DM129-WS-PART-OPEN-FAILED           VALUE "Y".
001600*----------------------------------------------------------*
001610*    THE NUMBER OF PARALLEL PARTITIONS FROM THE PARM, AND THE
001620*    SERIAL PARTITION THAT ALWAYS FOLLOWS THEM
001630*----------------------------------------------------------*
001640 77  DM129-WS-PARTITIONS                 PIC 9(02) VALUE ZERO.
001650 77  DM129-WS-SERIAL-PARTITION           PIC 9(02) VALUE 9.
001660 77  DM129-WS-MAX-PARALLEL               PIC 9(02) VALUE 8.
001670 77  DM129-WS-TARGET                 PIC 9(04) COMP VALUE ZERO.
001680*----------------------------------------------------------*
001690*    RUN IDENTIFICATION - THE SPLIT'S RUN DATE BECOMES THE RUN
001700*    DATE OF EVERY PARTITION RUN OF THE DAY
001710*----------------------------------------------------------*
001720 77  DM129-WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
001730 77  DM129-WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
001740 77  DM129-WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
001750 77  DM129-WS-JOB-ID                     PIC X(08) VALUE SPACES.
001760*----------------------------------------------------------*
001770*    INFILE COUNTERS AND THE TRAILER IT WAS SENT WITH
001780*----------------------------------------------------------*
001790 77  DM129-WS-IN-REC-NO              PIC 9(07) COMP VALUE ZERO.
001800 77  DM129-WS-IN-HASH                PIC 9(15) COMP VALUE ZERO.
001810 77  DM129-WS-IN-TRL-COUNT               PIC 9(07) VALUE ZERO.
001820 77  DM129-WS-IN-TRL-HASH                PIC 9(15) VALUE ZERO.
001830 77  DM129-WS-IN-SOURCE-ID               PIC X(08) VALUE SPACES.
001840 77  DM129-WS-ROUTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001850 77  DM129-WS-ROUTED-HASH            PIC 9(15) COMP VALUE ZERO.
001860 77  DM129-WS-PAIRS-DEFERRED         PIC 9(07) COMP VALUE ZERO.
001870 77  DM129-WS-REVERSALS-DEFERRED     PIC 9(07) COMP VALUE ZERO.
001880*----------------------------------------------------------*
001890*    ACCOUNT HASH - EACH CHARACTER OF THE ACCOUNT-ID COUNTS BY
001900*    ITS PLACE IN DM129-WS-HASH-CHARS (ANYTHING ELSE COUNTS AS
001910*    36), AND THE REMAINDER AFTER DIVIDING BY THE NUMBER OF
001920*    PARALLEL PARTITIONS IS KEPT AS EACH CHARACTER IS ADDED
001930*----------------------------------------------------------*
001940 77  DM129-WS-HASH-CHARS                 PIC X(36) VALUE
001950         "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001960 77  DM129-WS-HASH-CHAR                  PIC X(01) VALUE SPACE.
001970 77  DM129-WS-CHAR-IX                PIC 9(04) COMP VALUE ZERO.
001980 77  DM129-WS-CHAR-POS               PIC 9(04) COMP VALUE ZERO.
001990 77  DM129-WS-ACCT-HASH              PIC 9(07) COMP VALUE ZERO.
002000 77  DM129-WS-HASH-QUOT              PIC 9(07) COMP VALUE ZERO.
002010*----------------------------------------------------------*
002020*    OUTPUT AREA FOR ANY PARTITION FILE
002030*----------------------------------------------------------*
002040 77  DM129-WS-OUT-REC                    PIC X(30) VALUE SPACES.
002050*----------------------------------------------------------*
002060*    ONE ENTRY PER PARTITION FILE - DETAILS WRITTEN AND THEIR
002070*    NUM1+NUM2 HASH TOTAL
002080*----------------------------------------------------------*
002090 77  DM129-WS-PART-MAX               PIC 9(04) COMP VALUE 9.
002100 77  DM129-WS-PART-IX                PIC 9(04) COMP VALUE ZERO.
002110 01  DM129-WS-PART-TABLE.
002120     05  DM129-WS-PART-ENTRY OCCURS 9 TIMES
002130             INDEXED BY DM129-WS-PART-IDX.
002140         10  DM129-WS-PART-COUNT          PIC 9(07) COMP.
002150         10  DM129-WS-PART-HASH           PIC 9(15) COMP.
002160*----------------------------------------------------------*
002170*    THE ACCEPTED SOURCES ON SRCMAP AND THE INFILE RECORD
002180*    NUMBERS THEY OCCUPY.  THE LAST SLOT IS THE INFILE HEADER'S
002190*    OWN SOURCE-ID, CREDITED WITH ANY DETAIL NO SRCMAP RANGE
002200*    COVERS.
002210*----------------------------------------------------------*
002220 77  DM129-WS-SRC-MAX                PIC 9(04) COMP VALUE 21.
002230 77  DM129-WS-SRC-SLOTS              PIC 9(04) COMP VALUE 22.
002240 77  DM129-WS-SRC-COUNT              PIC 9(04) COMP VALUE ZERO.
002250 77  DM129-WS-SRC-IX                 PIC 9(04) COMP VALUE ZERO.
002260 77  DM129-WS-CUR-SRC                PIC 9(04) COMP VALUE ZERO.
002270 01  DM129-WS-SOURCE-TABLE.
002280     05  DM129-WS-SRC-ENTRY OCCURS 22 TIMES
002290             INDEXED BY DM129-WS-SRC-IDX.
002300         10  DM129-WS-SRC-ID              PIC X(08).
002310         10  DM129-WS-SRC-FIRST-REC       PIC 9(07) COMP.
002320         10  DM129-WS-SRC-LAST-REC        PIC 9(07) COMP.
002330*----------------------------------------------------------*
002340*    ONE ENTRY PER PARTITION PER SOURCE SLOT, AT
002350*    (PARTITION - 1) * DM129-WS-SRC-SLOTS + SOURCE SLOT - THE
002360*    PARTITION RECORD NUMBERS THE SOURCE'S DETAILS WERE WRITTEN
002370*    TO
002380*----------------------------------------------------------*
002390 77  DM129-WS-PS-IX                  PIC 9(04) COMP VALUE ZERO.
002400 01  DM129-WS-PART-SOURCE-TABLE.
002410     05  DM129-WS-PS-ENTRY OCCURS 198 TIMES
002420             INDEXED BY DM129-WS-PS-IDX.
002430         10  DM129-WS-PS-COUNT            PIC 9(07) COMP.
002440         10  DM129-WS-PS-FIRST-REC        PIC 9(07) COMP.
002450         10  DM129-WS-PS-LAST-REC         PIC 9(07) COMP.
002460*----------------------------------------------------------*
002470*    INPUT RECORD AND TRANSMISSION HEADER/TRAILER WORK AREAS
002480*----------------------------------------------------------*
002490     COPY DM100IN.
002500     COPY DM100HT.
002510 LINKAGE SECTION.
002520*----------------------------------------------------------*
002530*    EXEC PARM= PARAMETER AREA - PARTITIONS=NN.  DELIVERED BY
002540*    THE OPERATING SYSTEM AS A HALFWORD LENGTH FOLLOWED BY THE
002550*    PARM TEXT
002560*----------------------------------------------------------*
002570 01  DM129-LK-PARM-AREA.
002580     05  DM129-LK-PARM-LEN               PIC S9(04) COMP.
002590     05  DM129-LK-PARM-TEXT              PIC X(80).
002600 PROCEDURE DIVISION USING DM129-LK-PARM-AREA.
002610*----------------------------------------------------------*
002620*    0000-MAINLINE
002630*----------------------------------------------------------*
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002660     PERFORM 2000-LOAD-SOURCE-MAP THRU 2000-EXIT.
002670     PERFORM 3000-SPLIT-INFILE THRU 3000-EXIT.
002680     PERFORM 4000-WRITE-PARTITION-MAP THRU 4000-EXIT.
002690     PERFORM 5000-VERIFY-SPLIT THRU 5000-EXIT.
002700     PERFORM 6000-RECORD-SPLIT THRU 6000-EXIT.
002710     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002720     STOP RUN.
002730 0000-EXIT.
002740     EXIT.
002750*----------------------------------------------------------*
002760*    1000-INITIALIZE  -  PARSE THE PARM AND CHECK THE CURRENT
002770*                        BUSINESS DATE MAY STILL BE SPLIT
002780*----------------------------------------------------------*
002790 1000-INITIALIZE.
002800     PERFORM 1100-PARSE-PARTITIONS-PARM THRU 1100-EXIT.
002810     IF DM129-WS-PARTITIONS = ZERO
002820         DISPLAY "DM129 - NO PARALLEL PARTITIONS REQUESTED, THE "
002830             "DAY RUNS AS A SINGLE STREAM - NOTHING SPLIT"
002840         STOP RUN
002850     END-IF.
002860     ACCEPT DM129-WS-RUN-DATE FROM DATE YYYYMMDD.
002870     ACCEPT DM129-WS-RUN-TIME FROM TIME.
002880     MOVE DM129-WS-RUN-TIME TO DM129-WS-JOB-ID.
002890     OPEN INPUT BUSCTL.
002900     IF DM129-WS-BUSCTL-STATUS NOT = "00"
002910         DISPLAY "DM129 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
002920             DM129-WS-BUSCTL-STATUS
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF.
002960     READ BUSCTL
002970         AT END
002980             DISPLAY "DM129 - BUSCTL HOLDS NO BUSINESS-DATE "
002990                 "CONTROL RECORD - NOTHING SPLIT"
003000             MOVE 16 TO RETURN-CODE
003010             STOP RUN
003020     END-READ.
003030     CLOSE BUSCTL.
003040     MOVE DM100-BDC-CURRENT-DATE TO DM129-WS-BUSINESS-DATE.
003050     IF DM100-BDC-PLAIN-RUN-DONE
003060         DISPLAY "DM129 - BUSINESS DATE " DM129-WS-BUSINESS-DATE
003070             " ALREADY RUN UNDER JOB-ID "
003080             DM100-BDC-PLAIN-RUN-JOB-ID " - NOTHING SPLIT"
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120     IF DM100-BDC-SPLIT-BUS-DATE IS NUMERIC
003130             AND DM100-BDC-SPLIT-BUS-DATE = DM129-WS-BUSINESS-DATE
003140         DISPLAY "DM129 - BUSINESS DATE " DM129-WS-BUSINESS-DATE
003150             " ALREADY SPLIT UNDER JOB-ID " DM100-BDC-SPLIT-JOB-ID
003160             " - RESTART THE FAILED PARTITION OR MERGE, "
003170             "NOTHING SPLIT"
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210     DISPLAY "DM129 - SPLITTING BUSINESS DATE "
003220         DM129-WS-BUSINESS-DATE " INTO " DM129-WS-PARTITIONS
003230         " PARALLEL PARTITIONS AND SERIAL PARTITION "
003240         DM129-WS-SERIAL-PARTITION.
003250 1000-EXIT.
003260     EXIT.
003270*----------------------------------------------------------*
003280*    1100-PARSE-PARTITIONS-PARM
003290*         NO PARM IS THE SAME AS PARTITIONS=00.  ANYTHING BUT
003300*         PARTITIONS=00 THROUGH PARTITIONS=08 IS REFUSED RATHER
003310*         THAN GUESSED AT.
003320*----------------------------------------------------------*
003330 1100-PARSE-PARTITIONS-PARM.
003340     IF DM129-LK-PARM-LEN NOT > ZERO
003350         GO TO 1100-EXIT.
003360     IF DM129-LK-PARM-LEN = 13
003370             AND DM129-LK-PARM-TEXT (1:11) = "PARTITIONS="
003380             AND DM129-LK-PARM-TEXT (12:2) IS NUMERIC
003390         MOVE DM129-LK-PARM-TEXT (12:2) TO DM129-WS-PARTITIONS
003400         IF DM129-WS-PARTITIONS NOT > DM129-WS-MAX-PARALLEL
003410             GO TO 1100-EXIT
003420         END-IF
003430     END-IF.
003440     DISPLAY "DM129 - PARM NOT RECOGNISED, EXPECTED "
003450         "PARTITIONS=NN (00-08) - NOTHING SPLIT".
003460     MOVE 16 TO RETURN-CODE.
003470     STOP RUN.
003480 1100-EXIT.
003490     EXIT.
003500*----------------------------------------------------------*
003510*    2000-LOAD-SOURCE-MAP
003520*         THE ACCEPTED SOURCES THAT SENT DETAILS, IN THE ORDER
003530*         DM127 MERGED THEM.  THEIR INFILE RANGES RUN IN
003540*         ASCENDING ORDER AND DO NOT OVERLAP.
003550*----------------------------------------------------------*
003560 2000-LOAD-SOURCE-MAP.
003570     OPEN INPUT SRCMAP.
003580     IF DM129-WS-SRCMAP-STATUS NOT = "00"
003590         DISPLAY "DM129 - UNABLE TO OPEN SRCMAP, FILE STATUS = "
003600             DM129-WS-SRCMAP-STATUS
003610         MOVE 16 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640     MOVE "N" TO DM129-WS-EOF-SWITCH.
003650     PERFORM 2900-READ-SRCMAP THRU 2900-EXIT.
003660     PERFORM 2100-LOAD-SOURCE THRU 2100-EXIT
003670         UNTIL DM129-WS-EOF.
003680     CLOSE SRCMAP.
003690 2000-EXIT.
003700     EXIT.
003710*----------------------------------------------------------*
003720*    2100-LOAD-SOURCE  -  TABLE ONE SRCMAP RECORD
003730*----------------------------------------------------------*
003740 2100-LOAD-SOURCE.
003750     IF DM100-SMAP-ACCEPTED
003760             AND DM100-SMAP-FIRST-REC-NO > ZERO
003770         IF DM129-WS-SRC-COUNT NOT < DM129-WS-SRC-MAX
003780             DISPLAY "DM129 - MORE THAN " DM129-WS-SRC-MAX
003790                 " ACCEPTED SOURCES ON SRCMAP - NOTHING SPLIT"
003800             MOVE 16 TO RETURN-CODE
003810             STOP RUN
003820         END-IF
003830         ADD 1 TO DM129-WS-SRC-COUNT
003840         SET DM129-WS-SRC-IDX TO DM129-WS-SRC-COUNT
003850         MOVE DM100-SMAP-SOURCE-ID
003860             TO DM129-WS-SRC-ID (DM129-WS-SRC-IDX)
003870         MOVE DM100-SMAP-FIRST-REC-NO
003880             TO DM129-WS-SRC-FIRST-REC (DM129-WS-SRC-IDX)
003890         MOVE DM100-SMAP-LAST-REC-NO
003900             TO DM129-WS-SRC-LAST-REC (DM129-WS-SRC-IDX)
003910     END-IF.
003920     PERFORM 2900-READ-SRCMAP THRU 2900-EXIT.
003930 2100-EXIT.
003940     EXIT.
003950*----------------------------------------------------------*
003960*    2900-READ-SRCMAP  -  READ THE NEXT SOURCE MAP RECORD
003970*----------------------------------------------------------*
003980 2900-READ-SRCMAP.
003990     READ SRCMAP
004000         AT END
004010             MOVE "Y" TO DM129-WS-EOF-SWITCH
004020     END-READ.
004030 2900-EXIT.
004040     EXIT.
004050*----------------------------------------------------------*
004060*    3000-SPLIT-INFILE
004070*         EVERY PARTITION FILE OPENS WITH A COPY OF THE INFILE
004080*         HEADER STAMPED WITH ITS PARTITION NUMBER.  EACH
004090*         DETAIL IS ROUTED IN INFILE ORDER UNTIL THE INFILE
004100*         TRAILER, AND EVERY PARTITION FILE CLOSES WITH A
004110*         TRAILER OF WHAT WAS WRITTEN TO IT.
004120*----------------------------------------------------------*
004130 3000-SPLIT-INFILE.
004140     OPEN INPUT INFILE.
004150     IF DM129-WS-INFILE-STATUS NOT = "00"
004160         DISPLAY "DM129 - UNABLE TO OPEN INFILE, FILE STATUS = "
004170             DM129-WS-INFILE-STATUS
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN
004200     END-IF.
004210     MOVE "N" TO DM129-WS-EOF-SWITCH.
004220     PERFORM 3800-READ-INFILE THRU 3800-EXIT.
004230     IF DM129-WS-EOF OR DM100-IN-REC-TYPE NOT = "H"
004240         DISPLAY "DM129 - INFILE CARRIES NO TRANSMISSION "
004250             "HEADER - NOTHING SPLIT"
004260         MOVE 16 TO RETURN-CODE
004270         STOP RUN
004280     END-IF.
004290     MOVE DM100-INPUT-RECORD TO DM100-HDR-RECORD.
004300     IF DM100-HDR-BUSINESS-DATE NOT = DM129-WS-BUSINESS-DATE
004310         DISPLAY "DM129 - INFILE HEADER BUSINESS DATE "
004320             DM100-HDR-BUSINESS-DATE " IS NOT THE CURRENT "
004330             "BUSINESS DATE " DM129-WS-BUSINESS-DATE
004340             " - NOTHING SPLIT"
004350         MOVE 16 TO RETURN-CODE
004360         STOP RUN
004370     END-IF.
004380     MOVE DM100-HDR-SOURCE-ID TO DM129-WS-IN-SOURCE-ID.
004390     SET DM129-WS-SRC-IDX TO DM129-WS-SRC-SLOTS.
004400     MOVE DM129-WS-IN-SOURCE-ID
004410         TO DM129-WS-SRC-ID (DM129-WS-SRC-IDX).
004420     MOVE ZERO TO DM129-WS-SRC-FIRST-REC (DM129-WS-SRC-IDX).
004430     MOVE ZERO TO DM129-WS-SRC-LAST-REC (DM129-WS-SRC-IDX).
004440     PERFORM 3050-CLEAR-PART-SOURCE THRU 3050-EXIT
004450         VARYING DM129-WS-PS-IX FROM 1 BY 1
004460         UNTIL DM129-WS-PS-IX > 198.
004470     PERFORM 3060-RESET-PARTWORK THRU 3060-EXIT.
004480     PERFORM 3070-OPEN-PARTITIONS THRU 3070-EXIT.
004481     IF DM129-WS-PART-OPEN-FAILED
004482         DISPLAY "DM129 - UNABLE TO OPEN PARTITION "
004483             DM129-WS-TARGET " INPUT, FILE STATUS = "
004484             DM129-WS-PART-STATUS
004485         MOVE 16 TO RETURN-CODE
004486         STOP RUN
004487     END-IF.
004490     PERFORM 3100-WRITE-HEADER THRU 3100-EXIT
004500         VARYING DM129-WS-PART-IX FROM 1 BY 1
004510         UNTIL DM129-WS-PART-IX > DM129-WS-PART-MAX.
004520     PERFORM 3800-READ-INFILE THRU 3800-EXIT.
004530     PERFORM 3200-ROUTE-RECORD THRU 3200-EXIT
004540         UNTIL DM129-WS-EOF OR DM129-WS-TRAILER-SEEN.
004550     PERFORM 3300-WRITE-TRAILER THRU 3300-EXIT
004560         VARYING DM129-WS-PART-IX FROM 1 BY 1
004570         UNTIL DM129-WS-PART-IX > DM129-WS-PART-MAX.
004580     CLOSE INFILE.
004590     CLOSE PART01 PART02 PART03 PART04 PART05
004600           PART06 PART07 PART08 PART09.
004610     CLOSE PARTWORK.
004620 3000-EXIT.
004630     EXIT.
004640*----------------------------------------------------------*
004650*    3050-CLEAR-PART-SOURCE  -  EMPTY ONE PARTITION/SOURCE
004660*                               ENTRY
004670*----------------------------------------------------------*
004680 3050-CLEAR-PART-SOURCE.
004690     SET DM129-WS-PS-IDX TO DM129-WS-PS-IX.
004700     MOVE ZERO TO DM129-WS-PS-COUNT (DM129-WS-PS-IDX).
004710     MOVE ZERO TO DM129-WS-PS-FIRST-REC (DM129-WS-PS-IDX).
004720     MOVE ZERO TO DM129-WS-PS-LAST-REC (DM129-WS-PS-IDX).
004730 3050-EXIT.
004740     EXIT.
004750*----------------------------------------------------------*
004760*    3060-RESET-PARTWORK
004770*         THE PAIR OWNERSHIP OF AN EARLIER SPLIT MEANS NOTHING
004780*         TODAY - OPENING OUTPUT EMPTIES THE WORK KSDS (DEFINED
004790*         REUSE) BEFORE IT IS REOPENED FOR UPDATE
004800*----------------------------------------------------------*
004810 3060-RESET-PARTWORK.
004820     OPEN OUTPUT PARTWORK.
004830     IF DM129-WS-PARTWORK-STATUS NOT = "00"
004840         DISPLAY "DM129 - UNABLE TO RESET PARTWORK, "
004850             "FILE STATUS = "
004860             DM129-WS-PARTWORK-STATUS
004870         MOVE 16 TO RETURN-CODE
004880         STOP RUN
004890     END-IF.
004900     CLOSE PARTWORK.
004910     OPEN I-O PARTWORK.
004920     IF DM129-WS-PARTWORK-STATUS NOT = "00"
004930         DISPLAY "DM129 - UNABLE TO OPEN PARTWORK, FILE STATUS = "
004940             DM129-WS-PARTWORK-STATUS
004950         MOVE 16 TO RETURN-CODE
004960         STOP RUN
004970     END-IF.
004980 3060-EXIT.
004990     EXIT.
005000*----------------------------------------------------------*
005010*    3070-OPEN-PARTITIONS  -  OPEN ALL NINE PARTITION FILES,
005020*                             USED OR NOT
005030*----------------------------------------------------------*
005040 3070-OPEN-PARTITIONS.
005050     OPEN OUTPUT PART01.
005060     IF DM129-WS-PART-STATUS NOT = "00"
005070         MOVE 1 TO DM129-WS-TARGET
005076         MOVE "Y" TO DM129-WS-OPEN-FAIL-SWITCH
005082         GO TO 3070-EXIT.
005090     OPEN OUTPUT PART02.
005100     IF DM129-WS-PART-STATUS NOT = "00"
005110         MOVE 2 TO DM129-WS-TARGET
005116         MOVE "Y" TO DM129-WS-OPEN-FAIL-SWITCH
005122         GO TO 3070-EXIT.
005130     OPEN OUTPUT PART03.
005140     IF DM129-WS-PART-STATUS NOT = "00"
005150         MOVE 3 TO DM129-WS-TARGET
005156         MOVE "Y" TO DM129-WS-OPEN-FAIL-SWITCH
005162         GO TO 3070-EXIT.
005170     OPEN OUTPUT PART04.
005180     IF DM129-WS-PART-STATUS NOT = "00"
005190         MOVE 4 TO DM129-WS-TARGET
005196         MOVE "Y" TO DM129-WS-OPEN-FAIL-SWITCH
005202         GO TO 3070-EXIT.
005210     OPEN OUTPUT PART05.
005220     IF DM129-WS-PART-STATUS NOT = "00"
005230         MOVE 5 TO DM129-WS-TARGET
005236         MOVE "Y" TO DM129-WS-OPEN-FAIL-SWITCH
005242         GO TO 3070-EXIT.
005250     OPEN OUTPUT PART06.
005260     IF DM129-WS-PART-STATUS NOT = "00"
005270         MOVE 6 TO DM129-WS-TARGET
005276         MOVE "Y" TO DM129-WS-OPEN-FAIL-SWITCH
005282         GO TO 3070-EXIT.
005290     OPEN OUTPUT PART07.
005300     IF DM129-WS-PART-STATUS NOT = "00"
005310         MOVE 7 TO DM129-WS-TARGET
005316         MOVE "Y" TO DM129-WS-OPEN-FAIL-SWITCH
005322         GO TO 3070-EXIT.
005330     OPEN OUTPUT PART08.
005340     IF DM129-WS-PART-STATUS NOT = "00"
005350         MOVE 8 TO DM129-WS-TARGET
005356         MOVE "Y" TO DM129-WS-OPEN-FAIL-SWITCH
005362         GO TO 3070-EXIT.
005370     OPEN OUTPUT PART09.
005380     IF DM129-WS-PART-STATUS NOT = "00"
005390         MOVE 9 TO DM129-WS-TARGET
005400         MOVE "Y" TO DM129-WS-OPEN-FAIL-SWITCH
005410         GO TO 3070-EXIT.
005470 3070-EXIT.
005480     EXIT.
005490*----------------------------------------------------------*
005500*    3100-WRITE-HEADER  -  THE INFILE HEADER, STAMPED WITH THE
005510*                          PARTITION NUMBER
005520*----------------------------------------------------------*
005530 3100-WRITE-HEADER.
005540     SET DM129-WS-PART-IDX TO DM129-WS-PART-IX.
005550     MOVE ZERO TO DM129-WS-PART-COUNT (DM129-WS-PART-IDX).
005560     MOVE ZERO TO DM129-WS-PART-HASH (DM129-WS-PART-IDX).
005570     MOVE DM129-WS-PART-IX TO DM100-HDR-PARTITION-NO.
005580     MOVE DM100-HDR-RECORD TO DM129-WS-OUT-REC.
005590     MOVE DM129-WS-PART-IX TO DM129-WS-TARGET.
005600     PERFORM 3900-WRITE-PARTITION THRU 3900-EXIT.
005610 3100-EXIT.
005620     EXIT.
005630*----------------------------------------------------------*
005640*    3200-ROUTE-RECORD
005650*         THE INFILE TRAILER ENDS THE SPLIT (DM109 HAS ALREADY
005660*         REFUSED AN INFILE WITH ANYTHING AFTER IT).  A DETAIL
005670*         IS CREDITED TO ITS SOURCE, SENT TO ITS PARTITION, AND
005680*         COUNTED INTO THAT PARTITION'S TRAILER TOTALS.
005690*----------------------------------------------------------*
005700 3200-ROUTE-RECORD.
005710     IF DM100-IN-REC-TYPE = "Z"
005720         MOVE DM100-INPUT-RECORD TO DM100-TRL-RECORD
005730         MOVE DM100-TRL-RECORD-COUNT TO DM129-WS-IN-TRL-COUNT
005740         MOVE DM100-TRL-HASH-TOTAL TO DM129-WS-IN-TRL-HASH
005750         MOVE "Y" TO DM129-WS-TRAILER-SWITCH
005760         GO TO 3200-EXIT.
005770     ADD 1 TO DM129-WS-IN-REC-NO.
005780     ADD DM100-IN-NUM1 TO DM129-WS-IN-HASH.
005790     ADD DM100-IN-NUM2 TO DM129-WS-IN-HASH.
005800     PERFORM 3400-FIND-SOURCE THRU 3400-EXIT.
005810     PERFORM 3500-CHOOSE-PARTITION THRU 3500-EXIT.
005820     SET DM129-WS-PART-IDX TO DM129-WS-TARGET.
005830     ADD 1 TO DM129-WS-PART-COUNT (DM129-WS-PART-IDX).
005840     ADD DM100-IN-NUM1 TO DM129-WS-PART-HASH (DM129-WS-PART-IDX).
005850     ADD DM100-IN-NUM2 TO DM129-WS-PART-HASH (DM129-WS-PART-IDX).
005860     COMPUTE DM129-WS-PS-IX =
005870         (DM129-WS-TARGET - 1) * DM129-WS-SRC-SLOTS
005880             + DM129-WS-CUR-SRC.
005890     SET DM129-WS-PS-IDX TO DM129-WS-PS-IX.
005900     IF DM129-WS-PS-COUNT (DM129-WS-PS-IDX) = ZERO
005910         MOVE DM129-WS-PART-COUNT (DM129-WS-PART-IDX)
005920             TO DM129-WS-PS-FIRST-REC (DM129-WS-PS-IDX)
005930     END-IF.
005940     ADD 1 TO DM129-WS-PS-COUNT (DM129-WS-PS-IDX).
005950     MOVE DM129-WS-PART-COUNT (DM129-WS-PART-IDX)
005960         TO DM129-WS-PS-LAST-REC (DM129-WS-PS-IDX).
005970     MOVE DM100-INPUT-RECORD TO DM129-WS-OUT-REC.
005980     PERFORM 3900-WRITE-PARTITION THRU 3900-EXIT.
005990     PERFORM 3800-READ-INFILE THRU 3800-EXIT.
006000 3200-EXIT.
006010     EXIT.
006020*----------------------------------------------------------*
006030*    3300-WRITE-TRAILER  -  WHAT WAS WRITTEN TO ONE PARTITION
006040*                           FILE, FOR DM109-STYLE CHECKING BY
006050*                           THE PARTITION'S OWN DM100 RUN
006060*----------------------------------------------------------*
006070 3300-WRITE-TRAILER.
006080     SET DM129-WS-PART-IDX TO DM129-WS-PART-IX.
006090     MOVE SPACES TO DM100-TRL-RECORD.
006100     MOVE DM129-WS-PART-COUNT (DM129-WS-PART-IDX)
006110         TO DM100-TRL-RECORD-COUNT.
006120     MOVE DM129-WS-PART-HASH (DM129-WS-PART-IDX)
006130         TO DM100-TRL-HASH-TOTAL.
006140     MOVE "Z" TO DM100-TRL-REC-TYPE.
006150     MOVE DM100-TRL-RECORD TO DM129-WS-OUT-REC.
006160     MOVE DM129-WS-PART-IX TO DM129-WS-TARGET.
006170     PERFORM 3900-WRITE-PARTITION THRU 3900-EXIT.
006180     ADD DM129-WS-PART-COUNT (DM129-WS-PART-IDX)
006190         TO DM129-WS-ROUTED-COUNT.
006200     ADD DM129-WS-PART-HASH (DM129-WS-PART-IDX)
006210         TO DM129-WS-ROUTED-HASH.
006220 3300-EXIT.
006230     EXIT.
006240*----------------------------------------------------------*
006250*    3400-FIND-SOURCE
006260*         WHICH SRCMAP RANGE HOLDS THIS INFILE RECORD NUMBER -
006270*         THE LAST SLOT (THE INFILE HEADER'S SOURCE) WHEN NONE
006280*----------------------------------------------------------*
006290 3400-FIND-SOURCE.
006300     MOVE "N" TO DM129-WS-FOUND-SWITCH.
006310     PERFORM 3410-CHECK-SOURCE-RANGE THRU 3410-EXIT
006320         VARYING DM129-WS-SRC-IX FROM 1 BY 1
006330         UNTIL DM129-WS-SRC-IX > DM129-WS-SRC-COUNT
006340            OR DM129-WS-SOURCE-FOUND.
006350     IF DM129-WS-SOURCE-FOUND
006360         SUBTRACT 1 FROM DM129-WS-SRC-IX
006370         MOVE DM129-WS-SRC-IX TO DM129-WS-CUR-SRC
006380     ELSE
006390         MOVE DM129-WS-SRC-SLOTS TO DM129-WS-CUR-SRC
006400     END-IF.
006410 3400-EXIT.
006420     EXIT.
006430*----------------------------------------------------------*
006440*    3410-CHECK-SOURCE-RANGE  -  TEST ONE SOURCE ENTRY
006450*----------------------------------------------------------*
006460 3410-CHECK-SOURCE-RANGE.
006470     SET DM129-WS-SRC-IDX TO DM129-WS-SRC-IX.
006480     IF DM129-WS-IN-REC-NO
006490             NOT < DM129-WS-SRC-FIRST-REC (DM129-WS-SRC-IDX)
006500             AND DM129-WS-IN-REC-NO
006510             NOT > DM129-WS-SRC-LAST-REC (DM129-WS-SRC-IDX)
006520         MOVE "Y" TO DM129-WS-FOUND-SWITCH
006530     END-IF.
006540 3410-EXIT.
006550     EXIT.
006560*----------------------------------------------------------*
006570*    3500-CHOOSE-PARTITION
006580*         A REVERSAL GOES TO THE SERIAL PARTITION - ITS
006590*         ORIGINAL MAY BE POSTED BY ANY PARALLEL PARTITION
006600*         TODAY.  ANYTHING ELSE GOES TO ITS ACCOUNT'S PARTITION,
006610*         UNLESS IT IS A NEW PAIR WHOSE FIRST OCCURRENCE TODAY
006620*         WENT ELSEWHERE.
006630*----------------------------------------------------------*
006640 3500-CHOOSE-PARTITION.
006650     IF DM100-IN-STATUS-REVERSAL
006660         MOVE DM129-WS-SERIAL-PARTITION TO DM129-WS-TARGET
006670         ADD 1 TO DM129-WS-REVERSALS-DEFERRED
006680         GO TO 3500-EXIT.
006690     PERFORM 3510-HASH-ACCOUNT THRU 3510-EXIT.
006700     IF DM100-IN-STATUS-NEW
006710         PERFORM 3550-CHECK-PAIR-OWNER THRU 3550-EXIT
006720     END-IF.
006730 3500-EXIT.
006740     EXIT.
006750*----------------------------------------------------------*
006760*    3510-HASH-ACCOUNT  -  THE ACCOUNT'S PARALLEL PARTITION,
006770*                          1 THROUGH DM129-WS-PARTITIONS
006780*----------------------------------------------------------*
006790 3510-HASH-ACCOUNT.
006800     MOVE ZERO TO DM129-WS-ACCT-HASH.
006810     PERFORM 3520-HASH-CHARACTER THRU 3520-EXIT
006820         VARYING DM129-WS-CHAR-IX FROM 1 BY 1
006830         UNTIL DM129-WS-CHAR-IX > 6.
006840     ADD 1 DM129-WS-ACCT-HASH GIVING DM129-WS-TARGET.
006850 3510-EXIT.
006860     EXIT.
006870*----------------------------------------------------------*
006880*    3520-HASH-CHARACTER  -  FOLD ONE ACCOUNT-ID CHARACTER IN
006890*----------------------------------------------------------*
006900 3520-HASH-CHARACTER.
006910     MOVE DM100-IN-ACCOUNT-ID (DM129-WS-CHAR-IX:1)
006920         TO DM129-WS-HASH-CHAR.
006930     MOVE ZERO TO DM129-WS-CHAR-POS.
006940     INSPECT DM129-WS-HASH-CHARS TALLYING DM129-WS-CHAR-POS
006950         FOR CHARACTERS BEFORE INITIAL DM129-WS-HASH-CHAR.
006960     COMPUTE DM129-WS-ACCT-HASH =
006970         DM129-WS-ACCT-HASH * 7 + DM129-WS-CHAR-POS.
006980     DIVIDE DM129-WS-ACCT-HASH BY DM129-WS-PARTITIONS
006990         GIVING DM129-WS-HASH-QUOT
007000         REMAINDER DM129-WS-ACCT-HASH.
007010 3520-EXIT.
007020     EXIT.
007030*----------------------------------------------------------*
007040*    3550-CHECK-PAIR-OWNER
007050*         THE FIRST NEW OCCURRENCE OF A REC-TYPE/NUM1/NUM2 PAIR
007060*         CLAIMS IT FOR ITS PARTITION.  A LATER OCCURRENCE FROM
007070*         AN ACCOUNT IN ANOTHER PARTITION IS DEFERRED TO THE
007080*         SERIAL PARTITION, WHERE THE SAME-DAY DUPLICATE CHECK
007090*         FINDS WHATEVER THE OWNING PARTITION ALREADY POSTED.
007100*----------------------------------------------------------*
007110 3550-CHECK-PAIR-OWNER.
007120     MOVE DM100-IN-REC-TYPE TO DM100-PWRK-REC-TYPE.
007130     MOVE DM100-IN-NUM1 TO DM100-PWRK-NUM1.
007140     MOVE DM100-IN-NUM2 TO DM100-PWRK-NUM2.
007150     READ PARTWORK
007160         INVALID KEY
007170             MOVE DM129-WS-TARGET TO DM100-PWRK-PARTITION-NO
007180             WRITE DM100-PWRK-RECORD
007190                 INVALID KEY
007200                     DISPLAY "DM129 - UNABLE TO WRITE PARTWORK, "
007210                         "FILE STATUS = " DM129-WS-PARTWORK-STATUS
007220                     MOVE 16 TO RETURN-CODE
007230                     STOP RUN
007240             END-WRITE
007250         NOT INVALID KEY
007260             IF DM100-PWRK-PARTITION-NO NOT = DM129-WS-TARGET
007270                 MOVE DM129-WS-SERIAL-PARTITION TO DM129-WS-TARGET
007280                 ADD 1 TO DM129-WS-PAIRS-DEFERRED
007290             END-IF
007300     END-READ.
007310 3550-EXIT.
007320     EXIT.
007330*----------------------------------------------------------*
007340*    3800-READ-INFILE  -  READ THE NEXT INFILE RECORD
007350*----------------------------------------------------------*
007360 3800-READ-INFILE.
007370     READ INFILE
007380         AT END
007390             MOVE "Y" TO DM129-WS-EOF-SWITCH
007400         NOT AT END
007410             MOVE DM129-INFILE-REC TO DM100-INPUT-RECORD
007420     END-READ.
007430 3800-EXIT.
007440     EXIT.
007450*----------------------------------------------------------*
007460*    3900-WRITE-PARTITION  -  WRITE DM129-WS-OUT-REC TO THE
007470*                             FILE OF PARTITION DM129-WS-TARGET
007480*----------------------------------------------------------*
007490 3900-WRITE-PARTITION.
007500     IF DM129-WS-TARGET = 1
007510         WRITE DM129-PART01-REC FROM DM129-WS-OUT-REC
007520     END-IF.
007530     IF DM129-WS-TARGET = 2
007540         WRITE DM129-PART02-REC FROM DM129-WS-OUT-REC
007550     END-IF.
007560     IF DM129-WS-TARGET = 3
007570         WRITE DM129-PART03-REC FROM DM129-WS-OUT-REC
007580     END-IF.
007590     IF DM129-WS-TARGET = 4
007600         WRITE DM129-PART04-REC FROM DM129-WS-OUT-REC
007610     END-IF.
007620     IF DM129-WS-TARGET = 5
007630         WRITE DM129-PART05-REC FROM DM129-WS-OUT-REC
007640     END-IF.
007650     IF DM129-WS-TARGET = 6
007660         WRITE DM129-PART06-REC FROM DM129-WS-OUT-REC
007670     END-IF.
007680     IF DM129-WS-TARGET = 7
007690         WRITE DM129-PART07-REC FROM DM129-WS-OUT-REC
007700     END-IF.
007710     IF DM129-WS-TARGET = 8
007720         WRITE DM129-PART08-REC FROM DM129-WS-OUT-REC
007730     END-IF.
007740     IF DM129-WS-TARGET = 9
007750         WRITE DM129-PART09-REC FROM DM129-WS-OUT-REC
007760     END-IF.
007770     IF DM129-WS-PART-STATUS NOT = "00"
007780         DISPLAY "DM129 - UNABLE TO WRITE PARTITION "
007790             DM129-WS-TARGET " INPUT, FILE STATUS = "
007800             DM129-WS-PART-STATUS
007810         MOVE 16 TO RETURN-CODE
007820         STOP RUN
007830     END-IF.
007840 3900-EXIT.
007850     EXIT.
007860*----------------------------------------------------------*
007870*    4000-WRITE-PARTITION-MAP
007880*         THE INFILE TRAILER TOTALS ("I"), EACH PARTITION'S
007890*         TOTALS ("P", ALL NINE) AND EACH SOURCE'S RANGE ON
007900*         EACH PARTITION IT REACHED ("S")
007910*----------------------------------------------------------*
007920 4000-WRITE-PARTITION-MAP.
007930     OPEN OUTPUT PARTMAP.
007940     IF DM129-WS-PARTMAP-STATUS NOT = "00"
007950         DISPLAY "DM129 - UNABLE TO OPEN PARTMAP, FILE STATUS = "
007960             DM129-WS-PARTMAP-STATUS
007970         MOVE 16 TO RETURN-CODE
007980         STOP RUN
007990     END-IF.
008000     MOVE SPACES TO DM100-PMAP-RECORD.
008010     MOVE "I" TO DM100-PMAP-REC-TYPE.
008020     MOVE ZERO TO DM100-PMAP-PARTITION-NO.
008030     MOVE DM129-WS-IN-SOURCE-ID TO DM100-PMAP-SOURCE-ID.
008040     MOVE DM129-WS-BUSINESS-DATE TO DM100-PMAP-BUSINESS-DATE.
008050     MOVE ZERO TO DM100-PMAP-FIRST-REC-NO.
008060     MOVE ZERO TO DM100-PMAP-LAST-REC-NO.
008070     MOVE DM129-WS-IN-TRL-COUNT TO DM100-PMAP-RECORD-COUNT.
008080     MOVE DM129-WS-IN-TRL-HASH TO DM100-PMAP-HASH-TOTAL.
008090     WRITE DM100-PMAP-RECORD.
008100     PERFORM 4100-WRITE-PARTITION-TOTALS THRU 4100-EXIT
008110         VARYING DM129-WS-PART-IX FROM 1 BY 1
008120         UNTIL DM129-WS-PART-IX > DM129-WS-PART-MAX.
008130     PERFORM 4200-WRITE-PARTITION-SOURCES THRU 4200-EXIT
008140         VARYING DM129-WS-PART-IX FROM 1 BY 1
008150         UNTIL DM129-WS-PART-IX > DM129-WS-PART-MAX.
008160     CLOSE PARTMAP.
008170 4000-EXIT.
008180     EXIT.
008190*----------------------------------------------------------*
008200*    4100-WRITE-PARTITION-TOTALS  -  ONE "P" RECORD
008210*----------------------------------------------------------*
008220 4100-WRITE-PARTITION-TOTALS.
008230     SET DM129-WS-PART-IDX TO DM129-WS-PART-IX.
008240     MOVE SPACES TO DM100-PMAP-RECORD.
008250     MOVE "P" TO DM100-PMAP-REC-TYPE.
008260     MOVE DM129-WS-PART-IX TO DM100-PMAP-PARTITION-NO.
008270     MOVE DM129-WS-BUSINESS-DATE TO DM100-PMAP-BUSINESS-DATE.
008280     MOVE ZERO TO DM100-PMAP-FIRST-REC-NO.
008290     MOVE ZERO TO DM100-PMAP-LAST-REC-NO.
008300     MOVE DM129-WS-PART-COUNT (DM129-WS-PART-IDX)
008310         TO DM100-PMAP-RECORD-COUNT.
008320     MOVE DM129-WS-PART-HASH (DM129-WS-PART-IDX)
008330         TO DM100-PMAP-HASH-TOTAL.
008340     WRITE DM100-PMAP-RECORD.
008350 4100-EXIT.
008360     EXIT.
008370*----------------------------------------------------------*
008380*    4200-WRITE-PARTITION-SOURCES  -  THE "S" RECORDS OF ONE
008390*                                     PARTITION
008400*----------------------------------------------------------*
008410 4200-WRITE-PARTITION-SOURCES.
008420     PERFORM 4210-WRITE-SOURCE-RANGE THRU 4210-EXIT
008430         VARYING DM129-WS-SRC-IX FROM 1 BY 1
008440         UNTIL DM129-WS-SRC-IX > DM129-WS-SRC-SLOTS.
008450 4200-EXIT.
008460     EXIT.
008470*----------------------------------------------------------*
008480*    4210-WRITE-SOURCE-RANGE  -  ONE "S" RECORD, WHEN THE
008490*                                SOURCE REACHED THE PARTITION
008500*----------------------------------------------------------*
008510 4210-WRITE-SOURCE-RANGE.
008520     COMPUTE DM129-WS-PS-IX =
008530         (DM129-WS-PART-IX - 1) * DM129-WS-SRC-SLOTS
008540             + DM129-WS-SRC-IX.
008550     SET DM129-WS-PS-IDX TO DM129-WS-PS-IX.
008560     IF DM129-WS-PS-COUNT (DM129-WS-PS-IDX) = ZERO
008570         GO TO 4210-EXIT.
008580     SET DM129-WS-SRC-IDX TO DM129-WS-SRC-IX.
008590     MOVE SPACES TO DM100-PMAP-RECORD.
008600     MOVE "S" TO DM100-PMAP-REC-TYPE.
008610     MOVE DM129-WS-PART-IX TO DM100-PMAP-PARTITION-NO.
008620     MOVE DM129-WS-SRC-ID (DM129-WS-SRC-IDX)
008630         TO DM100-PMAP-SOURCE-ID.
008640     MOVE DM129-WS-BUSINESS-DATE TO DM100-PMAP-BUSINESS-DATE.
008650     MOVE DM129-WS-PS-FIRST-REC (DM129-WS-PS-IDX)
008660         TO DM100-PMAP-FIRST-REC-NO.
008670     MOVE DM129-WS-PS-LAST-REC (DM129-WS-PS-IDX)
008680         TO DM100-PMAP-LAST-REC-NO.
008690     MOVE DM129-WS-PS-COUNT (DM129-WS-PS-IDX)
008700         TO DM100-PMAP-RECORD-COUNT.
008710     MOVE ZERO TO DM100-PMAP-HASH-TOTAL.
008720     WRITE DM100-PMAP-RECORD.
008730 4210-EXIT.
008740     EXIT.
008750*----------------------------------------------------------*
008760*    5000-VERIFY-SPLIT
008770*         EVERY DETAIL ON INFILE MUST HAVE REACHED EXACTLY ONE
008780*         PARTITION - THE PARTITION TRAILERS MUST ADD BACK TO
008790*         THE INFILE TRAILER.  A SPLIT THAT DOES NOT BALANCE IS
008800*         NEVER RECORDED ON BUSCTL, SO NO PARTITION CAN RUN.
008810*----------------------------------------------------------*
008820 5000-VERIFY-SPLIT.
008830     IF NOT DM129-WS-TRAILER-SEEN
008840         DISPLAY "DM129 - NO TRANSMISSION TRAILER ON INFILE"
008850         MOVE "Y" TO DM129-WS-ERROR-SWITCH
008860         GO TO 5000-REPORT.
008870     IF DM129-WS-IN-TRL-COUNT NOT = DM129-WS-IN-REC-NO
008880             OR DM129-WS-ROUTED-COUNT NOT = DM129-WS-IN-REC-NO
008890         DISPLAY "DM129 - INFILE TRAILER COUNT "
008900             DM129-WS-IN-TRL-COUNT " DETAILS READ "
008910             DM129-WS-IN-REC-NO " DETAILS ROUTED "
008920             DM129-WS-ROUTED-COUNT
008930         MOVE "Y" TO DM129-WS-ERROR-SWITCH
008940     END-IF.
008950     IF DM129-WS-IN-TRL-HASH NOT = DM129-WS-IN-HASH
008960             OR DM129-WS-ROUTED-HASH NOT = DM129-WS-IN-HASH
008970         DISPLAY "DM129 - INFILE TRAILER HASH "
008980             DM129-WS-IN-TRL-HASH " HASH READ "
008990             DM129-WS-IN-HASH " HASH ROUTED "
009000             DM129-WS-ROUTED-HASH
009010         MOVE "Y" TO DM129-WS-ERROR-SWITCH
009020     END-IF.
009030 5000-REPORT.
009040     IF DM129-WS-SPLIT-FAILED
009050         DISPLAY "DM129 - PARTITIONS DO NOT BALANCE TO INFILE - "
009060             "SPLIT NOT RECORDED, NO PARTITION MAY RUN"
009070         MOVE 16 TO RETURN-CODE
009080         STOP RUN
009090     END-IF.
009100 5000-EXIT.
009110     EXIT.
009120*----------------------------------------------------------*
009130*    6000-RECORD-SPLIT
009140*         STAMP THE SPLIT ON BUSCTL - FROM HERE THE PARTITION
009150*         RUNS ACCEPT THE DATE AND A WHOLE-DAY RUN REFUSES IT
009160*----------------------------------------------------------*
009170 6000-RECORD-SPLIT.
009180     OPEN I-O BUSCTL.
009190     IF DM129-WS-BUSCTL-STATUS NOT = "00"
009200         DISPLAY "DM129 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
009210             DM129-WS-BUSCTL-STATUS
009220         MOVE 16 TO RETURN-CODE
009230         STOP RUN
009240     END-IF.
009250     READ BUSCTL
009260         AT END
009270             DISPLAY "DM129 - BUSCTL HOLDS NO BUSINESS-DATE "
009280                 "CONTROL RECORD - SPLIT NOT RECORDED"
009290             MOVE 16 TO RETURN-CODE
009300             STOP RUN
009310     END-READ.
009320     MOVE DM129-WS-BUSINESS-DATE TO DM100-BDC-SPLIT-BUS-DATE.
009330     MOVE DM129-WS-RUN-DATE TO DM100-BDC-SPLIT-RUN-DATE.
009340     MOVE DM129-WS-PARTITIONS TO DM100-BDC-SPLIT-PARTITIONS.
009350     MOVE DM129-WS-JOB-ID TO DM100-BDC-SPLIT-JOB-ID.
009360     REWRITE DM100-BDC-RECORD.
009370     IF DM129-WS-BUSCTL-STATUS NOT = "00"
009380         DISPLAY "DM129 - UNABLE TO REWRITE BUSCTL, "
009390             "FILE STATUS = "
009400             DM129-WS-BUSCTL-STATUS
009410         MOVE 16 TO RETURN-CODE
009420         STOP RUN
009430     END-IF.
009440     CLOSE BUSCTL.
009450 6000-EXIT.
009460     EXIT.
009470*----------------------------------------------------------*
009480*    8000-FINALIZE  -  SPLIT TOTALS TO THE JOB LOG AND RC=4 SO
009490*                      THE SINGLE-STREAM STEPS ARE BYPASSED
009500*----------------------------------------------------------*
009510 8000-FINALIZE.
009520     PERFORM 8100-DISPLAY-PARTITION THRU 8100-EXIT
009530         VARYING DM129-WS-PART-IX FROM 1 BY 1
009540         UNTIL DM129-WS-PART-IX > DM129-WS-PART-MAX.
009550     DISPLAY "DM129 - DETAIL RECORDS ON INFILE  = "
009560         DM129-WS-IN-REC-NO.
009570     DISPLAY "DM129 - NUM1+NUM2 HASH ON INFILE  = "
009580         DM129-WS-IN-HASH.
009590     DISPLAY "DM129 - REVERSALS TO SERIAL       = "
009600         DM129-WS-REVERSALS-DEFERRED.
009610     DISPLAY "DM129 - SHARED PAIRS TO SERIAL    = "
009620         DM129-WS-PAIRS-DEFERRED.
009630     DISPLAY "DM129 - SPLIT RECORDED UNDER JOB-ID "
009640         DM129-WS-JOB-ID.
009650     DISPLAY "DM129 - RUN DM100PJ FOR PARTITIONS 01-08 TOGETHER, "
009660         "THEN FOR PARTITION " DM129-WS-SERIAL-PARTITION
009670         ", THEN DM100MJ TO MERGE".
009680     MOVE 4 TO RETURN-CODE.
009690 8000-EXIT.
009700     EXIT.
009710*----------------------------------------------------------*
009720*    8100-DISPLAY-PARTITION  -  ONE PARTITION'S TOTALS
009730*----------------------------------------------------------*
009740 8100-DISPLAY-PARTITION.
009750     SET DM129-WS-PART-IDX TO DM129-WS-PART-IX.
009760     DISPLAY "DM129 - PARTITION " DM129-WS-PART-IX
009770         " DETAILS = " DM129-WS-PART-COUNT (DM129-WS-PART-IDX)
009780         " HASH = " DM129-WS-PART-HASH (DM129-WS-PART-IDX).
009790 8100-EXIT.
009800     EXIT.
