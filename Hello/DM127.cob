000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IntakeMerge.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  THE DAILY INPUT NO LONGER
000220*                 ARRIVES AS ONE EXTRACT - EACH SUBMITTING
000230*                 SYSTEM SENDS ITS OWN, WITH ITS OWN HEADER AND
000240*                 TRAILER (DM100HT), AND SRCIN IS THE JCL
000250*                 CONCATENATION OF THE DAY'S EXTRACTS.  EACH
000260*                 TRANSMISSION (A HEADER UP TO THE NEXT HEADER)
000270*                 IS GATED ON ITS OWN WITH THE CHECKS DM109
000280*                 MAKES ON THE WHOLE FILE, SO ONE BAD EXTRACT
000290*                 IS HELD BACK TO HELDOUT WITHOUT BLOCKING THE
000300*                 OTHERS.  THE DETAILS OF EVERY ACCEPTED
000310*                 SOURCE, FOLLOWED BY THE DM110 REPAIRS ON
000320*                 RESUBIN, ARE WRITTEN TO INFILE UNDER ONE NEW
000330*                 HEADER AND A TRAILER REBUILT FROM WHAT WAS
000340*                 ACTUALLY WRITTEN, SO DM109 AND DM100 SEE ONE
000350*                 BALANCED EXTRACT AS BEFORE.  SRCMAP (DM100SM)
000360*                 RECORDS WHAT BECAME OF EACH SOURCE AND WHICH
000370*                 INFILE RECORD NUMBERS IT OCCUPIES, FOR THE
000380*                 DM128 ACKNOWLEDGMENTS.  RC=4 WHEN ANYTHING WAS
000390*                 HELD BACK, RC=16 WHEN NOTHING AT ALL WAS LEFT
000400*                 TO PROCESS.
000410*----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SRCIN ASSIGN TO "SRCIN"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS DM127-WS-SRCIN-STATUS.
000480     SELECT RESUBIN ASSIGN TO "RESUBIN"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS DM127-WS-RESUBIN-STATUS.
000510     SELECT BUSCTL ASSIGN TO "BUSCTL"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DM127-WS-BUSCTL-STATUS.
000540     SELECT INFILE ASSIGN TO "INFILE"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS DM127-WS-INFILE-STATUS.
000570     SELECT HELDOUT ASSIGN TO "HELDOUT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS DM127-WS-HELDOUT-STATUS.
000600     SELECT SRCMAP ASSIGN TO "SRCMAP"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS DM127-WS-SRCMAP-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  SRCIN
000660     LABEL RECORDS ARE STANDARD.
000670 01  DM127-SRCIN-REC                     PIC X(30).
000680 FD  RESUBIN
000690     LABEL RECORDS ARE STANDARD.
000700 01  DM127-RESUBIN-REC                   PIC X(30).
000710 FD  BUSCTL
000720     LABEL RECORDS ARE STANDARD.
000730     COPY DM100BD.
000740 FD  INFILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  DM127-INFILE-REC                    PIC X(30).
000770 FD  HELDOUT
000780     LABEL RECORDS ARE STANDARD.
000790 01  DM127-HELDOUT-REC                   PIC X(30).
000800 FD  SRCMAP
000810     LABEL RECORDS ARE STANDARD.
000820     COPY DM100SM.
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------*
000850*    FILE STATUS SWITCHES
000860*----------------------------------------------------------*
000870 77  DM127-WS-SRCIN-STATUS               PIC X(02) VALUE "00".
000880 77  DM127-WS-RESUBIN-STATUS             PIC X(02) VALUE "00".
000890 77  DM127-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
000900 77  DM127-WS-INFILE-STATUS              PIC X(02) VALUE "00".
000910 77  DM127-WS-HELDOUT-STATUS             PIC X(02) VALUE "00".
000920 77  DM127-WS-SRCMAP-STATUS              PIC X(02) VALUE "00".
000930*----------------------------------------------------------*
000940*    PROGRAM SWITCHES
000950*----------------------------------------------------------*
000960 77  DM127-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000970     88  DM127-WS-EOF                        VALUE "Y".
000980 77  DM127-WS-FOUND-SWITCH               PIC X(01) VALUE "N".
000990     88  DM127-WS-REPEAT-FOUND               VALUE "Y".
001000*----------------------------------------------------------*
001010*    RUN COUNTERS AND THE MERGED FILE'S HASH TOTAL
001020*----------------------------------------------------------*
001030 77  DM127-WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
001040 77  DM127-WS-SOURCES-ACCEPTED       PIC 9(04) COMP VALUE ZERO.
001050 77  DM127-WS-SOURCES-HELD           PIC 9(04) COMP VALUE ZERO.
001060 77  DM127-WS-ORPHAN-COUNT           PIC 9(07) COMP VALUE ZERO.
001070 77  DM127-WS-RESUB-MERGED           PIC 9(07) COMP VALUE ZERO.
001080 77  DM127-WS-RESUB-HELD             PIC 9(07) COMP VALUE ZERO.
001090 77  DM127-WS-HELD-RECS-WRITTEN      PIC 9(07) COMP VALUE ZERO.
001100 77  DM127-WS-INFILE-RECS            PIC 9(07) COMP VALUE ZERO.
001110 77  DM127-WS-INFILE-HASH            PIC 9(15) COMP VALUE ZERO.
001120 77  DM127-WS-HOLD-REASON                PIC X(04) VALUE SPACES.
001130*----------------------------------------------------------*
001140*    ONE ENTRY PER SOURCE TRANSMISSION FOUND ON SRCIN, IN THE
001150*    ORDER THEY WERE READ, PLUS ONE FOR THE RESUBMISSIONS.
001160*    DM127-WS-SRC-MAX IS THE NUMBER OF EXTRACTS ONE INTAKE
001170*    ACCEPTS; THE TABLE HAS ONE MORE SLOT FOR RESUBIN.
001180*----------------------------------------------------------*
001190 77  DM127-WS-SRC-MAX                PIC 9(04) COMP VALUE 20.
001200 77  DM127-WS-SRC-COUNT              PIC 9(04) COMP VALUE ZERO.
001210 77  DM127-WS-SRC-IX                 PIC 9(04) COMP VALUE ZERO.
001220 77  DM127-WS-CHECK-IX               PIC 9(04) COMP VALUE ZERO.
001230 01  DM127-WS-SOURCE-TABLE.
001240     05  DM127-WS-SRC-ENTRY OCCURS 21 TIMES
001250             INDEXED BY DM127-WS-SRC-IDX DM127-WS-CHECK-IDX.
001260         10  DM127-WS-SRC-ID              PIC X(08).
001270         10  DM127-WS-SRC-HDR-DATE        PIC 9(08).
001280         10  DM127-WS-SRC-STATUS          PIC X(01).
001290             88  DM127-WS-SRC-ACCEPTED        VALUE "A".
001300             88  DM127-WS-SRC-HELD            VALUE "H".
001310         10  DM127-WS-SRC-REASON          PIC X(04).
001320         10  DM127-WS-SRC-RECEIVED        PIC 9(07) COMP.
001330         10  DM127-WS-SRC-HASH            PIC 9(15) COMP.
001340         10  DM127-WS-SRC-TRL-SWITCH      PIC X(01).
001350             88  DM127-WS-SRC-TRAILER-SEEN    VALUE "Y".
001360         10  DM127-WS-SRC-TRL-COUNT       PIC 9(07).
001370         10  DM127-WS-SRC-TRL-HASH        PIC 9(15).
001380         10  DM127-WS-SRC-AFTER-TRL       PIC 9(07) COMP.
001390         10  DM127-WS-SRC-FIRST-REC       PIC 9(07) COMP.
001400         10  DM127-WS-SRC-LAST-REC        PIC 9(07) COMP.
001410*----------------------------------------------------------*
001420*    INPUT RECORD AND TRANSMISSION HEADER/TRAILER WORK AREAS -
001430*    EVERY SRCIN AND RESUBIN RECORD IS MOVED HERE AND
001440*    CLASSIFIED BY ITS REC-TYPE BYTE
001450*----------------------------------------------------------*
001460     COPY DM100IN.
001470     COPY DM100HT.
001480 PROCEDURE DIVISION.
001490*----------------------------------------------------------*
001500*    0000-MAINLINE
001510*----------------------------------------------------------*
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     PERFORM 2000-GATE-SOURCES THRU 2000-EXIT.
001550     PERFORM 3000-MERGE-SOURCES THRU 3000-EXIT.
001560     PERFORM 4000-MERGE-RESUBMISSIONS THRU 4000-EXIT.
001570     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
001580     PERFORM 6000-WRITE-SOURCE-MAP THRU 6000-EXIT.
001590     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001600     STOP RUN.
001610 0000-EXIT.
001620     EXIT.
001630*----------------------------------------------------------*
001640*    1000-INITIALIZE  -  READ THE CURRENT BUSINESS DATE EVERY
001650*                        SOURCE HEADER MUST CARRY
001660*----------------------------------------------------------*
001670 1000-INITIALIZE.
001680     OPEN INPUT BUSCTL.
001690     IF DM127-WS-BUSCTL-STATUS NOT = "00"
001700         DISPLAY "DM127 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
001710             DM127-WS-BUSCTL-STATUS
001720         MOVE 16 TO RETURN-CODE
001730         STOP RUN
001740     END-IF.
001750     READ BUSCTL
001760         AT END
001770             DISPLAY "DM127 - BUSCTL HOLDS NO BUSINESS-DATE "
001780                 "CONTROL RECORD - NOTHING MERGED"
001790             MOVE 16 TO RETURN-CODE
001800             STOP RUN
001810     END-READ.
001820     CLOSE BUSCTL.
001830     MOVE DM100-BDC-CURRENT-DATE TO DM127-WS-BUSINESS-DATE.
001840     DISPLAY "DM127 - INTAKE FOR BUSINESS DATE "
001850         DM127-WS-BUSINESS-DATE.
001860 1000-EXIT.
001870     EXIT.
001880*----------------------------------------------------------*
001890*    2000-GATE-SOURCES
001900*         FIRST PASS OF SRCIN.  EVERY HEADER OPENS A NEW
001910*         SOURCE ENTRY AND CLOSES THE ONE BEFORE IT, WHICH IS
001920*         THEN GATED; THE LAST SOURCE IS GATED AT END OF FILE.
001930*         NOTHING IS WRITTEN ON THIS PASS.
001940*----------------------------------------------------------*
001950 2000-GATE-SOURCES.
001960     OPEN INPUT SRCIN.
001970     IF DM127-WS-SRCIN-STATUS NOT = "00"
001980         DISPLAY "DM127 - UNABLE TO OPEN SRCIN, FILE STATUS = "
001990             DM127-WS-SRCIN-STATUS
002000         MOVE 16 TO RETURN-CODE
002010         STOP RUN
002020     END-IF.
002030     MOVE "N" TO DM127-WS-EOF-SWITCH.
002040     PERFORM 2900-READ-SRCIN THRU 2900-EXIT.
002050     PERFORM 2100-SCAN-RECORD THRU 2100-EXIT
002060         UNTIL DM127-WS-EOF.
002070     IF DM127-WS-SRC-COUNT > ZERO
002080         PERFORM 2300-GATE-SOURCE THRU 2300-EXIT
002090     END-IF.
002100     CLOSE SRCIN.
002110 2000-EXIT.
002120     EXIT.
002130*----------------------------------------------------------*
002140*    2100-SCAN-RECORD
002150*         A RECORD AHEAD OF THE FIRST HEADER BELONGS TO NO
002160*         SOURCE AND IS ONLY COUNTED HERE - THE SECOND PASS
002170*         SENDS IT TO HELDOUT
002180*----------------------------------------------------------*
002190 2100-SCAN-RECORD.
002200     IF DM100-IN-REC-TYPE = "H"
002210         IF DM127-WS-SRC-COUNT > ZERO
002220             PERFORM 2300-GATE-SOURCE THRU 2300-EXIT
002230         END-IF
002240         PERFORM 2200-ADD-SOURCE THRU 2200-EXIT
002250     ELSE
002260         IF DM127-WS-SRC-COUNT = ZERO
002270             ADD 1 TO DM127-WS-ORPHAN-COUNT
002280         ELSE
002290             PERFORM 2110-COUNT-SOURCE-RECORD THRU 2110-EXIT
002300         END-IF
002310     END-IF.
002320     PERFORM 2900-READ-SRCIN THRU 2900-EXIT.
002330 2100-EXIT.
002340     EXIT.
002350*----------------------------------------------------------*
002360*    2110-COUNT-SOURCE-RECORD
002370*         THE SAME CLASSIFICATION DM109 MAKES - THE TRAILER IS
002380*         CAPTURED, ANYTHING AFTER IT IS A TRANSMISSION FAULT,
002390*         AND EVERY OTHER RECORD IS A DETAIL COUNTED INTO THE
002400*         SOURCE'S RECORD COUNT AND NUM1+NUM2 HASH TOTAL
002410*----------------------------------------------------------*
002420 2110-COUNT-SOURCE-RECORD.
002430     SET DM127-WS-SRC-IDX TO DM127-WS-SRC-COUNT.
002440     IF DM127-WS-SRC-TRAILER-SEEN (DM127-WS-SRC-IDX)
002450         ADD 1 TO DM127-WS-SRC-AFTER-TRL (DM127-WS-SRC-IDX)
002460     ELSE
002470         IF DM100-IN-REC-TYPE = "Z"
002480             MOVE DM100-INPUT-RECORD TO DM100-TRL-RECORD
002490             MOVE "Y"
002500                 TO DM127-WS-SRC-TRL-SWITCH (DM127-WS-SRC-IDX)
002510             MOVE DM100-TRL-RECORD-COUNT
002520                 TO DM127-WS-SRC-TRL-COUNT (DM127-WS-SRC-IDX)
002530             MOVE DM100-TRL-HASH-TOTAL
002540                 TO DM127-WS-SRC-TRL-HASH (DM127-WS-SRC-IDX)
002550         ELSE
002560             ADD 1 TO DM127-WS-SRC-RECEIVED (DM127-WS-SRC-IDX)
002570             ADD DM100-IN-NUM1
002580                 TO DM127-WS-SRC-HASH (DM127-WS-SRC-IDX)
002590             ADD DM100-IN-NUM2
002600                 TO DM127-WS-SRC-HASH (DM127-WS-SRC-IDX)
002610         END-IF
002620     END-IF.
002630 2110-EXIT.
002640     EXIT.
002650*----------------------------------------------------------*
002660*    2200-ADD-SOURCE
002670*         MORE EXTRACTS THAN THE TABLE HOLDS MEANS SRCIN NEEDS
002680*         LOOKING AT BY HAND BEFORE ANY OF IT IS MERGED
002690*----------------------------------------------------------*
002700 2200-ADD-SOURCE.
002710     IF DM127-WS-SRC-COUNT NOT < DM127-WS-SRC-MAX
002720         DISPLAY "DM127 - MORE THAN " DM127-WS-SRC-MAX
002730             " SOURCE TRANSMISSIONS ON SRCIN - NOTHING MERGED"
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002770     ADD 1 TO DM127-WS-SRC-COUNT.
002780     SET DM127-WS-SRC-IDX TO DM127-WS-SRC-COUNT.
002790     MOVE DM100-INPUT-RECORD TO DM100-HDR-RECORD.
002800     MOVE DM100-HDR-SOURCE-ID
002810         TO DM127-WS-SRC-ID (DM127-WS-SRC-IDX).
002820     MOVE DM100-HDR-BUSINESS-DATE
002830         TO DM127-WS-SRC-HDR-DATE (DM127-WS-SRC-IDX).
002840     PERFORM 2250-CLEAR-SOURCE-ENTRY THRU 2250-EXIT.
002850 2200-EXIT.
002860     EXIT.
002870*----------------------------------------------------------*
002880*    2250-CLEAR-SOURCE-ENTRY  -  A NEW ENTRY STARTS ACCEPTED
002890*                                WITH NOTHING COUNTED
002900*----------------------------------------------------------*
002910 2250-CLEAR-SOURCE-ENTRY.
002920     MOVE "A" TO DM127-WS-SRC-STATUS (DM127-WS-SRC-IDX).
002930     MOVE SPACES TO DM127-WS-SRC-REASON (DM127-WS-SRC-IDX).
002940     MOVE ZERO TO DM127-WS-SRC-RECEIVED (DM127-WS-SRC-IDX).
002950     MOVE ZERO TO DM127-WS-SRC-HASH (DM127-WS-SRC-IDX).
002960     MOVE "N" TO DM127-WS-SRC-TRL-SWITCH (DM127-WS-SRC-IDX).
002970     MOVE ZERO TO DM127-WS-SRC-TRL-COUNT (DM127-WS-SRC-IDX).
002980     MOVE ZERO TO DM127-WS-SRC-TRL-HASH (DM127-WS-SRC-IDX).
002990     MOVE ZERO TO DM127-WS-SRC-AFTER-TRL (DM127-WS-SRC-IDX).
003000     MOVE ZERO TO DM127-WS-SRC-FIRST-REC (DM127-WS-SRC-IDX).
003010     MOVE ZERO TO DM127-WS-SRC-LAST-REC (DM127-WS-SRC-IDX).
003020 2250-EXIT.
003030     EXIT.
003040*----------------------------------------------------------*
003050*    2300-GATE-SOURCE
003060*         GATE THE LATEST SOURCE ENTRY.  THE FIRST CHECK IT
003070*         FAILS HOLDS IT BACK WITH THAT REASON (DM100SM); ONE
003080*         THAT PASSES THEM ALL IS ACCEPTED FOR THE MERGE.
003090*----------------------------------------------------------*
003100 2300-GATE-SOURCE.
003110     SET DM127-WS-SRC-IDX TO DM127-WS-SRC-COUNT.
003120     IF DM127-WS-SRC-ID (DM127-WS-SRC-IDX) = SPACES
003130         MOVE "I007" TO DM127-WS-HOLD-REASON
003140         PERFORM 2390-HOLD-SOURCE THRU 2390-EXIT
003150         GO TO 2300-EXIT.
003160     PERFORM 2310-CHECK-REPEAT-SOURCE THRU 2310-EXIT.
003170     IF DM127-WS-REPEAT-FOUND
003180         MOVE "I006" TO DM127-WS-HOLD-REASON
003190         PERFORM 2390-HOLD-SOURCE THRU 2390-EXIT
003200         GO TO 2300-EXIT.
003210     IF DM127-WS-SRC-HDR-DATE (DM127-WS-SRC-IDX)
003220             NOT = DM127-WS-BUSINESS-DATE
003230         MOVE "I001" TO DM127-WS-HOLD-REASON
003240         PERFORM 2390-HOLD-SOURCE THRU 2390-EXIT
003250         GO TO 2300-EXIT.
003260     IF NOT DM127-WS-SRC-TRAILER-SEEN (DM127-WS-SRC-IDX)
003270         MOVE "I002" TO DM127-WS-HOLD-REASON
003280         PERFORM 2390-HOLD-SOURCE THRU 2390-EXIT
003290         GO TO 2300-EXIT.
003300     IF DM127-WS-SRC-AFTER-TRL (DM127-WS-SRC-IDX) NOT = ZERO
003310         MOVE "I005" TO DM127-WS-HOLD-REASON
003320         PERFORM 2390-HOLD-SOURCE THRU 2390-EXIT
003330         GO TO 2300-EXIT.
003340     IF DM127-WS-SRC-TRL-COUNT (DM127-WS-SRC-IDX)
003350             NOT = DM127-WS-SRC-RECEIVED (DM127-WS-SRC-IDX)
003360         MOVE "I003" TO DM127-WS-HOLD-REASON
003370         PERFORM 2390-HOLD-SOURCE THRU 2390-EXIT
003380         GO TO 2300-EXIT.
003390     IF DM127-WS-SRC-TRL-HASH (DM127-WS-SRC-IDX)
003400             NOT = DM127-WS-SRC-HASH (DM127-WS-SRC-IDX)
003410         MOVE "I004" TO DM127-WS-HOLD-REASON
003420         PERFORM 2390-HOLD-SOURCE THRU 2390-EXIT
003430         GO TO 2300-EXIT.
003440     ADD 1 TO DM127-WS-SOURCES-ACCEPTED.
003450     DISPLAY "DM127 - SOURCE " DM127-WS-SRC-ID (DM127-WS-SRC-IDX)
003460         " ACCEPTED, DETAIL RECORDS = "
003470         DM127-WS-SRC-RECEIVED (DM127-WS-SRC-IDX).
003480 2300-EXIT.
003490     EXIT.
003500*----------------------------------------------------------*
003510*    2310-CHECK-REPEAT-SOURCE
003520*         HAS THE SAME SOURCE-ID ALREADY BEEN ACCEPTED IN THIS
003530*         INTAKE?  THE EARLIER TRANSMISSION STANDS AND THE
003540*         REPEAT IS HELD, SO A RESENT EXTRACT CONCATENATED BY
003550*         MISTAKE IS NEVER POSTED TWICE.  A CORRECTED RESEND
003560*         BEHIND A TRANSMISSION THAT WAS ITSELF HELD IS GATED
003570*         ON ITS OWN MERITS.
003580*----------------------------------------------------------*
003590 2310-CHECK-REPEAT-SOURCE.
003600     MOVE "N" TO DM127-WS-FOUND-SWITCH.
003610     PERFORM 2320-COMPARE-SOURCE-ID THRU 2320-EXIT
003620         VARYING DM127-WS-CHECK-IX FROM 1 BY 1
003630         UNTIL DM127-WS-CHECK-IX NOT < DM127-WS-SRC-COUNT
003640            OR DM127-WS-REPEAT-FOUND.
003650 2310-EXIT.
003660     EXIT.
003670*----------------------------------------------------------*
003680*    2320-COMPARE-SOURCE-ID  -  COMPARE ONE EARLIER ENTRY
003690*----------------------------------------------------------*
003700 2320-COMPARE-SOURCE-ID.
003710     SET DM127-WS-CHECK-IDX TO DM127-WS-CHECK-IX.
003720     IF DM127-WS-SRC-ID (DM127-WS-CHECK-IDX)
003730             = DM127-WS-SRC-ID (DM127-WS-SRC-IDX)
003740             AND DM127-WS-SRC-ACCEPTED (DM127-WS-CHECK-IDX)
003750         MOVE "Y" TO DM127-WS-FOUND-SWITCH
003760     END-IF.
003770 2320-EXIT.
003780     EXIT.
003790*----------------------------------------------------------*
003800*    2390-HOLD-SOURCE  -  HOLD THE CURRENT ENTRY BACK WITH THE
003810*                         REASON IN DM127-WS-HOLD-REASON
003820*----------------------------------------------------------*
003830 2390-HOLD-SOURCE.
003840     MOVE "H" TO DM127-WS-SRC-STATUS (DM127-WS-SRC-IDX).
003850     MOVE DM127-WS-HOLD-REASON
003860         TO DM127-WS-SRC-REASON (DM127-WS-SRC-IDX).
003870     ADD 1 TO DM127-WS-SOURCES-HELD.
003880     DISPLAY "DM127 - SOURCE " DM127-WS-SRC-ID (DM127-WS-SRC-IDX)
003890         " HEADER DATE " DM127-WS-SRC-HDR-DATE (DM127-WS-SRC-IDX)
003900         " HELD BACK, REASON " DM127-WS-HOLD-REASON.
003910     DISPLAY "DM127 -     DETAILS READ "
003920         DM127-WS-SRC-RECEIVED (DM127-WS-SRC-IDX)
003930         " TRAILER COUNT "
003940         DM127-WS-SRC-TRL-COUNT (DM127-WS-SRC-IDX)
003950         " RECORDS AFTER TRAILER "
003960         DM127-WS-SRC-AFTER-TRL (DM127-WS-SRC-IDX).
003970 2390-EXIT.
003980     EXIT.
003990*----------------------------------------------------------*
004000*    2900-READ-SRCIN  -  READ THE NEXT SOURCE EXTRACT RECORD
004010*----------------------------------------------------------*
004020 2900-READ-SRCIN.
004030     READ SRCIN
004040         AT END
004050             MOVE "Y" TO DM127-WS-EOF-SWITCH
004060         NOT AT END
004070             MOVE DM127-SRCIN-REC TO DM100-INPUT-RECORD
004080     END-READ.
004090 2900-EXIT.
004100     EXIT.
004110*----------------------------------------------------------*
004120*    3000-MERGE-SOURCES
004130*         SECOND PASS OF SRCIN.  INFILE OPENS WITH A NEW
004140*         HEADER FOR THE CURRENT BUSINESS DATE; THE DETAILS OF
004150*         EACH ACCEPTED SOURCE FOLLOW IN THE ORDER THEY WERE
004160*         READ, AND EVERY RECORD OF A HELD SOURCE - HEADER AND
004170*         TRAILER INCLUDED - GOES TO HELDOUT AS IT WAS SENT.
004180*----------------------------------------------------------*
004190 3000-MERGE-SOURCES.
004200     OPEN INPUT SRCIN.
004210     IF DM127-WS-SRCIN-STATUS NOT = "00"
004220         DISPLAY "DM127 - UNABLE TO OPEN SRCIN, FILE STATUS = "
004230             DM127-WS-SRCIN-STATUS
004240         MOVE 16 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270     OPEN OUTPUT INFILE.
004280     IF DM127-WS-INFILE-STATUS NOT = "00"
004290         DISPLAY "DM127 - UNABLE TO OPEN INFILE, FILE STATUS = "
004300             DM127-WS-INFILE-STATUS
004310         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004330     END-IF.
004340     OPEN OUTPUT HELDOUT.
004350     IF DM127-WS-HELDOUT-STATUS NOT = "00"
004360         DISPLAY "DM127 - UNABLE TO OPEN HELDOUT, FILE STATUS = "
004370             DM127-WS-HELDOUT-STATUS
004380         MOVE 16 TO RETURN-CODE
004390         STOP RUN
004400     END-IF.
004410     MOVE SPACES TO DM100-HDR-RECORD.
004420     MOVE DM127-WS-BUSINESS-DATE TO DM100-HDR-BUSINESS-DATE.
004430     MOVE "MERGED" TO DM100-HDR-SOURCE-ID.
004440     MOVE "H" TO DM100-HDR-REC-TYPE.
004450     WRITE DM127-INFILE-REC FROM DM100-HDR-RECORD.
004460     MOVE ZERO TO DM127-WS-SRC-IX.
004470     MOVE "N" TO DM127-WS-EOF-SWITCH.
004480     PERFORM 2900-READ-SRCIN THRU 2900-EXIT.
004490     PERFORM 3100-MERGE-RECORD THRU 3100-EXIT
004500         UNTIL DM127-WS-EOF.
004510     CLOSE SRCIN.
004520 3000-EXIT.
004530     EXIT.
004540*----------------------------------------------------------*
004550*    3100-MERGE-RECORD
004560*         EVERY HEADER STEPS ON TO THE NEXT SOURCE ENTRY, IN
004570*         STEP WITH THE FIRST PASS.  AN ACCEPTED SOURCE'S OWN
004580*         HEADER AND TRAILER ARE DROPPED - INFILE CARRIES ONE
004590*         OF EACH FOR THE WHOLE MERGE.
004600*----------------------------------------------------------*
004610 3100-MERGE-RECORD.
004620     IF DM100-IN-REC-TYPE = "H"
004630         ADD 1 TO DM127-WS-SRC-IX
004640     END-IF.
004650     IF DM127-WS-SRC-IX = ZERO
004660         PERFORM 3300-WRITE-HELD-RECORD THRU 3300-EXIT
004670     ELSE
004680         SET DM127-WS-SRC-IDX TO DM127-WS-SRC-IX
004690         IF DM127-WS-SRC-HELD (DM127-WS-SRC-IDX)
004700             PERFORM 3300-WRITE-HELD-RECORD THRU 3300-EXIT
004710         ELSE
004720             IF DM100-IN-REC-TYPE NOT = "H"
004730                     AND DM100-IN-REC-TYPE NOT = "Z"
004740                 PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT
004750             END-IF
004760         END-IF
004770     END-IF.
004780     PERFORM 2900-READ-SRCIN THRU 2900-EXIT.
004790 3100-EXIT.
004800     EXIT.
004810*----------------------------------------------------------*
004820*    3200-WRITE-DETAIL
004830*         WRITE ONE DETAIL TO INFILE FOR THE SOURCE AT
004840*         DM127-WS-SRC-IDX.  ITS RECORD NUMBER IS ITS POSITION
004850*         AFTER THE HEADER - THE SAME NUMBER DM100 COUNTS,
004860*         CHECKPOINTS AND PUTS ON THE AUDIT LINE - AND SETS THE
004870*         SOURCE'S RANGE ON SRCMAP.
004880*----------------------------------------------------------*
004890 3200-WRITE-DETAIL.
004900     WRITE DM127-INFILE-REC FROM DM100-INPUT-RECORD.
004910     ADD 1 TO DM127-WS-INFILE-RECS.
004920     ADD DM100-IN-NUM1 TO DM127-WS-INFILE-HASH.
004930     ADD DM100-IN-NUM2 TO DM127-WS-INFILE-HASH.
004940     IF DM127-WS-SRC-FIRST-REC (DM127-WS-SRC-IDX) = ZERO
004950         MOVE DM127-WS-INFILE-RECS
004960             TO DM127-WS-SRC-FIRST-REC (DM127-WS-SRC-IDX)
004970     END-IF.
004980     MOVE DM127-WS-INFILE-RECS
004990         TO DM127-WS-SRC-LAST-REC (DM127-WS-SRC-IDX).
005000 3200-EXIT.
005010     EXIT.
005020*----------------------------------------------------------*
005030*    3300-WRITE-HELD-RECORD  -  COPY ONE RECORD TO HELDOUT
005040*----------------------------------------------------------*
005050 3300-WRITE-HELD-RECORD.
005060     WRITE DM127-HELDOUT-REC FROM DM100-INPUT-RECORD.
005070     ADD 1 TO DM127-WS-HELD-RECS-WRITTEN.
005080 3300-EXIT.
005090     EXIT.
005100*----------------------------------------------------------*
005110*    4000-MERGE-RESUBMISSIONS
005120*         APPEND THE DM110 REPAIRS ON RESUBIN AFTER THE LAST
005130*         ACCEPTED SOURCE, UNDER SOURCE-ID "RESUBMIT".  RESUBIN
005140*         CARRIES DETAILS ONLY - A HEADER OR TRAILER ON IT DID
005150*         NOT COME FROM DM110 AND IS HELD BACK RATHER THAN
005160*         MERGED.  AN EMPTY RESUBIN IS THE NORMAL CASE ON A DAY
005170*         WITH NO REPAIRS.
005180*----------------------------------------------------------*
005190 4000-MERGE-RESUBMISSIONS.
005200     OPEN INPUT RESUBIN.
005210     IF DM127-WS-RESUBIN-STATUS NOT = "00"
005220         DISPLAY "DM127 - UNABLE TO OPEN RESUBIN, FILE STATUS = "
005230             DM127-WS-RESUBIN-STATUS
005240         MOVE 16 TO RETURN-CODE
005250         STOP RUN
005260     END-IF.
005270     ADD 1 TO DM127-WS-SRC-COUNT.
005280     SET DM127-WS-SRC-IDX TO DM127-WS-SRC-COUNT.
005290     MOVE "RESUBMIT" TO DM127-WS-SRC-ID (DM127-WS-SRC-IDX).
005300     MOVE DM127-WS-BUSINESS-DATE
005310         TO DM127-WS-SRC-HDR-DATE (DM127-WS-SRC-IDX).
005320     PERFORM 2250-CLEAR-SOURCE-ENTRY THRU 2250-EXIT.
005330     MOVE "N" TO DM127-WS-EOF-SWITCH.
005340     PERFORM 4900-READ-RESUBIN THRU 4900-EXIT.
005350     PERFORM 4100-MERGE-RESUBMISSION THRU 4100-EXIT
005360         UNTIL DM127-WS-EOF.
005370     CLOSE RESUBIN.
005380 4000-EXIT.
005390     EXIT.
005400*----------------------------------------------------------*
005410*    4100-MERGE-RESUBMISSION  -  MERGE OR HOLD ONE RECORD
005420*----------------------------------------------------------*
005430 4100-MERGE-RESUBMISSION.
005440     IF DM100-IN-REC-TYPE = "H" OR DM100-IN-REC-TYPE = "Z"
005450         ADD 1 TO DM127-WS-RESUB-HELD
005460         PERFORM 3300-WRITE-HELD-RECORD THRU 3300-EXIT
005470     ELSE
005480         ADD 1 TO DM127-WS-RESUB-MERGED
005490         ADD 1 TO DM127-WS-SRC-RECEIVED (DM127-WS-SRC-IDX)
005500         ADD DM100-IN-NUM1 TO DM127-WS-SRC-HASH (DM127-WS-SRC-IDX)
005510         ADD DM100-IN-NUM2 TO DM127-WS-SRC-HASH (DM127-WS-SRC-IDX)
005520         PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT
005530     END-IF.
005540     PERFORM 4900-READ-RESUBIN THRU 4900-EXIT.
005550 4100-EXIT.
005560     EXIT.
005570*----------------------------------------------------------*
005580*    4900-READ-RESUBIN  -  READ THE NEXT RESUBMISSION RECORD
005590*----------------------------------------------------------*
005600 4900-READ-RESUBIN.
005610     READ RESUBIN
005620         AT END
005630             MOVE "Y" TO DM127-WS-EOF-SWITCH
005640         NOT AT END
005650             MOVE DM127-RESUBIN-REC TO DM100-INPUT-RECORD
005660     END-READ.
005670 4900-EXIT.
005680     EXIT.
005690*----------------------------------------------------------*
005700*    5000-WRITE-TRAILER
005710*         CLOSE INFILE WITH A TRAILER BUILT FROM WHAT WAS
005720*         ACTUALLY WRITTEN TO IT, FOR DM109 TO VERIFY
005730*----------------------------------------------------------*
005740 5000-WRITE-TRAILER.
005750     MOVE SPACES TO DM100-TRL-RECORD.
005760     MOVE DM127-WS-INFILE-RECS TO DM100-TRL-RECORD-COUNT.
005770     MOVE DM127-WS-INFILE-HASH TO DM100-TRL-HASH-TOTAL.
005780     MOVE "Z" TO DM100-TRL-REC-TYPE.
005790     WRITE DM127-INFILE-REC FROM DM100-TRL-RECORD.
005800     CLOSE INFILE.
005810     CLOSE HELDOUT.
005820 5000-EXIT.
005830     EXIT.
005840*----------------------------------------------------------*
005850*    6000-WRITE-SOURCE-MAP  -  ONE DM100SM RECORD PER ENTRY
005860*----------------------------------------------------------*
005870 6000-WRITE-SOURCE-MAP.
005880     OPEN OUTPUT SRCMAP.
005890     IF DM127-WS-SRCMAP-STATUS NOT = "00"
005900         DISPLAY "DM127 - UNABLE TO OPEN SRCMAP, FILE STATUS = "
005910             DM127-WS-SRCMAP-STATUS
005920         MOVE 16 TO RETURN-CODE
005930         STOP RUN
005940     END-IF.
005950     PERFORM 6100-WRITE-MAP-RECORD THRU 6100-EXIT
005960         VARYING DM127-WS-SRC-IX FROM 1 BY 1
005970         UNTIL DM127-WS-SRC-IX > DM127-WS-SRC-COUNT.
005980     CLOSE SRCMAP.
005990 6000-EXIT.
006000     EXIT.
006010*----------------------------------------------------------*
006020*    6100-WRITE-MAP-RECORD
006030*----------------------------------------------------------*
006040 6100-WRITE-MAP-RECORD.
006050     SET DM127-WS-SRC-IDX TO DM127-WS-SRC-IX.
006060     MOVE SPACES TO DM100-SMAP-RECORD.
006070     MOVE DM127-WS-SRC-ID (DM127-WS-SRC-IDX)
006080         TO DM100-SMAP-SOURCE-ID.
006090     MOVE DM127-WS-SRC-HDR-DATE (DM127-WS-SRC-IDX)
006100         TO DM100-SMAP-BUSINESS-DATE.
006110     MOVE DM127-WS-SRC-STATUS (DM127-WS-SRC-IDX)
006120         TO DM100-SMAP-STATUS.
006130     MOVE DM127-WS-SRC-REASON (DM127-WS-SRC-IDX)
006140         TO DM100-SMAP-REASON-CODE.
006150     MOVE DM127-WS-SRC-RECEIVED (DM127-WS-SRC-IDX)
006160         TO DM100-SMAP-RECS-RECEIVED.
006170     MOVE DM127-WS-SRC-HASH (DM127-WS-SRC-IDX)
006180         TO DM100-SMAP-HASH-RECEIVED.
006190     MOVE DM127-WS-SRC-TRL-COUNT (DM127-WS-SRC-IDX)
006200         TO DM100-SMAP-TRL-COUNT.
006210     MOVE DM127-WS-SRC-TRL-HASH (DM127-WS-SRC-IDX)
006220         TO DM100-SMAP-TRL-HASH.
006230     MOVE DM127-WS-SRC-FIRST-REC (DM127-WS-SRC-IDX)
006240         TO DM100-SMAP-FIRST-REC-NO.
006250     MOVE DM127-WS-SRC-LAST-REC (DM127-WS-SRC-IDX)
006260         TO DM100-SMAP-LAST-REC-NO.
006270     WRITE DM100-SMAP-RECORD.
006280 6100-EXIT.
006290     EXIT.
006300*----------------------------------------------------------*
006310*    8000-FINALIZE  -  SUMMARIZE THE INTAKE AND SET THE
006320*                      RETURN CODE THE DM109 STEP TESTS
006330*----------------------------------------------------------*
006340 8000-FINALIZE.
006350     SUBTRACT 1 FROM DM127-WS-SRC-COUNT.
006360     DISPLAY "DM127 - SOURCE TRANSMISSIONS READ = "
006370         DM127-WS-SRC-COUNT.
006380     DISPLAY "DM127 - SOURCES ACCEPTED          = "
006390         DM127-WS-SOURCES-ACCEPTED.
006400     DISPLAY "DM127 - SOURCES HELD BACK         = "
006410         DM127-WS-SOURCES-HELD.
006420     DISPLAY "DM127 - RECORDS AHEAD OF A HEADER = "
006430         DM127-WS-ORPHAN-COUNT.
006440     DISPLAY "DM127 - RESUBMISSIONS MERGED      = "
006450         DM127-WS-RESUB-MERGED.
006460     DISPLAY "DM127 - RESUBIN RECORDS HELD BACK = "
006470         DM127-WS-RESUB-HELD.
006480     DISPLAY "DM127 - RECORDS WRITTEN TO HELDOUT = "
006490         DM127-WS-HELD-RECS-WRITTEN.
006500     DISPLAY "DM127 - DETAIL RECORDS ON INFILE  = "
006510         DM127-WS-INFILE-RECS.
006520     DISPLAY "DM127 - NUM1+NUM2 HASH ON INFILE  = "
006530         DM127-WS-INFILE-HASH.
006540     IF DM127-WS-SOURCES-ACCEPTED = ZERO
006550             AND DM127-WS-RESUB-MERGED = ZERO
006560         DISPLAY "DM127 - NO SOURCE ACCEPTED AND NO "
006570             "RESUBMISSIONS - NOTHING FOR DM100 TO PROCESS"
006580         MOVE 16 TO RETURN-CODE
006590         GO TO 8000-EXIT.
006600     IF DM127-WS-HELD-RECS-WRITTEN NOT = ZERO
006610         DISPLAY "DM127 - INPUT HELD BACK ON HELDOUT - SEE THE "
006620             "MESSAGES ABOVE"
006630         MOVE 4 TO RETURN-CODE
006640     END-IF.
006650 8000-EXIT.
006660     EXIT.
