000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    PartitionMerge.
000120 AUTHOR.        Gailor Petemoya.
000130 INSTALLATION.  DATA PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*                 MODIFICATION HISTORY                      *
000180*----------------------------------------------------------*
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- ------------------------------------------
000210* 2026-10-15 GP   NEW PROGRAM.  MERGES THE OUTPUT OF A BUSINESS
000220*                 DATE PROCESSED AS PARALLEL PARTITIONS (DM129
000230*                 SPLIT, DM100PJ PARTITION RUNS) BACK INTO THE
000240*                 NORMAL DM100 GENERATIONS AND LOGS - OUTFILE,
000250*                 REJFILE, REJDATA AND DUPFILE ARE COPIED INTO
000260*                 NEW GENERATIONS, AND EVERY PARTITION RUN'S
000270*                 AUDIT LINES, STATISTICS AND RUN-CONTROL
000280*                 RECORDS ARE APPENDED TO THE SHARED AUDITFL,
000290*                 STATHIST AND RUNCTL.  NOTHING IS MERGED UNTIL
000300*                 EVERY PARTITION'S LATEST RUN HAS COMPLETED
000310*                 CLEANLY AND THE PARTITIONS' RECORDS READ AND
000320*                 HASH TOTALS BALANCE BACK TO THE INFILE TRAILER
000330*                 DM109 VERIFIED.  PRINTS ONE RPTFILE FOR THE
000340*                 DAY - THE POSTED DETAIL, THE USUAL DM100
000350*                 TOTALS AND A PARTITION-BY-PARTITION
000360*                 RECONCILIATION TO THE TRAILER.  A MERGE RERUN
000370*                 AFTER A FAILURE DOES NOT APPEND TO THE SHARED
000380*                 LOGS A SECOND TIME ANYTHING THE FAILED MERGE
000390*                 ALREADY APPENDED.  MARKS THE DATE RUN ON
000400*                 BUSCTL, AS A CLEAN SINGLE-STREAM DM100 DOES,
000410*                 AND BRACKETS THE APPENDED PARTITION RUNS
000420*                 BETWEEN ITS OWN START AND COMPLETION RECORDS
000430*                 ON RUNCTL SO DM121 AND DM128 TAKE THEM AS ONE
000440*                 DAY'S PROCESSING.
000450*----------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT BUSCTL ASSIGN TO "BUSCTL"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS DM130-WS-BUSCTL-STATUS.
000520     SELECT PARTMAP ASSIGN TO "PARTMAP"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS DM130-WS-PARTMAP-STATUS.
000550     SELECT RCIN ASSIGN TO "RCIN"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS DM130-WS-RCIN-STATUS.
000580     SELECT SHIN ASSIGN TO "SHIN"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS DM130-WS-SHIN-STATUS.
000610     SELECT AUDIN ASSIGN TO "AUDIN"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS DM130-WS-AUDIN-STATUS.
000640     SELECT OUTIN ASSIGN TO "OUTIN"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS DM130-WS-OUTIN-STATUS.
000670     SELECT REJIN ASSIGN TO "REJIN"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DM130-WS-REJIN-STATUS.
000700     SELECT RJDIN ASSIGN TO "RJDIN"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS DM130-WS-RJDIN-STATUS.
000730     SELECT DUPIN ASSIGN TO "DUPIN"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS DM130-WS-DUPIN-STATUS.
000760     SELECT OUTFILE ASSIGN TO "OUTFILE"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS DM130-WS-OUTFILE-STATUS.
000790     SELECT RPTFILE ASSIGN TO "RPTFILE"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS DM130-WS-RPTFILE-STATUS.
000820     SELECT REJFILE ASSIGN TO "REJFILE"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS DM130-WS-REJFILE-STATUS.
000850     SELECT REJDATA ASSIGN TO "REJDATA"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS DM130-WS-REJDATA-STATUS.
000880     SELECT DUPFILE ASSIGN TO "DUPFILE"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS DM130-WS-DUPFILE-STATUS.
000910     SELECT AUDITFL ASSIGN TO "AUDITFL"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS DM130-WS-AUDITFL-STATUS.
000940     SELECT RUNCTL ASSIGN TO "RUNCTL"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS DM130-WS-RUNCTL-STATUS.
000970     SELECT STATHIST ASSIGN TO "STATHIST"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS DM130-WS-STATHIST-STATUS.
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  BUSCTL
001030     LABEL RECORDS ARE STANDARD.
001040     COPY DM100BD.
001050 FD  PARTMAP
001060     LABEL RECORDS ARE STANDARD.
001070     COPY DM100PM.
001080*----------------------------------------------------------*
001090*    THE PARTITION FILES - EACH DD CONCATENATES THE NINE
001100*    PARTITIONS' DATASETS IN PARTITION ORDER
001110*----------------------------------------------------------*
001120 FD  RCIN
001130     LABEL RECORDS ARE STANDARD.
001140 01  DM130-RCIN-REC                      PIC X(110).
001150 FD  SHIN
001160     LABEL RECORDS ARE STANDARD.
001170 01  DM130-SHIN-REC                      PIC X(100).
001180 FD  AUDIN
001190     LABEL RECORDS ARE STANDARD.
001200 01  DM130-AUDIN-REC                     PIC X(80).
001210 FD  OUTIN
001220     LABEL RECORDS ARE STANDARD.
001230     COPY DM100OT.
001240 FD  REJIN
001250     LABEL RECORDS ARE STANDARD.
001260 01  DM130-REJIN-REC                     PIC X(80).
001270 FD  RJDIN
001280     LABEL RECORDS ARE STANDARD.
001290 01  DM130-RJDIN-REC                     PIC X(40).
001300 FD  DUPIN
001310     LABEL RECORDS ARE STANDARD.
001320 01  DM130-DUPIN-REC                     PIC X(80).
001330*----------------------------------------------------------*
001340*    THE DAY'S MERGED GENERATIONS AND THE SHARED LOGS
001350*----------------------------------------------------------*
001360 FD  OUTFILE
001370     LABEL RECORDS ARE STANDARD.
001380 01  DM130-OUTFILE-REC                   PIC X(42).
001390 FD  RPTFILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  DM130-RPT-LINE                      PIC X(80).
001420 FD  REJFILE
001430     LABEL RECORDS ARE STANDARD.
001440 01  DM130-REJFILE-REC                   PIC X(80).
001450 FD  REJDATA
001460     LABEL RECORDS ARE STANDARD.
001470 01  DM130-REJDATA-REC                   PIC X(40).
001480 FD  DUPFILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  DM130-DUPFILE-REC                   PIC X(80).
001510 FD  AUDITFL
001520     LABEL RECORDS ARE STANDARD.
001530 01  DM130-AUDITFL-REC                   PIC X(80).
001540 FD  RUNCTL
001550     LABEL RECORDS ARE STANDARD.
001560 01  DM130-RUNCTL-REC                    PIC X(110).
001570 FD  STATHIST
001580     LABEL RECORDS ARE STANDARD.
001590 01  DM130-STATHIST-REC                  PIC X(100).
001600 WORKING-STORAGE SECTION.
001610*----------------------------------------------------------*
001620*    FILE STATUS SWITCHES
001630*----------------------------------------------------------*
001640 77  DM130-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
001650 77  DM130-WS-PARTMAP-STATUS             PIC X(02) VALUE "00".
001660 77  DM130-WS-RCIN-STATUS                PIC X(02) VALUE "00".
001670 77  DM130-WS-SHIN-STATUS                PIC X(02) VALUE "00".
001680 77  DM130-WS-AUDIN-STATUS               PIC X(02) VALUE "00".
001690 77  DM130-WS-OUTIN-STATUS               PIC X(02) VALUE "00".
001700 77  DM130-WS-REJIN-STATUS               PIC X(02) VALUE "00".
001710 77  DM130-WS-RJDIN-STATUS               PIC X(02) VALUE "00".
001720 77  DM130-WS-DUPIN-STATUS               PIC X(02) VALUE "00".
001730 77  DM130-WS-OUTFILE-STATUS             PIC X(02) VALUE "00".
001740 77  DM130-WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
001750 77  DM130-WS-REJFILE-STATUS             PIC X(02) VALUE "00".
001760 77  DM130-WS-REJDATA-STATUS             PIC X(02) VALUE "00".
001770 77  DM130-WS-DUPFILE-STATUS             PIC X(02) VALUE "00".
001780 77  DM130-WS-AUDITFL-STATUS             PIC X(02) VALUE "00".
001790 77  DM130-WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
001800 77  DM130-WS-STATHIST-STATUS            PIC X(02) VALUE "00".
001810*----------------------------------------------------------*
001820*    PROGRAM SWITCHES
001830*----------------------------------------------------------*
001840 77  DM130-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001850     88  DM130-WS-EOF                        VALUE "Y".
001860 77  DM130-WS-FOUND-SWITCH               PIC X(01) VALUE "N".
001870     88  DM130-WS-RUN-FOUND                  VALUE "Y".
001880 77  DM130-WS-INFILE-MAP-SWITCH          PIC X(01) VALUE "N".
001890     88  DM130-WS-INFILE-MAP-SEEN            VALUE "Y".
001900 77  DM130-WS-ERROR-SWITCH               PIC X(01) VALUE "N".
001910     88  DM130-WS-MERGE-REFUSED              VALUE "Y".
001920 77  DM130-WS-DISPOSITION-SWITCH         PIC X(01) VALUE "N".
001930     88  DM130-WS-DISPOSITION-UNBALANCED     VALUE "Y".
001940*----------------------------------------------------------*
001950*    RUN IDENTIFICATION - THE RUN DATE IS THE SPLIT'S, WHICH
001960*    EVERY PARTITION RUN OF THE DAY ALSO TOOK AS ITS OWN
001970*----------------------------------------------------------*
001980 77  DM130-WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
001990 77  DM130-WS-SPLIT-JOB-ID               PIC X(08) VALUE SPACES.
002000 77  DM130-WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
002010 77  DM130-WS-JOB-ID                     PIC X(08) VALUE SPACES.
002020 77  DM130-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
002030 01  DM130-WS-RUN-DATE.
002040     05  DM130-WS-RUN-YYYY                PIC 9(04).
002050     05  DM130-WS-RUN-MM                  PIC 9(02).
002060     05  DM130-WS-RUN-DD                  PIC 9(02).
002070 01  DM130-WS-RUN-DATE-EDIT              PIC X(10).
002080*----------------------------------------------------------*
002090*    THE INFILE TRAILER TOTALS FROM PARTMAP, AND THE SUMS OF
002100*    THE PARTITIONS BALANCED AGAINST THEM
002110*----------------------------------------------------------*
002120 77  DM130-WS-IN-TRL-COUNT               PIC 9(07) VALUE ZERO.
002130 77  DM130-WS-IN-TRL-HASH                PIC 9(15) VALUE ZERO.
002140 77  DM130-WS-MAP-COUNT              PIC 9(07) COMP VALUE ZERO.
002150 77  DM130-WS-MAP-HASH               PIC 9(15) COMP VALUE ZERO.
002160 77  DM130-WS-RECS-READ              PIC 9(07) COMP VALUE ZERO.
002170 77  DM130-WS-RECS-PROCESSED         PIC 9(07) COMP VALUE ZERO.
002180 77  DM130-WS-RECS-REJECTED          PIC 9(07) COMP VALUE ZERO.
002190 77  DM130-WS-RECS-DUPLICATE         PIC 9(07) COMP VALUE ZERO.
002200 77  DM130-WS-RECS-FROM-CACHE        PIC 9(07) COMP VALUE ZERO.
002210 77  DM130-WS-CONTROL-TOTAL          PIC S9(15) COMP VALUE ZERO.
002220 77  DM130-WS-DISPOSED               PIC 9(07) COMP VALUE ZERO.
002230*----------------------------------------------------------*
002240*    RECORDS MERGED, AND RECORDS A FAILED EARLIER MERGE HAD
002250*    ALREADY APPENDED TO THE SHARED LOGS AND WERE SKIPPED
002260*----------------------------------------------------------*
002270 77  DM130-WS-OUT-COPIED             PIC 9(07) COMP VALUE ZERO.
002280 77  DM130-WS-REJ-COPIED             PIC 9(07) COMP VALUE ZERO.
002290 77  DM130-WS-RJD-COPIED             PIC 9(07) COMP VALUE ZERO.
002300 77  DM130-WS-DUP-COPIED             PIC 9(07) COMP VALUE ZERO.
002310 77  DM130-WS-AUD-COPIED             PIC 9(07) COMP VALUE ZERO.
002320 77  DM130-WS-AUD-SKIPPED            PIC 9(07) COMP VALUE ZERO.
002330 77  DM130-WS-STAT-COPIED            PIC 9(07) COMP VALUE ZERO.
002340 77  DM130-WS-STAT-SKIPPED           PIC 9(07) COMP VALUE ZERO.
002350 77  DM130-WS-RUNC-COPIED            PIC 9(07) COMP VALUE ZERO.
002360 77  DM130-WS-RUNC-SKIPPED           PIC 9(07) COMP VALUE ZERO.
002370*----------------------------------------------------------*
002380*    ONE ENTRY PER PARTITION - THE PARTMAP "P" TOTALS, THE
002390*    TYPE OF ITS LATEST RUN-CONTROL RECORD AND THE COUNTERS
002400*    OF ITS LATEST COMPLETION (CUMULATIVE ACROSS A RESTART)
002410*----------------------------------------------------------*
002420 77  DM130-WS-PART-MAX               PIC 9(04) COMP VALUE 9.
002430 77  DM130-WS-PART-IX                PIC 9(04) COMP VALUE ZERO.
002440 01  DM130-WS-PART-TABLE.
002450     05  DM130-WS-PART-ENTRY OCCURS 9 TIMES
002460             INDEXED BY DM130-WS-PART-IDX.
002470         10  DM130-WS-PART-MAP-SWITCH     PIC X(01).
002480             88  DM130-WS-PART-MAPPED         VALUE "Y".
002490         10  DM130-WS-PART-MAP-COUNT      PIC 9(07) COMP.
002500         10  DM130-WS-PART-MAP-HASH       PIC 9(15) COMP.
002510         10  DM130-WS-PART-LAST-TYPE      PIC X(01).
002520             88  DM130-WS-PART-COMPLETED      VALUE "C".
002530         10  DM130-WS-PART-RUNS           PIC 9(04) COMP.
002540         10  DM130-WS-PART-READ           PIC 9(07) COMP.
002550         10  DM130-WS-PART-PROCESSED      PIC 9(07) COMP.
002560         10  DM130-WS-PART-REJECTED       PIC 9(07) COMP.
002570         10  DM130-WS-PART-DUPLICATE      PIC 9(07) COMP.
002580         10  DM130-WS-PART-FROM-CACHE     PIC 9(07) COMP.
002590         10  DM130-WS-PART-CONTROL        PIC S9(15) COMP.
002600*----------------------------------------------------------*
002610*    ONE ENTRY PER PARTITION RUN (JOB-ID AND RUN DATE) ON THE
002620*    PARTITION RUN-CONTROL FILES - HOW MANY OF ITS AUDIT LINES
002630*    THE SHARED AUDITFL ALREADY HOLDS AND HOW MANY HAVE BEEN
002640*    SEEN SO FAR, AND WHETHER ITS START, COMPLETION AND
002650*    STATISTICS RECORDS ARE ALREADY ON RUNCTL AND STATHIST
002660*----------------------------------------------------------*
002670 77  DM130-WS-RUN-MAX                PIC 9(04) COMP VALUE 40.
002680 77  DM130-WS-RUN-COUNT              PIC 9(04) COMP VALUE ZERO.
002690 77  DM130-WS-RUN-IX                 PIC 9(04) COMP VALUE ZERO.
002700 77  DM130-WS-FIND-JOB-ID                PIC X(08) VALUE SPACES.
002710 77  DM130-WS-FIND-RUN-DATE              PIC X(10) VALUE SPACES.
002720 01  DM130-WS-RUN-TABLE.
002730     05  DM130-WS-RUN-ENTRY OCCURS 40 TIMES
002740             INDEXED BY DM130-WS-RUN-IDX.
002750         10  DM130-WS-RUN-JOB-ID          PIC X(08).
002760         10  DM130-WS-RUN-RUN-DATE        PIC X(10).
002770         10  DM130-WS-RUN-AUD-HAVE        PIC 9(07) COMP.
002780         10  DM130-WS-RUN-AUD-SEEN        PIC 9(07) COMP.
002790         10  DM130-WS-RUN-START-SWITCH    PIC X(01).
002800             88  DM130-WS-RUN-START-HAVE      VALUE "Y".
002810         10  DM130-WS-RUN-COMP-SWITCH     PIC X(01).
002820             88  DM130-WS-RUN-COMP-HAVE       VALUE "Y".
002830         10  DM130-WS-RUN-STAT-SWITCH     PIC X(01).
002840             88  DM130-WS-RUN-STAT-HAVE       VALUE "Y".
002850*----------------------------------------------------------*
002860*    PRINT REPORT PAGE CONTROL
002870*----------------------------------------------------------*
002880 77  DM130-WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
002890 77  DM130-WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 050.
002900 77  DM130-WS-PAGE-COUNT             PIC 9(05) COMP VALUE ZERO.
002910*----------------------------------------------------------*
002920*    RECORD WORK AREAS FOR THE LOGS BEING MERGED
002930*----------------------------------------------------------*
002940     COPY DM100RC.
002950     COPY DM100SH.
002960     COPY DM100AU.
002970*----------------------------------------------------------*
002980*    PRINT REPORT HEADING AND DETAIL LINES - THE SAME REPORT
002990*    A SINGLE-STREAM DM100 RUN PRINTS
003000*----------------------------------------------------------*
003010 01  DM130-RPT-HDG-LINE-1.
003020     05  FILLER                         PIC X(10) VALUE
003030             "RUN DATE: ".
003040     05  DM130-RPTH-RUN-DATE             PIC X(10).
003050     05  FILLER                         PIC X(40) VALUE SPACES.
003060     05  FILLER                         PIC X(05) VALUE "PAGE ".
003070     05  DM130-RPTH-PAGE-NO              PIC ZZZZ9.
003080 01  DM130-RPT-HDG-LINE-2.
003090     05  FILLER                         PIC X(30) VALUE
003100             "DIGITS MULTIPLICATION REPORT".
003110 01  DM130-RPT-HDG-LINE-3.
003120     05  FILLER                         PIC X(05) VALUE SPACES.
003130     05  FILLER                         PIC X(07) VALUE "NUM1".
003140     05  FILLER                         PIC X(05) VALUE SPACES.
003150     05  FILLER                         PIC X(07) VALUE "NUM2".
003160     05  FILLER                         PIC X(05) VALUE SPACES.
003170     05  FILLER                         PIC X(07) VALUE "RESULT".
003180 01  DM130-RPT-DETAIL-LINE.
003190     05  FILLER                         PIC X(05) VALUE SPACES.
003200     05  DM130-RPTD-NUM1                 PIC ZZZZZZ9.
003210     05  FILLER                         PIC X(05) VALUE SPACES.
003220     05  DM130-RPTD-NUM2                 PIC ZZZZZZ9.
003230     05  FILLER                         PIC X(05) VALUE SPACES.
003240     05  DM130-RPTD-RESULT               PIC ZZZZZZ9-.
003250     05  FILLER                         PIC X(03) VALUE SPACES.
003260     05  DM130-RPTD-ENTRY-NOTE           PIC X(08).
003270*----------------------------------------------------------*
003280*    PRINT REPORT TOTALS LINE  (END-OF-RUN RECONCILIATION)
003290*----------------------------------------------------------*
003300 01  DM130-RPT-TOTALS-LINE.
003310     05  DM130-RPTT-LABEL                PIC X(30).
003320     05  DM130-RPTT-VALUE                PIC Z(14)9-.
003330*----------------------------------------------------------*
003340*    PARTITION RECONCILIATION HEADINGS AND DETAIL LINE
003350*----------------------------------------------------------*
003360 01  DM130-RPT-PART-HDG-1.
003370     05  FILLER                         PIC X(40) VALUE
003380             "PARTITION RECONCILIATION - SPLIT JOB-ID ".
003390     05  DM130-RPTP-SPLIT-JOB-ID         PIC X(08).
003400 01  DM130-RPT-PART-HDG-2.
003410     05  FILLER                         PIC X(06) VALUE "  PART".
003420     05  FILLER                         PIC X(07) VALUE "  INPUT".
003430     05  FILLER                         PIC X(08) VALUE
003440             "    READ".
003450     05  FILLER                         PIC X(08) VALUE
003460             "  POSTED".
003470     05  FILLER                         PIC X(08) VALUE
003480             "  REJECT".
003490     05  FILLER                         PIC X(08) VALUE
003500             "     DUP".
003510     05  FILLER                         PIC X(16) VALUE
003520             "   CONTROL TOTAL".
003530     05  FILLER                         PIC X(04) VALUE SPACES.
003540     05  FILLER                         PIC X(04) VALUE "RUNS".
003550 01  DM130-RPT-PART-LINE.
003560     05  FILLER                         PIC X(03) VALUE SPACES.
003570     05  DM130-RPTP-PARTITION            PIC Z9.
003580     05  FILLER                         PIC X(01) VALUE SPACES.
003590     05  DM130-RPTP-INPUT                PIC ZZZZZZ9.
003600     05  FILLER                         PIC X(01) VALUE SPACES.
003610     05  DM130-RPTP-READ                 PIC ZZZZZZ9.
003620     05  FILLER                         PIC X(01) VALUE SPACES.
003630     05  DM130-RPTP-PROCESSED            PIC ZZZZZZ9.
003640     05  FILLER                         PIC X(01) VALUE SPACES.
003650     05  DM130-RPTP-REJECTED             PIC ZZZZZZ9.
003660     05  FILLER                         PIC X(01) VALUE SPACES.
003670     05  DM130-RPTP-DUPLICATE            PIC ZZZZZZ9.
003680     05  FILLER                         PIC X(01) VALUE SPACES.
003690     05  DM130-RPTP-CONTROL              PIC Z(14)9-.
003700     05  FILLER                         PIC X(03) VALUE SPACES.
003710     05  DM130-RPTP-RUNS                 PIC ZZZ9.
003720     05  FILLER                         PIC X(01) VALUE SPACES.
003730     05  DM130-RPTP-NOTE                 PIC X(05).
003740 01  DM130-RPT-MESSAGE-LINE              PIC X(80) VALUE SPACES.
003750 PROCEDURE DIVISION.
003760*----------------------------------------------------------*
003770*    0000-MAINLINE
003780*----------------------------------------------------------*
003790 0000-MAINLINE.
003800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003810     PERFORM 2000-LOAD-PARTITION-MAP THRU 2000-EXIT.
003820     PERFORM 3000-LOAD-PARTITION-RUNS THRU 3000-EXIT.
003830     PERFORM 4000-VERIFY-PARTITIONS THRU 4000-EXIT.
003840     PERFORM 5000-SCAN-PRIOR-MERGE THRU 5000-EXIT.
003850     PERFORM 6000-MERGE-OUTPUTS THRU 6000-EXIT.
003860     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003870     STOP RUN.
003880 0000-EXIT.
003890     EXIT.
003900*----------------------------------------------------------*
003910*    1000-INITIALIZE  -  CHECK THE CURRENT BUSINESS DATE WAS
003920*                        SPLIT AND HAS NOT YET BEEN MERGED
003930*----------------------------------------------------------*
003940 1000-INITIALIZE.
003950     ACCEPT DM130-WS-RUN-TIME FROM TIME.
003960     MOVE DM130-WS-RUN-TIME TO DM130-WS-JOB-ID.
003970     OPEN INPUT BUSCTL.
003980     IF DM130-WS-BUSCTL-STATUS NOT = "00"
003990         DISPLAY "DM130 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
004000             DM130-WS-BUSCTL-STATUS
004010         MOVE 16 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040     READ BUSCTL
004050         AT END
004060             DISPLAY "DM130 - BUSCTL HOLDS NO BUSINESS-DATE "
004070                 "CONTROL RECORD - NOTHING MERGED"
004080             MOVE 16 TO RETURN-CODE
004090             STOP RUN
004100     END-READ.
004110     CLOSE BUSCTL.
004120     MOVE DM100-BDC-CURRENT-DATE TO DM130-WS-BUSINESS-DATE.
004130     IF DM100-BDC-SPLIT-BUS-DATE NOT NUMERIC
004140             OR DM100-BDC-SPLIT-BUS-DATE NOT =
004150                DM130-WS-BUSINESS-DATE
004160         DISPLAY "DM130 - BUSINESS DATE " DM130-WS-BUSINESS-DATE
004170             " WAS NOT SPLIT INTO PARTITIONS - NOTHING MERGED"
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN
004200     END-IF.
004210     IF DM100-BDC-PLAIN-RUN-DONE
004220         DISPLAY "DM130 - BUSINESS DATE " DM130-WS-BUSINESS-DATE
004230             " ALREADY MERGED UNDER JOB-ID "
004240             DM100-BDC-PLAIN-RUN-JOB-ID " - NOTHING MERGED"
004250         MOVE 16 TO RETURN-CODE
004260         STOP RUN
004270     END-IF.
004280     MOVE DM100-BDC-SPLIT-JOB-ID TO DM130-WS-SPLIT-JOB-ID.
004290     MOVE DM100-BDC-SPLIT-RUN-DATE TO DM130-WS-RUN-DATE.
004300     STRING DM130-WS-RUN-YYYY "-" DM130-WS-RUN-MM "-"
004310             DM130-WS-RUN-DD DELIMITED BY SIZE
004320             INTO DM130-WS-RUN-DATE-EDIT.
004330     DISPLAY "DM130 - MERGING BUSINESS DATE "
004340         DM130-WS-BUSINESS-DATE " SPLIT UNDER JOB-ID "
004350         DM130-WS-SPLIT-JOB-ID.
004360 1000-EXIT.
004370     EXIT.
004380*----------------------------------------------------------*
004390*    2000-LOAD-PARTITION-MAP
004400*         THE INFILE TRAILER TOTALS ("I") AND EACH PARTITION'S
004410*         INPUT TOTALS ("P") DM129 RECORDED AT THE SPLIT.  THE
004420*         SOURCE RANGES ("S") ARE DM128'S BUSINESS, NOT OURS.
004430*----------------------------------------------------------*
004440 2000-LOAD-PARTITION-MAP.
004450     PERFORM 2050-CLEAR-PARTITION THRU 2050-EXIT
004460         VARYING DM130-WS-PART-IX FROM 1 BY 1
004470         UNTIL DM130-WS-PART-IX > DM130-WS-PART-MAX.
004480     OPEN INPUT PARTMAP.
004490     IF DM130-WS-PARTMAP-STATUS NOT = "00"
004500         DISPLAY "DM130 - UNABLE TO OPEN PARTMAP, FILE STATUS = "
004510             DM130-WS-PARTMAP-STATUS
004520         MOVE 16 TO RETURN-CODE
004530         STOP RUN
004540     END-IF.
004550     MOVE "N" TO DM130-WS-EOF-SWITCH.
004560     PERFORM 2900-READ-PARTMAP THRU 2900-EXIT.
004570     PERFORM 2100-LOAD-MAP-RECORD THRU 2100-EXIT
004580         UNTIL DM130-WS-EOF.
004590     CLOSE PARTMAP.
004600     IF NOT DM130-WS-INFILE-MAP-SEEN
004610         DISPLAY "DM130 - PARTMAP CARRIES NO INFILE TOTALS FOR "
004620             "BUSINESS DATE " DM130-WS-BUSINESS-DATE
004630             " - NOTHING MERGED"
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670 2000-EXIT.
004680     EXIT.
004690*----------------------------------------------------------*
004700*    2050-CLEAR-PARTITION  -  EMPTY ONE PARTITION ENTRY
004710*----------------------------------------------------------*
004720 2050-CLEAR-PARTITION.
004730     SET DM130-WS-PART-IDX TO DM130-WS-PART-IX.
004740     MOVE "N" TO DM130-WS-PART-MAP-SWITCH (DM130-WS-PART-IDX).
004750     MOVE ZERO TO DM130-WS-PART-MAP-COUNT (DM130-WS-PART-IDX).
004760     MOVE ZERO TO DM130-WS-PART-MAP-HASH (DM130-WS-PART-IDX).
004770     MOVE SPACE TO DM130-WS-PART-LAST-TYPE (DM130-WS-PART-IDX).
004780     MOVE ZERO TO DM130-WS-PART-RUNS (DM130-WS-PART-IDX).
004790     MOVE ZERO TO DM130-WS-PART-READ (DM130-WS-PART-IDX).
004800     MOVE ZERO TO DM130-WS-PART-PROCESSED (DM130-WS-PART-IDX).
004810     MOVE ZERO TO DM130-WS-PART-REJECTED (DM130-WS-PART-IDX).
004820     MOVE ZERO TO DM130-WS-PART-DUPLICATE (DM130-WS-PART-IDX).
004830     MOVE ZERO TO DM130-WS-PART-FROM-CACHE (DM130-WS-PART-IDX).
004840     MOVE ZERO TO DM130-WS-PART-CONTROL (DM130-WS-PART-IDX).
004850 2050-EXIT.
004860     EXIT.
004870*----------------------------------------------------------*
004880*    2100-LOAD-MAP-RECORD  -  TABLE ONE PARTMAP RECORD.  A MAP
004890*         FOR ANY OTHER BUSINESS DATE MEANS THE WRONG DATASET
004900*         WAS GIVEN AND IS REFUSED.
004910*----------------------------------------------------------*
004920 2100-LOAD-MAP-RECORD.
004930     IF DM100-PMAP-BUSINESS-DATE NOT = DM130-WS-BUSINESS-DATE
004940         DISPLAY "DM130 - PARTMAP IS FOR BUSINESS DATE "
004950             DM100-PMAP-BUSINESS-DATE ", NOT "
004960             DM130-WS-BUSINESS-DATE " - NOTHING MERGED"
004970         MOVE 16 TO RETURN-CODE
004980         STOP RUN
004990     END-IF.
005000     IF DM100-PMAP-TYPE-INFILE
005010         MOVE DM100-PMAP-RECORD-COUNT TO DM130-WS-IN-TRL-COUNT
005020         MOVE DM100-PMAP-HASH-TOTAL TO DM130-WS-IN-TRL-HASH
005030         MOVE "Y" TO DM130-WS-INFILE-MAP-SWITCH
005040     END-IF.
005050     IF DM100-PMAP-TYPE-PARTITION
005060             AND DM100-PMAP-PARTITION-NO > ZERO
005070             AND DM100-PMAP-PARTITION-NO NOT > DM130-WS-PART-MAX
005080         SET DM130-WS-PART-IDX TO DM100-PMAP-PARTITION-NO
005090         MOVE "Y" TO DM130-WS-PART-MAP-SWITCH (DM130-WS-PART-IDX)
005100         MOVE DM100-PMAP-RECORD-COUNT
005110             TO DM130-WS-PART-MAP-COUNT (DM130-WS-PART-IDX)
005120         MOVE DM100-PMAP-HASH-TOTAL
005130             TO DM130-WS-PART-MAP-HASH (DM130-WS-PART-IDX)
005140         ADD DM100-PMAP-RECORD-COUNT TO DM130-WS-MAP-COUNT
005150         ADD DM100-PMAP-HASH-TOTAL TO DM130-WS-MAP-HASH
005160     END-IF.
005170     PERFORM 2900-READ-PARTMAP THRU 2900-EXIT.
005180 2100-EXIT.
005190     EXIT.
005200*----------------------------------------------------------*
005210*    2900-READ-PARTMAP  -  READ THE NEXT PARTITION MAP RECORD
005220*----------------------------------------------------------*
005230 2900-READ-PARTMAP.
005240     READ PARTMAP
005250         AT END
005260             MOVE "Y" TO DM130-WS-EOF-SWITCH
005270     END-READ.
005280 2900-EXIT.
005290     EXIT.
005300*----------------------------------------------------------*
005310*    3000-LOAD-PARTITION-RUNS
005320*         EVERY DM100 RUN-CONTROL RECORD ON THE PARTITION
005330*         RUN-CONTROL FILES.  EACH FILE LISTS ONE PARTITION'S
005340*         RUNS IN THE ORDER THEY RAN, SO THE LAST RECORD FOR A
005350*         PARTITION SAYS WHETHER ITS LATEST RUN COMPLETED, AND
005360*         ITS LAST COMPLETION CARRIES THE PARTITION'S FINAL
005370*         COUNTERS - A RESTART CARRIES FORWARD THE COUNTERS OF
005380*         THE RUN IT RESTARTED.
005390*----------------------------------------------------------*
005400 3000-LOAD-PARTITION-RUNS.
005410     OPEN INPUT RCIN.
005420     IF DM130-WS-RCIN-STATUS NOT = "00"
005430         DISPLAY "DM130 - UNABLE TO OPEN RCIN, FILE STATUS = "
005440             DM130-WS-RCIN-STATUS
005450         MOVE 16 TO RETURN-CODE
005460         STOP RUN
005470     END-IF.
005480     MOVE "N" TO DM130-WS-EOF-SWITCH.
005490     PERFORM 3900-READ-RCIN THRU 3900-EXIT.
005500     PERFORM 3100-LOAD-RUN-RECORD THRU 3100-EXIT
005510         UNTIL DM130-WS-EOF.
005520     CLOSE RCIN.
005530 3000-EXIT.
005540     EXIT.
005550*----------------------------------------------------------*
005560*    3100-LOAD-RUN-RECORD  -  TABLE ONE PARTITION RUN-CONTROL
005570*         RECORD AGAINST ITS PARTITION AND ITS RUN, THEN READ
005580*         THE NEXT
005590*----------------------------------------------------------*
005600 3100-LOAD-RUN-RECORD.
005610     PERFORM 3150-TABLE-RUN-RECORD THRU 3150-EXIT.
005620     PERFORM 3900-READ-RCIN THRU 3900-EXIT.
005630 3100-EXIT.
005640     EXIT.
005650*----------------------------------------------------------*
005660*    3150-TABLE-RUN-RECORD  -  ONLY A PARTITION RUN OF DM100
005670*         FOR THE SPLIT'S RUN DATE COUNTS
005680*----------------------------------------------------------*
005690 3150-TABLE-RUN-RECORD.
005700     IF DM100-RUNC-PROGRAM NOT = "DM100"
005710             OR DM100-RUNC-PARTITION-NO NOT NUMERIC
005720             OR DM100-RUNC-RUN-DATE NOT = DM130-WS-RUN-DATE-EDIT
005730         GO TO 3150-EXIT.
005740     IF DM100-RUNC-PARTITION-NO = ZERO
005750             OR DM100-RUNC-PARTITION-NO > DM130-WS-PART-MAX
005760         GO TO 3150-EXIT.
005770     SET DM130-WS-PART-IDX TO DM100-RUNC-PARTITION-NO.
005780     MOVE DM100-RUNC-REC-TYPE
005790         TO DM130-WS-PART-LAST-TYPE (DM130-WS-PART-IDX).
005800     IF DM100-RUNC-TYPE-START
005810         ADD 1 TO DM130-WS-PART-RUNS (DM130-WS-PART-IDX)
005820     END-IF.
005830     IF DM100-RUNC-TYPE-COMPLETION
005840         MOVE DM100-RUNC-RECS-READ
005850             TO DM130-WS-PART-READ (DM130-WS-PART-IDX)
005860         MOVE DM100-RUNC-RECS-PROCESSED
005870             TO DM130-WS-PART-PROCESSED (DM130-WS-PART-IDX)
005880         MOVE DM100-RUNC-RECS-REJECTED
005890             TO DM130-WS-PART-REJECTED (DM130-WS-PART-IDX)
005900         MOVE DM100-RUNC-RECS-DUPLICATE
005910             TO DM130-WS-PART-DUPLICATE (DM130-WS-PART-IDX)
005920         MOVE DM100-RUNC-RECS-FROM-CACHE
005930             TO DM130-WS-PART-FROM-CACHE (DM130-WS-PART-IDX)
005940         MOVE DM100-RUNC-CONTROL-TOTAL
005950             TO DM130-WS-PART-CONTROL (DM130-WS-PART-IDX)
005960     END-IF.
005970     MOVE DM100-RUNC-JOB-ID TO DM130-WS-FIND-JOB-ID.
005980     MOVE DM100-RUNC-RUN-DATE TO DM130-WS-FIND-RUN-DATE.
005990     PERFORM 5900-FIND-RUN THRU 5900-EXIT.
006000     IF NOT DM130-WS-RUN-FOUND
006010         PERFORM 3200-ADD-RUN THRU 3200-EXIT
006020     END-IF.
006030 3150-EXIT.
006040     EXIT.
006050*----------------------------------------------------------*
006060*    3200-ADD-RUN  -  TABLE A PARTITION RUN NOT YET SEEN
006070*----------------------------------------------------------*
006080 3200-ADD-RUN.
006090     IF DM130-WS-RUN-COUNT NOT < DM130-WS-RUN-MAX
006100         DISPLAY "DM130 - MORE THAN " DM130-WS-RUN-MAX
006110             " PARTITION RUNS ON RCIN - NOTHING MERGED"
006120         MOVE 16 TO RETURN-CODE
006130         STOP RUN
006140     END-IF.
006150     ADD 1 TO DM130-WS-RUN-COUNT.
006160     SET DM130-WS-RUN-IDX TO DM130-WS-RUN-COUNT.
006170     MOVE DM130-WS-FIND-JOB-ID
006180         TO DM130-WS-RUN-JOB-ID (DM130-WS-RUN-IDX).
006190     MOVE DM130-WS-FIND-RUN-DATE
006200         TO DM130-WS-RUN-RUN-DATE (DM130-WS-RUN-IDX).
006210     MOVE ZERO TO DM130-WS-RUN-AUD-HAVE (DM130-WS-RUN-IDX).
006220     MOVE ZERO TO DM130-WS-RUN-AUD-SEEN (DM130-WS-RUN-IDX).
006230     MOVE "N" TO DM130-WS-RUN-START-SWITCH (DM130-WS-RUN-IDX).
006240     MOVE "N" TO DM130-WS-RUN-COMP-SWITCH (DM130-WS-RUN-IDX).
006250     MOVE "N" TO DM130-WS-RUN-STAT-SWITCH (DM130-WS-RUN-IDX).
006260 3200-EXIT.
006270     EXIT.
006280*----------------------------------------------------------*
006290*    3900-READ-RCIN  -  READ THE NEXT PARTITION RUN-CONTROL
006300*                       RECORD
006310*----------------------------------------------------------*
006320 3900-READ-RCIN.
006330     READ RCIN INTO DM100-RUNC-RECORD
006340         AT END
006350             MOVE "Y" TO DM130-WS-EOF-SWITCH
006360     END-READ.
006370 3900-EXIT.
006380     EXIT.
006390*----------------------------------------------------------*
006400*    4000-VERIFY-PARTITIONS
006410*         EVERY PARTITION'S LATEST RUN MUST HAVE COMPLETED AND
006420*         READ EXACTLY THE DETAILS DM129 WROTE TO IT, AND THE
006430*         PARTITIONS TOGETHER MUST BALANCE TO THE INFILE
006440*         TRAILER, BEFORE ANYTHING IS MERGED.  A PARTITION
006450*         WHOSE READ COUNT IS NOT ITS POSTED, REJECTED AND
006460*         DUPLICATE RECORDS ADDED TOGETHER IS FLAGGED ON THE
006470*         REPORT (RC=4) BUT DOES NOT STOP THE MERGE - THE SAME
006480*         RECONCILIATION A SINGLE-STREAM RUN LEAVES TO THE
006490*         READER OF ITS TOTALS.
006500*----------------------------------------------------------*
006510 4000-VERIFY-PARTITIONS.
006520     PERFORM 4100-VERIFY-PARTITION THRU 4100-EXIT
006530         VARYING DM130-WS-PART-IX FROM 1 BY 1
006540         UNTIL DM130-WS-PART-IX > DM130-WS-PART-MAX.
006550     IF DM130-WS-MAP-COUNT NOT = DM130-WS-IN-TRL-COUNT
006560             OR DM130-WS-MAP-HASH NOT = DM130-WS-IN-TRL-HASH
006570         DISPLAY "DM130 - PARTMAP PARTITION TOTALS "
006580             DM130-WS-MAP-COUNT " / " DM130-WS-MAP-HASH
006590             " DO NOT MATCH THE INFILE TRAILER "
006600             DM130-WS-IN-TRL-COUNT " / " DM130-WS-IN-TRL-HASH
006610         MOVE "Y" TO DM130-WS-ERROR-SWITCH
006620     END-IF.
006630     IF DM130-WS-RECS-READ NOT = DM130-WS-IN-TRL-COUNT
006640         DISPLAY "DM130 - PARTITIONS READ " DM130-WS-RECS-READ
006650             " RECORDS, INFILE TRAILER COUNT IS "
006660             DM130-WS-IN-TRL-COUNT
006670         MOVE "Y" TO DM130-WS-ERROR-SWITCH
006680     END-IF.
006690     IF DM130-WS-MERGE-REFUSED
006700         DISPLAY "DM130 - PARTITIONS DO NOT BALANCE TO INFILE - "
006710             "NOTHING MERGED"
006720         MOVE 16 TO RETURN-CODE
006730         STOP RUN
006740     END-IF.
006750 4000-EXIT.
006760     EXIT.
006770*----------------------------------------------------------*
006780*    4100-VERIFY-PARTITION  -  CHECK ONE PARTITION AND ADD
006790*                              ITS COUNTERS TO THE DAY'S
006800*----------------------------------------------------------*
006810 4100-VERIFY-PARTITION.
006820     SET DM130-WS-PART-IDX TO DM130-WS-PART-IX.
006830     IF NOT DM130-WS-PART-MAPPED (DM130-WS-PART-IDX)
006840         DISPLAY "DM130 - PARTMAP CARRIES NO TOTALS FOR "
006850             "PARTITION " DM130-WS-PART-IX
006860         MOVE "Y" TO DM130-WS-ERROR-SWITCH
006870     END-IF.
006880     IF NOT DM130-WS-PART-COMPLETED (DM130-WS-PART-IDX)
006890         DISPLAY "DM130 - PARTITION " DM130-WS-PART-IX
006900             " HAS NOT COMPLETED - RUN OR RESTART IT WITH DM100PJ"
006910         MOVE "Y" TO DM130-WS-ERROR-SWITCH
006920         GO TO 4100-EXIT
006930     END-IF.
006940     IF DM130-WS-PART-READ (DM130-WS-PART-IDX) NOT =
006950             DM130-WS-PART-MAP-COUNT (DM130-WS-PART-IDX)
006960         DISPLAY "DM130 - PARTITION " DM130-WS-PART-IX
006970             " READ " DM130-WS-PART-READ (DM130-WS-PART-IDX)
006980             " RECORDS, ITS INPUT HELD "
006990             DM130-WS-PART-MAP-COUNT (DM130-WS-PART-IDX)
007000         MOVE "Y" TO DM130-WS-ERROR-SWITCH
007010     END-IF.
007020     MOVE DM130-WS-PART-PROCESSED (DM130-WS-PART-IDX)
007030         TO DM130-WS-DISPOSED.
007040     ADD DM130-WS-PART-REJECTED (DM130-WS-PART-IDX)
007050         TO DM130-WS-DISPOSED.
007060     ADD DM130-WS-PART-DUPLICATE (DM130-WS-PART-IDX)
007070         TO DM130-WS-DISPOSED.
007080     IF DM130-WS-DISPOSED NOT =
007090             DM130-WS-PART-READ (DM130-WS-PART-IDX)
007100         DISPLAY "DM130 - PARTITION " DM130-WS-PART-IX
007110             " READ IS NOT POSTED + REJECTED + DUPLICATE"
007120         MOVE "Y" TO DM130-WS-DISPOSITION-SWITCH
007130     END-IF.
007140     ADD DM130-WS-PART-READ (DM130-WS-PART-IDX)
007150         TO DM130-WS-RECS-READ.
007160     ADD DM130-WS-PART-PROCESSED (DM130-WS-PART-IDX)
007170         TO DM130-WS-RECS-PROCESSED.
007180     ADD DM130-WS-PART-REJECTED (DM130-WS-PART-IDX)
007190         TO DM130-WS-RECS-REJECTED.
007200     ADD DM130-WS-PART-DUPLICATE (DM130-WS-PART-IDX)
007210         TO DM130-WS-RECS-DUPLICATE.
007220     ADD DM130-WS-PART-FROM-CACHE (DM130-WS-PART-IDX)
007230         TO DM130-WS-RECS-FROM-CACHE.
007240     ADD DM130-WS-PART-CONTROL (DM130-WS-PART-IDX)
007250         TO DM130-WS-CONTROL-TOTAL.
007260 4100-EXIT.
007270     EXIT.
007280*----------------------------------------------------------*
007290*    5000-SCAN-PRIOR-MERGE
007300*         A MERGE THAT FAILED PART WAY MAY ALREADY HAVE APPENDED
007310*         SOME PARTITION RUNS' AUDIT LINES, STATISTICS AND
007320*         RUN-CONTROL RECORDS TO THE SHARED LOGS.  COUNT WHAT
007330*         IS ALREADY THERE FOR EACH PARTITION RUN SO THE COPY
007340*         BELOW APPENDS ONLY WHAT IS MISSING.
007350*----------------------------------------------------------*
007360 5000-SCAN-PRIOR-MERGE.
007370     OPEN INPUT AUDITFL.
007380     IF DM130-WS-AUDITFL-STATUS NOT = "00"
007390         DISPLAY "DM130 - UNABLE TO OPEN AUDITFL, FILE STATUS = "
007400             DM130-WS-AUDITFL-STATUS
007410         MOVE 16 TO RETURN-CODE
007420         STOP RUN
007430     END-IF.
007440     MOVE "N" TO DM130-WS-EOF-SWITCH.
007450     PERFORM 5100-SCAN-AUDIT-LINE THRU 5100-EXIT
007460         UNTIL DM130-WS-EOF.
007470     CLOSE AUDITFL.
007480     OPEN INPUT RUNCTL.
007490     IF DM130-WS-RUNCTL-STATUS NOT = "00"
007500         DISPLAY "DM130 - UNABLE TO OPEN RUNCTL, FILE STATUS = "
007510             DM130-WS-RUNCTL-STATUS
007520         MOVE 16 TO RETURN-CODE
007530         STOP RUN
007540     END-IF.
007550     MOVE "N" TO DM130-WS-EOF-SWITCH.
007560     PERFORM 5200-SCAN-RUN-CONTROL THRU 5200-EXIT
007570         UNTIL DM130-WS-EOF.
007580     CLOSE RUNCTL.
007590     OPEN INPUT STATHIST.
007600     IF DM130-WS-STATHIST-STATUS NOT = "00"
007610         DISPLAY "DM130 - UNABLE TO OPEN STATHIST, FILE STATUS = "
007620             DM130-WS-STATHIST-STATUS
007630         MOVE 16 TO RETURN-CODE
007640         STOP RUN
007650     END-IF.
007660     MOVE "N" TO DM130-WS-EOF-SWITCH.
007670     PERFORM 5300-SCAN-STATISTICS THRU 5300-EXIT
007680         UNTIL DM130-WS-EOF.
007690     CLOSE STATHIST.
007700 5000-EXIT.
007710     EXIT.
007720*----------------------------------------------------------*
007730*    5100-SCAN-AUDIT-LINE  -  COUNT ONE SHARED AUDIT LINE
007740*                             AGAINST ITS PARTITION RUN
007750*----------------------------------------------------------*
007760 5100-SCAN-AUDIT-LINE.
007770     READ AUDITFL INTO DM100-AUD-DETAIL-LINE
007780         AT END
007790             MOVE "Y" TO DM130-WS-EOF-SWITCH
007800             GO TO 5100-EXIT
007810     END-READ.
007820     MOVE DM100-AUDD-JOB-ID TO DM130-WS-FIND-JOB-ID.
007830     MOVE DM100-AUDD-RUN-DATE TO DM130-WS-FIND-RUN-DATE.
007840     PERFORM 5900-FIND-RUN THRU 5900-EXIT.
007850     IF DM130-WS-RUN-FOUND
007860         ADD 1 TO DM130-WS-RUN-AUD-HAVE (DM130-WS-RUN-IDX)
007870     END-IF.
007880 5100-EXIT.
007890     EXIT.
007900*----------------------------------------------------------*
007910*    5200-SCAN-RUN-CONTROL  -  NOTE A PARTITION RUN'S START
007920*                              OR COMPLETION ALREADY LOGGED
007930*----------------------------------------------------------*
007940 5200-SCAN-RUN-CONTROL.
007950     READ RUNCTL INTO DM100-RUNC-RECORD
007960         AT END
007970             MOVE "Y" TO DM130-WS-EOF-SWITCH
007980             GO TO 5200-EXIT
007990     END-READ.
008000     IF DM100-RUNC-PROGRAM NOT = "DM100"
008010         GO TO 5200-EXIT.
008020     MOVE DM100-RUNC-JOB-ID TO DM130-WS-FIND-JOB-ID.
008030     MOVE DM100-RUNC-RUN-DATE TO DM130-WS-FIND-RUN-DATE.
008040     PERFORM 5900-FIND-RUN THRU 5900-EXIT.
008050     IF NOT DM130-WS-RUN-FOUND
008060         GO TO 5200-EXIT.
008070     IF DM100-RUNC-TYPE-START
008080         MOVE "Y" TO DM130-WS-RUN-START-SWITCH (DM130-WS-RUN-IDX)
008090     END-IF.
008100     IF DM100-RUNC-TYPE-COMPLETION
008110         MOVE "Y" TO DM130-WS-RUN-COMP-SWITCH (DM130-WS-RUN-IDX)
008120     END-IF.
008130 5200-EXIT.
008140     EXIT.
008150*----------------------------------------------------------*
008160*    5300-SCAN-STATISTICS  -  NOTE A PARTITION RUN'S
008170*                             STATISTICS ALREADY LOGGED
008180*----------------------------------------------------------*
008190 5300-SCAN-STATISTICS.
008200     READ STATHIST INTO DM100-STAT-RECORD
008210         AT END
008220             MOVE "Y" TO DM130-WS-EOF-SWITCH
008230             GO TO 5300-EXIT
008240     END-READ.
008250     MOVE DM100-STAT-JOB-ID TO DM130-WS-FIND-JOB-ID.
008260     MOVE DM100-STAT-RUN-DATE TO DM130-WS-FIND-RUN-DATE.
008270     PERFORM 5900-FIND-RUN THRU 5900-EXIT.
008280     IF DM130-WS-RUN-FOUND
008290         MOVE "Y" TO DM130-WS-RUN-STAT-SWITCH (DM130-WS-RUN-IDX)
008300     END-IF.
008310 5300-EXIT.
008320     EXIT.
008330*----------------------------------------------------------*
008340*    5900-FIND-RUN  -  LOOK UP DM130-WS-FIND-JOB-ID AND
008350*         DM130-WS-FIND-RUN-DATE IN THE PARTITION RUN TABLE,
008360*         LEAVING DM130-WS-RUN-IDX ON THE ENTRY IF FOUND
008370*----------------------------------------------------------*
008380 5900-FIND-RUN.
008390     MOVE "N" TO DM130-WS-FOUND-SWITCH.
008400     PERFORM 5910-CHECK-RUN-ENTRY THRU 5910-EXIT
008410         VARYING DM130-WS-RUN-IX FROM 1 BY 1
008420         UNTIL DM130-WS-RUN-IX > DM130-WS-RUN-COUNT
008430            OR DM130-WS-RUN-FOUND.
008440     IF DM130-WS-RUN-FOUND
008450         SUBTRACT 1 FROM DM130-WS-RUN-IX
008460         SET DM130-WS-RUN-IDX TO DM130-WS-RUN-IX
008470     END-IF.
008480 5900-EXIT.
008490     EXIT.
008500*----------------------------------------------------------*
008510*    5910-CHECK-RUN-ENTRY  -  COMPARE ONE RUN TABLE ENTRY
008520*----------------------------------------------------------*
008530 5910-CHECK-RUN-ENTRY.
008540     SET DM130-WS-RUN-IDX TO DM130-WS-RUN-IX.
008550     IF DM130-WS-RUN-JOB-ID (DM130-WS-RUN-IDX) =
008560             DM130-WS-FIND-JOB-ID
008570             AND DM130-WS-RUN-RUN-DATE (DM130-WS-RUN-IDX) =
008580             DM130-WS-FIND-RUN-DATE
008590         MOVE "Y" TO DM130-WS-FOUND-SWITCH
008600     END-IF.
008610 5910-EXIT.
008620     EXIT.
008630*----------------------------------------------------------*
008640*    6000-MERGE-OUTPUTS
008650*         THE START RECORD GOES ON RUNCTL AHEAD OF THE
008660*         PARTITION RUNS' OWN RECORDS, SO DM121 AND DM128 SEE
008670*         THEM INSIDE THE MERGE.  THE DAY'S GENERATIONS ARE
008680*         WRITTEN NEW; THE SHARED LOGS ARE EXTENDED.
008690*----------------------------------------------------------*
008700 6000-MERGE-OUTPUTS.
008710     OPEN EXTEND RUNCTL.
008720     IF DM130-WS-RUNCTL-STATUS NOT = "00"
008730         DISPLAY "DM130 - UNABLE TO OPEN RUNCTL, FILE STATUS = "
008740             DM130-WS-RUNCTL-STATUS
008750         MOVE 16 TO RETURN-CODE
008760         STOP RUN
008770     END-IF.
008780     MOVE "S" TO DM130-WS-RUNC-TYPE.
008790     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
008800     OPEN OUTPUT RPTFILE.
008810     IF DM130-WS-RPTFILE-STATUS NOT = "00"
008820         DISPLAY "DM130 - UNABLE TO OPEN RPTFILE, FILE STATUS = "
008830             DM130-WS-RPTFILE-STATUS
008840         MOVE 16 TO RETURN-CODE
008850         STOP RUN
008860     END-IF.
008870     PERFORM 6100-MERGE-RESULTS THRU 6100-EXIT.
008880     PERFORM 6200-MERGE-REJECTS THRU 6200-EXIT.
008890     PERFORM 6300-MERGE-REJECT-DATA THRU 6300-EXIT.
008900     PERFORM 6400-MERGE-DUPLICATES THRU 6400-EXIT.
008910     PERFORM 6500-MERGE-AUDIT-LOG THRU 6500-EXIT.
008920     PERFORM 6600-MERGE-STATISTICS THRU 6600-EXIT.
008930     PERFORM 6700-MERGE-RUN-CONTROL THRU 6700-EXIT.
008940 6000-EXIT.
008950     EXIT.
008960*----------------------------------------------------------*
008970*    6100-MERGE-RESULTS  -  COPY EVERY PARTITION'S OUTFILE
008980*         INTO THE DAY'S GENERATION, PRINTING EACH POSTING ON
008990*         THE REPORT AS DM100 WOULD HAVE
009000*----------------------------------------------------------*
009010 6100-MERGE-RESULTS.
009020     OPEN INPUT OUTIN.
009030     IF DM130-WS-OUTIN-STATUS NOT = "00"
009040         DISPLAY "DM130 - UNABLE TO OPEN OUTIN, FILE STATUS = "
009050             DM130-WS-OUTIN-STATUS
009060         MOVE 16 TO RETURN-CODE
009070         STOP RUN
009080     END-IF.
009090     OPEN OUTPUT OUTFILE.
009100     IF DM130-WS-OUTFILE-STATUS NOT = "00"
009110         DISPLAY "DM130 - UNABLE TO OPEN OUTFILE, FILE STATUS = "
009120             DM130-WS-OUTFILE-STATUS
009130         MOVE 16 TO RETURN-CODE
009140         STOP RUN
009150     END-IF.
009160     MOVE "N" TO DM130-WS-EOF-SWITCH.
009170     PERFORM 6110-COPY-RESULT THRU 6110-EXIT
009180         UNTIL DM130-WS-EOF.
009190     CLOSE OUTIN.
009200     CLOSE OUTFILE.
009210 6100-EXIT.
009220     EXIT.
009230*----------------------------------------------------------*
009240*    6110-COPY-RESULT  -  ONE OUTFILE RECORD
009250*----------------------------------------------------------*
009260 6110-COPY-RESULT.
009270     READ OUTIN
009280         AT END
009290             MOVE "Y" TO DM130-WS-EOF-SWITCH
009300             GO TO 6110-EXIT
009310     END-READ.
009320     WRITE DM130-OUTFILE-REC FROM DM100-OUTPUT-RECORD.
009330     IF DM130-WS-OUTFILE-STATUS NOT = "00"
009340         DISPLAY "DM130 - UNABLE TO WRITE OUTFILE, FILE STATUS = "
009350             DM130-WS-OUTFILE-STATUS
009360         MOVE 16 TO RETURN-CODE
009370         STOP RUN
009380     END-IF.
009390     ADD 1 TO DM130-WS-OUT-COPIED.
009400     PERFORM 6150-WRITE-RPT-DETAIL THRU 6150-EXIT.
009410 6110-EXIT.
009420     EXIT.
009430*----------------------------------------------------------*
009440*    6150-WRITE-RPT-DETAIL
009450*         WRITE ONE DETAIL LINE OF THE PRINT REPORT,
009460*         STARTING A NEW PAGE WHEN THE CURRENT ONE IS FULL
009470*----------------------------------------------------------*
009480 6150-WRITE-RPT-DETAIL.
009490     IF DM130-WS-LINE-COUNT = ZERO
009500             OR DM130-WS-LINE-COUNT >= DM130-WS-LINES-PER-PAGE
009510         PERFORM 8200-WRITE-RPT-HEADING THRU 8200-EXIT
009520     END-IF.
009530     MOVE DM100-OUT-NUM1 TO DM130-RPTD-NUM1.
009540     MOVE DM100-OUT-NUM2 TO DM130-RPTD-NUM2.
009550     MOVE DM100-OUT-RESULT TO DM130-RPTD-RESULT.
009560     IF DM100-OUT-ENTRY-REVERSAL
009570         MOVE "REVERSAL" TO DM130-RPTD-ENTRY-NOTE
009580     ELSE
009590         MOVE SPACES TO DM130-RPTD-ENTRY-NOTE
009600     END-IF.
009610     MOVE DM130-RPT-DETAIL-LINE TO DM130-RPT-LINE.
009620     WRITE DM130-RPT-LINE.
009630     ADD 1 TO DM130-WS-LINE-COUNT.
009640 6150-EXIT.
009650     EXIT.
009660*----------------------------------------------------------*
009670*    6200-MERGE-REJECTS  -  COPY EVERY PARTITION'S REJFILE
009680*----------------------------------------------------------*
009690 6200-MERGE-REJECTS.
009700     OPEN INPUT REJIN.
009710     IF DM130-WS-REJIN-STATUS NOT = "00"
009720         DISPLAY "DM130 - UNABLE TO OPEN REJIN, FILE STATUS = "
009730             DM130-WS-REJIN-STATUS
009740         MOVE 16 TO RETURN-CODE
009750         STOP RUN
009760     END-IF.
009770     OPEN OUTPUT REJFILE.
009780     IF DM130-WS-REJFILE-STATUS NOT = "00"
009790         DISPLAY "DM130 - UNABLE TO OPEN REJFILE, FILE STATUS = "
009800             DM130-WS-REJFILE-STATUS
009810         MOVE 16 TO RETURN-CODE
009820         STOP RUN
009830     END-IF.
009840     MOVE "N" TO DM130-WS-EOF-SWITCH.
009850     PERFORM 6210-COPY-REJECT THRU 6210-EXIT
009860         UNTIL DM130-WS-EOF.
009870     CLOSE REJIN.
009880     CLOSE REJFILE.
009890 6200-EXIT.
009900     EXIT.
009910*----------------------------------------------------------*
009920*    6210-COPY-REJECT  -  ONE REJFILE LINE
009930*----------------------------------------------------------*
009940 6210-COPY-REJECT.
009950     READ REJIN
009960         AT END
009970             MOVE "Y" TO DM130-WS-EOF-SWITCH
009980             GO TO 6210-EXIT
009990     END-READ.
010000     WRITE DM130-REJFILE-REC FROM DM130-REJIN-REC.
010010     ADD 1 TO DM130-WS-REJ-COPIED.
010020 6210-EXIT.
010030     EXIT.
010040*----------------------------------------------------------*
010050*    6300-MERGE-REJECT-DATA  -  COPY EVERY PARTITION'S
010060*                               REJDATA
010070*----------------------------------------------------------*
010080 6300-MERGE-REJECT-DATA.
010090     OPEN INPUT RJDIN.
010100     IF DM130-WS-RJDIN-STATUS NOT = "00"
010110         DISPLAY "DM130 - UNABLE TO OPEN RJDIN, FILE STATUS = "
010120             DM130-WS-RJDIN-STATUS
010130         MOVE 16 TO RETURN-CODE
010140         STOP RUN
010150     END-IF.
010160     OPEN OUTPUT REJDATA.
010170     IF DM130-WS-REJDATA-STATUS NOT = "00"
010180         DISPLAY "DM130 - UNABLE TO OPEN REJDATA, FILE STATUS = "
010190             DM130-WS-REJDATA-STATUS
010200         MOVE 16 TO RETURN-CODE
010210         STOP RUN
010220     END-IF.
010230     MOVE "N" TO DM130-WS-EOF-SWITCH.
010240     PERFORM 6310-COPY-REJECT-DATA THRU 6310-EXIT
010250         UNTIL DM130-WS-EOF.
010260     CLOSE RJDIN.
010270     CLOSE REJDATA.
010280 6300-EXIT.
010290     EXIT.
010300*----------------------------------------------------------*
010310*    6310-COPY-REJECT-DATA  -  ONE REJDATA RECORD
010320*----------------------------------------------------------*
010330 6310-COPY-REJECT-DATA.
010340     READ RJDIN
010350         AT END
010360             MOVE "Y" TO DM130-WS-EOF-SWITCH
010370             GO TO 6310-EXIT
010380     END-READ.
010390     WRITE DM130-REJDATA-REC FROM DM130-RJDIN-REC.
010400     ADD 1 TO DM130-WS-RJD-COPIED.
010410 6310-EXIT.
010420     EXIT.
010430*----------------------------------------------------------*
010440*    6400-MERGE-DUPLICATES  -  COPY EVERY PARTITION'S DUPFILE
010450*----------------------------------------------------------*
010460 6400-MERGE-DUPLICATES.
010470     OPEN INPUT DUPIN.
010480     IF DM130-WS-DUPIN-STATUS NOT = "00"
010490         DISPLAY "DM130 - UNABLE TO OPEN DUPIN, FILE STATUS = "
010500             DM130-WS-DUPIN-STATUS
010510         MOVE 16 TO RETURN-CODE
010520         STOP RUN
010530     END-IF.
010540     OPEN OUTPUT DUPFILE.
010550     IF DM130-WS-DUPFILE-STATUS NOT = "00"
010560         DISPLAY "DM130 - UNABLE TO OPEN DUPFILE, FILE STATUS = "
010570             DM130-WS-DUPFILE-STATUS
010580         MOVE 16 TO RETURN-CODE
010590         STOP RUN
010600     END-IF.
010610     MOVE "N" TO DM130-WS-EOF-SWITCH.
010620     PERFORM 6410-COPY-DUPLICATE THRU 6410-EXIT
010630         UNTIL DM130-WS-EOF.
010640     CLOSE DUPIN.
010650     CLOSE DUPFILE.
010660 6400-EXIT.
010670     EXIT.
010680*----------------------------------------------------------*
010690*    6410-COPY-DUPLICATE  -  ONE DUPFILE LINE
010700*----------------------------------------------------------*
010710 6410-COPY-DUPLICATE.
010720     READ DUPIN
010730         AT END
010740             MOVE "Y" TO DM130-WS-EOF-SWITCH
010750             GO TO 6410-EXIT
010760     END-READ.
010770     WRITE DM130-DUPFILE-REC FROM DM130-DUPIN-REC.
010780     ADD 1 TO DM130-WS-DUP-COPIED.
010790 6410-EXIT.
010800     EXIT.
010810*----------------------------------------------------------*
010820*    6500-MERGE-AUDIT-LOG
010830*         APPEND EVERY PARTITION RUN'S AUDIT LINES TO THE
010840*         SHARED AUDITFL, PASSING OVER AS MANY OF EACH RUN'S
010850*         LINES AS A FAILED EARLIER MERGE ALREADY APPENDED
010860*----------------------------------------------------------*
010870 6500-MERGE-AUDIT-LOG.
010880     OPEN INPUT AUDIN.
010890     IF DM130-WS-AUDIN-STATUS NOT = "00"
010900         DISPLAY "DM130 - UNABLE TO OPEN AUDIN, FILE STATUS = "
010910             DM130-WS-AUDIN-STATUS
010920         MOVE 16 TO RETURN-CODE
010930         STOP RUN
010940     END-IF.
010950     OPEN EXTEND AUDITFL.
010960     IF DM130-WS-AUDITFL-STATUS NOT = "00"
010970         DISPLAY "DM130 - UNABLE TO OPEN AUDITFL, FILE STATUS = "
010980             DM130-WS-AUDITFL-STATUS
010990         MOVE 16 TO RETURN-CODE
011000         STOP RUN
011010     END-IF.
011020     MOVE "N" TO DM130-WS-EOF-SWITCH.
011030     PERFORM 6510-COPY-AUDIT-LINE THRU 6510-EXIT
011040         UNTIL DM130-WS-EOF.
011050     CLOSE AUDIN.
011060     CLOSE AUDITFL.
011070 6500-EXIT.
011080     EXIT.
011090*----------------------------------------------------------*
011100*    6510-COPY-AUDIT-LINE  -  ONE PARTITION AUDIT LINE
011110*----------------------------------------------------------*
011120 6510-COPY-AUDIT-LINE.
011130     READ AUDIN INTO DM100-AUD-DETAIL-LINE
011140         AT END
011150             MOVE "Y" TO DM130-WS-EOF-SWITCH
011160             GO TO 6510-EXIT
011170     END-READ.
011180     MOVE DM100-AUDD-JOB-ID TO DM130-WS-FIND-JOB-ID.
011190     MOVE DM100-AUDD-RUN-DATE TO DM130-WS-FIND-RUN-DATE.
011200     PERFORM 5900-FIND-RUN THRU 5900-EXIT.
011210     IF DM130-WS-RUN-FOUND
011220         ADD 1 TO DM130-WS-RUN-AUD-SEEN (DM130-WS-RUN-IDX)
011230         IF DM130-WS-RUN-AUD-SEEN (DM130-WS-RUN-IDX) NOT >
011240                 DM130-WS-RUN-AUD-HAVE (DM130-WS-RUN-IDX)
011250             ADD 1 TO DM130-WS-AUD-SKIPPED
011260             GO TO 6510-EXIT
011270         END-IF
011280     END-IF.
011290     WRITE DM130-AUDITFL-REC FROM DM100-AUD-DETAIL-LINE.
011300     ADD 1 TO DM130-WS-AUD-COPIED.
011310 6510-EXIT.
011320     EXIT.
011330*----------------------------------------------------------*
011340*    6600-MERGE-STATISTICS  -  APPEND EVERY PARTITION RUN'S
011350*         STATISTICS RECORD NOT ALREADY ON STATHIST
011360*----------------------------------------------------------*
011370 6600-MERGE-STATISTICS.
011380     OPEN INPUT SHIN.
011390     IF DM130-WS-SHIN-STATUS NOT = "00"
011400         DISPLAY "DM130 - UNABLE TO OPEN SHIN, FILE STATUS = "
011410             DM130-WS-SHIN-STATUS
011420         MOVE 16 TO RETURN-CODE
011430         STOP RUN
011440     END-IF.
011450     OPEN EXTEND STATHIST.
011460     IF DM130-WS-STATHIST-STATUS NOT = "00"
011470         DISPLAY "DM130 - UNABLE TO OPEN STATHIST, FILE STATUS = "
011480             DM130-WS-STATHIST-STATUS
011490         MOVE 16 TO RETURN-CODE
011500         STOP RUN
011510     END-IF.
011520     MOVE "N" TO DM130-WS-EOF-SWITCH.
011530     PERFORM 6610-COPY-STATISTICS THRU 6610-EXIT
011540         UNTIL DM130-WS-EOF.
011550     CLOSE SHIN.
011560     CLOSE STATHIST.
011570 6600-EXIT.
011580     EXIT.
011590*----------------------------------------------------------*
011600*    6610-COPY-STATISTICS  -  ONE PARTITION RUN'S STATISTICS
011610*----------------------------------------------------------*
011620 6610-COPY-STATISTICS.
011630     READ SHIN INTO DM100-STAT-RECORD
011640         AT END
011650             MOVE "Y" TO DM130-WS-EOF-SWITCH
011660             GO TO 6610-EXIT
011670     END-READ.
011680     MOVE DM100-STAT-JOB-ID TO DM130-WS-FIND-JOB-ID.
011690     MOVE DM100-STAT-RUN-DATE TO DM130-WS-FIND-RUN-DATE.
011700     PERFORM 5900-FIND-RUN THRU 5900-EXIT.
011710     IF DM130-WS-RUN-FOUND
011720         IF DM130-WS-RUN-STAT-HAVE (DM130-WS-RUN-IDX)
011730             ADD 1 TO DM130-WS-STAT-SKIPPED
011740             GO TO 6610-EXIT
011750         END-IF
011760     END-IF.
011770     WRITE DM130-STATHIST-REC FROM DM100-STAT-RECORD.
011780     ADD 1 TO DM130-WS-STAT-COPIED.
011790 6610-EXIT.
011800     EXIT.
011810*----------------------------------------------------------*
011820*    6700-MERGE-RUN-CONTROL  -  APPEND EVERY PARTITION RUN'S
011830*         START AND COMPLETION RECORDS NOT ALREADY ON RUNCTL,
011840*         INSIDE THIS MERGE'S OWN START AND COMPLETION
011850*----------------------------------------------------------*
011860 6700-MERGE-RUN-CONTROL.
011870     OPEN INPUT RCIN.
011880     IF DM130-WS-RCIN-STATUS NOT = "00"
011890         DISPLAY "DM130 - UNABLE TO OPEN RCIN, FILE STATUS = "
011900             DM130-WS-RCIN-STATUS
011910         MOVE 16 TO RETURN-CODE
011920         STOP RUN
011930     END-IF.
011940     MOVE "N" TO DM130-WS-EOF-SWITCH.
011950     PERFORM 3900-READ-RCIN THRU 3900-EXIT.
011960     PERFORM 6710-COPY-RUN-CONTROL THRU 6710-EXIT
011970         UNTIL DM130-WS-EOF.
011980     CLOSE RCIN.
011990 6700-EXIT.
012000     EXIT.
012010*----------------------------------------------------------*
012020*    6710-COPY-RUN-CONTROL  -  ONE PARTITION RUN-CONTROL
012030*                              RECORD, THEN READ THE NEXT
012040*----------------------------------------------------------*
012050 6710-COPY-RUN-CONTROL.
012060     PERFORM 6750-APPEND-RUN-CONTROL THRU 6750-EXIT.
012070     PERFORM 3900-READ-RCIN THRU 3900-EXIT.
012080 6710-EXIT.
012090     EXIT.
012100*----------------------------------------------------------*
012110*    6750-APPEND-RUN-CONTROL  -  APPEND THE RECORD UNLESS IT
012120*         IS ALREADY ON RUNCTL
012130*----------------------------------------------------------*
012140 6750-APPEND-RUN-CONTROL.
012150     MOVE DM100-RUNC-JOB-ID TO DM130-WS-FIND-JOB-ID.
012160     MOVE DM100-RUNC-RUN-DATE TO DM130-WS-FIND-RUN-DATE.
012170     PERFORM 5900-FIND-RUN THRU 5900-EXIT.
012180     IF NOT DM130-WS-RUN-FOUND
012190             OR DM100-RUNC-PROGRAM NOT = "DM100"
012200         GO TO 6750-EXIT.
012210     IF DM100-RUNC-TYPE-START
012220             AND DM130-WS-RUN-START-HAVE (DM130-WS-RUN-IDX)
012230         ADD 1 TO DM130-WS-RUNC-SKIPPED
012240         GO TO 6750-EXIT.
012250     IF DM100-RUNC-TYPE-COMPLETION
012260             AND DM130-WS-RUN-COMP-HAVE (DM130-WS-RUN-IDX)
012270         ADD 1 TO DM130-WS-RUNC-SKIPPED
012280         GO TO 6750-EXIT.
012290     WRITE DM130-RUNCTL-REC FROM DM100-RUNC-RECORD.
012300     ADD 1 TO DM130-WS-RUNC-COPIED.
012310 6750-EXIT.
012320     EXIT.
012330*----------------------------------------------------------*
012340*    7100-WRITE-RUN-CONTROL
012350*         APPEND A START ("S") OR COMPLETION ("C") RECORD TO
012360*         RUNCTL.  THE COMPLETION CARRIES THE DAY'S COUNTERS
012370*         ADDED UP ACROSS THE PARTITIONS.
012380*----------------------------------------------------------*
012390 7100-WRITE-RUN-CONTROL.
012400     MOVE SPACES TO DM100-RUNC-RECORD.
012410     MOVE "DM130" TO DM100-RUNC-PROGRAM.
012420     MOVE DM130-WS-JOB-ID TO DM100-RUNC-JOB-ID.
012430     MOVE DM130-WS-RUN-DATE-EDIT TO DM100-RUNC-RUN-DATE.
012440     MOVE DM130-WS-RUNC-TYPE TO DM100-RUNC-REC-TYPE.
012450     MOVE ZERO TO DM100-RUNC-RECS-READ.
012460     MOVE ZERO TO DM100-RUNC-RECS-PROCESSED.
012470     MOVE ZERO TO DM100-RUNC-RECS-REJECTED.
012480     MOVE ZERO TO DM100-RUNC-RECS-DUPLICATE.
012490     MOVE ZERO TO DM100-RUNC-RECS-FROM-CACHE.
012500     MOVE ZERO TO DM100-RUNC-CONTROL-TOTAL.
012510     MOVE ZERO TO DM100-RUNC-PARTITION-NO.
012520     IF DM100-RUNC-TYPE-COMPLETION
012530         MOVE "C" TO DM100-RUNC-OUTCOME
012540         MOVE DM130-WS-RECS-READ TO DM100-RUNC-RECS-READ
012550         MOVE DM130-WS-RECS-PROCESSED TO DM100-RUNC-RECS-PROCESSED
012560         MOVE DM130-WS-RECS-REJECTED TO DM100-RUNC-RECS-REJECTED
012570         MOVE DM130-WS-RECS-DUPLICATE TO DM100-RUNC-RECS-DUPLICATE
012580         MOVE DM130-WS-RECS-FROM-CACHE
012590             TO DM100-RUNC-RECS-FROM-CACHE
012600         MOVE DM130-WS-CONTROL-TOTAL TO DM100-RUNC-CONTROL-TOTAL
012610     END-IF.
012620     WRITE DM130-RUNCTL-REC FROM DM100-RUNC-RECORD.
012630     IF DM130-WS-RUNCTL-STATUS NOT = "00"
012640         DISPLAY "DM130 - UNABLE TO WRITE RUNCTL, FILE STATUS = "
012650             DM130-WS-RUNCTL-STATUS
012660         MOVE 16 TO RETURN-CODE
012670         STOP RUN
012680     END-IF.
012690 7100-EXIT.
012700     EXIT.
012710*----------------------------------------------------------*
012720*    8000-FINALIZE  -  PRINT THE RECONCILIATION, MARK THE DATE
012730*                      RUN AND CLOSE
012740*----------------------------------------------------------*
012750 8000-FINALIZE.
012760     PERFORM 8300-WRITE-RPT-TOTALS THRU 8300-EXIT.
012770     PERFORM 8400-WRITE-RECONCILIATION THRU 8400-EXIT.
012780     CLOSE RPTFILE.
012790*    THE COMPLETION RECORD IS WRITTEN LAST, AFTER BUSCTL IS
012800*    MARKED, SO A FAILURE ANYWHERE BEFORE IT STILL READS AS AN
012810*    OPEN RUN ON THE DM115 STATUS REPORT
012820     PERFORM 8500-MARK-BUSINESS-DATE-RUN THRU 8500-EXIT.
012830     MOVE "C" TO DM130-WS-RUNC-TYPE.
012840     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
012850     CLOSE RUNCTL.
012860     DISPLAY "DM130 - RESULTS MERGED          = "
012870         DM130-WS-OUT-COPIED.
012880     DISPLAY "DM130 - REJECT LINES MERGED     = "
012890         DM130-WS-REJ-COPIED.
012900     DISPLAY "DM130 - REJECT DATA MERGED      = "
012910         DM130-WS-RJD-COPIED.
012920     DISPLAY "DM130 - DUPLICATE LINES MERGED  = "
012930         DM130-WS-DUP-COPIED.
012940     DISPLAY "DM130 - AUDIT LINES APPENDED    = "
012950         DM130-WS-AUD-COPIED.
012960     DISPLAY "DM130 - AUDIT LINES ALREADY ON  = "
012970         DM130-WS-AUD-SKIPPED.
012980     DISPLAY "DM130 - STATISTICS APPENDED     = "
012990         DM130-WS-STAT-COPIED.
013000     DISPLAY "DM130 - STATISTICS ALREADY ON   = "
013010         DM130-WS-STAT-SKIPPED.
013020     DISPLAY "DM130 - RUN CONTROL APPENDED    = "
013030         DM130-WS-RUNC-COPIED.
013040     DISPLAY "DM130 - RUN CONTROL ALREADY ON  = "
013050         DM130-WS-RUNC-SKIPPED.
013060     DISPLAY "DM130 - BUSINESS DATE " DM130-WS-BUSINESS-DATE
013070         " MERGED UNDER JOB-ID " DM130-WS-JOB-ID.
013080     IF DM130-WS-DISPOSITION-UNBALANCED
013090         MOVE 4 TO RETURN-CODE
013100     END-IF.
013110 8000-EXIT.
013120     EXIT.
013130*----------------------------------------------------------*
013140*    8200-WRITE-RPT-HEADING
013150*         START A NEW REPORT PAGE - DATE HEADING, PAGE
013160*         NUMBER AND NUM1/NUM2/RESULT COLUMN HEADERS
013170*----------------------------------------------------------*
013180 8200-WRITE-RPT-HEADING.
013190     ADD 1 TO DM130-WS-PAGE-COUNT.
013200     MOVE DM130-WS-RUN-DATE-EDIT TO DM130-RPTH-RUN-DATE.
013210     MOVE DM130-WS-PAGE-COUNT TO DM130-RPTH-PAGE-NO.
013220     MOVE DM130-RPT-HDG-LINE-1 TO DM130-RPT-LINE.
013230     WRITE DM130-RPT-LINE.
013240     MOVE DM130-RPT-HDG-LINE-2 TO DM130-RPT-LINE.
013250     WRITE DM130-RPT-LINE.
013260     MOVE DM130-RPT-HDG-LINE-3 TO DM130-RPT-LINE.
013270     WRITE DM130-RPT-LINE.
013280     MOVE ZERO TO DM130-WS-LINE-COUNT.
013290 8200-EXIT.
013300     EXIT.
013310*----------------------------------------------------------*
013320*    8300-WRITE-RPT-TOTALS
013330*         CONTROL TOTAL / RECORD COUNT RECONCILIATION FOR THE
013340*         WHOLE DAY, PRINTED AT THE END OF THE REPORT.  THE
013350*         DUPLICATE PAIRS NOT TRACKED COUNT IS NOT CARRIED ON
013360*         RUNCTL AND STAYS ON EACH PARTITION'S OWN REPORT.
013370*----------------------------------------------------------*
013380 8300-WRITE-RPT-TOTALS.
013390     IF DM130-WS-PAGE-COUNT = ZERO
013400         PERFORM 8200-WRITE-RPT-HEADING THRU 8200-EXIT
013410     END-IF.
013420     MOVE "RECORDS READ.................." TO
013430         DM130-RPTT-LABEL.
013440     MOVE DM130-WS-RECS-READ TO DM130-RPTT-VALUE.
013450     MOVE DM130-RPT-TOTALS-LINE TO DM130-RPT-LINE.
013460     WRITE DM130-RPT-LINE.
013470     MOVE "RECORDS PROCESSED SUCCESSFULLY" TO
013480         DM130-RPTT-LABEL.
013490     MOVE DM130-WS-RECS-PROCESSED TO DM130-RPTT-VALUE.
013500     MOVE DM130-RPT-TOTALS-LINE TO DM130-RPT-LINE.
013510     WRITE DM130-RPT-LINE.
013520     MOVE "RECORDS REJECTED.............." TO
013530         DM130-RPTT-LABEL.
013540     MOVE DM130-WS-RECS-REJECTED TO DM130-RPTT-VALUE.
013550     MOVE DM130-RPT-TOTALS-LINE TO DM130-RPT-LINE.
013560     WRITE DM130-RPT-LINE.
013570     MOVE "RECORDS FLAGGED DUPLICATE......" TO
013580         DM130-RPTT-LABEL.
013590     MOVE DM130-WS-RECS-DUPLICATE TO DM130-RPTT-VALUE.
013600     MOVE DM130-RPT-TOTALS-LINE TO DM130-RPT-LINE.
013610     WRITE DM130-RPT-LINE.
013620     MOVE "RECORDS SATISFIED FROM CACHE.." TO
013630         DM130-RPTT-LABEL.
013640     MOVE DM130-WS-RECS-FROM-CACHE TO DM130-RPTT-VALUE.
013650     MOVE DM130-RPT-TOTALS-LINE TO DM130-RPT-LINE.
013660     WRITE DM130-RPT-LINE.
013670     MOVE "CONTROL TOTAL (SUM OF RESULTS)" TO
013680         DM130-RPTT-LABEL.
013690     MOVE DM130-WS-CONTROL-TOTAL TO DM130-RPTT-VALUE.
013700     MOVE DM130-RPT-TOTALS-LINE TO DM130-RPT-LINE.
013710     WRITE DM130-RPT-LINE.
013720 8300-EXIT.
013730     EXIT.
013740*----------------------------------------------------------*
013750*    8400-WRITE-RECONCILIATION
013760*         ONE LINE PER PARTITION, THEN THE PARTITIONS' RECORDS
013770*         READ AND HASH TOTAL AGAINST THE INFILE TRAILER
013780*----------------------------------------------------------*
013790 8400-WRITE-RECONCILIATION.
013800     MOVE SPACES TO DM130-RPT-LINE.
013810     WRITE DM130-RPT-LINE.
013820     MOVE DM130-WS-SPLIT-JOB-ID TO DM130-RPTP-SPLIT-JOB-ID.
013830     MOVE DM130-RPT-PART-HDG-1 TO DM130-RPT-LINE.
013840     WRITE DM130-RPT-LINE.
013850     MOVE DM130-RPT-PART-HDG-2 TO DM130-RPT-LINE.
013860     WRITE DM130-RPT-LINE.
013870     PERFORM 8410-WRITE-PARTITION-LINE THRU 8410-EXIT
013880         VARYING DM130-WS-PART-IX FROM 1 BY 1
013890         UNTIL DM130-WS-PART-IX > DM130-WS-PART-MAX.
013900     MOVE SPACES TO DM130-RPT-LINE.
013910     WRITE DM130-RPT-LINE.
013920     MOVE "INFILE TRAILER RECORD COUNT..." TO
013930         DM130-RPTT-LABEL.
013940     MOVE DM130-WS-IN-TRL-COUNT TO DM130-RPTT-VALUE.
013950     MOVE DM130-RPT-TOTALS-LINE TO DM130-RPT-LINE.
013960     WRITE DM130-RPT-LINE.
013970     MOVE "PARTITION RECORDS READ........" TO
013980         DM130-RPTT-LABEL.
013990     MOVE DM130-WS-RECS-READ TO DM130-RPTT-VALUE.
014000     MOVE DM130-RPT-TOTALS-LINE TO DM130-RPT-LINE.
014010     WRITE DM130-RPT-LINE.
014020     MOVE "INFILE TRAILER HASH TOTAL....." TO
014030         DM130-RPTT-LABEL.
014040     MOVE DM130-WS-IN-TRL-HASH TO DM130-RPTT-VALUE.
014050     MOVE DM130-RPT-TOTALS-LINE TO DM130-RPT-LINE.
014060     WRITE DM130-RPT-LINE.
014070     MOVE "PARTITION HASH TOTAL.........." TO
014080         DM130-RPTT-LABEL.
014090     MOVE DM130-WS-MAP-HASH TO DM130-RPTT-VALUE.
014100     MOVE DM130-RPT-TOTALS-LINE TO DM130-RPT-LINE.
014110     WRITE DM130-RPT-LINE.
014120     IF DM130-WS-DISPOSITION-UNBALANCED
014130         MOVE "*** OUT OF BALANCE - SEE PARTITIONS MARKED UNBAL"
014140             TO DM130-RPT-MESSAGE-LINE
014150     ELSE
014160         MOVE "PARTITIONS IN BALANCE TO THE INFILE TRAILER"
014170             TO DM130-RPT-MESSAGE-LINE
014180     END-IF.
014190     MOVE DM130-RPT-MESSAGE-LINE TO DM130-RPT-LINE.
014200     WRITE DM130-RPT-LINE.
014210 8400-EXIT.
014220     EXIT.
014230*----------------------------------------------------------*
014240*    8410-WRITE-PARTITION-LINE  -  ONE PARTITION'S TOTALS
014250*----------------------------------------------------------*
014260 8410-WRITE-PARTITION-LINE.
014270     SET DM130-WS-PART-IDX TO DM130-WS-PART-IX.
014280     MOVE DM130-WS-PART-IX TO DM130-RPTP-PARTITION.
014290     MOVE DM130-WS-PART-MAP-COUNT (DM130-WS-PART-IDX)
014300         TO DM130-RPTP-INPUT.
014310     MOVE DM130-WS-PART-READ (DM130-WS-PART-IDX)
014320         TO DM130-RPTP-READ.
014330     MOVE DM130-WS-PART-PROCESSED (DM130-WS-PART-IDX)
014340         TO DM130-RPTP-PROCESSED.
014350     MOVE DM130-WS-PART-REJECTED (DM130-WS-PART-IDX)
014360         TO DM130-RPTP-REJECTED.
014370     MOVE DM130-WS-PART-DUPLICATE (DM130-WS-PART-IDX)
014380         TO DM130-RPTP-DUPLICATE.
014390     MOVE DM130-WS-PART-CONTROL (DM130-WS-PART-IDX)
014400         TO DM130-RPTP-CONTROL.
014410     MOVE DM130-WS-PART-RUNS (DM130-WS-PART-IDX)
014420         TO DM130-RPTP-RUNS.
014430     MOVE DM130-WS-PART-PROCESSED (DM130-WS-PART-IDX)
014440         TO DM130-WS-DISPOSED.
014450     ADD DM130-WS-PART-REJECTED (DM130-WS-PART-IDX)
014460         TO DM130-WS-DISPOSED.
014470     ADD DM130-WS-PART-DUPLICATE (DM130-WS-PART-IDX)
014480         TO DM130-WS-DISPOSED.
014490     IF DM130-WS-DISPOSED =
014500             DM130-WS-PART-READ (DM130-WS-PART-IDX)
014510         MOVE SPACES TO DM130-RPTP-NOTE
014520     ELSE
014530         MOVE "UNBAL" TO DM130-RPTP-NOTE
014540     END-IF.
014550     MOVE DM130-RPT-PART-LINE TO DM130-RPT-LINE.
014560     WRITE DM130-RPT-LINE.
014570 8410-EXIT.
014580     EXIT.
014590*----------------------------------------------------------*
014600*    8500-MARK-BUSINESS-DATE-RUN
014610*         RECORD ON BUSCTL THAT THE CURRENT BUSINESS DATE HAS
014620*         HAD ITS CLEAN RUN, EXACTLY AS A SINGLE-STREAM DM100
014630*         DOES, SO NEITHER A PLAIN DM100 RUN NOR A SECOND MERGE
014640*         IS TAKEN FOR THE DATE UNTIL THE DAY-CLOSE ROLLS IT.
014650*         IF THE DATE WAS ROLLED WHILE THIS RUN WAS IN FLIGHT
014660*         THE NEW DATE IS LEFT ALONE.
014670*----------------------------------------------------------*
014680 8500-MARK-BUSINESS-DATE-RUN.
014690     OPEN I-O BUSCTL.
014700     IF DM130-WS-BUSCTL-STATUS NOT = "00"
014710         DISPLAY "DM130 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
014720             DM130-WS-BUSCTL-STATUS
014730         MOVE 16 TO RETURN-CODE
014740         STOP RUN
014750     END-IF.
014760     READ BUSCTL
014770         AT END
014780             MOVE ZERO TO DM100-BDC-CURRENT-DATE
014790     END-READ.
014800     IF DM100-BDC-CURRENT-DATE = DM130-WS-BUSINESS-DATE
014810         MOVE "Y" TO DM100-BDC-PLAIN-RUN-SWITCH
014820         MOVE DM130-WS-JOB-ID TO DM100-BDC-PLAIN-RUN-JOB-ID
014830         REWRITE DM100-BDC-RECORD
014831         IF DM130-WS-BUSCTL-STATUS NOT = "00"
014832             DISPLAY "DM130 - BUSCTL REWRITE FAILED, "
014833                 "FILE STATUS = " DM130-WS-BUSCTL-STATUS
014834             MOVE 16 TO RETURN-CODE
014835             STOP RUN
014836         END-IF
014840     END-IF.
014850     CLOSE BUSCTL.
014860 8500-EXIT.
014870     EXIT.
