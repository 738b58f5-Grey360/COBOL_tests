002594*                 AND THE NEW WEEKLY TREND REPORT (DM116) CAN
002595*                 SHOW VOLUME, REJECT, DUPLICATE AND CACHE HIT
002596*                 RATES PER DAY AND PER JOB-ID OVER TIME.
002597* 2026-10-15 GP   PER-ACCOUNT DAILY LIMITS.  THE ACCOUNT MASTER
002598*                 (DM100AC, NOW 60 BYTES) CARRIES A MAXIMUM
002599*                 TRANSACTION COUNT AND A MAXIMUM ABSOLUTE NET
002600*                 RESULT PER BUSINESS DATE, ZERO MEANING NO
002601*                 LIMIT.  USAGE IS KEPT ON ACCTUSE (DM100UG), A
002602*                 KSDS KEYED BY ACCOUNT AND HEADER BUSINESS
002603*                 DATE, SO IT CARRIES ACROSS INTRADAY RUNS.
002604*                 2215-POST-TRANSACTION NOW POSTS BOTH THE CACHE
002605*                 AND THE CALCULATED PATH AND REJECTS A
002606*                 TRANSACTION THAT WOULD GO OVER A LIMIT - R008
002607*                 COUNT, R009 NET RESULT - TO REJDATA FOR DM110.
002608*                 USAGE IS HELD IN CORE AND WRITTEN BACK JUST
002609*                 AHEAD OF EACH CHECKPOINT, SO A RESTART NEVER
002610*                 COUNTS A REPROCESSED RECORD TWICE.
002611* 2026-10-15 GP   REVERSALS.  A STATUS "V" INPUT RECORD NAMES AN
002612*                 ORIGINAL TRANSACTION BY ACCOUNT, TRANS-DATE,
002613*                 REC-TYPE AND NUM1/NUM2.  EVERY POSTING IS NOW
002614*                 RECORDED ON THE POSTING REGISTER POSTREG
002615*                 (DM100PT); 2250-POST-REVERSAL MATCHES THE
002616*                 REVERSAL THERE AND POSTS THE EXACT NEGATIVE
002617*                 OF THE ORIGINAL'S RESULT TO OUTFILE (ENTRY
002618*                 TYPE "V"), AUDITED WITH DISPOSITION "V" - OR
002619*                 REJECTS IT R010 (NO POSTED ORIGINAL) OR R011
002620*                 (ALREADY REVERSED).  A REVERSAL IS NOT A NEW
002621*                 SUBMISSION, SO IT SKIPS THE DUPLICATE CHECK,
002622*                 THE LOOKUP CACHE AND THE DAILY LIMITS.
002623*                 REGISTER UPDATES ARE HELD IN CORE AND WRITTEN
002624*                 BACK AT EACH CHECKPOINT, THE SAME AS THE
002625*                 ACCOUNT DAILY USAGE.
002626* 2026-10-15 GP   BUSINESS-DATE CONTROL.  THE CURRENT BUSINESS
002627*                 DATE NOW LIVES ON BUSCTL (DM100BD), ROLLED BY
002628*                 THE DM125 DAY-CLOSE.  1160-CHECK-BUSINESS-DATE
002629*                 REFUSES A SECOND PLAIN RUN FOR A DATE THAT HAS
002630*                 ALREADY COMPLETED CLEANLY (RESTART= AND
002631*                 INTRADAY=Y ARE UNAFFECTED), THE INFILE HEADER
002632*                 MUST CARRY THE CURRENT BUSINESS DATE, AND A
002633*                 CLEAN COMPLETION MARKS THE DATE AS RUN.
002634* 2026-10-15 GP   MULTI-SOURCE INTAKE.  INFILE IS NOW BUILT BY
002635*                 THE DM127 INTAKE MERGE FROM SEVERAL SOURCE
002636*                 EXTRACTS.  EVERY AUDIT LINE NOW CARRIES THE
002637*                 INFILE RECORD NUMBER IT CAME FROM, AND A
002638*                 RESTART'S RUN-CONTROL START RECORD CARRIES
002639*                 ITS RESTART POINT, SO THE DM128 SOURCE
002640*                 ACKNOWLEDGMENT CAN CREDIT EACH TRANSACTION'S
002641*                 FINAL DISPOSITION BACK TO THE SOURCE IT CAME
002642*                 FROM.
002643* 2026-10-15 GP   PARTITIONED PARALLEL RUNS.  A BUSINESS DATE
002644*                 MAY NOW BE SPLIT BY DM129 INTO UP TO EIGHT
002645*                 PARTITION FILES RUN AT THE SAME TIME PLUS ONE
002646*                 SERIAL PARTITION RUN AFTER THEM, THEN MERGED
002647*                 BACK BY DM130.  A PARTITION RUN TAKES PARM
002648*                 PARTITION=NN (WITH ,RESTART=NNNNNNN TO RESTART
002649*                 IT ON ITS OWN), MUST BE GIVEN THAT PARTITION'S
002650*                 FILE, TAKES THE SPLIT'S RUN DATE FROM BUSCTL SO
002651*                 EVERY PARTITION KEYS THE SAME-DAY DUPLICATE
002652*                 CHECK ON ONE DATE, STAMPS ITS PARTITION ON EVERY
002653*                 AUDIT LINE AND RUN-CONTROL RECORD, AND LEAVES
002654*                 THE PLAIN-RUN MARK ON BUSCTL TO THE MERGE.  A
002655*                 PARTITION FILE IS REFUSED WITHOUT THE PARM.
002656* 2026-10-15 GP   RUN-CONTROL RECORDS NOW CARRY THE BUSINESS DATE
002657*                 THE RUN PROCESSED, SO THE DM115 STATUS REPORT
002658*                 PLACES A RUN THAT FINISHES AFTER MIDNIGHT ON THE
002659*                 RIGHT DATE.  A CACHED RESULT IS NOW COUNTED
002660*                 ONLY ONCE ITS TRANSACTION HAS PASSED THE ACCOUNT
002661*                 DAILY LIMITS, SO A LIMIT REJECT NO LONGER
002662*                 INFLATES THE CACHE COUNT.
002663*                 A FAILED REWRITE OF THE PLAIN-RUN MARK ON BUSCTL
002664*                 NOW ENDS THE RUN RC=16 INSTEAD OF GOING UNNOTICED.
002665*----------------------------------------------------------*
002666 ENVIRONMENT DIVISION.
002667 INPUT-OUTPUT SECTION.
002668 FILE-CONTROL.
002669     SELECT INFILE ASSIGN TO "INFILE"
002670         ORGANIZATION IS SEQUENTIAL
002671         FILE STATUS IS DM100-WS-INFILE-STATUS.
002672     SELECT OUTFILE ASSIGN TO "OUTFILE"
002673         ORGANIZATION IS SEQUENTIAL
002674         FILE STATUS IS DM100-WS-OUTFILE-STATUS.
002675     SELECT RPTFILE ASSIGN TO "RPTFILE"
002676         ORGANIZATION IS SEQUENTIAL
002677         FILE STATUS IS DM100-WS-RPTFILE-STATUS.
002678     SELECT REJFILE ASSIGN TO "REJFILE"
002679         ORGANIZATION IS SEQUENTIAL
002680         FILE STATUS IS DM100-WS-REJFILE-STATUS.
002681     SELECT REJDATA ASSIGN TO "REJDATA"
002682         ORGANIZATION IS SEQUENTIAL
002683         FILE STATUS IS DM100-WS-REJDATA-STATUS.
002684     SELECT DUPFILE ASSIGN TO "DUPFILE"
002685         ORGANIZATION IS SEQUENTIAL
002690         FILE STATUS IS DM100-WS-DUPFILE-STATUS.
002700     SELECT AUDITFL ASSIGN TO "AUDITFL"
002710         ORGANIZATION IS SEQUENTIAL
002760     SELECT CHKPIN ASSIGN TO "CHKPIN"
002770         ORGANIZATION IS SEQUENTIAL
002780         FILE STATUS IS DM100-WS-CHKPINFILE-STATUS.
002781     SELECT ACCTUSE ASSIGN TO "ACCTUSE"
002782         ORGANIZATION IS INDEXED
002783         ACCESS MODE IS RANDOM
002784         RECORD KEY IS DM100-USAG-KEY
002785         FILE STATUS IS DM100-WS-ACCTUSE-STATUS.
002790     SELECT LKUPFILE ASSIGN TO "LKUPFILE"
002800         ORGANIZATION IS INDEXED
002810         ACCESS MODE IS DYNAMIC
002844         ACCESS MODE IS RANDOM
002845         RECORD KEY IS DM100-ACCT-KEY
002846         FILE STATUS IS DM100-WS-ACCTFILE-STATUS.
002847     SELECT POSTREG ASSIGN TO "POSTREG"
002848         ORGANIZATION IS INDEXED
002849         ACCESS MODE IS RANDOM
002850         RECORD KEY IS DM100-POST-KEY
002851         FILE STATUS IS DM100-WS-POSTREG-STATUS.
002852     SELECT BUSCTL ASSIGN TO "BUSCTL"
002853         ORGANIZATION IS SEQUENTIAL
002854         FILE STATUS IS DM100-WS-BUSCTL-STATUS.
002855 DATA DIVISION.
002856 FILE SECTION.
002860 FD  INFILE
002870     LABEL RECORDS ARE STANDARD.
002880     COPY DM100IN.
003270     05  DM100-CHKPIN-CONTROL-TOTAL      PIC S9(15).
003280     05  DM100-CHKPIN-PAGE-COUNT          PIC 9(05).
003290     05  DM100-CHKPIN-LINE-COUNT          PIC 9(03).
003292 FD  ACCTUSE
003294     LABEL RECORDS ARE STANDARD.
003296     COPY DM100UG.
003300 FD  LKUPFILE
003310     LABEL RECORDS ARE STANDARD.
003320     COPY DM100LK.
003330 FD  ACCTFILE
003331     LABEL RECORDS ARE STANDARD.
003332     COPY DM100AC.
003333 FD  POSTREG
003334     LABEL RECORDS ARE STANDARD.
003335     COPY DM100PT.
003336 FD  BUSCTL
003337     LABEL RECORDS ARE STANDARD.
003338     COPY DM100BD.
003339 WORKING-STORAGE SECTION.
003340*----------------------------------------------------------*
003350*    FILE STATUS SWITCHES
003360*----------------------------------------------------------*
003430 77  DM100-WS-CHKPFILE-STATUS            PIC X(02) VALUE "00".
003440 77  DM100-WS-CHKPINFILE-STATUS          PIC X(02) VALUE "00".
003450 77  DM100-WS-LKUPFILE-STATUS            PIC X(02) VALUE "00".
003451 77  DM100-WS-ACCTUSE-STATUS             PIC X(02) VALUE "00".
003452 77  DM100-WS-ACCTFILE-STATUS            PIC X(02) VALUE "00".
003453 77  DM100-WS-DUPWORK-STATUS             PIC X(02) VALUE "00".
003454 77  DM100-WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
003455 77  DM100-WS-STATHIST-STATUS            PIC X(02) VALUE "00".
003456 77  DM100-WS-POSTREG-STATUS             PIC X(02) VALUE "00".
003457 77  DM100-WS-BUSCTL-STATUS              PIC X(02) VALUE "00".
003460*----------------------------------------------------------*
003470*    PROGRAM SWITCHES
003480*----------------------------------------------------------*
003570     88  DM100-WS-RESTART-REQUESTED          VALUE "Y".
003580 77  DM100-WS-INTRADAY-SWITCH            PIC X(01) VALUE "N".
003590     88  DM100-WS-INTRADAY-REQUESTED         VALUE "Y".
003593 77  DM100-WS-PARTITION-SWITCH           PIC X(01) VALUE "N".
003596     88  DM100-WS-PARTITION-RUN              VALUE "Y".
003600 77  DM100-WS-FOUND-SWITCH               PIC X(01) VALUE "N".
003610     88  DM100-WS-PAIR-FOUND                 VALUE "Y".
003620 77  DM100-WS-DUP-DETECTED-SWITCH        PIC X(01) VALUE "N".
003630     88  DM100-WS-DUP-DETECTED               VALUE "Y".
003633 77  DM100-WS-LIMIT-SWITCH               PIC X(01) VALUE "N".
003636     88  DM100-WS-LIMIT-EXCEEDED             VALUE "Y".
003639 77  DM100-WS-USE-FOUND-SWITCH           PIC X(01) VALUE "N".
003642     88  DM100-WS-USE-FOUND                  VALUE "Y".
003645 77  DM100-WS-REPLAY-SWITCH              PIC X(01) VALUE "N".
003648     88  DM100-WS-REPLAYING                  VALUE "Y".
003651 77  DM100-WS-REG-FOUND-SWITCH           PIC X(01) VALUE "N".
003654     88  DM100-WS-REG-FOUND                  VALUE "Y".
003660*----------------------------------------------------------*
003670*    RUN COUNTERS AND CONTROL TOTALS
003680*----------------------------------------------------------*
004250*    RESTART PARAMETER WORK AREAS
004260*----------------------------------------------------------*
004270 77  DM100-WS-RESTART-DIGITS             PIC 9(07).
004271*----------------------------------------------------------*
004272*    THE PARM AS IT IS PARSED - A LEADING PARTITION=NN IS
004273*    TAKEN OFF THE FRONT AND WHATEVER FOLLOWS ITS COMMA IS
004274*    PARSED AS A WHOLE-DAY PARM WOULD BE.  THE PARTITION IS
004275*    ZERO ON A WHOLE-DAY RUN.
004276*----------------------------------------------------------*
004277 77  DM100-WS-PARM-LEN             PIC S9(04) COMP VALUE ZERO.
004278 77  DM100-WS-PARM-TEXT                  PIC X(80) VALUE SPACES.
004279 77  DM100-WS-PARM-REST                  PIC X(80) VALUE SPACES.
004280 77  DM100-WS-PARTITION-NO               PIC 9(02) VALUE ZERO.
004281*----------------------------------------------------------*
004290*    WORK AREAS
004300*----------------------------------------------------------*
004310 77  DM100-WS-RESULT                    PIC S9(07) VALUE ZERO.
004340*    2700-WRITE-AUDIT - "O" IS SET BY 2500-WRITE-OUTPUT BEFORE
004350*    ITS SUCCESS-PATH CALL TO 2700-WRITE-AUDIT; "J" IS SET AND
004360*    AUDITED DIRECTLY BY 2600-WRITE-REJECT; "D" IS SET AND
004366*    AUDITED DIRECTLY BY 2650-WRITE-DUPLICATE.  "V" IS SET
004372*    BY 2500-WRITE-OUTPUT IN PLACE OF "O" FOR A REVERSAL.
004380*----------------------------------------------------------*
004390 77  DM100-WS-DISPOSITION                PIC X(01) VALUE SPACES.
004392*----------------------------------------------------------*
004660*    COUNTED HERE AND REPORTED RATHER THAN SILENTLY DROPPED.
004665*----------------------------------------------------------*
004670 77  DM100-WS-DUP-NOT-TRACKED        PIC 9(07) COMP VALUE ZERO.
004671*----------------------------------------------------------*
004672*    ACCOUNT DAILY USAGE TABLE - THE ACCTUSE (DM100UG) ENTRY
004673*    OF EVERY ACCOUNT POSTED TO SINCE THE LAST CHECKPOINT,
004674*    HELD HERE AND WRITTEN BACK TO ACCTUSE ONLY BY
004675*    8400-FLUSH-DAILY-USAGE, JUST AHEAD OF EACH CHECKPOINT.
004676*    ACCTUSE THEREFORE ALWAYS MATCHES THE LATEST CHECKPOINT,
004677*    SO A RESTART THAT REPROCESSES THE RECORDS AFTER IT DOES
004678*    NOT COUNT THEM AGAINST THE LIMITS A SECOND TIME.  AN
004679*    INTERVAL CANNOT TOUCH MORE ACCOUNTS THAN IT HAS RECORDS,
004680*    SO THE TABLE IS SIZED TO DM100-WS-CHECKPOINT-INTERVAL.
004681*----------------------------------------------------------*
004682 77  DM100-WS-USE-TABLE-MAX          PIC 9(05) COMP VALUE 100.
004683 77  DM100-WS-USE-TABLE-COUNT        PIC 9(05) COMP VALUE ZERO.
004684 77  DM100-WS-USE-TABLE-IX           PIC 9(05) COMP VALUE ZERO.
004685 01  DM100-WS-USE-TABLE.
004686     05  DM100-WS-USE-ENTRY OCCURS 100 TIMES
004687             INDEXED BY DM100-WS-USE-IDX.
004688         10  DM100-WS-USE-ACCOUNT-ID      PIC X(06).
004689         10  DM100-WS-USE-TRANS-COUNT     PIC 9(07).
004690         10  DM100-WS-USE-NET-RESULT     PIC S9(13).
004691         10  DM100-WS-USE-LIMIT-REJECTS   PIC 9(07).
004692*----------------------------------------------------------*
004693*    NET RESULT THE ACCOUNT WOULD STAND AT IF THE CURRENT
004694*    TRANSACTION POSTED, AND ITS ABSOLUTE VALUE - THE MOVE TO
004695*    THE UNSIGNED FIELD DROPS THE SIGN - FOR THE NET LIMIT
004696*----------------------------------------------------------*
004697 77  DM100-WS-NEW-NET-RESULT            PIC S9(13) VALUE ZERO.
004698 77  DM100-WS-NEW-NET-ABSOLUTE           PIC 9(13) VALUE ZERO.
004699*----------------------------------------------------------*
004700*    POSTING REGISTER TABLE - THE POSTREG (DM100PT) ENTRY OF
004701*    EVERY TRANSACTION POSTED OR REVERSED SINCE THE LAST
004702*    CHECKPOINT, HELD HERE AND WRITTEN BACK TO POSTREG ONLY BY
004703*    8450-FLUSH-POSTING-REGISTER, JUST AHEAD OF EACH
004704*    CHECKPOINT - THE SAME RESTART RULE AS THE USAGE TABLE
004705*    ABOVE, SO A REPROCESSED RECORD NEVER COUNTS AS POSTED OR
004706*    REVERSED TWICE.  AN ENTRY WHOSE TRANSACTION TURNS OUT
004707*    NEVER TO HAVE POSTED (A REVERSAL WITH NO ORIGINAL) STAYS
004708*    AT ZERO AND IS NOT WRITTEN BACK.
004709*----------------------------------------------------------*
004710 77  DM100-WS-REG-TABLE-MAX          PIC 9(05) COMP VALUE 100.
004711 77  DM100-WS-REG-TABLE-COUNT        PIC 9(05) COMP VALUE ZERO.
004712 77  DM100-WS-REG-TABLE-IX           PIC 9(05) COMP VALUE ZERO.
004713 01  DM100-WS-REG-TABLE.
004714     05  DM100-WS-REG-ENTRY OCCURS 100 TIMES
004715             INDEXED BY DM100-WS-REG-IDX.
004716         10  DM100-WS-REG-KEY             PIC X(29).
004717         10  DM100-WS-REG-RESULT         PIC S9(07).
004718         10  DM100-WS-REG-TIMES-POSTED    PIC 9(05).
004719         10  DM100-WS-REG-TIMES-REVERSED  PIC 9(05).
004720*----------------------------------------------------------*
004721*    CURRENT BUSINESS DATE FROM BUSCTL - THE DATE THE INFILE
004722*    HEADER MUST CARRY AND THE DATE A CLEAN RUN IS MARKED
004723*    AGAINST AT FINALIZATION
004724*----------------------------------------------------------*
004725 77  DM100-WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
004726*----------------------------------------------------------*
004770*    PRINT REPORT HEADING AND DETAIL LINES
004780*----------------------------------------------------------*
004790 01  DM100-RPT-HDG-LINE-1.
005000     05  DM100-RPTD-NUM2                 PIC ZZZZZZ9.
005010     05  FILLER                         PIC X(05) VALUE SPACES.
005020     05  DM100-RPTD-RESULT               PIC ZZZZZZ9-.
005023     05  FILLER                         PIC X(03) VALUE SPACES.
005026     05  DM100-RPTD-ENTRY-NOTE           PIC X(08).
005030*----------------------------------------------------------*
005040*    PRINT REPORT TOTALS LINE  (END-OF-RUN RECONCILIATION)
005050*----------------------------------------------------------*
005420     ACCEPT DM100-WS-RUN-TIME FROM TIME.
005430     MOVE DM100-WS-RUN-TIME TO DM100-WS-JOB-ID.
005440     PERFORM 1100-PARSE-RESTART-PARM THRU 1100-EXIT.
005445     PERFORM 1160-CHECK-BUSINESS-DATE THRU 1160-EXIT.
005450     OPEN INPUT INFILE.
005460     IF DM100-WS-INFILE-STATUS NOT = "00"
005470         DISPLAY "DM100 - UNABLE TO OPEN INFILE, FILE STATUS = "
005950         MOVE 16 TO RETURN-CODE
005960         STOP RUN
005970     END-IF.
005973     PERFORM 1300-OPEN-LOOKUP-FILE THRU 1300-EXIT.
005976     PERFORM 1280-OPEN-ACCT-USAGE-FILE THRU 1280-EXIT.
005979     PERFORM 1290-OPEN-POSTING-REGISTER THRU 1290-EXIT.
005982     OPEN INPUT ACCTFILE.
005983     IF DM100-WS-ACCTFILE-STATUS NOT = "00"
005984         DISPLAY "DM100 - UNABLE TO OPEN ACCTFILE, FILE STATUS = "
005996         MOVE 16 TO RETURN-CODE
005997         STOP RUN
005998     END-IF.
006001     IF DM100-WS-RESTART-REQUESTED
006002         PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT
006010     ELSE
006030             PERFORM 1250-READ-PAGE-CHECKPOINT THRU 1250-EXIT
006040         END-IF
006050     END-IF.
006051*    THE START RECORD FOLLOWS THE CHECKPOINT READ SO A
006052*    RESTART RECORDS THE RESTART POINT IT ACTUALLY RESUMES
006053*    FROM, NOT JUST THE ONE ON THE PARM
006054     MOVE "S" TO DM100-WS-RUNC-TYPE.
006055     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
006060     PERFORM 2100-READ-INFILE THRU 2100-EXIT.
006062     PERFORM 1150-VERIFY-INFILE-HEADER THRU 1150-EXIT.
006064     PERFORM 2100-READ-INFILE THRU 2100-EXIT.
006150*         FAILED RUN, OR INTRADAY=Y, TO SUBMIT A FRESH BATCH OF
006160*         TRANSACTIONS AGAINST A BUSINESS DATE THAT HAS ALREADY
006170*         HAD A RUN TODAY.  DELIVERED BY THE OPERATING SYSTEM IN
006174*         THE LINKAGE SECTION PARM AREA.  A RUN AGAINST ONE
006178*         PARTITION OF A SPLIT DAY IS SUBMITTED WITH PARTITION=NN
006182*         IN FRONT - ALONE, OR FOLLOWED BY ,RESTART=NNNNNNN TO
006186*         RESTART THAT PARTITION.
006190*----------------------------------------------------------*
006200 1100-PARSE-RESTART-PARM.
006204     MOVE DM100-LK-PARM-LEN TO DM100-WS-PARM-LEN.
006208     MOVE DM100-LK-PARM-TEXT TO DM100-WS-PARM-TEXT.
006212     IF DM100-WS-PARM-LEN NOT < 12
006216             AND DM100-WS-PARM-TEXT (1:10) = "PARTITION="
006220         PERFORM 1110-PARSE-PARTITION-PARM THRU 1110-EXIT
006224     END-IF.
006228     IF DM100-WS-PARM-LEN NOT < 15
006232             AND DM100-WS-PARM-TEXT (1:8) = "RESTART="
006236         IF DM100-WS-PARM-TEXT (9:7) IS NUMERIC
006240             MOVE DM100-WS-PARM-TEXT (9:7)
006250                 TO DM100-WS-RESTART-DIGITS
006260             MOVE DM100-WS-RESTART-DIGITS
006270                 TO DM100-WS-RESTART-POINT
006310                 "NUMERIC, RUNNING WITHOUT RESTART"
006320         END-IF
006330     ELSE
006331         IF DM100-WS-PARM-LEN NOT < 10
006332                 AND DM100-WS-PARM-TEXT (1:10) = "INTRADAY=Y"
006333             MOVE "Y" TO DM100-WS-INTRADAY-SWITCH
006334             MOVE "INTRADAY" TO DM100-WS-PARM-MODE
006335         END-IF
006336     END-IF.
006337     IF DM100-WS-PARTITION-RUN AND DM100-WS-INTRADAY-REQUESTED
006338         DISPLAY "DM100 - INTRADAY=Y CANNOT BE GIVEN WITH "
006339             "PARTITION= - AN INTRADAY BATCH RUNS AS A WHOLE, "
006340             "RUN REJECTED"
006341         MOVE 16 TO RETURN-CODE
006342         STOP RUN
006343     END-IF.
006344 1100-EXIT.
006345     EXIT.
006346*----------------------------------------------------------*
006347*    1110-PARSE-PARTITION-PARM
006348*         TAKE PARTITION=NN (01-09) OFF THE FRONT OF THE PARM
006349*         AND LEAVE ANYTHING AFTER ITS COMMA TO BE PARSED AS
006350*         USUAL.  A MALFORMED PARTITION PARM ENDS THE RUN - IT
006351*         MUST NOT FALL BACK TO A WHOLE-DAY RUN.
006352*----------------------------------------------------------*
006353 1110-PARSE-PARTITION-PARM.
006354     IF DM100-WS-PARM-TEXT (11:2) IS NOT NUMERIC
006355             OR DM100-WS-PARM-TEXT (11:2) = "00"
006356             OR DM100-WS-PARM-TEXT (11:2) > "09"
006357             OR (DM100-WS-PARM-LEN > 12
006358                 AND DM100-WS-PARM-TEXT (13:1) NOT = ",")
006359         DISPLAY "DM100 - PARM NOT RECOGNISED, EXPECTED "
006360             "PARTITION=NN (01-09) OPTIONALLY FOLLOWED BY "
006361             ",RESTART=NNNNNNN, RUN REJECTED"
006362         MOVE 16 TO RETURN-CODE
006363         STOP RUN
006364     END-IF.
006365     MOVE DM100-WS-PARM-TEXT (11:2) TO DM100-WS-PARTITION-NO.
006366     MOVE "Y" TO DM100-WS-PARTITION-SWITCH.
006367     MOVE SPACES TO DM100-WS-PARM-REST.
006368     IF DM100-WS-PARM-LEN > 13
006369         MOVE DM100-WS-PARM-TEXT (14:67) TO DM100-WS-PARM-REST
006370         SUBTRACT 13 FROM DM100-WS-PARM-LEN
006371     ELSE
006372         MOVE ZERO TO DM100-WS-PARM-LEN
006373     END-IF.
006374     MOVE DM100-WS-PARM-REST TO DM100-WS-PARM-TEXT.
006375 1110-EXIT.
006400     EXIT.
006401*----------------------------------------------------------*
006402*    1150-VERIFY-INFILE-HEADER
006421*    STRAY MID-FILE "H" IS A MALFORMED TRANSACTION FOR
006422*    2200-VALIDATE-PAIR TO REJECT, NOT A SECOND HEADER.
006423     MOVE "Y" TO DM100-WS-HEADER-SWITCH.
006424     IF DM100-HDR-BUSINESS-DATE NOT = DM100-WS-BUSINESS-DATE
006425         DISPLAY "DM100 - INFILE HEADER BUSINESS DATE "
006426             DM100-HDR-BUSINESS-DATE
006427             " IS NOT THE CURRENT BUSINESS DATE "
006428             DM100-WS-BUSINESS-DATE " ON BUSCTL, RUN REJECTED"
006429         MOVE 16 TO RETURN-CODE
006430         STOP RUN
006431     END-IF.
006432*    A PARTITION RUN MUST BE GIVEN ITS OWN PARTITION'S FILE,
006433*    AND A PARTITION FILE MUST NOT BE RUN AS A WHOLE DAY.
006434     IF DM100-WS-PARTITION-RUN
006435         IF DM100-HDR-PARTITION-NO IS NOT NUMERIC
006436                 OR DM100-HDR-PARTITION-NO
006437                    NOT = DM100-WS-PARTITION-NO
006438             DISPLAY "DM100 - INFILE IS NOT THE INPUT FOR "
006439                "PARTITION "
006440                 DM100-WS-PARTITION-NO ", RUN REJECTED"
006441             MOVE 16 TO RETURN-CODE
006442             STOP RUN
006443         END-IF
006444     ELSE
006445         IF DM100-HDR-PARTITION-NO IS NUMERIC
006446             DISPLAY "DM100 - INFILE IS PARTITION "
006447                 DM100-HDR-PARTITION-NO " OF A SPLIT DAY - "
006448                 "RUN IT "
006449                 "WITH PARM PARTITION=" DM100-HDR-PARTITION-NO
006450                 ", RUN REJECTED"
006451             MOVE 16 TO RETURN-CODE
006452             STOP RUN
006453         END-IF
006454     END-IF.
006455 1150-EXIT.
006456     EXIT.
006457*----------------------------------------------------------*
006458*    1160-CHECK-BUSINESS-DATE
006459*         READ THE CURRENT BUSINESS DATE FROM BUSCTL BEFORE A
006460*         SINGLE OUTPUT IS OPENED.  A PLAIN SUBMISSION FOR A
006461*         DATE THAT HAS ALREADY COMPLETED CLEANLY IS REFUSED
006462*         HERE - IT WOULD ROLL A NEW SET OF GENERATIONS AND
006463*         POST THE SAME EXTRACT A SECOND TIME.  A RESTART OR
006464*         INTRADAY SUBMISSION EXTENDS THE DATE'S RUN AND IS
006465*         LET THROUGH.  A PARTITION RUN IS CHECKED AGAINST THE
006466*         SPLIT RECORDED ON BUSCTL INSTEAD, AND ONCE A DATE HAS
006467*         BEEN SPLIT ONLY AN INTRADAY BATCH MAY RUN AGAINST IT
006468*         AS A WHOLE - THE SPLIT'S DETAILS BELONG TO THE
006469*         PARTITION RUNS.
006470*----------------------------------------------------------*
006471 1160-CHECK-BUSINESS-DATE.
006472     OPEN INPUT BUSCTL.
006473     IF DM100-WS-BUSCTL-STATUS NOT = "00"
006474         DISPLAY "DM100 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
006475             DM100-WS-BUSCTL-STATUS
006476         MOVE 16 TO RETURN-CODE
006477         STOP RUN
006478     END-IF.
006479     READ BUSCTL
006480         AT END
006481             DISPLAY "DM100 - BUSCTL HOLDS NO BUSINESS-DATE "
006482                 "CONTROL RECORD, RUN REJECTED"
006483             MOVE 16 TO RETURN-CODE
006484             STOP RUN
006485     END-READ.
006486     CLOSE BUSCTL.
006487     MOVE DM100-BDC-CURRENT-DATE TO DM100-WS-BUSINESS-DATE.
006488     IF DM100-WS-PARTITION-RUN
006489         PERFORM 1170-CHECK-PARTITION-SPLIT THRU 1170-EXIT
006490         GO TO 1160-EXIT.
006491     IF NOT DM100-WS-INTRADAY-REQUESTED
006492             AND DM100-BDC-SPLIT-BUS-DATE IS NUMERIC
006493             AND DM100-BDC-SPLIT-BUS-DATE = DM100-WS-BUSINESS-DATE
006494         DISPLAY "DM100 - BUSINESS DATE " DM100-WS-BUSINESS-DATE
006495             " WAS SPLIT INTO PARTITIONS UNDER JOB-ID "
006496             DM100-BDC-SPLIT-JOB-ID " - RUN EACH PARTITION WITH "
006497             "PARM PARTITION=NN, RUN REJECTED"
006498         MOVE 16 TO RETURN-CODE
006499         STOP RUN
006500     END-IF.
006501     IF NOT DM100-WS-RESTART-REQUESTED
006502             AND NOT DM100-WS-INTRADAY-REQUESTED
006503             AND DM100-BDC-PLAIN-RUN-DONE
006504         DISPLAY "DM100 - BUSINESS DATE " DM100-WS-BUSINESS-DATE
006505             " ALREADY COMPLETED UNDER JOB-ID "
006506             DM100-BDC-PLAIN-RUN-JOB-ID
006507         DISPLAY "DM100 - A PLAIN RUN MAY NOT BE REPEATED - "
006508             "RESUBMIT WITH INTRADAY=Y FOR A FURTHER BATCH"
006509         MOVE 16 TO RETURN-CODE
006510         STOP RUN
006511     END-IF.
006512 1160-EXIT.
006513     EXIT.
006514*----------------------------------------------------------*
006515*    1170-CHECK-PARTITION-SPLIT
006516*         A PARTITION RUN NEEDS THE CURRENT BUSINESS DATE TO
006517*         HAVE BEEN SPLIT BY DM129 AND NOT YET MERGED BY DM130 -
006518*         ONCE THE MERGE HAS MARKED THE DATE RUN, ANYTHING A
006519*         PARTITION POSTED WOULD NEVER REACH THE DAY'S OUTPUT.
006520*         THE RUN DATE BECOMES THE DATE THE SPLIT RAN, SO ALL
006521*         THE PARTITIONS OF THE DAY STAMP AND CHECK DUPWORK
006522*         AGAINST ONE DATE, AS A SINGLE WHOLE-DAY RUN WOULD.
006523*----------------------------------------------------------*
006524 1170-CHECK-PARTITION-SPLIT.
006525     IF DM100-BDC-SPLIT-BUS-DATE IS NOT NUMERIC
006526             OR DM100-BDC-SPLIT-BUS-DATE
006527                NOT = DM100-WS-BUSINESS-DATE
006528         DISPLAY "DM100 - BUSINESS DATE " DM100-WS-BUSINESS-DATE
006529             " HAS NOT BEEN SPLIT INTO PARTITIONS, RUN REJECTED"
006530         MOVE 16 TO RETURN-CODE
006531         STOP RUN
006532     END-IF.
006533     IF DM100-BDC-PLAIN-RUN-DONE
006534         DISPLAY "DM100 - BUSINESS DATE " DM100-WS-BUSINESS-DATE
006535             " PARTITIONS ALREADY MERGED UNDER JOB-ID "
006536             DM100-BDC-PLAIN-RUN-JOB-ID ", RUN REJECTED"
006537         MOVE 16 TO RETURN-CODE
006538         STOP RUN
006539     END-IF.
006540     MOVE DM100-BDC-SPLIT-RUN-DATE TO DM100-WS-RUN-DATE.
006541     STRING DM100-WS-RUN-YYYY "-" DM100-WS-RUN-MM "-"
006542             DM100-WS-RUN-DD DELIMITED BY SIZE
006543             INTO DM100-WS-RUN-DATE-EDIT.
006544 1170-EXIT.
006545     EXIT.
006546*----------------------------------------------------------*
006547*    1200-READ-CHECKPOINT
006548*         RECOVER THE LAST RECORD NUMBER PROCESSED AND THE
006549*         RUN COUNTERS FROM THE PRIOR RUN'S CHECKPOINT, READ
006550*         FROM CHKPIN SO THIS RUN'S OWN CHKPFILE GENERATION
006551*         DOES NOT HAVE TO DOUBLE AS ITS OWN INPUT.  CHKPIN IS
006552*         READ TO END-OF-FILE AND THE LAST RECORD WINS - ON A
006553*         RESTART OR INTRADAY SUBMISSION THE SHARED GENERATION
006554*         IS OPENED DISP=MOD, SO IT HOLDS EVERY CHECKPOINT
006555*         EVERY RUN APPENDED AND ONLY THE LAST ONE REFLECTS
006556*         THE RUN BEING RESUMED.  THE RESTART-POINT COMPARISON
006557*         AGAINST THE PARM IS MADE AFTER THE LOOP SO IT USES
006558*         THE LATEST CHECKPOINT, NOT AN EARLIER RUN'S.
006559*----------------------------------------------------------*
006560 1200-READ-CHECKPOINT.
006561     OPEN INPUT CHKPIN.
006570     IF DM100-WS-CHKPINFILE-STATUS NOT = "00"
006580         DISPLAY "DM100 - UNABLE TO OPEN CHKPIN, FILE STATUS = "
006590             DM100-WS-CHKPINFILE-STATUS
007470     END-READ.
007480 1255-EXIT.
007490     EXIT.
007500*----------------------------------------------------------*
007510*    1280-OPEN-ACCT-USAGE-FILE
007520*         CREATE THE ACCOUNT DAILY USAGE FILE THE FIRST TIME
007530*         IT IS USED, THE SAME SELF-CREATE PATTERN AS THE
007540*         LOOKUP AND DUPLICATE-CHECK FILES.  THE FILE PERSISTS
007550*         ACROSS RUNS AND DAYS - ENTRIES ARE KEYED BY ACCOUNT
007560*         AND BUSINESS DATE, SO A LATER INTRADAY RUN OR A
007570*         RESTART PICKS UP THE USAGE THE EARLIER RUN LEFT.
007580*----------------------------------------------------------*
007590 1280-OPEN-ACCT-USAGE-FILE.
007600     OPEN I-O ACCTUSE.
007610     IF DM100-WS-ACCTUSE-STATUS NOT = "00"
007620         OPEN OUTPUT ACCTUSE
007630         CLOSE ACCTUSE
007640         OPEN I-O ACCTUSE
007650     END-IF.
007660     IF DM100-WS-ACCTUSE-STATUS NOT = "00"
007670         DISPLAY "DM100 - UNABLE TO OPEN ACCTUSE, FILE STATUS = "
007680             DM100-WS-ACCTUSE-STATUS
007690         MOVE 16 TO RETURN-CODE
007700         STOP RUN
007710     END-IF.
007720 1280-EXIT.
007730     EXIT.
007740*----------------------------------------------------------*
007750*    1290-OPEN-POSTING-REGISTER
007760*         CREATE THE POSTING REGISTER THE FIRST TIME IT IS
007770*         USED, THE SAME SELF-CREATE PATTERN AS THE ACCOUNT
007780*         DAILY USAGE FILE.  THE REGISTER PERSISTS ACROSS RUNS
007790*         AND DAYS, SO A REVERSAL CAN BACK OUT A TRANSACTION
007800*         POSTED BY ANY EARLIER RUN.
007810*----------------------------------------------------------*
007820 1290-OPEN-POSTING-REGISTER.
007830     OPEN I-O POSTREG.
007840     IF DM100-WS-POSTREG-STATUS NOT = "00"
007850         OPEN OUTPUT POSTREG
007860         CLOSE POSTREG
007870         OPEN I-O POSTREG
007880     END-IF.
007890     IF DM100-WS-POSTREG-STATUS NOT = "00"
007900         DISPLAY "DM100 - UNABLE TO OPEN POSTREG, FILE STATUS = "
007910             DM100-WS-POSTREG-STATUS
007920         MOVE 16 TO RETURN-CODE
007930         STOP RUN
007940     END-IF.
007950 1290-EXIT.
007960     EXIT.
007970*----------------------------------------------------------*
008270*    1300-OPEN-LOOKUP-FILE
008280*         CREATE THE LOOKUP FILE THE FIRST TIME IT IS USED
008290*----------------------------------------------------------*
008620*----------------------------------------------------------*
008630 2010-PROCESS-CURRENT-RECORD.
008640     PERFORM 2200-VALIDATE-PAIR THRU 2200-EXIT.
008641*    A VALID REVERSAL TAKES ITS OWN POSTING PATH - IT IS NOT
008642*    A NEW SUBMISSION, SO IT HAS NO DUPLICATE CHECK, CACHE
008643*    LOOKUP OR CALCULATION OF ITS OWN
008644     IF DM100-WS-PAIR-VALID AND DM100-IN-STATUS-REVERSAL
008645         PERFORM 2250-POST-REVERSAL THRU 2250-EXIT
008646         GO TO 2010-EXIT.
008650     IF DM100-WS-PAIR-INVALID
008660         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
008670     ELSE
008710         ELSE
008720             PERFORM 2300-LOOKUP-PAIR THRU 2300-EXIT
008730             IF DM100-WS-PAIR-FOUND
008740                 PERFORM 2215-POST-TRANSACTION THRU 2215-EXIT
008790             ELSE
008800                 PERFORM 2400-CALCULATE-RESULT THRU 2400-EXIT
008810                 IF DM100-WS-SIZE-ERROR-OCCURRED
008820                     PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
008830                 ELSE
008840                     PERFORM 2450-STORE-LOOKUP THRU 2450-EXIT
008850                     PERFORM 2215-POST-TRANSACTION THRU 2215-EXIT
008900                 END-IF
008910             END-IF
008920         END-IF
009340             TO DM100-WS-SAVE-RECS-FROM-CACHE
009350         MOVE DM100-WS-CONTROL-TOTAL
009360             TO DM100-WS-SAVE-CONTROL-TOTAL
009362*        ITS POSTING, IF ANY, IS ALSO ALREADY ON ACCTUSE, SO
009364*        2215-POST-TRANSACTION LEAVES THE DAILY LIMITS ALONE
009366*        WHILE THE RECORD IS REPLAYED
009368         MOVE "Y" TO DM100-WS-REPLAY-SWITCH
009370         PERFORM 2010-PROCESS-CURRENT-RECORD THRU 2010-EXIT
009375         MOVE "N" TO DM100-WS-REPLAY-SWITCH
009380         MOVE DM100-WS-SAVE-RECS-PROCESSED
009390             TO DM100-WS-RECS-PROCESSED
009400         MOVE DM100-WS-SAVE-RECS-REJECTED
010248     END-IF.
010250 2210-EXIT.
010260     EXIT.
010261*----------------------------------------------------------*
010262*    2215-POST-TRANSACTION
010263*         POST A TRANSACTION WHOSE RESULT IS IN HAND, FROM THE
010264*         CACHE OR FRESHLY CALCULATED - UNLESS IT WOULD TAKE
010265*         ITS ACCOUNT PAST A DAILY LIMIT, IN WHICH CASE IT IS
010266*         REJECTED INSTEAD (R008/R009) FOR DM110 TO RESUBMIT
010267*         ONCE THE LIMIT IS RAISED OR ON A LATER BUSINESS
010268*         DATE.  A RECORD REPLAYED BY THE RESTART SKIP IS
010269*         ALREADY COUNTED ON ACCTUSE AND IS NOT CHECKED OR
010270*         COUNTED AGAIN, AND IS ALREADY ON THE POSTING
010271*         REGISTER.
010272*----------------------------------------------------------*
010273 2215-POST-TRANSACTION.
010274     MOVE "N" TO DM100-WS-LIMIT-SWITCH.
010275     IF NOT DM100-WS-REPLAYING
010276         PERFORM 2220-CHECK-DAILY-LIMITS THRU 2220-EXIT
010277     END-IF.
010278     IF DM100-WS-LIMIT-EXCEEDED
010279         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
010280         GO TO 2215-EXIT.
010281     IF DM100-WS-PAIR-FOUND
010282         ADD 1 TO DM100-WS-RECS-FROM-CACHE
010283     END-IF.
010284     PERFORM 2500-WRITE-OUTPUT THRU 2500-EXIT.
010285     PERFORM 2550-WRITE-RPT-DETAIL THRU 2550-EXIT.
010286     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
010287     PERFORM 2230-ADD-CURRENT-TO-DUP-FILE THRU 2230-EXIT.
010288     IF NOT DM100-WS-REPLAYING
010289         PERFORM 2226-ADD-TO-DAILY-USAGE THRU 2226-EXIT
010290         PERFORM 2268-REGISTER-POSTING THRU 2268-EXIT
010291     END-IF.
010292 2215-EXIT.
010293     EXIT.
010294*----------------------------------------------------------*
010295*    2220-CHECK-DAILY-LIMITS
010296*         COMPARE THE ACCOUNT'S USAGE FOR THE HEADER BUSINESS
010297*         DATE, WITH THIS TRANSACTION ADDED, AGAINST THE
010298*         LIMITS ON THE ACCOUNT MASTER RECORD 2240-VALIDATE-
010299*         ACCOUNT HAS JUST READ.  A ZERO LIMIT IS NO LIMIT.
010300*         THE COUNT LIMIT IS TESTED FIRST, SO A TRANSACTION
010301*         OVER BOTH REPORTS R008.  THE REJECT IS TALLIED ON
010302*         THE USAGE ENTRY FOR THE DM120 LIMIT REPORT.
010303*----------------------------------------------------------*
010304 2220-CHECK-DAILY-LIMITS.
010305     PERFORM 2222-LOCATE-USAGE-ENTRY THRU 2222-EXIT.
010306     IF DM100-ACCT-MAX-TRANS-COUNT NOT = ZERO
010307             AND DM100-WS-USE-TRANS-COUNT (DM100-WS-USE-IDX)
010308                 NOT < DM100-ACCT-MAX-TRANS-COUNT
010309         MOVE "Y" TO DM100-WS-LIMIT-SWITCH
010310         MOVE "DAILY TRANSACTION COUNT LIMIT REACHED"
010311             TO DM100-REJD-REASON
010312         MOVE "R008" TO DM100-WS-REJ-REASON-CODE
010313         ADD 1 TO DM100-WS-USE-LIMIT-REJECTS (DM100-WS-USE-IDX)
010314         GO TO 2220-EXIT.
010315     IF DM100-ACCT-MAX-NET-RESULT = ZERO
010316         GO TO 2220-EXIT.
010317     ADD DM100-WS-RESULT DM100-WS-USE-NET-RESULT
010318         (DM100-WS-USE-IDX) GIVING DM100-WS-NEW-NET-RESULT.
010319     MOVE DM100-WS-NEW-NET-RESULT TO DM100-WS-NEW-NET-ABSOLUTE.
010320     IF DM100-WS-NEW-NET-ABSOLUTE > DM100-ACCT-MAX-NET-RESULT
010321         MOVE "Y" TO DM100-WS-LIMIT-SWITCH
010322         MOVE "DAILY NET RESULT LIMIT EXCEEDED"
010323             TO DM100-REJD-REASON
010324         MOVE "R009" TO DM100-WS-REJ-REASON-CODE
010325         ADD 1 TO DM100-WS-USE-LIMIT-REJECTS (DM100-WS-USE-IDX)
010326     END-IF.
010327 2220-EXIT.
010328     EXIT.
010329*----------------------------------------------------------*
010330*    2222-LOCATE-USAGE-ENTRY
010331*         POINT DM100-WS-USE-IDX AT THE CURRENT ACCOUNT'S
010332*         USAGE TABLE ENTRY, LOADING IT FROM ACCTUSE - OR
010333*         STARTING IT AT ZERO FOR THE ACCOUNT'S FIRST POSTING
010334*         OF THE BUSINESS DATE - WHEN THE ACCOUNT HAS NOT BEEN
010335*         POSTED TO SINCE THE LAST CHECKPOINT.  A FULL TABLE
010336*         IS FLUSHED FIRST; THAT CANNOT HAPPEN UNLESS THE
010337*         CHECKPOINT INTERVAL IS RAISED PAST THE TABLE SIZE.
010338*----------------------------------------------------------*
010339 2222-LOCATE-USAGE-ENTRY.
010340     MOVE "N" TO DM100-WS-USE-FOUND-SWITCH.
010341     PERFORM 2224-SEARCH-USAGE-TABLE THRU 2224-EXIT
010342         VARYING DM100-WS-USE-TABLE-IX FROM 1 BY 1
010343         UNTIL DM100-WS-USE-TABLE-IX > DM100-WS-USE-TABLE-COUNT
010344            OR DM100-WS-USE-FOUND.
010345     IF DM100-WS-USE-FOUND
010346*        THE PERFORM VARYING ABOVE INCREMENTS THE SUBSCRIPT ONCE
010347*        MORE AFTER THE ENTRY MATCHES, SO STEP IT BACK TO THE
010348*        ENTRY THE SEARCH ACTUALLY FOUND
010349         SUBTRACT 1 FROM DM100-WS-USE-TABLE-IX
010350         SET DM100-WS-USE-IDX TO DM100-WS-USE-TABLE-IX
010351         GO TO 2222-EXIT.
010352     IF DM100-WS-USE-TABLE-COUNT >= DM100-WS-USE-TABLE-MAX
010353         PERFORM 8400-FLUSH-DAILY-USAGE THRU 8400-EXIT
010354     END-IF.
010355     ADD 1 TO DM100-WS-USE-TABLE-COUNT.
010356     MOVE DM100-WS-USE-TABLE-COUNT TO DM100-WS-USE-TABLE-IX.
010357     SET DM100-WS-USE-IDX TO DM100-WS-USE-TABLE-IX.
010358     MOVE DM100-IN-ACCOUNT-ID TO DM100-USAG-ACCOUNT-ID.
010359     MOVE DM100-HDR-BUSINESS-DATE TO DM100-USAG-BUS-DATE.
010360     READ ACCTUSE
010361         INVALID KEY
010362             MOVE ZERO TO DM100-USAG-TRANS-COUNT
010363             MOVE ZERO TO DM100-USAG-NET-RESULT
010364             MOVE ZERO TO DM100-USAG-LIMIT-REJECTS
010365     END-READ.
010366     MOVE DM100-IN-ACCOUNT-ID
010367         TO DM100-WS-USE-ACCOUNT-ID (DM100-WS-USE-IDX).
010368     MOVE DM100-USAG-TRANS-COUNT
010369         TO DM100-WS-USE-TRANS-COUNT (DM100-WS-USE-IDX).
010370     MOVE DM100-USAG-NET-RESULT
010371         TO DM100-WS-USE-NET-RESULT (DM100-WS-USE-IDX).
010372     MOVE DM100-USAG-LIMIT-REJECTS
010373         TO DM100-WS-USE-LIMIT-REJECTS (DM100-WS-USE-IDX).
010374 2222-EXIT.
010375     EXIT.
010376*----------------------------------------------------------*
010377*    2224-SEARCH-USAGE-TABLE
010378*         COMPARE ONE USAGE TABLE ENTRY AGAINST THE CURRENT
010379*         RECORD'S ACCOUNT - PERFORMED VARYING BY THE CALLER
010380*----------------------------------------------------------*
010381 2224-SEARCH-USAGE-TABLE.
010382     SET DM100-WS-USE-IDX TO DM100-WS-USE-TABLE-IX.
010383     IF DM100-WS-USE-ACCOUNT-ID (DM100-WS-USE-IDX)
010384             = DM100-IN-ACCOUNT-ID
010385         MOVE "Y" TO DM100-WS-USE-FOUND-SWITCH
010386     END-IF.
010387 2224-EXIT.
010388     EXIT.
010389*----------------------------------------------------------*
010390*    2226-ADD-TO-DAILY-USAGE
010391*         COUNT THE TRANSACTION JUST POSTED AGAINST ITS
010392*         ACCOUNT'S USAGE ENTRY - LOCATED BY 2220-CHECK-DAILY-
010393*         LIMITS FOR THIS SAME RECORD
010394*----------------------------------------------------------*
010395 2226-ADD-TO-DAILY-USAGE.
010396     ADD 1 TO DM100-WS-USE-TRANS-COUNT (DM100-WS-USE-IDX).
010397     ADD DM100-WS-RESULT
010398         TO DM100-WS-USE-NET-RESULT (DM100-WS-USE-IDX).
010399 2226-EXIT.
010400     EXIT.
010401*----------------------------------------------------------*
010450*    2230-ADD-CURRENT-TO-DUP-FILE
010460*         RECORD THIS NEW PAIR ON DUPWORK, STAMPED WITH
010470*         TODAY'S RUN DATE, SO A LATER REPEAT - IN THIS RUN OR
010766 2240-EXIT.
010767     EXIT.
010768*----------------------------------------------------------*
010769*    2250-POST-REVERSAL
010770*         BACK OUT AN EARLIER POSTING.  THE ORIGINAL NAMED BY
010771*         THE REVERSAL'S ACCOUNT, TRANS-DATE, REC-TYPE AND
010772*         NUM1/NUM2 MUST BE ON THE POSTING REGISTER WITH AT
010773*         LEAST ONE POSTING NOT YET REVERSED; THE EXACT
010774*         NEGATIVE OF ITS RESULT IS THEN POSTED TO OUTFILE
010775*         AND AUDITED AS A REVERSAL.  OTHERWISE THE REVERSAL
010776*         IS REJECTED - R010 WHEN NOTHING WAS POSTED, R011
010777*         WHEN EVERY POSTING IS ALREADY REVERSED.  A REVERSAL
010778*         IS NEITHER CHECKED NOR COUNTED AGAINST THE DAILY
010779*         LIMITS - IT ONLY UNDOES A POSTING THE LIMITS HAVE
010780*         ALREADY PASSED.
010781*----------------------------------------------------------*
010782 2250-POST-REVERSAL.
010783     PERFORM 2260-LOCATE-REGISTER-ENTRY THRU 2260-EXIT.
010784     IF DM100-WS-REG-TIMES-POSTED (DM100-WS-REG-IDX) = ZERO
010785         MOVE "REVERSAL MATCHES NO POSTED ORIGINAL"
010786             TO DM100-REJD-REASON
010787         MOVE "R010" TO DM100-WS-REJ-REASON-CODE
010788         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
010789         GO TO 2250-EXIT.
010790     IF DM100-WS-REG-TIMES-REVERSED (DM100-WS-REG-IDX)
010791             NOT < DM100-WS-REG-TIMES-POSTED (DM100-WS-REG-IDX)
010792         MOVE "ORIGINAL TRANSACTION ALREADY REVERSED"
010793             TO DM100-REJD-REASON
010794         MOVE "R011" TO DM100-WS-REJ-REASON-CODE
010795         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
010796         GO TO 2250-EXIT.
010797     SUBTRACT DM100-WS-REG-RESULT (DM100-WS-REG-IDX) FROM ZERO
010798         GIVING DM100-WS-RESULT.
010799     PERFORM 2500-WRITE-OUTPUT THRU 2500-EXIT.
010800     PERFORM 2550-WRITE-RPT-DETAIL THRU 2550-EXIT.
010801     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
010802     ADD 1 TO DM100-WS-REG-TIMES-REVERSED (DM100-WS-REG-IDX).
010803 2250-EXIT.
010804     EXIT.
010805*----------------------------------------------------------*
010806*    2260-LOCATE-REGISTER-ENTRY
010807*         POINT DM100-WS-REG-IDX AT THE CURRENT RECORD'S
010808*         POSTING REGISTER TABLE ENTRY, LOADING IT FROM
010809*         POSTREG - OR STARTING IT AT ZERO WHEN THE
010810*         TRANSACTION HAS NEVER POSTED - WHEN IT HAS NOT BEEN
010811*         TOUCHED SINCE THE LAST CHECKPOINT.  A FULL TABLE IS
010812*         FLUSHED FIRST, AS FOR THE USAGE TABLE.
010813*----------------------------------------------------------*
010814 2260-LOCATE-REGISTER-ENTRY.
010815     PERFORM 2262-BUILD-REGISTER-KEY THRU 2262-EXIT.
010816     MOVE "N" TO DM100-WS-REG-FOUND-SWITCH.
010817     PERFORM 2264-SEARCH-REGISTER-TABLE THRU 2264-EXIT
010818         VARYING DM100-WS-REG-TABLE-IX FROM 1 BY 1
010819         UNTIL DM100-WS-REG-TABLE-IX > DM100-WS-REG-TABLE-COUNT
010820            OR DM100-WS-REG-FOUND.
010821     IF DM100-WS-REG-FOUND
010822*        THE PERFORM VARYING ABOVE INCREMENTS THE SUBSCRIPT ONCE
010823*        MORE AFTER THE ENTRY MATCHES, SO STEP IT BACK TO THE
010824*        ENTRY THE SEARCH ACTUALLY FOUND
010825         SUBTRACT 1 FROM DM100-WS-REG-TABLE-IX
010826         SET DM100-WS-REG-IDX TO DM100-WS-REG-TABLE-IX
010827         GO TO 2260-EXIT.
010828     IF DM100-WS-REG-TABLE-COUNT >= DM100-WS-REG-TABLE-MAX
010829         PERFORM 8450-FLUSH-POSTING-REGISTER THRU 8450-EXIT
010830         PERFORM 2262-BUILD-REGISTER-KEY THRU 2262-EXIT
010831     END-IF.
010832     ADD 1 TO DM100-WS-REG-TABLE-COUNT.
010833     MOVE DM100-WS-REG-TABLE-COUNT TO DM100-WS-REG-TABLE-IX.
010834     SET DM100-WS-REG-IDX TO DM100-WS-REG-TABLE-IX.
010835     READ POSTREG
010836         INVALID KEY
010837             MOVE ZERO TO DM100-POST-RESULT
010838             MOVE ZERO TO DM100-POST-TIMES-POSTED
010839             MOVE ZERO TO DM100-POST-TIMES-REVERSED
010840     END-READ.
010841     MOVE DM100-POST-KEY TO DM100-WS-REG-KEY (DM100-WS-REG-IDX).
010842     MOVE DM100-POST-RESULT
010843         TO DM100-WS-REG-RESULT (DM100-WS-REG-IDX).
010844     MOVE DM100-POST-TIMES-POSTED
010845         TO DM100-WS-REG-TIMES-POSTED (DM100-WS-REG-IDX).
010846     MOVE DM100-POST-TIMES-REVERSED
010847         TO DM100-WS-REG-TIMES-REVERSED (DM100-WS-REG-IDX).
010848 2260-EXIT.
010849     EXIT.
010850*----------------------------------------------------------*
010851*    2262-BUILD-REGISTER-KEY
010852*         SET THE POSTREG KEY FROM THE CURRENT RECORD - AN
010853*         ORIGINAL AND ITS REVERSAL CARRY THE SAME VALUES
010854*----------------------------------------------------------*
010855 2262-BUILD-REGISTER-KEY.
010856     MOVE DM100-IN-ACCOUNT-ID TO DM100-POST-ACCOUNT-ID.
010857     MOVE DM100-IN-TRANS-DATE TO DM100-POST-TRANS-DATE.
010858     MOVE DM100-IN-REC-TYPE TO DM100-POST-REC-TYPE.
010859     MOVE DM100-IN-NUM1 TO DM100-POST-NUM1.
010860     MOVE DM100-IN-NUM2 TO DM100-POST-NUM2.
010861 2262-EXIT.
010862     EXIT.
010863*----------------------------------------------------------*
010864*    2264-SEARCH-REGISTER-TABLE
010865*         COMPARE ONE REGISTER TABLE ENTRY AGAINST THE
010866*         CURRENT RECORD'S KEY - PERFORMED VARYING BY THE
010867*         CALLER
010868*----------------------------------------------------------*
010869 2264-SEARCH-REGISTER-TABLE.
010870     SET DM100-WS-REG-IDX TO DM100-WS-REG-TABLE-IX.
010871     IF DM100-WS-REG-KEY (DM100-WS-REG-IDX) = DM100-POST-KEY
010872         MOVE "Y" TO DM100-WS-REG-FOUND-SWITCH
010873     END-IF.
010874 2264-EXIT.
010875     EXIT.
010876*----------------------------------------------------------*
010877*    2268-REGISTER-POSTING
010878*         RECORD THE TRANSACTION JUST POSTED ON THE POSTING
010879*         REGISTER SO A LATER REVERSAL CAN FIND IT
010880*----------------------------------------------------------*
010881 2268-REGISTER-POSTING.
010882     PERFORM 2260-LOCATE-REGISTER-ENTRY THRU 2260-EXIT.
010883     MOVE DM100-WS-RESULT
010884         TO DM100-WS-REG-RESULT (DM100-WS-REG-IDX).
010885     ADD 1 TO DM100-WS-REG-TIMES-POSTED (DM100-WS-REG-IDX).
010886 2268-EXIT.
010887     EXIT.
010888*----------------------------------------------------------*
010889*    2300-LOOKUP-PAIR
010890*         CHECK THE CACHE FOR A PREVIOUSLY COMPUTED RESULT
010891*----------------------------------------------------------*
010892 2300-LOOKUP-PAIR.
010893     MOVE "N" TO DM100-WS-FOUND-SWITCH.
010894     MOVE DM100-IN-REC-TYPE TO DM100-LKUP-REC-TYPE.
010895     MOVE DM100-IN-NUM1 TO DM100-LKUP-NUM1.
010896     MOVE DM100-IN-NUM2 TO DM100-LKUP-NUM2.
010897     READ LKUPFILE
010898         KEY IS DM100-LKUP-KEY
010899         INVALID KEY
010900             CONTINUE
010901         NOT INVALID KEY
010902             MOVE "Y" TO DM100-WS-FOUND-SWITCH
010903             MOVE DM100-LKUP-RESULT TO DM100-WS-RESULT
010920             MOVE DM100-WS-RUN-DATE
010930                 TO DM100-LKUP-LAST-USED-DATE
010940             REWRITE DM100-LOOKUP-RECORD
011890     MOVE DM100-IN-REC-TYPE TO DM100-OUT-REC-TYPE.
011900     MOVE "N" TO DM100-OUT-SIZE-ERR-FLAG.
011902     MOVE DM100-IN-ACCOUNT-ID TO DM100-OUT-ACCOUNT-ID.
011903     IF DM100-IN-STATUS-REVERSAL
011904         MOVE "V" TO DM100-OUT-ENTRY-TYPE
011905     ELSE
011906         MOVE SPACE TO DM100-OUT-ENTRY-TYPE
011907     END-IF.
011910     WRITE DM100-OUTPUT-RECORD.
011920     ADD 1 TO DM100-WS-RECS-PROCESSED.
011930     ADD DM100-WS-RESULT TO DM100-WS-CONTROL-TOTAL.
011933     IF DM100-IN-STATUS-REVERSAL
011936         MOVE "V" TO DM100-WS-DISPOSITION
011939     ELSE
011942         MOVE "O" TO DM100-WS-DISPOSITION
011945     END-IF.
011950 2500-EXIT.
011960     EXIT.
011970*----------------------------------------------------------*
012070     MOVE DM100-IN-NUM1 TO DM100-RPTD-NUM1.
012080     MOVE DM100-IN-NUM2 TO DM100-RPTD-NUM2.
012090     MOVE DM100-WS-RESULT TO DM100-RPTD-RESULT.
012091     IF DM100-IN-STATUS-REVERSAL
012092         MOVE "REVERSAL" TO DM100-RPTD-ENTRY-NOTE
012093     ELSE
012094         MOVE SPACES TO DM100-RPTD-ENTRY-NOTE
012095     END-IF.
012100     MOVE DM100-RPT-DETAIL-LINE TO DM100-RPT-LINE.
012110     WRITE DM100-RPT-LINE.
012120     ADD 1 TO DM100-WS-LINE-COUNT.
012730     MOVE DM100-WS-DISPOSITION TO DM100-AUDD-DISPOSITION.
012740     MOVE DM100-IN-REC-TYPE TO DM100-AUDD-REC-TYPE.
012742     MOVE DM100-IN-ACCOUNT-ID TO DM100-AUDD-ACCOUNT-ID.
012744     MOVE DM100-WS-RECS-READ TO DM100-AUDD-RECORD-NO.
012746     MOVE DM100-WS-PARTITION-NO TO DM100-AUDD-PARTITION-NO.
012750     MOVE DM100-AUD-DETAIL-LINE TO DM100-AUD-LINE.
012760     WRITE DM100-AUD-LINE.
012770 2700-EXIT.
012930*    7000-WRITE-CHECKPOINT
012940*         SAVE THE LAST RECORD NUMBER PROCESSED AND THE RUN
012950*         COUNTERS NEEDED TO RESUME THE RECONCILIATION REPORT
012953*         AND WRITE THE ACCOUNT DAILY USAGE BACK TO ACCTUSE
012956*         AND THE POSTING REGISTER UPDATES BACK TO POSTREG
012960*----------------------------------------------------------*
012970 7000-WRITE-CHECKPOINT.
012971*    THE DAILY USAGE IS WRITTEN BACK FIRST, SO A CHECKPOINT
012972*    NEVER POINTS PAST USAGE THAT IS NOT YET ON ACCTUSE - A
012973*    FAILURE BETWEEN THE TWO CAN ONLY COUNT THE LAST INTERVAL
012974*    AGAINST THE LIMITS TWICE, NEVER LET IT SLIP THROUGH.
012975     PERFORM 8400-FLUSH-DAILY-USAGE THRU 8400-EXIT.
012976     PERFORM 8450-FLUSH-POSTING-REGISTER THRU 8450-EXIT.
012980     MOVE DM100-WS-JOB-ID TO DM100-CHKPT-JOB-ID.
012990     MOVE DM100-WS-RUN-DATE-EDIT TO DM100-CHKPT-RUN-DATE.
013000     MOVE DM100-WS-RECS-READ TO DM100-CHKPT-LAST-REC-NO.
013150     WRITE DM100-CHKPT-RECORD.
013160     CLOSE CHKPFILE.
013170 7000-EXIT.
013171     EXIT.
013172*----------------------------------------------------------*
013173*    7100-WRITE-RUN-CONTROL
013174*         APPEND ONE RUN-CONTROL RECORD - A START ("S") FROM
013175*         1000-INITIALIZE OR A COMPLETION ("C") FROM
013176*         8000-FINALIZE - CARRYING THIS RUN'S IDENTITY, PARM
013177*         MODE AND COUNTERS.  THE OUTCOME BYTE IS "C" ONLY ON
013178*         A COMPLETION; A RUN THAT FAILS NEVER GETS HERE A
013179*         SECOND TIME, SO ITS START RECORD IS LEFT UNMATCHED
013180*         FOR DM115 TO FLAG.
013181*----------------------------------------------------------*
013182 7100-WRITE-RUN-CONTROL.
013183     MOVE "DM100" TO DM100-RUNC-PROGRAM.
013184     MOVE DM100-WS-JOB-ID TO DM100-RUNC-JOB-ID.
013185     MOVE DM100-WS-RUN-DATE-EDIT TO DM100-RUNC-RUN-DATE.
013186     MOVE DM100-WS-RUNC-TYPE TO DM100-RUNC-REC-TYPE.
013187     MOVE DM100-WS-PARM-MODE TO DM100-RUNC-PARM-MODE.
013188     IF DM100-RUNC-TYPE-COMPLETION
013189         MOVE "C" TO DM100-RUNC-OUTCOME
013190     ELSE
013191         MOVE SPACE TO DM100-RUNC-OUTCOME
013192     END-IF.
013193     MOVE DM100-WS-RECS-READ TO DM100-RUNC-RECS-READ.
013194     IF DM100-RUNC-TYPE-START AND DM100-WS-RESTART-REQUESTED
013195         MOVE DM100-WS-RESTART-POINT TO DM100-RUNC-RECS-READ
013196     END-IF.
013197     MOVE DM100-WS-RECS-PROCESSED TO DM100-RUNC-RECS-PROCESSED.
013198     MOVE DM100-WS-RECS-REJECTED TO DM100-RUNC-RECS-REJECTED.
013199     MOVE DM100-WS-RECS-DUPLICATE TO DM100-RUNC-RECS-DUPLICATE.
013200     MOVE DM100-WS-RECS-FROM-CACHE TO DM100-RUNC-RECS-FROM-CACHE.
013201     MOVE DM100-WS-CONTROL-TOTAL TO DM100-RUNC-CONTROL-TOTAL.
013202     MOVE DM100-WS-PARTITION-NO TO DM100-RUNC-PARTITION-NO.
013203     MOVE DM100-WS-BUSINESS-DATE TO DM100-RUNC-BUS-DATE.
013209     WRITE DM100-RUNC-RECORD.
013210 7100-EXIT.
013211     EXIT.
013282     CLOSE REJDATA.
013290     CLOSE DUPFILE.
013300     CLOSE AUDITFL.
013303     CLOSE ACCTUSE.
013306     CLOSE POSTREG.
013310     CLOSE LKUPFILE.
013312     CLOSE ACCTFILE.
013313     CLOSE DUPWORK.
013315*    OF THIS RUN'S OUTPUTS - STATISTICS HISTORY, REPORT
013316*    TOTALS AND THE FILE CLOSES - IS SAFELY ON DISK, SO A
013317*    FAILURE ANYWHERE IN FINALIZATION STILL READS AS AN OPEN
013318*    RUN ON THE DM115 STATUS REPORT.  A PARTITION RUN LEAVES
013319*    BUSCTL TO THE DM130 MERGE, WHICH MARKS THE DATE ONLY
013320*    WHEN EVERY PARTITION HAS COMPLETED.
013321     IF NOT DM100-WS-PARTITION-RUN
013322         PERFORM 8500-MARK-BUSINESS-DATE-RUN THRU 8500-EXIT
013323     END-IF.
013324     MOVE "C" TO DM100-WS-RUNC-TYPE.
013325     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
013326     CLOSE RUNCTL.
013327 8000-EXIT.
013330     EXIT.
013340*----------------------------------------------------------*
013350*    8200-WRITE-RPT-HEADING
013870     WRITE DM100-RPT-LINE.
013880 8300-EXIT.
013890     EXIT.
013900*----------------------------------------------------------*
013910*    8400-FLUSH-DAILY-USAGE
013920*         WRITE EVERY USAGE TABLE ENTRY BACK TO ACCTUSE AND
013930*         EMPTY THE TABLE - PERFORMED BY 7000-WRITE-CHECKPOINT
013940*         (AND SO ALSO AT END OF RUN).  A USAGE ENTRY ACCTUSE
013950*         CANNOT TAKE ENDS THE RUN: THE LIMITS COULD NOT BE
013960*         ENFORCED WITHOUT IT, AND SINCE NO CHECKPOINT HAS YET
013970*         BEEN WRITTEN FOR THE INTERVAL, A RESTART RESUMES
013980*         CLEANLY FROM THE ONE BEFORE.
013990*----------------------------------------------------------*
014000 8400-FLUSH-DAILY-USAGE.
014010     PERFORM 8410-FLUSH-ONE-USAGE-ENTRY THRU 8410-EXIT
014020         VARYING DM100-WS-USE-TABLE-IX FROM 1 BY 1
014030         UNTIL DM100-WS-USE-TABLE-IX > DM100-WS-USE-TABLE-COUNT.
014040     MOVE ZERO TO DM100-WS-USE-TABLE-COUNT.
014050 8400-EXIT.
014060     EXIT.
014070*----------------------------------------------------------*
014080*    8410-FLUSH-ONE-USAGE-ENTRY
014090*         WRITE ONE USAGE TABLE ENTRY TO ACCTUSE - A NEW
014100*         ACCOUNT/DATE IS WRITTEN, AN EXISTING ONE REWRITTEN
014110*----------------------------------------------------------*
014120 8410-FLUSH-ONE-USAGE-ENTRY.
014130     SET DM100-WS-USE-IDX TO DM100-WS-USE-TABLE-IX.
014140     MOVE SPACES TO DM100-USAG-RECORD.
014150     MOVE DM100-WS-USE-ACCOUNT-ID (DM100-WS-USE-IDX)
014160         TO DM100-USAG-ACCOUNT-ID.
014170     MOVE DM100-HDR-BUSINESS-DATE TO DM100-USAG-BUS-DATE.
014180     MOVE DM100-WS-USE-TRANS-COUNT (DM100-WS-USE-IDX)
014190         TO DM100-USAG-TRANS-COUNT.
014200     MOVE DM100-WS-USE-NET-RESULT (DM100-WS-USE-IDX)
014210         TO DM100-USAG-NET-RESULT.
014220     MOVE DM100-WS-USE-LIMIT-REJECTS (DM100-WS-USE-IDX)
014230         TO DM100-USAG-LIMIT-REJECTS.
014240     WRITE DM100-USAG-RECORD
014250         INVALID KEY
014260             REWRITE DM100-USAG-RECORD
014270                 INVALID KEY
014280                     CONTINUE
014290             END-REWRITE
014300     END-WRITE.
014310     IF DM100-WS-ACCTUSE-STATUS NOT = "00"
014320         DISPLAY "DM100 - UNABLE TO RECORD ACCOUNT USAGE, FILE "
014330             "STATUS = " DM100-WS-ACCTUSE-STATUS
014340             " ACCOUNT = " DM100-USAG-ACCOUNT-ID
014350         MOVE 16 TO RETURN-CODE
014360         STOP RUN
014370     END-IF.
014380 8410-EXIT.
014390     EXIT.
014400*----------------------------------------------------------*
014410*    8450-FLUSH-POSTING-REGISTER
014420*         WRITE EVERY REGISTER TABLE ENTRY THAT HAS POSTED
014430*         BACK TO POSTREG AND EMPTY THE TABLE - PERFORMED BY
014440*         7000-WRITE-CHECKPOINT, RIGHT AFTER THE USAGE FLUSH
014450*         AND FOR THE SAME REASON.  AN ENTRY POSTREG CANNOT
014460*         TAKE ENDS THE RUN: A LATER REVERSAL OF IT COULD NOT
014470*         BE MATCHED, OR COULD BE MATCHED TWICE.
014480*----------------------------------------------------------*
014490 8450-FLUSH-POSTING-REGISTER.
014500     PERFORM 8460-FLUSH-ONE-REGISTER-ENTRY THRU 8460-EXIT
014510         VARYING DM100-WS-REG-TABLE-IX FROM 1 BY 1
014520         UNTIL DM100-WS-REG-TABLE-IX > DM100-WS-REG-TABLE-COUNT.
014530     MOVE ZERO TO DM100-WS-REG-TABLE-COUNT.
014540 8450-EXIT.
014550     EXIT.
014560*----------------------------------------------------------*
014570*    8460-FLUSH-ONE-REGISTER-ENTRY
014580*         WRITE ONE REGISTER TABLE ENTRY TO POSTREG - A NEW
014590*         TRANSACTION IS WRITTEN, AN EXISTING ONE REWRITTEN.
014600*         AN ENTRY THAT NEVER POSTED IS LEFT OFF THE FILE.
014610*----------------------------------------------------------*
014620 8460-FLUSH-ONE-REGISTER-ENTRY.
014630     SET DM100-WS-REG-IDX TO DM100-WS-REG-TABLE-IX.
014640     IF DM100-WS-REG-TIMES-POSTED (DM100-WS-REG-IDX) = ZERO
014650         GO TO 8460-EXIT.
014660     MOVE SPACES TO DM100-POST-RECORD.
014670     MOVE DM100-WS-REG-KEY (DM100-WS-REG-IDX) TO DM100-POST-KEY.
014680     MOVE DM100-WS-REG-RESULT (DM100-WS-REG-IDX)
014690         TO DM100-POST-RESULT.
014700     MOVE DM100-WS-REG-TIMES-POSTED (DM100-WS-REG-IDX)
014710         TO DM100-POST-TIMES-POSTED.
014720     MOVE DM100-WS-REG-TIMES-REVERSED (DM100-WS-REG-IDX)
014730         TO DM100-POST-TIMES-REVERSED.
014740     MOVE DM100-HDR-BUSINESS-DATE TO DM100-POST-LAST-BUS-DATE.
014750     WRITE DM100-POST-RECORD
014760         INVALID KEY
014770             REWRITE DM100-POST-RECORD
014780                 INVALID KEY
014790                     CONTINUE
014800             END-REWRITE
014810     END-WRITE.
014820     IF DM100-WS-POSTREG-STATUS NOT = "00"
014830         DISPLAY "DM100 - UNABLE TO RECORD POSTING REGISTER, "
014840             "FILE STATUS = " DM100-WS-POSTREG-STATUS
014850             " ACCOUNT = " DM100-POST-ACCOUNT-ID
014860         MOVE 16 TO RETURN-CODE
014870         STOP RUN
014880     END-IF.
014890 8460-EXIT.
014900     EXIT.
014910*----------------------------------------------------------*
014920*    8500-MARK-BUSINESS-DATE-RUN
014930*         RECORD ON BUSCTL THAT THE CURRENT BUSINESS DATE HAS
014940*         HAD A CLEAN RUN, SO 1160-CHECK-BUSINESS-DATE REFUSES
014950*         A SECOND PLAIN RUN UNTIL THE DAY-CLOSE ROLLS THE
014960*         DATE.  IF THE DATE WAS ROLLED WHILE THIS RUN WAS IN
014970*         FLIGHT THE NEW DATE IS LEFT ALONE.
014980*----------------------------------------------------------*
014990 8500-MARK-BUSINESS-DATE-RUN.
015000     OPEN I-O BUSCTL.
015010     IF DM100-WS-BUSCTL-STATUS NOT = "00"
015020         DISPLAY "DM100 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
015030             DM100-WS-BUSCTL-STATUS
015040         MOVE 16 TO RETURN-CODE
015050         STOP RUN
015060     END-IF.
015070     READ BUSCTL
015080         AT END
015090             MOVE ZERO TO DM100-BDC-CURRENT-DATE
015100     END-READ.
015110     IF DM100-BDC-CURRENT-DATE = DM100-WS-BUSINESS-DATE
015120         MOVE "Y" TO DM100-BDC-PLAIN-RUN-SWITCH
015130         MOVE DM100-WS-JOB-ID TO DM100-BDC-PLAIN-RUN-JOB-ID
015140         REWRITE DM100-BDC-RECORD
015150         IF DM100-WS-BUSCTL-STATUS NOT = "00"
015160             DISPLAY "DM100 - BUSCTL REWRITE FAILED, "
015170                 "FILE STATUS = " DM100-WS-BUSCTL-STATUS
015180             MOVE 16 TO RETURN-CODE
015190             STOP RUN
015200         END-IF
015210     END-IF.
015220     CLOSE BUSCTL.
015230 8500-EXIT.
015240     EXIT.
