000358*                 FINALIZATION, SO THE DM115 OPERATIONS STATUS
000359*                 REPORT SEES THIS UTILITY'S RUNS ALONGSIDE
000360*                 DM100'S.
000361* 2026-10-15 GP   REVERSALS (DM100-OUT-ENTRY-TYPE "V") ROLL UP
000362*                 SEPARATELY FROM ORDINARY POSTINGS - THE TABLE
000363*                 IS KEYED ON DATE, ACCOUNT AND ENTRY TYPE, AND
000364*                 A DATE/ACCOUNT WITH REVERSALS GETS A SECOND
000365*                 SETTLEMENT RECORD CARRYING DM100-SETL-ENTRY-
000366*                 TYPE "V" AND THEIR NEGATIVE TOTAL, SO THE GL
000367*                 FEED SHOWS WHAT WAS BACKED OUT.
000368* 2026-10-15 GP   THE ROLLUP ALSO BREAKS DOWN BY OPERATION - THE
000369*                 TABLE KEY NOW INCLUDES DM100-OUT-REC-TYPE AND
000370*                 EACH SETTLEMENT RECORD CARRIES IT IN
000371*                 DM100-SETL-REC-TYPE - SO THE MONTHLY BILLING
000372*                 (DM134) CAN PRICE "T", "S" AND "D" WORK AT
000373*                 THEIR OWN FEES.  A DATE/ACCOUNT NOW TAKES UP TO
000374*                 SIX TABLE ENTRIES, SO THE TABLE GREW FROM 2000
000375*                 TO 6000 SLOTS.
000376* 2026-10-15 GP   THE RUN-CONTROL RECORDS NOW CARRY THE
000377*                 BUSINESS DATE FROM THE BUSINESS-DATE CONTROL
000378*                 FILE (BUSCTL, DM100BD), SO THE DM115 STATUS
000379*                 REPORT PLACES A RUN THAT FINISHES AFTER MIDNIGHT
000380*                 ON THE RIGHT DATE.
000381*----------------------------------------------------------*
000382 ENVIRONMENT DIVISION.
000383 INPUT-OUTPUT SECTION.
000384 FILE-CONTROL.
000390     SELECT OUTFILE ASSIGN TO "OUTFILE"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DM101-WS-OUTFILE-STATUS.
000449     SELECT RUNCTL ASSIGN TO "RUNCTL"
000450         ORGANIZATION IS SEQUENTIAL
000451         FILE STATUS IS DM101-WS-RUNCTL-STATUS.
000452     SELECT BUSCTL ASSIGN TO "BUSCTL"
000453         ORGANIZATION IS SEQUENTIAL
000454         FILE STATUS IS DM101-WS-BUSCTL-STATUS.
000455 DATA DIVISION.
000460 FILE SECTION.
000470 FD  OUTFILE
000480     LABEL RECORDS ARE STANDARD.
000529 FD  RUNCTL
000530     LABEL RECORDS ARE STANDARD.
000531     COPY DM100RC.
000532 FD  BUSCTL
000533     LABEL RECORDS ARE STANDARD.
000534     COPY DM100BD.
000535 WORKING-STORAGE SECTION.
000540*----------------------------------------------------------*
000550*    FILE STATUS SWITCHES
000560*----------------------------------------------------------*
000570 77  DM101-WS-OUTFILE-STATUS             PIC X(02) VALUE "00".
000580 77  DM101-WS-SETLFILE-STATUS            PIC X(02) VALUE "00".
000581 77  DM101-WS-RUNCTL-STATUS             PIC X(02) VALUE "00".
000585 77  DM101-WS-BUSCTL-STATUS             PIC X(02) VALUE "00".
000590*----------------------------------------------------------*
000600*    PROGRAM SWITCHES
000610*----------------------------------------------------------*
000690 77  DM101-WS-RECS-READ                  PIC 9(07) COMP VALUE ZERO.
000700*----------------------------------------------------------*
000710*    SETTLEMENT ROLLUP TABLE - ONE ENTRY PER DISTINCT
000715*    DM100-OUT-TRANS-DATE/ACCOUNT PAIR SEEN ON OUTFILE, AND A
000720*    SECOND FOR THE PAIR'S REVERSALS IF IT HAS ANY, EACH SPLIT
000725*    FURTHER BY OPERATION (REC-TYPE).  IT IS NOT
000730*    NECESSARILY IN TRANS-DATE ORDER (CORRECTIONS CAN CARRY
000740*    AN EARLIER DATE THAN THE RUN THAT WROTE THEM), SO EACH
000750*    RECORD IS MATCHED AGAINST THIS TABLE RATHER THAN RELYING
000760*    ON A CONTROL BREAK OVER SORTED INPUT.
000770*----------------------------------------------------------*
000780 77  DM101-WS-TABLE-MAX                  PIC 9(04) COMP VALUE 6000.
000790 77  DM101-WS-TABLE-COUNT                PIC 9(04) COMP VALUE ZERO.
000800 77  DM101-WS-TABLE-IX                   PIC 9(04) COMP VALUE ZERO.
000810 01  DM101-WS-SETTLE-TABLE.
000820     05  DM101-WS-SETL-ENTRY OCCURS 6000 TIMES
000830             INDEXED BY DM101-WS-SETL-IDX.
000840         10  DM101-WS-SETL-DATE           PIC 9(08).
000845         10  DM101-WS-SETL-ACCOUNT        PIC X(06).
000846         10  DM101-WS-SETL-ENTRY-TYPE     PIC X(01).
000847         10  DM101-WS-SETL-REC-TYPE       PIC X(01).
000850         10  DM101-WS-SETL-TOTAL         PIC S9(15) COMP.
000860         10  DM101-WS-SETL-COUNT          PIC 9(07) COMP.
000869*----------------------------------------------------------*
000879     05  DM101-WS-RUN-DD                  PIC 9(02).
000880 01  DM101-WS-RUN-DATE-EDIT              PIC X(10).
000881 77  DM101-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
000883 77  DM101-WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
000885 PROCEDURE DIVISION.
000887*----------------------------------------------------------*
000890*    0000-MAINLINE
000900*----------------------------------------------------------*
000910 0000-MAINLINE.
001150         STOP RUN
001160     END-IF.
001170     PERFORM 2100-READ-OUTFILE THRU 2100-EXIT.
001171     ACCEPT DM101-WS-RUN-DATE FROM DATE YYYYMMDD.
001172     STRING DM101-WS-RUN-YYYY "-" DM101-WS-RUN-MM "-"
001173             DM101-WS-RUN-DD DELIMITED BY SIZE
001174             INTO DM101-WS-RUN-DATE-EDIT.
001175     ACCEPT DM101-WS-RUN-TIME FROM TIME.
001176     MOVE DM101-WS-RUN-TIME TO DM101-WS-RUNC-JOB-ID.
001177     PERFORM 1100-READ-BUSINESS-DATE THRU 1100-EXIT.
001185     OPEN EXTEND RUNCTL.
001186     IF DM101-WS-RUNCTL-STATUS NOT = "00"
001187         OPEN OUTPUT RUNCTL
001196     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
001197 1000-EXIT.
001198     EXIT.
001199*----------------------------------------------------------*
001200*    1100-READ-BUSINESS-DATE
001201*         THE CURRENT BUSINESS DATE ON BUSCTL IS THE DATE THIS
001202*         RUN SETTLES - DM101J RUNS AFTER THAT DATE'S DM100J
001203*         AND AHEAD OF THE DM125J DAY CLOSE THAT ROLLS IT
001204*----------------------------------------------------------*
001205 1100-READ-BUSINESS-DATE.
001206     OPEN INPUT BUSCTL.
001207     IF DM101-WS-BUSCTL-STATUS NOT = "00"
001208         DISPLAY "DM101 - UNABLE TO OPEN BUSCTL, FILE STATUS = "
001209             DM101-WS-BUSCTL-STATUS
001210         MOVE 16 TO RETURN-CODE
001211         STOP RUN
001212     END-IF.
001213     READ BUSCTL
001214         AT END
001215             DISPLAY "DM101 - BUSCTL HOLDS NO BUSINESS-DATE "
001216                 "CONTROL RECORD"
001217             MOVE 16 TO RETURN-CODE
001218             STOP RUN
001219     END-READ.
001220     CLOSE BUSCTL.
001221     MOVE DM100-BDC-CURRENT-DATE TO DM101-WS-BUSINESS-DATE.
001222 1100-EXIT.
001223     EXIT.
001224*----------------------------------------------------------*
001225*    2000-PROCESS-OUTFILE  -  MAIN PROCESSING LOOP
001226*----------------------------------------------------------*
001230 2000-PROCESS-OUTFILE.
001240     PERFORM 2200-ACCUMULATE-RESULT THRU 2200-EXIT.
001250     PERFORM 2100-READ-OUTFILE THRU 2100-EXIT.
001400*----------------------------------------------------------*
001410*    2200-ACCUMULATE-RESULT
001420*         FIND OR ADD THE TABLE ENTRY FOR THIS RECORD'S
001426*         TRANS-DATE/ACCOUNT PAIR, ENTRY TYPE AND OPERATION AND
001432*         ROLL THE RESULT INTO IT
001440*----------------------------------------------------------*
001450 2200-ACCUMULATE-RESULT.
001460     MOVE "N" TO DM101-WS-FOUND-SWITCH.
001650                 TO DM101-WS-SETL-DATE (DM101-WS-SETL-IDX)
001652             MOVE DM100-OUT-ACCOUNT-ID
001654                 TO DM101-WS-SETL-ACCOUNT (DM101-WS-SETL-IDX)
001655             MOVE DM100-OUT-ENTRY-TYPE
001656                 TO DM101-WS-SETL-ENTRY-TYPE (DM101-WS-SETL-IDX)
001657             MOVE DM100-OUT-REC-TYPE
001658                 TO DM101-WS-SETL-REC-TYPE (DM101-WS-SETL-IDX)
001660             MOVE ZERO TO DM101-WS-SETL-TOTAL (DM101-WS-SETL-IDX)
001670             MOVE ZERO TO DM101-WS-SETL-COUNT (DM101-WS-SETL-IDX)
001680         END-IF
001780*----------------------------------------------------------*
001790*    2210-SEARCH-TABLE
001800*         COMPARE ONE TABLE ENTRY AGAINST THE CURRENT RECORD'S
001806*         TRANS-DATE, ACCOUNT, ENTRY TYPE AND OPERATION -
001812*         PERFORMED VARYING BY THE CALLER
001820*----------------------------------------------------------*
001830 2210-SEARCH-TABLE.
001840     SET DM101-WS-SETL-IDX TO DM101-WS-TABLE-IX.
001860             = DM100-OUT-TRANS-DATE
001862         AND DM101-WS-SETL-ACCOUNT (DM101-WS-SETL-IDX)
001864             = DM100-OUT-ACCOUNT-ID
001865         AND DM101-WS-SETL-ENTRY-TYPE (DM101-WS-SETL-IDX)
001866             = DM100-OUT-ENTRY-TYPE
001867         AND DM101-WS-SETL-REC-TYPE (DM101-WS-SETL-IDX)
001868             = DM100-OUT-REC-TYPE
001870         MOVE "Y" TO DM101-WS-FOUND-SWITCH
001880     END-IF.
001890 2210-EXIT.
001931     MOVE ZERO TO DM100-RUNC-RECS-DUPLICATE.
001932     MOVE ZERO TO DM100-RUNC-RECS-FROM-CACHE.
001933     MOVE ZERO TO DM100-RUNC-CONTROL-TOTAL.
001934     MOVE DM101-WS-BUSINESS-DATE TO DM100-RUNC-BUS-DATE.
001935     WRITE DM100-RUNC-RECORD.
001936 7100-EXIT.
001937     EXIT.
001938*----------------------------------------------------------*
001939*    8000-FINALIZE  -  WRITE THE SETTLEMENT EXTRACT, CLOSE
001940*                      FILES
001941*----------------------------------------------------------*
001950 8000-FINALIZE.
001960     PERFORM 8100-WRITE-SETTLEMENT THRU 8100-EXIT
001970         VARYING DM101-WS-TABLE-IX FROM 1 BY 1
002180         TO DM100-SETL-TRANS-COUNT.
002182     MOVE DM101-WS-SETL-ACCOUNT (DM101-WS-SETL-IDX)
002184         TO DM100-SETL-ACCOUNT-ID.
002185     MOVE DM101-WS-SETL-ENTRY-TYPE (DM101-WS-SETL-IDX)
002186         TO DM100-SETL-ENTRY-TYPE.
002187     MOVE DM101-WS-SETL-REC-TYPE (DM101-WS-SETL-IDX)
002188         TO DM100-SETL-REC-TYPE.
002190     WRITE DM100-SETTLE-RECORD.
002200 8100-EXIT.
002210     EXIT.
