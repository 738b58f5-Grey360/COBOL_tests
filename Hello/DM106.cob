000600*                 FINALIZATION, SO THE DM115 OPERATIONS STATUS
000601*                 REPORT SEES THIS UTILITY'S RUNS ALONGSIDE
000602*                 DM100'S.
000603* 2026-10-15 GP   A REVERSAL (AUDIT DISPOSITION "V") IS POSTED TO
000604*                 OUTFILE LIKE ANY OTHER TRANSACTION, SO IT IS
000605*                 LOADED INTO THE OUTPUT-EXPECTED TABLE AND
000606*                 MATCHED ON ITS NEGATIVE RESULT.
000607* 2026-10-15 GP   EVERY GAP AND EVERY UNEXPLAINED OUTFILE OR
000608*                 REJFILE RECORD IS ALSO APPENDED TO THE SHARED
000609*                 CONTROL EXCEPTION FILE (EXCPFILE, DM100EX) SO
000610*                 THE EXCEPTION TRACKER (DM132) KEEPS IT OPEN
000611*                 UNTIL SOMEONE ACKNOWLEDGES OR RESOLVES IT.
000612*----------------------------------------------------------*
000613 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT AUDITFL ASSIGN TO "AUDITFL"
000759     SELECT RUNCTL ASSIGN TO "RUNCTL"
000760         ORGANIZATION IS SEQUENTIAL
000761         FILE STATUS IS DM106-WS-RUNCTL-STATUS.
000762     SELECT EXCPFILE ASSIGN TO "EXCPFILE"
000763         ORGANIZATION IS SEQUENTIAL
000764         FILE STATUS IS DM106-WS-EXCPFILE-STATUS.
000765 DATA DIVISION.
000770 FILE SECTION.
000780 FD  AUDITFL
000790     LABEL RECORDS ARE STANDARD.
000899 FD  RUNCTL
000900     LABEL RECORDS ARE STANDARD.
000901     COPY DM100RC.
000902 FD  EXCPFILE
000903     LABEL RECORDS ARE STANDARD.
000904     COPY DM100EX.
000905 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------*
000920*    FILE STATUS SWITCHES
000930*----------------------------------------------------------*
000960 77  DM106-WS-REJFILE-STATUS             PIC X(02) VALUE "00".
000970 77  DM106-WS-RECONRPT-STATUS            PIC X(02) VALUE "00".
000971 77  DM106-WS-RUNCTL-STATUS             PIC X(02) VALUE "00".
000975 77  DM106-WS-EXCPFILE-STATUS            PIC X(02) VALUE "00".
000980*----------------------------------------------------------*
000990*    PROGRAM SWITCHES
001000*----------------------------------------------------------*
001320 77  DM106-WS-OUT-WANTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001330 77  DM106-WS-REJ-WANTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001340 77  DM106-WS-OUT-CROSS-MATCHED          PIC 9(07) COMP VALUE ZERO.
001341 77  DM106-WS-REJ-CROSS-MATCHED          PIC 9(07) COMP VALUE ZERO.
001342 77  DM106-WS-EXCP-WRITTEN               PIC 9(07) COMP VALUE ZERO.
001343*----------------------------------------------------------*
001344*    CONTROL EXCEPTION WORK AREAS - SET BY THE PARAGRAPH THAT
001345*    FINDS THE GAP OR EXTRA, WRITTEN BY 7200-WRITE-EXCEPTION
001346*----------------------------------------------------------*
001347 77  DM106-WS-EXCP-CODE                  PIC X(04) VALUE SPACES.
001348 77  DM106-WS-EXCP-SEVERITY              PIC X(01) VALUE SPACES.
001349 77  DM106-WS-EXCP-NUM1                  PIC X(07) VALUE SPACES.
001350 77  DM106-WS-EXCP-NUM2                  PIC X(07) VALUE SPACES.
001351 77  DM106-WS-EXCP-AMOUNT                PIC S9(07) VALUE ZERO.
001352 77  DM106-WS-EXCP-DESC                  PIC X(36) VALUE SPACES.
001360*----------------------------------------------------------*
001370*    AUDIT DETAIL LINE, USED TO PARSE ONE AUDITFL RECORD
001380*----------------------------------------------------------*
001957     05  DM106-WS-RUN-YYYY                PIC 9(04).
001958     05  DM106-WS-RUN-MM                  PIC 9(02).
001959     05  DM106-WS-RUN-DD                  PIC 9(02).
001960 01  DM106-WS-RUN-DATE-NUM REDEFINES DM106-WS-RUN-DATE
001961                                         PIC 9(08).
001962 01  DM106-WS-RUN-DATE-EDIT              PIC X(10).
001963 77  DM106-WS-RUNC-TYPE                  PIC X(01) VALUE "S".
001964 LINKAGE SECTION.
001965*----------------------------------------------------------*
001970*    EXEC PARM= PARAMETER AREA - PARM FORMAT IS
001980*    JOBID=xxxxxxxx, DELIVERED BY THE OPERATING SYSTEM AS A
001990*    HALFWORD LENGTH FOLLOWED BY THE PARM TEXT
002572         MOVE 16 TO RETURN-CODE
002573         STOP RUN
002574     END-IF.
002575     OPEN EXTEND EXCPFILE.
002576     IF DM106-WS-EXCPFILE-STATUS NOT = "00"
002577         OPEN OUTPUT EXCPFILE
002578     END-IF.
002579     IF DM106-WS-EXCPFILE-STATUS NOT = "00"
002580         DISPLAY "DM106 - UNABLE TO OPEN EXCPFILE, FILE STATUS = "
002581             DM106-WS-EXCPFILE-STATUS
002582         MOVE 16 TO RETURN-CODE
002583         STOP RUN
002584     END-IF.
002585     MOVE "S" TO DM106-WS-RUNC-TYPE.
002586     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
002587 1000-EXIT.
002588     EXIT.
002589*----------------------------------------------------------*
002590*    1100-PARSE-JOBID-PARM
002600*----------------------------------------------------------*
002610 1100-PARSE-JOBID-PARM.
003660*----------------------------------------------------------*
003670*    2300-ADD-LINE-TO-TABLE
003680*         ADD THE PARSED AUDIT LINE TO THE OUTPUT-EXPECTED OR
003686*         REJECT-EXPECTED TABLE ACCORDING TO ITS DISPOSITION
003692*         (A REVERSAL, "V", IS EXPECTED ON OUTFILE TOO),
003700*         FLAGGED WITH DM106-WS-ENTRY-JOB-FLAG - SHARED BY
003710*         BOTH LOAD PASSES
003720*----------------------------------------------------------*
003730 2300-ADD-LINE-TO-TABLE.
003740     IF DM100-AUDD-DISP-OUTPUT OR DM100-AUDD-DISP-REVERSAL
003750         IF DM106-WS-OUT-TABLE-COUNT >= DM106-WS-OUT-TABLE-MAX
003760             DISPLAY "DM106 - OUTPUT TABLE FULL, ENTRY "
003770                 "DROPPED"
004830         MOVE "Y" TO DM106-WS-OUT-MATCHED (DM106-WS-OUT-IDX)
004840     ELSE
004850         ADD 1 TO DM106-WS-OUT-EXTRAS
004851         MOVE "OXTR" TO DM106-WS-EXCP-CODE
004852         MOVE "2" TO DM106-WS-EXCP-SEVERITY
004853         MOVE DM100-OUT-NUM1 TO DM106-WS-EXCP-NUM1
004854         MOVE DM100-OUT-NUM2 TO DM106-WS-EXCP-NUM2
004855         MOVE DM100-OUT-RESULT TO DM106-WS-EXCP-AMOUNT
004856         MOVE "OUTFILE RECORD NOT IN AUDIT TRAIL"
004857             TO DM106-WS-EXCP-DESC
004858         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
004860     END-IF.
004870 3200-EXIT.
004880     EXIT.
005740         MOVE "Y" TO DM106-WS-REJT-MATCHED (DM106-WS-REJT-IDX)
005750     ELSE
005760         ADD 1 TO DM106-WS-REJ-EXTRAS
005761         MOVE "JXTR" TO DM106-WS-EXCP-CODE
005762         MOVE "2" TO DM106-WS-EXCP-SEVERITY
005763         MOVE DM106-REJD-NUM1 TO DM106-WS-EXCP-NUM1
005764         MOVE DM106-REJD-NUM2 TO DM106-WS-EXCP-NUM2
005765         MOVE ZERO TO DM106-WS-EXCP-AMOUNT
005766         MOVE "REJFILE RECORD NOT IN AUDIT TRAIL"
005767             TO DM106-WS-EXCP-DESC
005768         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
005770     END-IF.
005780 4200-EXIT.
005790     EXIT.
006270         MOVE "AUDITED AS OUTPUT BUT NOT FOUND ON OUTFILE"
006280             TO DM106-RPTD-REASON
006290         MOVE DM106-RPT-DETAIL-LINE TO DM106-RPT-LINE
006291         WRITE DM106-RPT-LINE
006292         MOVE "OGAP" TO DM106-WS-EXCP-CODE
006293         MOVE "1" TO DM106-WS-EXCP-SEVERITY
006294         MOVE DM106-WS-OUT-NUM1 (DM106-WS-OUT-IDX)
006295             TO DM106-WS-EXCP-NUM1
006296         MOVE DM106-WS-OUT-NUM2 (DM106-WS-OUT-IDX)
006297             TO DM106-WS-EXCP-NUM2
006298         MOVE DM106-WS-OUT-RESULT (DM106-WS-OUT-IDX)
006299             TO DM106-WS-EXCP-AMOUNT
006300         MOVE "AUDITED OUTPUT NOT FOUND ON OUTFILE"
006301             TO DM106-WS-EXCP-DESC
006302         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
006310     END-IF.
006320 5100-EXIT.
006330     EXIT.
006460         MOVE "AUDITED AS REJECT BUT NOT FOUND ON REJFILE"
006470             TO DM106-RPTD-REASON
006480         MOVE DM106-RPT-DETAIL-LINE TO DM106-RPT-LINE
006481         WRITE DM106-RPT-LINE
006482         MOVE "JGAP" TO DM106-WS-EXCP-CODE
006483         MOVE "1" TO DM106-WS-EXCP-SEVERITY
006484         MOVE DM106-WS-REJT-NUM1 (DM106-WS-REJT-IDX)
006485             TO DM106-WS-EXCP-NUM1
006486         MOVE DM106-WS-REJT-NUM2 (DM106-WS-REJT-IDX)
006487             TO DM106-WS-EXCP-NUM2
006488         MOVE ZERO TO DM106-WS-EXCP-AMOUNT
006489         MOVE "AUDITED REJECT NOT FOUND ON REJFILE"
006490             TO DM106-WS-EXCP-DESC
006491         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
006500     END-IF.
006510 5200-EXIT.
006520     EXIT.
006555 7100-EXIT.
006556     EXIT.
006557*----------------------------------------------------------*
006558*    7200-WRITE-EXCEPTION
006559*         APPEND ONE GAP OR EXTRA TO THE SHARED CONTROL
006560*         EXCEPTION FILE, KEYED ON THE JOB-ID BEING RECONCILED
006561*         AND THE NUM1/NUM2 PAIR SO A RERUN OF THE SAME
006562*         RECONCILIATION TRACKS AS THE SAME EXCEPTION
006563*----------------------------------------------------------*
006564 7200-WRITE-EXCEPTION.
006565     MOVE SPACES TO DM100-EXCP-RECORD.
006566     MOVE "DM106" TO DM100-EXCP-SOURCE-PGM.
006567     MOVE DM106-WS-EXCP-CODE TO DM100-EXCP-CODE.
006568     STRING DM106-WS-WANTED-JOB-ID "/" DM106-WS-EXCP-NUM1 "/"
006569             DM106-WS-EXCP-NUM2 DELIMITED BY SIZE
006570             INTO DM100-EXCP-KEY.
006571     MOVE DM106-WS-EXCP-SEVERITY TO DM100-EXCP-SEVERITY.
006572     MOVE DM106-WS-RUN-DATE-NUM TO DM100-EXCP-REF-DATE.
006573     MOVE DM106-WS-RUN-DATE-NUM TO DM100-EXCP-DETECT-DATE.
006574     MOVE DM106-WS-RUNC-JOB-ID TO DM100-EXCP-JOB-ID.
006575     MOVE DM106-WS-EXCP-AMOUNT TO DM100-EXCP-AMOUNT.
006576     MOVE DM106-WS-EXCP-DESC TO DM100-EXCP-DESC.
006577     WRITE DM100-EXCP-RECORD.
006578     ADD 1 TO DM106-WS-EXCP-WRITTEN.
006579 7200-EXIT.
006580     EXIT.
006581*----------------------------------------------------------*
006582*    8000-FINALIZE  -  CLOSE FILES, SUMMARIZE THE RECONCILIATION
006583*----------------------------------------------------------*
006584 8000-FINALIZE.
006585     CLOSE AUDITFL.
006586     CLOSE OUTFILE.
006590     CLOSE REJFILE.
006600     CLOSE RECONRPT.
006601     MOVE "C" TO DM106-WS-RUNC-TYPE.
006602     PERFORM 7100-WRITE-RUN-CONTROL THRU 7100-EXIT.
006603     CLOSE RUNCTL.
006606     CLOSE EXCPFILE.
006610     DISPLAY "DM106 - AUDIT LINES FOR JOB READ (OUT) = "
006620         DM106-WS-OUT-WANTED-COUNT.
006630     DISPLAY "DM106 - AUDIT LINES FOR JOB READ (REJ) = "
006740         DM106-WS-OUT-GAPS.
006750     DISPLAY "DM106 - AUDITED REJECT ENTRIES NOT FOUND = "
006760         DM106-WS-REJ-GAPS.
006763     DISPLAY "DM106 - EXCEPTIONS WRITTEN              = "
006766         DM106-WS-EXCP-WRITTEN.
006770     IF DM106-WS-OUT-EXTRAS NOT = ZERO
006780             OR DM106-WS-REJ-EXTRAS NOT = ZERO
006790             OR DM106-WS-OUT-GAPS NOT = ZERO
