000370*                 FINALIZATION, SO THE DM115 OPERATIONS STATUS
000371*                 REPORT SEES THIS UTILITY'S RUNS ALONGSIDE
000372*                 DM100'S.
000373* 2026-10-15 GP   A REVERSAL (AUDIT DISPOSITION "V") IS A POSTING
000374*                 TO OUTFILE - IT COUNTS AS PROCESSED AND ITS
000375*                 NEGATIVE RESULT NETS INTO THE CONTROL TOTAL,
000376*                 MATCHING DM100'S OWN RECONCILIATION.
000377*----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
002400         IF DM108-WS-TABLE-IX NOT > DM108-WS-TABLE-COUNT
002410             SET DM108-WS-JOB-IDX TO DM108-WS-TABLE-IX
002420             IF DM100-AUDD-DISP-OUTPUT
002425                     OR DM100-AUDD-DISP-REVERSAL
002430                 ADD 1 TO
002440                     DM108-WS-JOB-PROCESSED (DM108-WS-JOB-IDX)
002450                 ADD DM100-AUDD-RESULT TO
