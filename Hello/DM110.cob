000334*                 AND INACTIVE (R007) ACCOUNTS - THE REPAIR
000335*                 PROMPTS NOW SHOW THE ACCOUNT AND LET THE
000336*                 OPERATOR CORRECT IT TOO.
000337* 2026-10-15 GP   DAILY LIMIT REJECTS (R008/R009) NOW SAY SO -
000338*                 THE RECORD ITSELF IS GOOD, SO IT IS REPAIRED
000339*                 BY RESUBMITTING IT WITH EVERY FIELD KEPT.
000340* 2026-10-15 GP   A REJECTED REVERSAL (R010/R011) IS REPAIRED AS
000341*                 A REVERSAL - IT KEEPS STATUS "V" ON RESUBFIL
000342*                 RATHER THAN BECOMING AN "R" RESUBMISSION,
000343*                 WHICH WOULD POST IT AS AN ORDINARY
000344*                 TRANSACTION.  DM100 STILL WILL NOT REVERSE THE
000345*                 SAME POSTING TWICE.
000346*----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
001310         " NUM1 = " DM100-IN-NUM1
001320         " NUM2 = " DM100-IN-NUM2
001330         " DATE = " DM100-IN-TRANS-DATE
001331         " ACCT = " DM100-IN-ACCOUNT-ID.
001332     IF DM100-REJX-REASON-CODE = "R008" OR "R009"
001333         DISPLAY "DAILY LIMIT REJECT - KEEP EVERY FIELD AND "
001334             "RESUBMIT ONCE THE LIMIT IS RAISED OR LATER"
001335     END-IF.
001336     IF DM100-REJX-REASON-CODE = "R010" OR "R011"
001337         DISPLAY "REVERSAL REJECT - CORRECT THE FIELDS TO NAME "
001338             "THE ORIGINAL POSTED TRANSACTION"
001339     END-IF.
001340     DISPLAY "REPAIR THIS REJECT (Y/N/Q): " NO ADVANCING.
001350     MOVE SPACES TO DM110-WS-REPLY.
001360     ACCEPT DM110-WS-REPLY.
002190*----------------------------------------------------------*
002200*    2300-WRITE-RESUBMISSION
002210*         STAMP THE REPAIRED RECORD STATUS "R" AND WRITE IT
002215*         TO THE RESUBMISSION FILE IN THE DM100IN LAYOUT.  A
002220*         REVERSAL KEEPS ITS STATUS "V" SO IT IS STILL
002225*         PROCESSED AS A REVERSAL.
002230*----------------------------------------------------------*
002240 2300-WRITE-RESUBMISSION.
002245     IF NOT DM100-IN-STATUS-REVERSAL
002250         MOVE "R" TO DM100-IN-STATUS
002255     END-IF.
002260     MOVE DM100-INPUT-RECORD TO DM110-RESUB-RECORD.
002270     WRITE DM110-RESUB-RECORD.
002280     ADD 1 TO DM110-WS-REJECTS-REPAIRED.
