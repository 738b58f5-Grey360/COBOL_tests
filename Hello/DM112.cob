000340*                 THE MONTH IS SUPPLIED ON THE EXEC PARM AS
000350*                 MONTH=YYYYMM; RECORDS OUTSIDE THE WANTED
000360*                 AND PRIOR MONTHS ARE IGNORED.
000361* 2026-10-15 GP   REVERSALS (DM100-SETL-ENTRY-TYPE "V") STILL NET
000362*                 INTO EACH DATE'S COUNT AND TOTAL, AND ARE ALSO
000363*                 SHOWN IN THEIR OWN COUNT/AMOUNT COLUMNS ON THE
000364*                 DATE LINE, WITH A MONTH-TO-DATE REVERSALS
000365*                 LINE UNDER THE MONTH'S TOTALS.
000370*----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000730 77  DM112-WS-RECS-READ                  PIC 9(07) COMP VALUE ZERO.
000740 77  DM112-WS-MTD-COUNT                  PIC 9(07) COMP VALUE ZERO.
000750 77  DM112-WS-MTD-TOTAL                 PIC S9(15) COMP VALUE ZERO.
000753 77  DM112-WS-MTD-REV-COUNT              PIC 9(07) COMP VALUE ZERO.
000756 77  DM112-WS-MTD-REV-TOTAL             PIC S9(15) COMP VALUE ZERO.
000760 77  DM112-WS-PRIOR-COUNT                PIC 9(07) COMP VALUE ZERO.
000770 77  DM112-WS-PRIOR-TOTAL               PIC S9(15) COMP VALUE ZERO.
000780 77  DM112-WS-DELTA-COUNT               PIC S9(07) COMP VALUE ZERO.
000980*----------------------------------------------------------*
000990*    PER-BUSINESS-DATE ROLLUP TABLE FOR THE WANTED MONTH -
001000*    THE DATE/ACCOUNT SETTLEMENT RECORDS ARE SUMMED BACK TO
001006*    ONE ENTRY PER DATE FOR THE STATEMENT'S DATE LINES, WITH
001012*    THE DATE'S REVERSALS ALSO KEPT APART
001020*----------------------------------------------------------*
001030 77  DM112-WS-TABLE-MAX                  PIC 9(03) COMP VALUE 031.
001040 77  DM112-WS-TABLE-COUNT                PIC 9(03) COMP VALUE ZERO.
001090         10  DM112-WS-DATE-DATE           PIC 9(08).
001100         10  DM112-WS-DATE-TOTAL         PIC S9(15) COMP.
001110         10  DM112-WS-DATE-COUNT          PIC 9(07) COMP.
001113         10  DM112-WS-DATE-REV-TOTAL     PIC S9(15) COMP.
001116         10  DM112-WS-DATE-REV-COUNT      PIC 9(07) COMP.
001120*----------------------------------------------------------*
001130*    STATEMENT HEADING, DETAIL AND TOTALS LINES
001140*----------------------------------------------------------*
001250     05  FILLER                         PIC X(05) VALUE SPACES.
001260     05  FILLER                         PIC X(16) VALUE
001270             "    NETTED TOTAL".
001272     05  FILLER                         PIC X(03) VALUE SPACES.
001274     05  FILLER                         PIC X(19) VALUE
001276             "REVERSALS CNT   AMT".
001280 01  DM112-RPT-DETAIL-LINE.
001290     05  FILLER                         PIC X(05) VALUE SPACES.
001300     05  DM112-RPTD-DATE                 PIC 9(08).
001320     05  DM112-RPTD-COUNT                PIC ZZZZZZ9.
001330     05  FILLER                         PIC X(05) VALUE SPACES.
001340     05  DM112-RPTD-TOTAL                PIC Z(14)9-.
001342     05  FILLER                         PIC X(03) VALUE SPACES.
001344     05  DM112-RPTD-REV-COUNT            PIC ZZZZ9.
001346     05  FILLER                         PIC X(02) VALUE SPACES.
001348     05  DM112-RPTD-REV-TOTAL            PIC Z(10)9-.
001350 01  DM112-RPT-TOTALS-LINE.
001360     05  DM112-RPTT-LABEL                PIC X(30).
001370     05  DM112-RPTT-COUNT                PIC ZZZZZZ9-.
002660*----------------------------------------------------------*
002670*    2250-ROLL-INTO-DATE-TABLE
002680*         FIND OR ADD THE TABLE ENTRY FOR THIS RECORD'S
002686*         BUSINESS DATE AND ROLL ITS COUNT AND TOTAL IN - A
002692*         REVERSALS RECORD ALSO ROLLS INTO THE REVERSAL COLUMNS
002700*----------------------------------------------------------*
002710 2250-ROLL-INTO-DATE-TABLE.
002720     MOVE "N" TO DM112-WS-FOUND-SWITCH.
002910                 TO DM112-WS-DATE-DATE (DM112-WS-DATE-IDX)
002920             MOVE ZERO TO DM112-WS-DATE-TOTAL (DM112-WS-DATE-IDX)
002930             MOVE ZERO TO DM112-WS-DATE-COUNT (DM112-WS-DATE-IDX)
002932             MOVE ZERO
002934                 TO DM112-WS-DATE-REV-TOTAL (DM112-WS-DATE-IDX)
002936             MOVE ZERO
002938                 TO DM112-WS-DATE-REV-COUNT (DM112-WS-DATE-IDX)
002940         END-IF
002950     END-IF.
002960     IF DM112-WS-TABLE-IX NOT > DM112-WS-TABLE-COUNT
002990             TO DM112-WS-DATE-TOTAL (DM112-WS-DATE-IDX)
003000         ADD DM100-SETL-TRANS-COUNT
003010             TO DM112-WS-DATE-COUNT (DM112-WS-DATE-IDX)
003011         IF DM100-SETL-ENTRY-REVERSAL
003012             ADD DM100-SETL-TOTAL-RESULT
003013                 TO DM112-WS-DATE-REV-TOTAL (DM112-WS-DATE-IDX)
003014             ADD DM100-SETL-TRANS-COUNT
003015                 TO DM112-WS-DATE-REV-COUNT (DM112-WS-DATE-IDX)
003016         END-IF
003020     END-IF.
003030 2250-EXIT.
003040     EXIT.
003450         TO DM112-RPTD-COUNT.
003460     MOVE DM112-WS-DATE-TOTAL (DM112-WS-DATE-IDX)
003470         TO DM112-RPTD-TOTAL.
003472     MOVE DM112-WS-DATE-REV-COUNT (DM112-WS-DATE-IDX)
003474         TO DM112-RPTD-REV-COUNT.
003476     MOVE DM112-WS-DATE-REV-TOTAL (DM112-WS-DATE-IDX)
003478         TO DM112-RPTD-REV-TOTAL.
003480     MOVE DM112-RPT-DETAIL-LINE TO DM112-RPT-LINE.
003490     WRITE DM112-RPT-LINE.
003500     ADD DM112-WS-DATE-COUNT (DM112-WS-DATE-IDX)
003510         TO DM112-WS-MTD-COUNT.
003520     ADD DM112-WS-DATE-TOTAL (DM112-WS-DATE-IDX)
003530         TO DM112-WS-MTD-TOTAL.
003532     ADD DM112-WS-DATE-REV-COUNT (DM112-WS-DATE-IDX)
003534         TO DM112-WS-MTD-REV-COUNT.
003536     ADD DM112-WS-DATE-REV-TOTAL (DM112-WS-DATE-IDX)
003538         TO DM112-WS-MTD-REV-TOTAL.
003540 8100-EXIT.
003550     EXIT.
003560*----------------------------------------------------------*
003640     MOVE "MONTH-TO-DATE TOTALS.........." TO DM112-RPTT-LABEL.
003650     MOVE DM112-WS-MTD-COUNT TO DM112-RPTT-COUNT.
003660     MOVE DM112-WS-MTD-TOTAL TO DM112-RPTT-TOTAL.
003661     MOVE DM112-RPT-TOTALS-LINE TO DM112-RPT-LINE.
003662     WRITE DM112-RPT-LINE.
003663     MOVE "  OF WHICH REVERSALS.........." TO DM112-RPTT-LABEL.
003664     MOVE DM112-WS-MTD-REV-COUNT TO DM112-RPTT-COUNT.
003665     MOVE DM112-WS-MTD-REV-TOTAL TO DM112-RPTT-TOTAL.
003670     MOVE DM112-RPT-TOTALS-LINE TO DM112-RPT-LINE.
003680     WRITE DM112-RPT-LINE.
003690     MOVE "PRIOR MONTH TOTALS............" TO DM112-RPTT-LABEL.
