000310*                 ACCOUNT MASTER (DM100AC) FOR THE SECTION
000320*                 HEADING; A SETTLEMENT FOR AN ACCOUNT NO
000330*                 LONGER ON THE MASTER IS STILL PRINTED, WITH
000331*                 THE NAME SHOWN AS *UNKNOWN*.
000332* 2026-10-15 GP   A DATE'S REVERSALS ARRIVE FROM DM101 AS THEIR
000333*                 OWN SETTLEMENT RECORD (DM100-SETL-ENTRY-TYPE
000334*                 "V") AND PRINT AS THEIR OWN LINE, MARKED
000335*                 REVERSAL.  THE ACCOUNT AND GRAND TOTALS STILL
000336*                 NET THEM IN, AND A FURTHER LINE UNDER EACH
000337*                 SHOWS HOW MUCH OF THAT WAS REVERSALS.
000338* 2026-10-15 GP   DM101 NOW SPLITS EACH DATE/ACCOUNT SETTLEMENT
000339*                 BY OPERATION (DM100-SETL-REC-TYPE).  THE
000340*                 STATEMENT STAYS ONE LINE PER DATE AND ENTRY
000341*                 TYPE - RECORDS FOR THE SAME DATE, ACCOUNT AND
000342*                 ENTRY TYPE ARE MERGED INTO ONE TABLE ENTRY AS
000343*                 THEY ARE LOADED.
000350*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000700*----------------------------------------------------------*
000710 77  DM111-WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000720     88  DM111-WS-EOF                        VALUE "Y".
000723 77  DM111-WS-FOUND-SWITCH               PIC X(01) VALUE "N".
000726     88  DM111-WS-FOUND                      VALUE "Y".
000730*----------------------------------------------------------*
000740*    RUN COUNTERS AND GRAND TOTALS
000750*----------------------------------------------------------*
000770 77  DM111-WS-ACCOUNTS-PRINTED           PIC 9(05) COMP VALUE ZERO.
000780 77  DM111-WS-GRAND-COUNT                PIC 9(07) COMP VALUE ZERO.
000790 77  DM111-WS-GRAND-TOTAL               PIC S9(15) COMP VALUE ZERO.
000793 77  DM111-WS-GRAND-REV-COUNT            PIC 9(07) COMP VALUE ZERO.
000796 77  DM111-WS-GRAND-REV-TOTAL           PIC S9(15) COMP VALUE ZERO.
000800*----------------------------------------------------------*
000810*    CURRENT-ACCOUNT WORK AREAS FOR THE SECTION BEING PRINTED
000820*----------------------------------------------------------*
000830 77  DM111-WS-CUR-ACCOUNT                PIC X(06) VALUE SPACES.
000840 77  DM111-WS-ACCT-COUNT                 PIC 9(07) COMP VALUE ZERO.
000850 77  DM111-WS-ACCT-TOTAL                PIC S9(15) COMP VALUE ZERO.
000853 77  DM111-WS-ACCT-REV-COUNT             PIC 9(07) COMP VALUE ZERO.
000856 77  DM111-WS-ACCT-REV-TOTAL            PIC S9(15) COMP VALUE ZERO.
000860*----------------------------------------------------------*
000868*    SETTLEMENT TABLE - ONE ENTRY PER DATE/ACCOUNT PAIR AND
000876*    ENTRY TYPE ON SETLFILE, WHATEVER THE OPERATION.  LOADED
000884*    FIRST, THEN PRINTED ONE ACCOUNT AT A TIME - EACH ENTRY IS
000892*    FLAGGED AS IT IS PRINTED SO THE OUTER SCAN STARTS A
000900*    SECTION ONLY AT THE
000910*    FIRST UNPRINTED ENTRY OF EACH ACCOUNT.
000920*----------------------------------------------------------*
000930 77  DM111-WS-TABLE-MAX                  PIC 9(04) COMP VALUE 2000.
001010         10  DM111-WS-SETL-ACCOUNT        PIC X(06).
001020         10  DM111-WS-SETL-TOTAL         PIC S9(15) COMP.
001030         10  DM111-WS-SETL-COUNT          PIC 9(07) COMP.
001033         10  DM111-WS-SETL-ENTRY-TYPE     PIC X(01).
001036             88  DM111-WS-SETL-REVERSAL       VALUE "V".
001040         10  DM111-WS-SETL-PRINTED        PIC X(01).
001050             88  DM111-WS-SETL-IS-PRINTED     VALUE "Y".
001060*----------------------------------------------------------*
001310     05  DM111-RPTD-COUNT                PIC ZZZZZZ9.
001320     05  FILLER                         PIC X(05) VALUE SPACES.
001330     05  DM111-RPTD-TOTAL                PIC Z(14)9-.
001333     05  FILLER                         PIC X(03) VALUE SPACES.
001336     05  DM111-RPTD-ENTRY-NOTE           PIC X(08).
001340 01  DM111-RPT-TOTALS-LINE.
001350     05  DM111-RPTT-LABEL                PIC X(30).
001360     05  DM111-RPTT-COUNT                PIC ZZZZZZ9.
002010     EXIT.
002020*----------------------------------------------------------*
002030*    2200-ADD-TABLE-ENTRY
002033*         ROLL THIS RECORD INTO THE ENTRY FOR ITS DATE, ACCOUNT
002036*         AND ENTRY TYPE, ADDING THE ENTRY IF IT IS THE FIRST
002040*----------------------------------------------------------*
002041 2200-ADD-TABLE-ENTRY.
002042     MOVE "N" TO DM111-WS-FOUND-SWITCH.
002043     PERFORM 2210-SEARCH-TABLE THRU 2210-EXIT
002044         VARYING DM111-WS-TABLE-IX FROM 1 BY 1
002045         UNTIL DM111-WS-TABLE-IX > DM111-WS-TABLE-COUNT
002046            OR DM111-WS-FOUND.
002047     IF DM111-WS-FOUND
002048         SUBTRACT 1 FROM DM111-WS-TABLE-IX
002049         SET DM111-WS-SETL-IDX TO DM111-WS-TABLE-IX
002050         ADD DM100-SETL-TOTAL-RESULT
002051             TO DM111-WS-SETL-TOTAL (DM111-WS-SETL-IDX)
002052         ADD DM100-SETL-TRANS-COUNT
002053             TO DM111-WS-SETL-COUNT (DM111-WS-SETL-IDX)
002054         GO TO 2200-EXIT
002055     END-IF.
002060     IF DM111-WS-TABLE-COUNT >= DM111-WS-TABLE-MAX
002070         DISPLAY "DM111 - SETTLEMENT TABLE FULL, DATE/ACCOUNT "
002080             "DROPPED = " DM100-SETL-TRANS-DATE
002180             TO DM111-WS-SETL-TOTAL (DM111-WS-SETL-IDX)
002190         MOVE DM100-SETL-TRANS-COUNT
002200             TO DM111-WS-SETL-COUNT (DM111-WS-SETL-IDX)
002203         MOVE DM100-SETL-ENTRY-TYPE
002206             TO DM111-WS-SETL-ENTRY-TYPE (DM111-WS-SETL-IDX)
002210         MOVE "N" TO DM111-WS-SETL-PRINTED (DM111-WS-SETL-IDX)
002220     END-IF.
002221 2200-EXIT.
002222     EXIT.
002223*----------------------------------------------------------*
002224*    2210-SEARCH-TABLE
002225*         COMPARE ONE TABLE ENTRY AGAINST THE CURRENT RECORD'S
002226*         TRANS-DATE, ACCOUNT AND ENTRY TYPE - PERFORMED
002227*         VARYING BY THE CALLER
002228*----------------------------------------------------------*
002229 2210-SEARCH-TABLE.
002230     SET DM111-WS-SETL-IDX TO DM111-WS-TABLE-IX.
002231     IF DM111-WS-SETL-DATE (DM111-WS-SETL-IDX)
002232             = DM100-SETL-TRANS-DATE
002233         AND DM111-WS-SETL-ACCOUNT (DM111-WS-SETL-IDX)
002234             = DM100-SETL-ACCOUNT-ID
002235         AND DM111-WS-SETL-ENTRY-TYPE (DM111-WS-SETL-IDX)
002236             = DM100-SETL-ENTRY-TYPE
002237         MOVE "Y" TO DM111-WS-FOUND-SWITCH
002238     END-IF.
002239 2210-EXIT.
002240     EXIT.
002250*----------------------------------------------------------*
002260*    5000-PRINT-STATEMENTS
002390*         IF THIS ENTRY HAS NOT BEEN PRINTED YET IT IS THE
002400*         FIRST FOR ITS ACCOUNT - WRITE THE ACCOUNT HEADING
002410*         (NAME FROM THE ACCOUNT MASTER), THE DATE LINES AND
002420*         THE ACCOUNT TOTALS, WITH ITS REVERSALS BROKEN OUT
002430*----------------------------------------------------------*
002440 5100-PRINT-ONE-ACCOUNT.
002450     SET DM111-WS-SETL-IDX TO DM111-WS-TABLE-IX.
002490         TO DM111-WS-CUR-ACCOUNT.
002500     MOVE ZERO TO DM111-WS-ACCT-COUNT.
002510     MOVE ZERO TO DM111-WS-ACCT-TOTAL.
002513     MOVE ZERO TO DM111-WS-ACCT-REV-COUNT.
002516     MOVE ZERO TO DM111-WS-ACCT-REV-TOTAL.
002520     PERFORM 5150-LOOKUP-ACCOUNT-NAME THRU 5150-EXIT.
002530     MOVE SPACES TO DM111-RPT-LINE.
002540     WRITE DM111-RPT-LINE.
002630     MOVE "ACCOUNT TOTAL................." TO DM111-RPTT-LABEL.
002640     MOVE DM111-WS-ACCT-COUNT TO DM111-RPTT-COUNT.
002650     MOVE DM111-WS-ACCT-TOTAL TO DM111-RPTT-TOTAL.
002651     MOVE DM111-RPT-TOTALS-LINE TO DM111-RPT-LINE.
002652     WRITE DM111-RPT-LINE.
002653     MOVE "  OF WHICH REVERSALS.........." TO DM111-RPTT-LABEL.
002654     MOVE DM111-WS-ACCT-REV-COUNT TO DM111-RPTT-COUNT.
002655     MOVE DM111-WS-ACCT-REV-TOTAL TO DM111-RPTT-TOTAL.
002660     MOVE DM111-RPT-TOTALS-LINE TO DM111-RPT-LINE.
002670     WRITE DM111-RPT-LINE.
002680     ADD 1 TO DM111-WS-ACCOUNTS-PRINTED.
002990         MOVE DM111-WS-SETL-COUNT (DM111-WS-SETL-IDX)
003000             TO DM111-RPTD-COUNT
003010         MOVE DM111-WS-SETL-TOTAL (DM111-WS-SETL-IDX)
003011             TO DM111-RPTD-TOTAL
003012         IF DM111-WS-SETL-REVERSAL (DM111-WS-SETL-IDX)
003013             MOVE "REVERSAL" TO DM111-RPTD-ENTRY-NOTE
003014             ADD DM111-WS-SETL-COUNT (DM111-WS-SETL-IDX)
003015                 TO DM111-WS-ACCT-REV-COUNT
003016                 DM111-WS-GRAND-REV-COUNT
003017             ADD DM111-WS-SETL-TOTAL (DM111-WS-SETL-IDX)
003018                 TO DM111-WS-ACCT-REV-TOTAL
003019                 DM111-WS-GRAND-REV-TOTAL
003020         ELSE
003021             MOVE SPACES TO DM111-RPTD-ENTRY-NOTE
003022         END-IF
003030         MOVE DM111-RPT-DETAIL-LINE TO DM111-RPT-LINE
003040         WRITE DM111-RPT-LINE
003050         MOVE "Y" TO DM111-WS-SETL-PRINTED (DM111-WS-SETL-IDX)
003250     MOVE DM111-WS-GRAND-TOTAL TO DM111-RPTT-TOTAL.
003260     MOVE DM111-RPT-TOTALS-LINE TO DM111-RPT-LINE.
003270     WRITE DM111-RPT-LINE.
003271     MOVE "  OF WHICH REVERSALS.........." TO DM111-RPTT-LABEL.
003272     MOVE DM111-WS-GRAND-REV-COUNT TO DM111-RPTT-COUNT.
003273     MOVE DM111-WS-GRAND-REV-TOTAL TO DM111-RPTT-TOTAL.
003274     MOVE DM111-RPT-TOTALS-LINE TO DM111-RPT-LINE.
003275     WRITE DM111-RPT-LINE.
003280     CLOSE SETLFILE.
003290     CLOSE ACCTFILE.
003300     CLOSE ACCTSTMT.
