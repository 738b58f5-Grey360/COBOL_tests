000100*----------------------------------------------------------------*
000110*    DM100SM   -  INTAKE SOURCE MAP RECORD.  ONE RECORD PER       *
000120*                 SOURCE TRANSMISSION THE DM127 INTAKE MERGE      *
000130*                 READ FOR A BUSINESS DATE, WRITTEN TO SRCMAP IN  *
000140*                 THE ORDER THE SOURCES WERE MERGED, PLUS ONE     *
000150*                 FOR THE DM110 RESUBMISSIONS (SOURCE-ID          *
000160*                 "RESUBMIT").  AN ACCEPTED SOURCE CARRIES THE    *
000170*                 RANGE OF INFILE RECORD NUMBERS ITS DETAILS      *
000180*                 OCCUPY, SO THE DM128 ACKNOWLEDGMENT CAN CREDIT  *
000190*                 EACH AUDITED TRANSACTION BACK TO ITS SOURCE; A  *
000200*                 HELD SOURCE CARRIES THE REASON IT WAS HELD      *
000210*                 BACK.  SHARED BY DM127, WHICH WRITES IT, AND    *
000220*                 DM128.                                          *
000230*----------------------------------------------------------------*
000240 01  DM100-SMAP-RECORD.
000250     05  DM100-SMAP-SOURCE-ID             PIC X(08).
000260     05  DM100-SMAP-BUSINESS-DATE         PIC 9(08).
000270     05  DM100-SMAP-STATUS                PIC X(01).
000280         88  DM100-SMAP-ACCEPTED              VALUE "A".
000290         88  DM100-SMAP-HELD                  VALUE "H".
000300*----------------------------------------------------------------*
000310*    REASON CODES FOR A HELD SOURCE (BLANK WHEN ACCEPTED):
000320*        I001  HEADER BUSINESS DATE IS NOT THE CURRENT DATE
000330*        I002  NO TRAILER BEFORE THE NEXT HEADER OR END OF FILE
000340*        I003  TRAILER RECORD COUNT DOES NOT MATCH DETAILS READ
000350*        I004  TRAILER HASH TOTAL DOES NOT MATCH DETAILS READ
000360*        I005  RECORDS FOUND AFTER THE TRAILER
000370*        I006  SOURCE ALREADY ACCEPTED EARLIER IN THIS INTAKE
000380*        I007  HEADER CARRIES NO SOURCE-ID
000390*----------------------------------------------------------------*
000400     05  DM100-SMAP-REASON-CODE           PIC X(04).
000410*----------------------------------------------------------------*
000420*    RECS-RECEIVED AND HASH-RECEIVED ARE WHAT DM127 COUNTED AND
000430*    SUMMED (NUM1 + NUM2) BETWEEN THE HEADER AND THE TRAILER;
000440*    TRL-COUNT AND TRL-HASH ARE WHAT THE SENDER'S TRAILER CLAIMED
000450*    (ZERO WHEN THERE WAS NO TRAILER).
000460*----------------------------------------------------------------*
000470     05  DM100-SMAP-RECS-RECEIVED         PIC 9(07).
000480     05  DM100-SMAP-HASH-RECEIVED         PIC 9(15).
000490     05  DM100-SMAP-TRL-COUNT             PIC 9(07).
000500     05  DM100-SMAP-TRL-HASH              PIC 9(15).
000510*----------------------------------------------------------------*
000520*    FIRST-REC-NO AND LAST-REC-NO ARE THE DETAIL RECORD NUMBERS
000530*    ON THE MERGED INFILE (DM100-AUDD-RECORD-NO) - BOTH ZERO FOR
000540*    A HELD SOURCE OR ONE THAT SENT NO DETAILS.
000550*----------------------------------------------------------------*
000560     05  DM100-SMAP-FIRST-REC-NO          PIC 9(07).
000570     05  DM100-SMAP-LAST-REC-NO           PIC 9(07).
000580     05  FILLER                          PIC X(01).
