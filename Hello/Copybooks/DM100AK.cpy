000100*----------------------------------------------------------------*
000110*    DM100AK   -  SOURCE ACKNOWLEDGMENT RECORD.  THE ONE RECORD   *
000120*                 ON THE ACKNOWLEDGMENT FILE DM128 RETURNS TO     *
000130*                 EACH SUBMITTING SYSTEM AFTER THE DAY'S DM100    *
000140*                 RUN, SO THE SENDER CAN RECONCILE WHAT IT SENT   *
000150*                 AGAINST WHAT WAS DONE WITH IT.  FIXED FORMAT,   *
000160*                 UNSIGNED ZONED DIGITS EXCEPT THE SIGNED         *
000170*                 CONTROL TOTAL.  PUBLISHED TO EVERY SENDER - ADD *
000180*                 FIELDS ONLY IN THE TRAILING FILLER.             *
000190*----------------------------------------------------------------*
000200 01  DM100-ACK-RECORD.
000210     05  DM100-ACK-SOURCE-ID              PIC X(08).
000220     05  DM100-ACK-BUSINESS-DATE          PIC 9(08).
000230*----------------------------------------------------------------*
000240*    DM100-ACK-STATUS -
000250*        "A"  ACCEPTED AND PROCESSED, EVERY RECORD ACCOUNTED FOR
000260*        "U"  ACCEPTED AND PROCESSED, BUT NOT EVERY RECORD HAS A
000270*             FINAL DISPOSITION YET - OPERATIONS IS INVESTIGATING
000280*        "H"  HELD BACK BY THE INTAKE GATE, NOTHING PROCESSED -
000290*             SEE DM100-ACK-REASON-CODE (DM100SM CODES I001-I007)
000300*        "N"  NO TRANSMISSION RECEIVED FROM THIS SOURCE FOR THE
000310*             BUSINESS DATE
000320*----------------------------------------------------------------*
000330     05  DM100-ACK-STATUS                 PIC X(01).
000340         88  DM100-ACK-ACCEPTED               VALUE "A".
000350         88  DM100-ACK-UNACCOUNTED            VALUE "U".
000360         88  DM100-ACK-HELD                   VALUE "H".
000370         88  DM100-ACK-NOT-RECEIVED           VALUE "N".
000380     05  DM100-ACK-REASON-CODE            PIC X(04).
000390*----------------------------------------------------------------*
000400*    RECEIVED IS THE DETAIL COUNT READ FROM THE TRANSMISSION;
000410*    PROCESSED, REJECTED AND DUPLICATE ARE THE FINAL DM100
000420*    DISPOSITIONS OF THOSE DETAILS (A REVERSAL POSTED COUNTS AS
000430*    PROCESSED) AND ADD UP TO RECEIVED ON AN "A" ACKNOWLEDGMENT.
000440*    HASH-TOTAL IS THE NUM1 + NUM2 CONTROL TOTAL OF WHAT WAS
000450*    RECEIVED, FOR THE SENDER TO MATCH TO ITS OWN TRAILER, AND
000460*    CONTROL-TOTAL IS THE SUM OF THE RESULTS POSTED FOR ITS
000470*    PROCESSED RECORDS.
000480*----------------------------------------------------------------*
000490     05  DM100-ACK-RECS-RECEIVED          PIC 9(07).
000500     05  DM100-ACK-RECS-PROCESSED         PIC 9(07).
000510     05  DM100-ACK-RECS-REJECTED          PIC 9(07).
000520     05  DM100-ACK-RECS-DUPLICATE         PIC 9(07).
000530     05  DM100-ACK-HASH-TOTAL             PIC 9(15).
000540     05  DM100-ACK-CONTROL-TOTAL          PIC S9(15).
000550     05  FILLER                          PIC X(01).
