000280         88  DM100-IN-TYPE-DIFFERENCE        VALUE "D".
000290     05  DM100-IN-STATUS                 PIC X(01).
000300         88  DM100-IN-STATUS-NEW             VALUE "N".
000301         88  DM100-IN-STATUS-RESUBMITTED     VALUE "R".
000302         88  DM100-IN-STATUS-REVERSAL        VALUE "V".
000303*----------------------------------------------------------------*
000304*    A STATUS "V" RECORD IS A REVERSAL - IT CARRIES THE ACCOUNT,
000305*    TRANS-DATE, REC-TYPE AND NUM1/NUM2 OF THE ORIGINAL POSTED
000306*    TRANSACTION IT BACKS OUT.  DM100 MATCHES IT AGAINST THE
000307*    POSTING REGISTER (DM100PT) AND POSTS THE EXACT NEGATIVE OF
000308*    THE ORIGINAL'S RESULT, OR REJECTS IT R010/R011.
000313*----------------------------------------------------------------*
000314*    DM100-IN-ACCOUNT-ID IDENTIFIES THE SUBMITTING ACCOUNT -
000315*    VALIDATED BY DM100 AGAINST THE ACCOUNT MASTER (DM100AC)
