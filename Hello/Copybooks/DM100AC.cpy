000260         88  DM100-ACCT-ACTIVE                VALUE "A".
000270         88  DM100-ACCT-CLOSED                VALUE "C".
000280     05  FILLER                          PIC X(03).
000290*----------------------------------------------------------------*
000300*    DAILY LIMITS, ENFORCED BY DM100 PER BUSINESS DATE AGAINST
000310*    THE USAGE CARRIED ON ACCTUSE (DM100UG) - THE MOST
000320*    TRANSACTIONS THE ACCOUNT MAY POST, AND THE LARGEST
000330*    ABSOLUTE NET OF THEIR RESULTS.  ZERO MEANS NO LIMIT, SO
000340*    AN ACCOUNT CONVERTED FROM THE OLD 30-BYTE RECORD WITH
000350*    ZEROS IN THESE FIELDS POSTS EXACTLY AS IT ALWAYS DID.
000360*----------------------------------------------------------------*
000370     05  DM100-ACCT-MAX-TRANS-COUNT       PIC 9(07).
000380     05  DM100-ACCT-MAX-NET-RESULT        PIC 9(11).
000390     05  FILLER                          PIC X(12).
