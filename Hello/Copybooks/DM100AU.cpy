000270     05  DM100-AUDD-STATUS                PIC X(01).
000271         88  DM100-AUDD-STATUS-NEW            VALUE "N".
000272         88  DM100-AUDD-STATUS-RESUBMITTED    VALUE "R".
000276         88  DM100-AUDD-STATUS-REVERSAL       VALUE "V".
000280     05  FILLER                          PIC X(01) VALUE SPACES.
000290*----------------------------------------------------------------*
000300*    DM100-AUDD-DISPOSITION RECORDS WHERE THE TRANSACTION
000330*    SECOND TIME) - SO A DOWNSTREAM RECONCILIATION (DM106) CAN
000340*    INDEPENDENTLY CONFIRM EVERY AUDITED TRANSACTION LANDED ON
000341*    EXACTLY ONE OF THE THREE WITHOUT TRUSTING THE SAME RUN'S
000342*    OWN COUNTERS.  "V" IS A REVERSAL - A STATUS "V" INPUT
000343*    MATCHED TO ITS ORIGINAL AND POSTED TO OUTFILE AS THE
000344*    NEGATIVE OF THAT ORIGINAL'S RESULT - SO IT LANDED ON
000345*    OUTFILE EXACTLY AS AN "O" DID.
000350*----------------------------------------------------------------*
000360     05  DM100-AUDD-DISPOSITION           PIC X(01).
000370         88  DM100-AUDD-DISP-OUTPUT           VALUE "O".
000380         88  DM100-AUDD-DISP-REJECT           VALUE "J".
000390         88  DM100-AUDD-DISP-DUPLICATE        VALUE "D".
000395         88  DM100-AUDD-DISP-REVERSAL         VALUE "V".
000400     05  FILLER                          PIC X(01) VALUE SPACES.
000410*----------------------------------------------------------------*
000420*    DM100-AUDD-REC-TYPE CARRIES THE OPERATION TYPE ("T"/"S"/"D")
000530*    BACK WITH A BLANK ACCOUNT.
000540*----------------------------------------------------------------*
000550     05  DM100-AUDD-ACCOUNT-ID            PIC X(06).
000560     05  FILLER                          PIC X(01) VALUE SPACES.
000570*----------------------------------------------------------------*
000580*    DM100-AUDD-RECORD-NO IS THE DETAIL RECORD'S POSITION ON
000590*    INFILE (THE HEADER IS NOT COUNTED), APPENDED THE SAME WAY
000600*    AS THE ACCOUNT.  THE DM127 INTAKE MERGE RECORDS WHICH
000610*    RANGE OF RECORD NUMBERS EACH SOURCE EXTRACT OCCUPIES, SO
000620*    THE DM128 ACKNOWLEDGMENT CAN CREDIT EVERY AUDITED
000630*    TRANSACTION BACK TO ITS SOURCE.  ZERO ON A PRE-CHANGE LINE.
000640*----------------------------------------------------------------*
000650     05  DM100-AUDD-RECORD-NO             PIC 9(07).
000660     05  FILLER                          PIC X(01) VALUE SPACES.
000670*----------------------------------------------------------------*
000680*    DM100-AUDD-PARTITION-NO IS THE PARTITION (01-09) OF A RUN
000690*    AGAINST A DM129 PARTITION INPUT FILE, WHOSE RECORD-NO IS
000700*    THEN THE POSITION ON THAT PARTITION'S FILE - SEE DM100PM.
000710*    ZERO FOR A WHOLE-DAY RUN; BLANK ON A PRE-CHANGE LINE.
000720*----------------------------------------------------------------*
000730     05  DM100-AUDD-PARTITION-NO          PIC 9(02).
