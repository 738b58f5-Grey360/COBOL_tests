000227*    THE RECORD LENGTH IS UNCHANGED.
000228*----------------------------------------------------------------*
000230     05  DM100-SETL-ACCOUNT-ID           PIC X(06).
000240*----------------------------------------------------------------*
000250*    DM100-SETL-ENTRY-TYPE SEPARATES A DATE/ACCOUNT'S REVERSALS
000260*    ("V") FROM ITS ORDINARY POSTINGS (SPACE) - DM101 WRITES
000270*    ONE RECORD FOR EACH THAT OCCURRED, SO THE GL FEED CARRIES
000280*    BACKED-OUT AMOUNTS AS THEIR OWN NEGATIVE ENTRY.  CARVED
000290*    FROM THE FILLER, SO THE RECORD LENGTH IS UNCHANGED.
000300*----------------------------------------------------------------*
000310     05  DM100-SETL-ENTRY-TYPE           PIC X(01).
000320         88  DM100-SETL-ENTRY-ORDINARY       VALUE SPACE.
000330         88  DM100-SETL-ENTRY-REVERSAL       VALUE "V".
000340*----------------------------------------------------------------*
000350*    DM100-SETL-REC-TYPE BREAKS A DATE/ACCOUNT'S ENTRY DOWN BY
000360*    OPERATION - "T" (PRODUCT), "S" (SUM) OR "D" (DIFFERENCE),
000370*    AS ON DM100-OUT-REC-TYPE - SO THE MONTHLY BILLING (DM134)
000380*    CAN PRICE EACH OPERATION AT ITS OWN FEE.  DM101 WRITES ONE
000390*    RECORD FOR EACH TYPE THAT OCCURRED.  A GENERATION WRITTEN
000400*    BEFORE THE FIELD WAS CARVED FROM THE FILLER CARRIES A SPACE
000410*    HERE AND ITS COUNT COVERS ALL TYPES.  THE RECORD LENGTH IS
000420*    UNCHANGED.
000430*----------------------------------------------------------------*
000440     05  DM100-SETL-REC-TYPE             PIC X(01).
000450         88  DM100-SETL-TYPE-TRANSACTION     VALUE "T".
000460         88  DM100-SETL-TYPE-SUM             VALUE "S".
000470         88  DM100-SETL-TYPE-DIFFERENCE      VALUE "D".
000480         88  DM100-SETL-TYPE-NOT-SPLIT       VALUE SPACE.
000490     05  FILLER                          PIC X(02).
