000336*    FROM 36 TO 42 BYTES - SEE THE OUTFILE DD IN DM100J.
000337*----------------------------------------------------------------*
000338     05  DM100-OUT-ACCOUNT-ID            PIC X(06).
000339*----------------------------------------------------------------*
000340*    DM100-OUT-ENTRY-TYPE MARKS A REVERSAL ("V") - A RECORD
000341*    POSTED FROM A STATUS "V" INPUT WHOSE RESULT IS THE EXACT
000342*    NEGATIVE OF THE ORIGINAL TRANSACTION'S.  AN ORDINARY
000343*    POSTING CARRIES A SPACE, AS EVERY RECORD WRITTEN BEFORE
000344*    THE FIELD WAS CARVED FROM THE FILLER ALREADY DOES.
000345*----------------------------------------------------------------*
000346     05  DM100-OUT-ENTRY-TYPE             PIC X(01).
000347         88  DM100-OUT-ENTRY-ORDINARY         VALUE SPACE.
000348         88  DM100-OUT-ENTRY-REVERSAL         VALUE "V".
000349     05  FILLER                          PIC X(04).
000350
