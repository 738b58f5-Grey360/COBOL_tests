000250 01  DM100-HDR-RECORD.
000260     05  DM100-HDR-BUSINESS-DATE         PIC 9(08).
000270     05  DM100-HDR-SOURCE-ID             PIC X(08).
000272*----------------------------------------------------------------*
000274*    DM100-HDR-PARTITION-NO IS STAMPED ONLY ON THE HEADER OF A
000276*    PARTITION INPUT FILE WRITTEN BY THE DM129 INPUT SPLIT (01-08
000278*    THE PARALLEL PARTITIONS, 09 THE SERIAL ONE).  EVERY OTHER
000280*    EXTRACT LEAVES IT BLANK, SO A DM100 RUN CAN TELL A PARTITION
000282*    FILE FROM A WHOLE DAY'S INFILE.
000284*----------------------------------------------------------------*
000286     05  DM100-HDR-PARTITION-NO          PIC 9(02).
000288     05  FILLER                          PIC X(04).
000290     05  DM100-HDR-REC-TYPE              PIC X(01).
000300         88  DM100-HDR-TYPE-HEADER           VALUE "H".
000310     05  FILLER                          PIC X(07).
