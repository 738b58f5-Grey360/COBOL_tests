000100*----------------------------------------------------------------*
000110*    DM100PM   -  PARTITION MAP RECORD.  WRITTEN TO PARTMAP BY    *
000120*                 THE DM129 INPUT SPLIT WHEN A BUSINESS DATE IS   *
000130*                 PROCESSED AS PARALLEL PARTITIONS, AND READ BY   *
000140*                 THE DM130 PARTITION MERGE (TO BALANCE THE       *
000150*                 PARTITIONS BACK TO THE INFILE TRAILER) AND BY   *
000160*                 DM128 (TO CREDIT A PARTITION'S AUDIT LINES BACK *
000170*                 TO THE SOURCE EXTRACT THEY CAME FROM).  THREE   *
000180*                 RECORD TYPES SHARE THE ONE LAYOUT:              *
000190*                   "I"  THE MERGED INFILE'S OWN TRAILER COUNT    *
000200*                        AND HASH TOTAL (PARTITION 00)            *
000210*                   "P"  ONE PER PARTITION - THE DETAIL COUNT AND *
000220*                        HASH TOTAL WRITTEN TO ITS INPUT FILE     *
000230*                   "S"  ONE PER SOURCE PER PARTITION - THE RANGE *
000240*                        OF PARTITION RECORD NUMBERS THE SOURCE'S *
000250*                        DETAILS OCCUPY ON THAT PARTITION'S INPUT *
000260*----------------------------------------------------------------*
000270 01  DM100-PMAP-RECORD.
000280     05  DM100-PMAP-REC-TYPE              PIC X(01).
000290         88  DM100-PMAP-TYPE-INFILE           VALUE "I".
000300         88  DM100-PMAP-TYPE-PARTITION        VALUE "P".
000310         88  DM100-PMAP-TYPE-SOURCE           VALUE "S".
000320     05  DM100-PMAP-PARTITION-NO          PIC 9(02).
000330     05  DM100-PMAP-SOURCE-ID             PIC X(08).
000340     05  DM100-PMAP-BUSINESS-DATE         PIC 9(08).
000350*----------------------------------------------------------------*
000360*    FIRST-REC-NO AND LAST-REC-NO ARE DETAIL RECORD NUMBERS ON
000370*    THE PARTITION'S OWN INPUT FILE (THE DM100-AUDD-RECORD-NO A
000380*    PARTITION RUN STAMPS), NOT ON THE MERGED INFILE - ZERO ON AN
000390*    "I" OR "P" RECORD.  A PARTITION TAKES EACH SOURCE'S DETAILS
000400*    IN INFILE ORDER, SO THEY ALWAYS FORM ONE UNBROKEN RANGE.
000410*----------------------------------------------------------------*
000420     05  DM100-PMAP-FIRST-REC-NO          PIC 9(07).
000430     05  DM100-PMAP-LAST-REC-NO           PIC 9(07).
000440     05  DM100-PMAP-RECORD-COUNT          PIC 9(07).
000450     05  DM100-PMAP-HASH-TOTAL            PIC 9(15).
000460     05  FILLER                          PIC X(25).
