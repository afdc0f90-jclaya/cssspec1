000130*    DELETED FROM THE LIVE TRAIL AND AUDITINQ CAN BALANCE IT    *
000140*    AGAIN WHEN A COMPLIANCE LOOKUP READS IT BACK.              *
000150*                                                                *
000151*    A FULL BACKUP UNLOAD OF AUDFILE CUT BY AUDBKUP USES THE    *
000152*    SAME FRAMING: FILE TYPE B ON THE HEADER, THE BACKUP DATE   *
000153*    AND TIME IN THE ARCHIVE DATE AND TIME, AND A ZERO          *
000154*    RETENTION DATE, SINCE EVERY RECORD ON THE TRAIL IS         *
000155*    UNLOADED.  ARCHIVES CUT BY AUDARCH LEAVE THE FILE TYPE AND *
000156*    TIME BLANK.                                                *
000157*                                                                *
000160******************************************************************
000170 01  ARC-HEADER-RECORD.
000180     05  ARC-HDR-REC-TYPE               PIC X(01).
000190     05  ARC-HDR-ARCH-DATE              PIC 9(08).
000200     05  ARC-HDR-RETEN-DATE             PIC 9(08).
000202     05  ARC-HDR-FILE-TYPE              PIC X(01).
000204         88  ARC-FILE-BACKUP            VALUE 'B'.
000206     05  ARC-HDR-ARCH-TIME              PIC 9(08).
000210     05  FILLER                         PIC X(55).
000220 01  ARC-DETAIL-RECORD.
000230     05  ARC-DTL-REC-TYPE               PIC X(01).
000240     05  ARC-DTL-AUDIT-IMAGE            PIC X(80).
