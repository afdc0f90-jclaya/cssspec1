000130*    LIVE TRAIL AND AUDITINQ CAN BALANCE IT AGAIN WHEN A        *
000140*    COMPLIANCE LOOKUP READS IT BACK.                           *
000150*                                                                *
000151*    A FULL BACKUP UNLOAD OF RAUDFILE CUT BY AUDBKUP USES THE   *
000152*    SAME FRAMING: FILE TYPE B ON THE HEADER, THE BACKUP DATE   *
000153*    AND TIME IN THE ARCHIVE DATE AND TIME, AND A ZERO          *
000154*    RETENTION DATE, SINCE EVERY RECORD ON THE TRAIL IS         *
000155*    UNLOADED.  ARCHIVES CUT BY AUDARCH LEAVE THE FILE TYPE AND *
000156*    TIME BLANK.                                                *
000157*                                                                *
000160******************************************************************
000170 01  RRC-HEADER-RECORD.
000180     05  RRC-HDR-REC-TYPE               PIC X(01).
000190     05  RRC-HDR-ARCH-DATE              PIC 9(08).
000200     05  RRC-HDR-RETEN-DATE             PIC 9(08).
000202     05  RRC-HDR-FILE-TYPE              PIC X(01).
000204         88  RRC-FILE-BACKUP            VALUE 'B'.
000206     05  RRC-HDR-ARCH-TIME              PIC 9(08).
000210     05  FILLER                         PIC X(135).
000220 01  RRC-DETAIL-RECORD.
000230     05  RRC-DTL-REC-TYPE               PIC X(01).
000240     05  RRC-DTL-AUDIT-IMAGE            PIC X(160).
