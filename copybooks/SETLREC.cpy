000120*    REJECTED AND UNRESOLVED-TIE SETS ARE NOT EXTRACTED; THEY   *
000130*    ARE COUNTED SEPARATELY ON THE TRAILER.                     *
000140*                                                                *
000141*    A REVERSING FILE (SETLREV, CUT BY CYCREV WHEN A CYCLE THAT *
000142*    WAS ALREADY SENT IS BACKED OUT) HAS THE SAME FRAMING WITH  *
000143*    FILE TYPE R ON ITS HEADER: EACH DETAIL IS A SET SENT       *
000144*    EARLIER THAT SETTLEMENT MUST BACK OUT, AND THE TRAILER     *
000145*    COUNTS ARE THOSE OF THE CYCLE REVERSED.  ON AN ORDINARY    *
000146*    EXTRACT THE TRAILER ALSO COUNTS THE SETS PASSED OVER       *
000147*    BECAUSE THEIR CYCLE HAD ALREADY BEEN REVERSED.             *
000148*                                                                *
000150******************************************************************
000160 01  SETL-HEADER-RECORD.
000170     05  SETL-HDR-REC-TYPE              PIC X(01).
000182*    THE FEED CYCLE EXTRACTED - 00 WHEN THE EXTRACT COVERS      *
000184*    THE WHOLE DATE, OTHERWISE THE ONE CYCLE CUT.               *
000186     05  SETL-HDR-CYCLE-NO              PIC 9(02).
000187     05  SETL-HDR-FILE-TYPE             PIC X(01).
000188         88  SETL-FILE-REVERSAL         VALUE 'R'.
000190     05  FILLER                         PIC X(68).
000200 01  SETL-DETAIL-RECORD.
000210     05  SETL-DTL-REC-TYPE              PIC X(01).
000220     05  SETL-DTL-SET-ID                PIC X(10).
000300     05  SETL-TRL-ERROR-COUNT           PIC 9(08).
000310     05  SETL-TRL-REJECT-COUNT          PIC 9(08).
000320     05  SETL-TRL-UNRES-TIE-COUNT       PIC 9(08).
000325     05  SETL-TRL-REVERSED-COUNT        PIC 9(08).
000330     05  FILLER                         PIC X(27).
