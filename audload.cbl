000362*    09/02/2026  RTM    EVERY RUN NOW APPENDS A COMPLETION     *
000364*                       RECORD TO THE SHARED OPERATIONS RUN    *
000366*                       LOG (RUNLOG) READ BY RUNSTAT.          *
000367*    10/15/2026  RTM    AUDFILE NOW DECLARES THE SET-ID          *
000368*                       ALTERNATE KEY CARRIED BY THE AUDIT       *
000369*                       TRAIL SO THE FILE OPENS WITH ITS FULL    *
000370*                       KEY STRUCTURE.                           *
000371*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS AUD-KEY
000505         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000510         FILE STATUS IS WS-AUD-STATUS.
000512     SELECT RUNLOG ASSIGN TO "RUNLOG"
000514         ORGANIZATION IS LINE SEQUENTIAL
