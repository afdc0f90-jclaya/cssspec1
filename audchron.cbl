000380*                       SET IS NOT ON FILE.  ONLY SETS WITH   *
000390*                       AT LEAST ONE PROBLEM PRINT, WORST     *
000400*                       FIRST WITHIN EACH BRANCH.             *
000402*    10/15/2026  RTM    AUDFILE NOW DECLARES THE SET-ID          *
000404*                       ALTERNATE KEY CARRIED BY THE AUDIT       *
000406*                       TRAIL SO THE FILE OPENS WITH ITS FULL    *
000408*                       KEY STRUCTURE.                           *
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS AUD-KEY
000515         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000520         FILE STATUS IS WS-AUD-STATUS.
000530     SELECT SETMFILE ASSIGN TO "SETMFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
