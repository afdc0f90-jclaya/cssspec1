000776*                       ARCHIVE FALLBACK AS THE MAIN TRAIL -    *
000777*                       RAUDARCH IS READ WHEN THE RANGE STARTS  *
000778*                       BEFORE THE LIVE RANKED TRAIL.           *
000779*    10/15/2026  RTM    AUDFILE NOW DECLARES THE SET-ID          *
000780*                       ALTERNATE KEY CARRIED BY THE AUDIT       *
000781*                       TRAIL SO THE FILE OPENS WITH ITS FULL    *
000782*                       KEY STRUCTURE.                           *
000783*    10/15/2026  RTM    A TYPE X REVERSAL POSTED BY CYCREV NOW   *
000784*                       SHOWS AS REVRSD IN THE RESUBMISSION      *
000785*                       COLUMN, NEXT TO THE COMPARISON OR        *
000786*                       DECISION IT BACKS OUT.                   *
000787*****************************************************************
000788 ENVIRONMENT DIVISION.
000789 CONFIGURATION SECTION.
000790 SOURCE-COMPUTER. IBM-370.
000791 OBJECT-COMPUTER. IBM-370.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT AUDFILE ASSIGN TO "AUDFILE"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS AUD-KEY
000855         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000860         FILE STATUS IS WS-AUD-STATUS.
000870     SELECT INQRPT ASSIGN TO "INQRPT"
000880         ORGANIZATION IS LINE SEQUENTIAL
004178             MOVE "SETLOK" TO WS-DTL-RESUB
004180         WHEN AUD-TYPE-TIE-DECISION
004190             MOVE "TIEDEC" TO WS-DTL-RESUB
004193         WHEN AUD-TYPE-REVERSAL
004196             MOVE "REVRSD" TO WS-DTL-RESUB
004200         WHEN AUD-RESUBMITTED
004210             MOVE "RESUB" TO WS-DTL-RESUB
004220         WHEN OTHER
