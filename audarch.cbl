000404*                       READS RAUDARCH BACK FOR COMPLIANCE   *
000405*                       LOOKUPS, SO BOTH PROGRAMS SHARE ONE  *
000406*                       DESCRIPTION OF THE FILE.             *
000407*    10/15/2026  RTM    AUDFILE NOW DECLARES THE SET-ID          *
000408*                       ALTERNATE KEY CARRIED BY THE AUDIT       *
000409*                       TRAIL SO THE FILE OPENS WITH ITS FULL    *
000410*                       KEY STRUCTURE.                           *
000411*    10/15/2026  RTM    EVERY RECORD PURGED FROM EITHER TRAIL    *
000412*                       NOW GOES TO THE FORWARD-RECOVERY         *
000413*                       JOURNAL (AUDJRNL) AS A PURGE IMAGE, SO   *
000414*                       AUDRECOV DOES NOT BRING ARCHIVED         *
000415*                       RECORDS BACK WHEN IT REPLAYS THE         *
000416*                       JOURNAL ONTO AN OLDER BACKUP.  THE       *
000417*                       JOURNAL OPENS BEFORE ANYTHING IS         *
000418*                       UNLOADED.                                *
000419*    10/15/2026  RTM    THE RUN LOG RECORD NOW CARRIES THE       *
000420*                       ARCHIVE DATE AS ITS DATA DATE, LIKE THE  *
000421*                       OTHER STEPS OF THE NIGHTLY STRING.       *
000422*****************************************************************
000423 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS AUD-KEY
000515         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000520         FILE STATUS IS WS-AUD-STATUS.
000530     SELECT RAUDFILE ASSIGN TO "RAUDFILE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS RNK-KEY
000570         FILE STATUS IS WS-RAUD-STATUS.
000572     SELECT AUDJRNL ASSIGN TO "AUDJRNL"
000574         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS WS-JRNL-STATUS.
000580     SELECT AUDARCH ASSIGN TO "AUDARCH"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ARC-STATUS.
000720 FD  RAUDFILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY RNKAUD.
000742 FD  AUDJRNL
000744     LABEL RECORDS ARE STANDARD.
000746 COPY JRNREC.
000750 FD  AUDARCH
000760     LABEL RECORDS ARE STANDARD.
000770 COPY ARCHREC.
001010*----------------------------------------------------------------*
001020 77  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
001030 77  WS-RAUD-STATUS                 PIC X(02) VALUE SPACES.
001035 77  WS-JRNL-STATUS                 PIC X(02) VALUE SPACES.
001040 77  WS-ARC-STATUS                  PIC X(02) VALUE SPACES.
001050 77  WS-RARC-STATUS                 PIC X(02) VALUE SPACES.
001060 77  WS-CTL-STATUS                  PIC X(02) VALUE SPACES.
001830             OR WS-RETEN-DATE > WS-CURRENT-DATE
001840         DISPLAY "AUDARCH - RETENTION DATE " WS-RETEN-DATE
001850             " IS NOT USABLE - RUN ABANDONED"
001851         STOP RUN
001852     END-IF.
001853     OPEN EXTEND AUDJRNL.
001854     IF WS-JRNL-STATUS NOT = "00"
001855         OPEN OUTPUT AUDJRNL
001856     END-IF.
001857     IF WS-JRNL-STATUS NOT = "00"
001858         DISPLAY "AUDARCH - UNABLE TO OPEN AUDJRNL - "
001859             "STATUS " WS-JRNL-STATUS
001860         STOP RUN
001870     END-IF.
001880     DISPLAY "AUDARCH - ARCHIVING RECORDS DATED BEFORE "
003800         DELETE AUDFILE RECORD
003810         END-DELETE
003820         ADD 1 TO WS-DEL-COUNT
003825         PERFORM 4200-JOURNAL-PURGE-RTN THRU 4200-EXIT
003830     END-IF.
003840 4100-EXIT.
003850     EXIT.
005150         DELETE RAUDFILE RECORD
005160         END-DELETE
005170         ADD 1 TO WS-RDEL-COUNT
005175         PERFORM 7200-JOURNAL-PURGE-RTN THRU 7200-EXIT
005180     END-IF.
005190 7100-EXIT.
005200     EXIT.
005230*----------------------------------------------------------------*
005240 8000-TERMINATE-RTN.
005242     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
005246     CLOSE AUDJRNL.
005250     DISPLAY "AUDARCH - ARCHIVE/PURGE COMPLETE".
005260     DISPLAY "  AUDIT RECORDS ARCHIVED/PURGED  " WS-ARC-COUNT.
005270     DISPLAY "  RANKED RECORDS ARCHIVED/PURGED " WS-RARC-COUNT.
005450     MOVE SPACES TO RLOG-RECORD.
005460     MOVE "AUDARCH" TO RLOG-PROGRAM.
005470     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
005471     MOVE WS-CURRENT-DATE TO RLOG-DATA-DATE.
005480     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
005490     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
005500     ACCEPT RLOG-END-TIME FROM TIME.
005570     CLOSE RUNLOG.
005580 9000-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------*
005610*    4200-JOURNAL-PURGE-RTN - THE IMAGE OF THE AUDIT             *
005620*    RECORD JUST PURGED GOES TO THE FORWARD-RECOVERY JOURNAL,    *
005630*    SO A REPLAY ONTO A BACKUP TAKEN BEFORE THIS RUN TAKES IT    *
005640*    OUT AGAIN.  THE DELETE LEAVES THE RECORD AREA AS IT WAS     *
005650*    READ.                                                       *
005660*----------------------------------------------------------------*
005670 4200-JOURNAL-PURGE-RTN.
005680     MOVE SPACES TO JRN-RECORD.
005690     MOVE "A" TO JRN-REC-TYPE.
005700     MOVE "D" TO JRN-ACTION.
005710     ACCEPT JRN-POST-DATE FROM DATE YYYYMMDD.
005720     ACCEPT JRN-POST-TIME FROM TIME.
005730     MOVE "AUDARCH" TO JRN-PROGRAM.
005740     MOVE AUDIT-RECORD TO JRN-IMAGE.
005750     WRITE JRN-RECORD.
005760     IF WS-JRNL-STATUS NOT = "00"
005770         DISPLAY "AUDARCH - UNABLE TO WRITE AUDJRNL - "
005780             "STATUS " WS-JRNL-STATUS
005790         MOVE "A" TO WS-RLOG-STATUS-CODE
005800         PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT
005810         STOP RUN
005820     END-IF.
005830 4200-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------*
005860*    7200-JOURNAL-PURGE-RTN - THE IMAGE OF THE RANKED            *
005870*    RECORD JUST PURGED GOES TO THE FORWARD-RECOVERY JOURNAL,    *
005880*    SO A REPLAY ONTO A BACKUP TAKEN BEFORE THIS RUN TAKES IT    *
005890*    OUT AGAIN.  THE DELETE LEAVES THE RECORD AREA AS IT WAS     *
005900*    READ.                                                       *
005910*----------------------------------------------------------------*
005920 7200-JOURNAL-PURGE-RTN.
005930     MOVE SPACES TO JRN-RECORD.
005940     MOVE "R" TO JRN-REC-TYPE.
005950     MOVE "D" TO JRN-ACTION.
005960     ACCEPT JRN-POST-DATE FROM DATE YYYYMMDD.
005970     ACCEPT JRN-POST-TIME FROM TIME.
005980     MOVE "AUDARCH" TO JRN-PROGRAM.
005990     MOVE RNK-AUDIT-RECORD TO JRN-IMAGE.
006000     WRITE JRN-RECORD.
006010     IF WS-JRNL-STATUS NOT = "00"
006020         DISPLAY "AUDARCH - UNABLE TO WRITE AUDJRNL - "
006030             "STATUS " WS-JRNL-STATUS
006040         MOVE "A" TO WS-RLOG-STATUS-CODE
006050         PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT
006060         STOP RUN
006070     END-IF.
006080 7200-EXIT.
006090     EXIT.
