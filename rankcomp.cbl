000492*    09/02/2026  RTM    EVERY RUN NOW APPENDS A COMPLETION     *
000494*                       RECORD TO THE SHARED OPERATIONS RUN    *
000496*                       LOG (RUNLOG) READ BY RUNSTAT.          *
000497*    10/15/2026  RTM    EVERY RANKED-SET AUDIT RECORD WRITTEN  *
000498*                       IS NOW ALSO APPENDED TO THE            *
000499*                       FORWARD-RECOVERY JOURNAL (AUDJRNL) SO  *
000500*                       AUDRECOV CAN BRING RAUDFILE FORWARD    *
000501*                       FROM A BACKUP.  A JOURNAL THAT CANNOT  *
000502*                       BE OPENED OR WRITTEN STOPS THE RUN.    *
000503*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS RNK-KEY
000670         FILE STATUS IS WS-RAUD-STATUS.
000671     SELECT AUDJRNL ASSIGN TO "AUDJRNL"
000672         ORGANIZATION IS LINE SEQUENTIAL
000673         FILE STATUS IS WS-JRNL-STATUS.
000674     SELECT RUNLOG ASSIGN TO "RUNLOG"
000675         ORGANIZATION IS LINE SEQUENTIAL
000676         FILE STATUS IS WS-RLOG-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000760 FD  RAUDFILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY RNKAUD.
000781 FD  AUDJRNL
000782     LABEL RECORDS ARE STANDARD.
000783 COPY JRNREC.
000784 FD  RUNLOG
000785     LABEL RECORDS ARE STANDARD.
000786 COPY RLOGREC.
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------*
000830 77  WS-VC-STATUS                   PIC X(02) VALUE SPACES.
000840 77  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
000850 77  WS-RAUD-STATUS                 PIC X(02) VALUE SPACES.
000851 77  WS-JRNL-STATUS                 PIC X(02) VALUE SPACES.
000852 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
000854 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
000860 77  WS-EOF-SWITCH                  PIC X(01) VALUE "N".
002020     OPEN I-O RAUDFILE.
002030     IF WS-RAUD-STATUS NOT = "00"
002040         OPEN OUTPUT RAUDFILE
002041     END-IF.
002042     OPEN EXTEND AUDJRNL.
002043     IF WS-JRNL-STATUS NOT = "00"
002044         OPEN OUTPUT AUDJRNL
002045     END-IF.
002046     IF WS-JRNL-STATUS NOT = "00"
002047         DISPLAY "RANKCOMP - UNABLE TO OPEN AUDJRNL - "
002048             "STATUS " WS-JRNL-STATUS
002049         STOP RUN
002050     END-IF.
002060     WRITE RANKRPT-RECORD FROM WS-REPORT-HEADING.
002070     MOVE SPACES TO RANKRPT-RECORD.
003780                 RNK-KEY " - STATUS " WS-RAUD-STATUS
003790             STOP RUN
003800     END-WRITE.
003805     PERFORM 2520-WRITE-JOURNAL-RTN THRU 2520-EXIT.
003810 2500-EXIT.
003820     EXIT.
003830 2510-FILL-AUDIT-DETAIL-RTN.
003980     CLOSE VCFILE.
003990     CLOSE RANKRPT.
004000     CLOSE RAUDFILE.
004001     CLOSE AUDJRNL.
004002     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
004010     DISPLAY "RANKCOMP - RUN COMPLETE - "
004020         WS-SET-COUNT " SETS PROCESSED".
004320     CLOSE RUNLOG.
004330 9000-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------*
004360*    2520-WRITE-JOURNAL-RTN - THE AFTER-IMAGE OF THE RECORD      *
004370*    JUST ADDED GOES TO THE FORWARD-RECOVERY JOURNAL.  A RECORD  *
004380*    ON THE TRAIL THAT IS NOT ON THE JOURNAL COULD NOT BE        *
004390*    RECOVERED, SO A JOURNAL THAT WILL NOT TAKE THE WRITE STOPS  *
004400*    THE RUN.                                                    *
004410*----------------------------------------------------------------*
004420 2520-WRITE-JOURNAL-RTN.
004430     MOVE SPACES TO JRN-RECORD.
004440     MOVE "R" TO JRN-REC-TYPE.
004450     MOVE "A" TO JRN-ACTION.
004460     ACCEPT JRN-POST-DATE FROM DATE YYYYMMDD.
004470     ACCEPT JRN-POST-TIME FROM TIME.
004480     MOVE "RANKCOMP" TO JRN-PROGRAM.
004490     MOVE RNK-AUDIT-RECORD TO JRN-IMAGE.
004500     WRITE JRN-RECORD.
004510     IF WS-JRNL-STATUS NOT = "00"
004520         DISPLAY "RANKCOMP - UNABLE TO WRITE AUDJRNL - "
004530             "STATUS " WS-JRNL-STATUS
004540         MOVE "A" TO WS-RLOG-STATUS-CODE
004550         PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT
004560         STOP RUN
004570     END-IF.
004580 2520-EXIT.
004590     EXIT.
